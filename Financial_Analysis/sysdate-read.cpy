      *> ---------------------------------------------------------
      *> SYSDATE-READ - reads the business date out of
      *> SYSTEM-DATE.DAT. COPY into the PROCEDURE DIVISION as its
      *> own paragraph after COPYing sysdate-ws.cpy into
      *> WORKING-STORAGE, and PERFORM READ-SYSTEM-DATE wherever the
      *> program used to ACCEPT its processing date FROM DATE;
      *> SD-BUSINESS-DATE comes back as the date to work for. A site
      *> with no (or an unreadable) control record falls back to
      *> the clock date (said once per run), so nothing stops
      *> running before the file is first created. Wall-clock
      *> stamps on logs, sessions and lockouts stay on the clock --
      *> only the business date comes from here.
      *> ---------------------------------------------------------
       READ-SYSTEM-DATE.
           MOVE "N" TO WS-SYSDATE-FOUND
           OPEN INPUT SYSDATE-FILE
           IF SYSDATE-STATUS = "00"
               READ SYSDATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SYSDATE-REC TO SYSDATE-DETAIL
                       IF SD-BUSINESS-DATE IS NUMERIC
                           AND SD-BUSINESS-DATE > 0
                           MOVE "Y" TO WS-SYSDATE-FOUND
                       END-IF
               END-READ
               CLOSE SYSDATE-FILE
           END-IF
           IF WS-SYSDATE-FOUND = "N"
               MOVE SPACES TO SYSDATE-DETAIL
               ACCEPT SD-BUSINESS-DATE FROM DATE YYYYMMDD
               MOVE 0 TO SD-PREV-DATE
               MOVE 0 TO SD-CHANGED-DATE
               MOVE 0 TO SD-CHANGED-TIME
               IF WS-SYSDATE-WARNED = "N"
                   MOVE "Y" TO WS-SYSDATE-WARNED
                   DISPLAY "No SYSTEM-DATE.DAT on file, working "
                       "for the clock date " SD-BUSINESS-DATE
               END-IF
           END-IF
           .
