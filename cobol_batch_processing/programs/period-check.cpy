      *> ---------------------------------------------------------
      *> PERIOD-CHECK - the posting-period lock every GL-JOURNAL
      *> writer honors. COPY into the PROCEDURE DIVISION as its own
      *> paragraphs after COPYing period-ws.cpy into
      *> WORKING-STORAGE. PERFORM LOAD-CLOSED-PERIODS once at
      *> startup; then set WS-PER-TEST-DATE to the date an entry
      *> would carry and PERFORM CHECK-PERIOD-OPEN -- WS-PER-OPEN
      *> "N" means the month is closed and the entry must be
      *> refused. With no GL-PERIODS.DAT on file nothing has been
      *> closed and every date is open.
      *> ---------------------------------------------------------
       LOAD-CLOSED-PERIODS.
           MOVE 0 TO WS-PER-COUNT
           MOVE "N" TO WS-PER-EOF
           OPEN INPUT PERIOD-FILE
           IF PERIOD-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-PER-EOF = "Y"
                   READ PERIOD-FILE
                       AT END
                           MOVE "Y" TO WS-PER-EOF
                       NOT AT END
                           MOVE PERIOD-REC TO PERIOD-DETAIL
                           IF (GP-STATE = "C" OR GP-STATE = "R")
                               AND GP-PERIOD IS NUMERIC
                               AND WS-PER-COUNT < WS-PER-MAX
                               ADD 1 TO WS-PER-COUNT
                               MOVE GP-PERIOD
                                   TO PER-CLOSED(WS-PER-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERIOD-FILE
           END-IF
           .

       CHECK-PERIOD-OPEN.
           MOVE "Y" TO WS-PER-OPEN
           PERFORM VARYING WS-PER-IDX FROM 1 BY 1
                   UNTIL WS-PER-IDX > WS-PER-COUNT
               IF PER-CLOSED(WS-PER-IDX) = WS-PER-TEST-DATE(1:6)
                   MOVE "N" TO WS-PER-OPEN
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .
