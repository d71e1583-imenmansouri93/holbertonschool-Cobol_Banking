      *> ---------------------------------------------------------
      *> SYSSTAT-CHECK - the online freeze. COPY into the PROCEDURE
      *> DIVISION as its own paragraphs after COPYing sysstat-ws.cpy
      *> into WORKING-STORAGE. Online programs that change a master
      *> or write a posting feed PERFORM CHECK-ONLINE-AVAILABLE
      *> before the change and refuse it when SYSSTAT-ONLINE comes
      *> back "N"; inquiries never call it, so they keep working
      *> through the posting window. No SYSTEM-STATUS.DAT on file
      *> means the nightly chain has never run here: ONLINE.
      *> READ-SYSTEM-STATUS alone loads SYSSTAT-DETAIL without the
      *> refusal message.
      *> ---------------------------------------------------------
       CHECK-ONLINE-AVAILABLE.
           PERFORM READ-SYSTEM-STATUS
           IF SS-MODE = "BATCH"
               MOVE "N" TO SYSSTAT-ONLINE
               DISPLAY "  >> The nightly posting window is running "
                   "(BATCH since " SS-CHANGED-DATE "-"
                   SS-CHANGED-TIME ")."
               DISPLAY "  >> Updates are refused until the system is "
                   "back ONLINE; inquiries still work."
           END-IF
           .

       READ-SYSTEM-STATUS.
           MOVE "Y" TO SYSSTAT-ONLINE
           MOVE SPACES TO SYSSTAT-DETAIL
           MOVE "ONLINE" TO SS-MODE
           MOVE 0 TO SS-CHANGED-DATE
           MOVE 0 TO SS-CHANGED-TIME
           OPEN INPUT SYSSTAT-FILE
           IF SYSSTAT-STATUS = "00"
               READ SYSSTAT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SYSSTAT-REC TO SYSSTAT-DETAIL
               END-READ
               CLOSE SYSSTAT-FILE
           END-IF
           .
