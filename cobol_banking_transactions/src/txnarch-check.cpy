      *> ---------------------------------------------------------
      *> TXNARCH-CHECK - locates archived months of POSTED-TRANS.DAT
      *> and GL-JOURNAL.DAT through TXN-ARCHIVE-INDEX.DAT. COPY into
      *> the PROCEDURE DIVISION as its own paragraphs after COPYing
      *> txnarch-ws.cpy into WORKING-STORAGE. PERFORM
      *> LOAD-ARCHIVE-INDEX once, then walk the matches with
      *> NEXT-ARCHIVE-MATCH. With no index on file nothing has been
      *> archived and the live files hold the whole history.
      *> ---------------------------------------------------------
       LOAD-ARCHIVE-INDEX.
           MOVE 0 TO WS-AX-COUNT
           MOVE "N" TO WS-AX-EOF
           OPEN INPUT ARCHIVE-INDEX
           IF ARCHIVE-INDEX-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-AX-EOF = "Y"
                   READ ARCHIVE-INDEX
                       AT END
                           MOVE "Y" TO WS-AX-EOF
                       NOT AT END
                           IF WS-AX-COUNT < WS-AX-MAX
                               ADD 1 TO WS-AX-COUNT
                               MOVE ARCHIVE-INDEX-REC
                                   TO AX-ENTRY(WS-AX-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-INDEX
           END-IF
           .

       NEXT-ARCHIVE-MATCH.
           MOVE "N" TO WS-AX-FOUND
           PERFORM UNTIL WS-AX-IDX >= WS-AX-COUNT
               ADD 1 TO WS-AX-IDX
               MOVE AX-ENTRY(WS-AX-IDX) TO ARCHIVE-INDEX-DETAIL
               IF AX-REGISTER = WS-AX-FIND-REGISTER
                   AND AX-MONTH(1:WS-AX-FIND-LEN) =
                       WS-AX-FIND-MONTH(1:WS-AX-FIND-LEN)
                   MOVE "Y" TO WS-AX-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .
