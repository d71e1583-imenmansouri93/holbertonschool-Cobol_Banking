      *> ---------------------------------------------------------
      *> SETLGR-WRITE - appends one open movement to
      *> SETTLEMENT-LEDGER.DAT. COPY this into the PROCEDURE
      *> DIVISION as its own paragraph and PERFORM
      *> WRITE-SETTLEMENT-LEDGER after setting the SLGR-* fields
      *> from setlgr-ws.cpy. Every flow that moves money over the
      *> settlement account records it here, so the correspondent's
      *> statement has something to be reconciled against.
      *> ---------------------------------------------------------
       WRITE-SETTLEMENT-LEDGER.
           MOVE 'O' TO SLGR-MATCH-STATUS
           MOVE 0 TO SLGR-MATCH-DATE
           OPEN EXTEND SLGR-FILE
           IF SLGR-STATUS = '35'
               OPEN OUTPUT SLGR-FILE
           END-IF
           MOVE SPACES TO SLGR-RECORD
           MOVE SLGR-DETAIL TO SLGR-RECORD(1:44)
           WRITE SLGR-RECORD
           CLOSE SLGR-FILE
           .
