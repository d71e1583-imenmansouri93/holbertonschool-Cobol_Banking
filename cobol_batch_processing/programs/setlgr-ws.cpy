      *> ---------------------------------------------------------
      *> SETLGR-WS - shared working-storage for the settlement
      *> ledger (see setlgr-write.cpy): our own record of every
      *> movement we expect on the settlement account at the
      *> correspondent bank, which NOSTRO-RECON matches against
      *> the correspondent's statement. COPY into WORKING-STORAGE.
      *> The calling program must have its own SELECT SLGR-FILE
      *> ASSIGN TO 'SETTLEMENT-LEDGER.DAT' (LINE SEQUENTIAL, FILE
      *> STATUS IS SLGR-STATUS) with FD SLGR-FILE / 01 SLGR-RECORD
      *> PIC X(60). Per movement MOVE the payment reference to
      *> SLGR-REF, D (money out) or C (money in) to
      *> SLGR-DIRECTION, the amount and value date, and the
      *> originating flow to SLGR-SOURCE, then PERFORM
      *> WRITE-SETTLEMENT-LEDGER.
      *> ---------------------------------------------------------
       01  SLGR-STATUS            PIC XX.
       01  SLGR-DETAIL.
           05 SLGR-REF            PIC X(8).
           05 SLGR-DIRECTION      PIC X.
           05 SLGR-AMOUNT         PIC 9(8)V99.
           05 SLGR-VALUE-DATE     PIC 9(8).
           05 SLGR-SOURCE         PIC X(8).
      *> O open until the statement shows it, then M matched.
           05 SLGR-MATCH-STATUS   PIC X.
           05 SLGR-MATCH-DATE     PIC 9(8).
