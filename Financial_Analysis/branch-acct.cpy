      *> ---------------------------------------------------------
      *> BRANCH-ACCT - looks up the branch a customer account is
      *> held at, for GL writers that post on behalf of an account
      *> but do not otherwise read ACCOUNTS.MASTER.IDX. COPY into
      *> the PROCEDURE DIVISION alongside branch-check.cpy. The
      *> calling program must have its own SELECT BRACC-FILE
      *> ASSIGN TO "ACCOUNTS.MASTER.IDX" (INDEXED, ACCESS MODE IS
      *> RANDOM, RECORD KEY IS BRACC-ID, FILE STATUS IS
      *> BRACC-STATUS) with FD BRACC-FILE / 01 BRACC-RECORD laid
      *> out as BRACC-ID PIC 9(5), FILLER PIC X(58), BRACC-BRANCH
      *> PIC X(4). Set WS-BR-ACC-ID and PERFORM
      *> LOOKUP-ACCOUNT-BRANCH; PERFORM CLOSE-ACCOUNT-BRANCH before
      *> the run ends. An account opened before branches were kept
      *> is a head-office account; an account not on the master
      *> (or no master at all) falls back to the terminal's branch.
      *> ---------------------------------------------------------
       LOOKUP-ACCOUNT-BRANCH.
           MOVE WS-BR-TERM-BRANCH TO WS-BR-ACC-BRANCH
           IF WS-BR-ACC-OPEN = "N"
               OPEN INPUT BRACC-FILE
               IF BRACC-STATUS = "00"
                   MOVE "Y" TO WS-BR-ACC-OPEN
               ELSE
                   MOVE "X" TO WS-BR-ACC-OPEN
               END-IF
           END-IF
           IF WS-BR-ACC-OPEN NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BR-ACC-ID TO BRACC-ID
           READ BRACC-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF BRACC-BRANCH = SPACES
                       MOVE WS-BR-HEAD-OFFICE TO WS-BR-ACC-BRANCH
                   ELSE
                       MOVE BRACC-BRANCH TO WS-BR-ACC-BRANCH
                   END-IF
           END-READ
           .

       CLOSE-ACCOUNT-BRANCH.
           IF WS-BR-ACC-OPEN = "Y"
               CLOSE BRACC-FILE
           END-IF
           MOVE "N" TO WS-BR-ACC-OPEN
           .
