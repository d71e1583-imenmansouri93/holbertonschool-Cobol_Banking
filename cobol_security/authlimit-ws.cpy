      *> ---------------------------------------------------------
      *> AUTHLIMIT-WS - the call area for AUTHLIMIT, the per-operator
      *> transaction authority check. COPY into WORKING-STORAGE
      *> (AUTHLIMIT itself COPYs it into its LINKAGE SECTION) and
      *> CALL "AUTHLIMIT" USING AUTHORITY-LIMIT-AREA before posting.
      *> The caller names itself, the kind of transaction and the
      *> amount; AUTHLIMIT finds the operator logged in on this
      *> terminal, compares the amount with that operator's limit
      *> for the kind in USER-LIMITS.DAT and, over the limit, asks
      *> for a supervisor to authenticate on the spot. AL-GRANTED
      *> "Y" means post it; AL-OVERRIDE-BY then names the supervisor
      *> when one had to step in. The kinds are:
      *>   CASHWD   cash withdrawal
      *>   TRANSFER transfer between accounts
      *>   GLENTRY  manual general-ledger journal entry
      *>   FEEREFND fee refund
      *> ---------------------------------------------------------
       01  AUTHORITY-LIMIT-AREA.
           05 AL-PROGRAM          PIC X(10).
           05 AL-TXN-KIND         PIC X(8).
           05 AL-AMOUNT           PIC 9(9)V99.
           05 AL-OPERATOR         PIC X(8).
           05 AL-LIMIT            PIC 9(9)V99.
           05 AL-GRANTED          PIC X.
           05 AL-OVERRIDE-BY      PIC X(8).
