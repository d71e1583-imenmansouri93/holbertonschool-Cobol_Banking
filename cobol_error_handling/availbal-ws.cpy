      *> ---------------------------------------------------------
      *> AVAILBAL-WS - the call area for AVAILBAL, the one
      *> available-balance calculation every debit path uses. COPY
      *> into WORKING-STORAGE (AVAILBAL itself COPYs it into its
      *> LINKAGE SECTION) and CALL 'AVAILBAL' USING
      *> AVAIL-BALANCE-AREA. The caller fills the account, its
      *> ledger balance, the debit being asked for and where the
      *> overdraft comes from; AVAILBAL fills in the rest:
      *>   available = ledger balance
      *>             - garnishment reserves (ACCOUNT-HOLDS.DAT)
      *>             - uncleared cheque float (CHEQUE-FLOAT.DAT)
      *>             - debits queued for release
      *>               (PENDING-APPROVAL.DAT)
      *>             - card authorizations awaiting settlement
      *>               (CARD-AUTH-HOLDS.DAT)
      *>             + the authorized overdraft
      *> and zero outright under a legal-hold freeze, or for every
      *> account when the holds or pending-debit file outgrew
      *> AVAILBAL's tables. AV-SUFFICIENT and AV-REASON give the
      *> verdict on AV-DEBIT-AMT, naming the deduction that refused
      *> it; SHOW-AVAILABLE-BALANCE
      *> (availbal-show.cpy) puts the breakdown on the screen.
      *> AVAILBAL loads its files once per run; set AV-REFRESH to
      *> "Y" after writing a float or pending row that the next
      *> call must see.
      *> ---------------------------------------------------------
       01  AVAIL-BALANCE-AREA.
           05 AV-ACC-ID           PIC 9(9).
           05 AV-ACC-TYPE         PIC X(8).
           05 AV-LEDGER-BAL       PIC S9(9)V99.
           05 AV-DEBIT-AMT        PIC 9(9)V99.
      *> "T" looks the overdraft up by AV-ACC-TYPE in
      *> overdraft-limits.dat; "A" takes the account's own limit
      *> from AV-OD-LIMIT. Either way AV-OD-LIMIT comes back as the
      *> allowance applied.
           05 AV-OD-SOURCE        PIC X.
           05 AV-OD-LIMIT         PIC 9(8)V99.
           05 AV-REFRESH          PIC X.
           05 AV-FROZEN           PIC X.
           05 AV-GARNISHED        PIC 9(9)V99.
           05 AV-FLOAT            PIC 9(9)V99.
           05 AV-PENDING          PIC 9(9)V99.
           05 AV-CARD-HELD        PIC 9(9)V99.
           05 AV-AVAILABLE        PIC S9(9)V99.
           05 AV-SUFFICIENT       PIC X.
           05 AV-REASON           PIC X(24).
           05 AV-SHOW-AMT         PIC -ZZZ,ZZZ,ZZ9.99.
