           SELECT CUTOFF-FILE ASSIGN TO 'posting-cutoff.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUTOFF-STATUS.
           SELECT STATEMENTS ASSIGN TO 'ACCOUNT-STATEMENTS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RATES-FILE ASSIGN TO 'EXCHANGE-RATES.DAT'
               ASSIGN TO 'history-window-days.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BH-WIN-STATUS.
      *> The posted journal: one row per transaction actually
      *> applied, with its id and window -- what the reversal desk
      *> and the ad-hoc loaders key on, since the GL journal carries
           SELECT MJRNL-FILE ASSIGN TO 'MASTER-JOURNAL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MJRNL-STATUS.
           SELECT SYSDATE-FILE ASSIGN TO 'SYSTEM-DATE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSDATE-STATUS.
           SELECT PERIOD-FILE ASSIGN TO 'GL-PERIODS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERIOD-STATUS.
           SELECT BRANCH-FILE ASSIGN TO 'branches.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BRANCH-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> last-activity date the scan works from.
           05 ACC-STATUS   PIC X(8).
           05 ACC-LAST-ACTIVITY PIC 9(8).
           05 ACC-BRANCH   PIC X(4).

       FD TRANSIN.
       01 TRANS-REC.
       FD CUTOFF-FILE.
       01 CUTOFF-REC        PIC X(10).

       FD STATEMENTS.
       01 STATEMENT-REC     PIC X(80).

      *> Which intraday posting window wrote the entry (0 for jobs
      *> that post outside a window, such as the interest accrual).
           05 GJ-BATCH      PIC 9(4).
           05 GJ-COST-CENTRE PIC X(4).

       FD WINDOW-FILE.
       01 WINDOW-REC.
           05 SU-STATUS      PIC X.
           05 SU-DISPOSITION PIC X(30).

       FD SYSDATE-FILE.
       01 SYSDATE-REC            PIC X(40).

       FD PERIOD-FILE.
       01 PERIOD-REC             PIC X(100).

       FD BRANCH-FILE.
       01 BRANCH-REC             PIC X(80).

       WORKING-STORAGE SECTION.
       COPY 'sysdate-ws.cpy'.
       COPY 'period-ws.cpy'.
       COPY 'branch-ws.cpy'.
       01 WS-ACC-STATUS    PIC XX.
       01 WS-END-ACC       PIC X VALUE 'N'.
       01 WS-END-TRANS     PIC X VALUE 'N'.
       01 WS-ACCTS-ON-FILE  PIC 9(6) VALUE 0.
       01 WS-SRC-FOUND      PIC X VALUE 'N'.
       01 WS-DEST-FOUND     PIC X VALUE 'N'.

      *> What a withdrawal or transfer may take comes from
      *> AVAILBAL: the ledger balance less garnishment reserves,
      *> uncleared cheque float and debits awaiting release, plus
      *> the product's overdraft from overdraft-limits.dat. A
      *> refused debit is rejected with the reason AVAILBAL gives.
       COPY 'availbal-ws.cpy'.
       01 WS-SRC-AVAIL-OK    PIC X.
       01 WS-SRC-AVAIL-REASON PIC X(24).

      *> Checkpoint support: after EVERY applied transaction the run
      *> snapshots the last transaction applied, the control totals
       01 WS-RESTART-MODE    PIC X VALUE 'N'.
       01 WS-SKIPPING        PIC X VALUE 'N'.
       01 WS-SKIPPED         PIC 9(6) VALUE 0.
       01 WS-CMD             PIC X(100).
       01 WS-TIME-RAW        PIC 9(8).

       01 CKPT-TOTALS-LINE.
           05 CT-TAG            PIC X.
       01 WS-GL-AMT          PIC 9(8)V99.
       01 WS-GL-OFFSET       PIC X(9).
       01 WS-FX-DIFF         PIC S9(8)V99.
      *> Cost centre stamped on each GL row: the branch of the
      *> account posted, or this run's terminal branch for the
      *> suspense legs. A transfer between two branches posts each
      *> leg at its own branch through the INTERBR clearing
      *> account, so every branch's rows still balance.
       01 WS-COST-CENTRE     PIC X(4).
       01 WS-SRC-BRANCH      PIC X(4).
       01 WS-DEST-BRANCH     PIC X(4).

      *> Intraday posting windows: the batch sequence number for this
      *> run, read (and advanced) from POSTING-WINDOW.DAT. A window
       01 WS-WINDOW-STATUS   PIC XX.
       01 WS-BATCH-SEQ       PIC 9(4) VALUE 1.

      *> WS-HOLD-FROZEN comes back from CHECK-LEGAL-HOLD for the
      *> account in WS-HOLD-CHECK-ID.
       01 WS-POSTED-STATUS   PIC XX.
       01 WS-SUSP-STATUS     PIC XX.
       COPY "mstjrnl-ws.cpy".
               10 TCT-DESC     PIC X(20).
               10 TCT-GL-CR    PIC X(9).
               10 TCT-ACTIVE   PIC X.
       01 WS-HOLD-CHECK-ID   PIC 9(5).
       01 WS-HOLD-FROZEN     PIC X.

       01 WS-BH-STATUS       PIC XX.
       01 WS-BH-WIN-STATUS   PIC XX.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM READ-SYSTEM-DATE
           MOVE SD-BUSINESS-DATE TO WS-PROC-DATE
           MOVE 'UPDATER' TO MJRNL-PROGRAM
           ACCEPT WS-RESTART-MODE FROM ENVIRONMENT "UPDATER_RESTART"
      *> Every GL row this run writes carries the business date, so
      *> a business date inside a closed month stops the run before
      *> the window opens.
           PERFORM LOAD-CLOSED-PERIODS
           PERFORM LOAD-BRANCHES
           MOVE WS-PROC-DATE TO WS-PER-TEST-DATE
           PERFORM CHECK-PERIOD-OPEN
           IF WS-PER-OPEN = 'N'
               DISPLAY 'ABEND: business date ' WS-PROC-DATE
                   ' falls in closed accounting period '
                   WS-PROC-DATE(1:6) '. Nothing posted.'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM OPEN-POSTING-WINDOW
           PERFORM LOAD-POSTING-CUTOFF
           PERFORM LOAD-EXCHANGE-RATES
           PERFORM LOAD-TXN-CODES

           PERFORM COMPUTE-OPENING-TOTAL
      *> starts clean.
           MOVE 'rm -f UPDATER-CHECKPOINT.DAT' TO WS-CMD
           CALL 'SYSTEM' USING WS-CMD
      *> The posted batch is renamed out of the way in the same
      *> breath; FEED-CONSOLIDATE will not stage over a
      *> TRANSACTIONS.VALIDATED still on file, since one that is
      *> there was never posted to the end.
           ACCEPT WS-TIME-RAW FROM TIME
           MOVE SPACES TO WS-CMD
           STRING 'mv TRANSACTIONS.VALIDATED '
                  'TRANSACTIONS.VALIDATED.POSTED-'
                  WS-PROC-DATE '-' WS-TIME-RAW(1:6)
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING
           CALL 'SYSTEM' USING WS-CMD

           PERFORM SAVE-POSTING-WINDOW
           DISPLAY 'Posting window ' WS-BATCH-SEQ ' of '
               WRITE STATEMENT-REC
           END-PERFORM.

      *> Opens this run's posting window. The run refuses to start
      *> while the previous window's ACCOUNTS.UPDATED has not been
      *> picked up (staged away) by the downstream jobs -- posting
               END-IF
           END-IF.

      *> A full freeze on the account in WS-HOLD-CHECK-ID refuses
      *> every posting, credits included; AVAILBAL reads the holds.
       CHECK-LEGAL-HOLD.
           MOVE WS-HOLD-CHECK-ID TO AV-ACC-ID
           MOVE 0 TO AV-LEDGER-BAL
           MOVE 0 TO AV-DEBIT-AMT
           MOVE 'A' TO AV-OD-SOURCE
           MOVE 0 TO AV-OD-LIMIT
           CALL 'AVAILBAL' USING AVAIL-BALANCE-AREA
           MOVE AV-FROZEN TO WS-HOLD-FROZEN.

      *> The debit of WS-POST-AMT against the source account now in
      *> the record; WS-SRC-AVAIL-OK / WS-SRC-AVAIL-REASON carry the
      *> verdict past the transfer's read of the destination.
       CHECK-AVAILABLE-FUNDS.
           MOVE ACC-ID TO AV-ACC-ID
           MOVE ACC-TYPE TO AV-ACC-TYPE
           MOVE ACC-BAL TO AV-LEDGER-BAL
           MOVE WS-POST-AMT TO AV-DEBIT-AMT
           MOVE 'T' TO AV-OD-SOURCE
           CALL 'AVAILBAL' USING AVAIL-BALANCE-AREA
           MOVE AV-SUFFICIENT TO WS-SRC-AVAIL-OK
           MOVE AV-REASON TO WS-SRC-AVAIL-REASON.

      *> Pulls the earliest postable TXN-DATE from posting-cutoff.dat
      *> (a one-line YYYYMMDD control file the operator owns).
               AND TXN-DATE < WS-CUTOFF-DATE
               MOVE 'BEFORE POSTING CUTOFF' TO WS-REJECT-REASON
           END-IF
      *> A back-dated transaction whose value date lands in a month
      *> the accountants have closed is refused to the repair desk.
           IF WS-REJECT-REASON = SPACES
               MOVE TXN-DATE TO WS-PER-TEST-DATE
               PERFORM CHECK-PERIOD-OPEN
               IF WS-PER-OPEN = 'N'
                   MOVE 'PERIOD CLOSED' TO WS-REJECT-REASON
               END-IF
           END-IF
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM WRITE-REJECT-RECORD
           ELSE
                           ADD WS-POST-AMT TO WS-DEP-AMT
                           PERFORM FIND-OR-ADD-CURRENCY
                           ADD WS-POST-AMT TO CUR-DEP(WS-CUR-IDX)
                           PERFORM SET-ACCOUNT-COST-CENTRE
                           MOVE TXN-ACC-ID TO WS-GL-ACCT
                           MOVE 'C' TO WS-GL-DC
                           MOVE WS-POST-AMT TO WS-GL-AMT
                           TO WS-REJECT-REASON
                   ELSE
                       PERFORM CONVERT-TO-ACCOUNT-CURRENCY
                       IF WS-RATE-FOUND = 'N'
                           MOVE 'NO EXCHANGE RATE'
                               TO WS-REJECT-REASON
                       ELSE
                       PERFORM CHECK-AVAILABLE-FUNDS
                       IF WS-SRC-AVAIL-OK = 'N'
                           MOVE WS-SRC-AVAIL-REASON
                               TO WS-REJECT-REASON
                       ELSE
                           PERFORM TOUCH-SRC-ACCOUNT
                           ADD WS-POST-AMT TO WS-WITH-AMT
                           PERFORM FIND-OR-ADD-CURRENCY
                           ADD WS-POST-AMT TO CUR-WITH(WS-CUR-IDX)
                           PERFORM SET-ACCOUNT-COST-CENTRE
                           MOVE TXN-ACC-ID TO WS-GL-ACCT
                           MOVE 'D' TO WS-GL-DC
                           MOVE WS-POST-AMT TO WS-GL-AMT
                           ADD 1 TO WS-TOTAL-UPDATES
                       END-IF
                       END-IF
                   END-IF
                   END-IF
                   END-IF
                       MOVE 'LEGAL HOLD - FROZEN'
                           TO WS-REJECT-REASON
                   ELSE
                       PERFORM CONVERT-TO-ACCOUNT-CURRENCY
                       MOVE WS-POST-AMT TO WS-SRC-POST-AMT
                       MOVE WS-RATE-FOUND TO WS-SRC-RATE-OK
                       PERFORM CHECK-AVAILABLE-FUNDS
                       PERFORM READ-DEST-ACCOUNT
                       IF WS-DEST-FOUND = 'N'
                           MOVE 'UNKNOWN DEST ACCOUNT'
                           MOVE 'NO EXCHANGE RATE'
                               TO WS-REJECT-REASON
                       ELSE
                       IF WS-SRC-AVAIL-OK = 'N'
                           MOVE WS-SRC-AVAIL-REASON
                               TO WS-REJECT-REASON
                       ELSE
                           MOVE TXN-DEST-ID TO WS-TOUCH-ID
                           MOVE ACC-BAL TO WS-TOUCH-BAL
                           PERFORM SET-ACCOUNT-COST-CENTRE
                           MOVE WS-COST-CENTRE TO WS-DEST-BRANCH
                           PERFORM TOUCH-ACCOUNT
                           ADD WS-DEST-POST-AMT TO ACC-BAL
                           PERFORM NOTE-ACCOUNT-ACTIVITY
                       END-IF
                       END-IF
                       END-IF
                   END-IF
                   END-IF
                   END-IF
                       ADD WS-POST-AMT TO WS-WITH-AMT
                       PERFORM FIND-OR-ADD-CURRENCY
                       ADD WS-POST-AMT TO CUR-WITH(WS-CUR-IDX)
                       PERFORM SET-ACCOUNT-COST-CENTRE
                       MOVE TXN-ACC-ID TO WS-GL-ACCT
                       MOVE 'D' TO WS-GL-DC
                       MOVE WS-POST-AMT TO WS-GL-AMT
                           ADD WS-POST-AMT TO WS-FEES-AMT
                           PERFORM FIND-OR-ADD-CURRENCY
                           ADD WS-POST-AMT TO CUR-WITH(WS-CUR-IDX)
                           PERFORM SET-ACCOUNT-COST-CENTRE
                           MOVE TXN-ACC-ID TO WS-GL-ACCT
                           MOVE 'D' TO WS-GL-DC
                           MOVE WS-POST-AMT TO WS-GL-AMT
      *> the repair desk works the item; REJECT-REPAIR writes the
      *> clearing entry when the item resubmits.
       POST-TO-SUSPENSE.
           MOVE WS-BR-TERM-BRANCH TO WS-COST-CENTRE
           MOVE 'SUSPENSE' TO WS-GL-ACCT
           MOVE 'D' TO WS-GL-DC
           MOVE TXN-AMT TO WS-GL-AMT
           MOVE WS-GL-AMT TO GJ-AMOUNT
           MOVE WS-GL-OFFSET TO GJ-OFFSET
           MOVE WS-BATCH-SEQ TO GJ-BATCH
           MOVE WS-COST-CENTRE TO GJ-COST-CENTRE
           WRITE GL-JOURNAL-REC.

      *> The branch of the account in the master record buffer; an
      *> account opened before branches were kept is head office's.
       SET-ACCOUNT-COST-CENTRE.
           MOVE ACC-BRANCH TO WS-COST-CENTRE
           IF WS-COST-CENTRE = SPACES
               MOVE WS-BR-HEAD-OFFICE TO WS-COST-CENTRE
           END-IF.

      *> A transfer debits the source and credits the destination;
      *> when a cross-currency conversion leaves the two legs
      *> unequal, the difference is booked to the FXADJ account so
      *> the entry still balances. The source account is in the
      *> master buffer here. Across branches the source branch
      *> credits INTERBR and the destination branch debits it, for
      *> the amount the destination received.
       WRITE-TRANSFER-GL-ENTRIES.
           PERFORM SET-ACCOUNT-COST-CENTRE
           MOVE WS-COST-CENTRE TO WS-SRC-BRANCH
           MOVE TXN-ACC-ID TO WS-GL-ACCT
           MOVE 'D' TO WS-GL-DC
           MOVE WS-SRC-POST-AMT TO WS-GL-AMT
           MOVE TXN-DEST-ID TO WS-GL-OFFSET
           PERFORM WRITE-GL-ENTRY
           MOVE WS-DEST-BRANCH TO WS-COST-CENTRE
           MOVE TXN-DEST-ID TO WS-GL-ACCT
           MOVE 'C' TO WS-GL-DC
           MOVE WS-DEST-POST-AMT TO WS-GL-AMT
           MOVE TXN-ACC-ID TO WS-GL-OFFSET
           PERFORM WRITE-GL-ENTRY
           MOVE WS-SRC-BRANCH TO WS-COST-CENTRE
           COMPUTE WS-FX-DIFF = WS-SRC-POST-AMT - WS-DEST-POST-AMT
           IF WS-FX-DIFF NOT = 0
               MOVE 'FXADJ' TO WS-GL-ACCT
               END-IF
               MOVE TXN-ACC-ID TO WS-GL-OFFSET
               PERFORM WRITE-GL-ENTRY
           END-IF
           IF WS-SRC-BRANCH NOT = WS-DEST-BRANCH
               MOVE 'INTERBR' TO WS-GL-ACCT
               MOVE 'C' TO WS-GL-DC
               MOVE WS-DEST-POST-AMT TO WS-GL-AMT
               MOVE TXN-DEST-ID TO WS-GL-OFFSET
               PERFORM WRITE-GL-ENTRY
               MOVE WS-DEST-BRANCH TO WS-COST-CENTRE
               MOVE 'INTERBR' TO WS-GL-ACCT
               MOVE 'D' TO WS-GL-DC
               MOVE WS-DEST-POST-AMT TO WS-GL-AMT
               MOVE TXN-ACC-ID TO WS-GL-OFFSET
               PERFORM WRITE-GL-ENTRY
           END-IF.

      *> Sequential pass over the updated master writing the same
           MOVE CC-OPEN TO CUR-OPEN(WS-CUR-IDX).

       COPY "mstjrnl-write.cpy".
       COPY 'sysdate-read.cpy'.
       COPY 'period-check.cpy'.
       COPY 'branch-check.cpy'.
