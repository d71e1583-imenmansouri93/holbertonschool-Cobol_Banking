           SELECT RATE-FILE ASSIGN TO "interest-rate.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RATE-STATUS.
      *> Tiered credit rates by product rate code, and the product
      *> catalog that gives each account type its rate code.
           SELECT CREDIT-RATE-FILE ASSIGN TO "CREDIT-RATES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRT-STATUS.
           SELECT CATALOG-FILE ASSIGN TO "PRODUCT-CATALOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-STATUS.
           SELECT FEE-FILE ASSIGN TO "overdraft-fee.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FEE-STATUS.
           SELECT GL-JOURNAL ASSIGN TO "GL-JOURNAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
      *> Product switches whose interest to the switch date is
      *> still to be settled (see PRODUCT-SWITCH).
           SELECT SWITCH-FILE ASSIGN TO "PRODUCT-SWITCHES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PSW-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "BANK-HOLIDAYS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAL-STATUS.
           SELECT TXNCODE-FILE ASSIGN TO "TRANSACTION-CODES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TC-STATUS.
           SELECT SYSDATE-FILE ASSIGN TO "SYSTEM-DATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSDATE-STATUS.
           SELECT PERIOD-FILE ASSIGN TO "GL-PERIODS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERIOD-STATUS.
           SELECT BRANCH-FILE ASSIGN TO "branches.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BRANCH-STATUS.
           SELECT BRACC-FILE ASSIGN TO "ACCOUNTS.MASTER.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BRACC-ID
               FILE STATUS IS BRACC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD BALANCE-FILE.
           05 NEW-BALANCE-STRING PIC X(10).
       FD RATE-FILE.
       01 RATE-RECORD            PIC X(10).
      *> One row per balance tier of a rate code as from an
      *> effective date. The rows sharing a code and date make up
      *> one rate schedule; its method is B (banded -- each slice of
      *> the balance earns its own tier's rate) or W (whole balance
      *> -- the whole balance earns the rate of the highest tier it
      *> reaches). Rates are daily, as in interest-rate.dat.
       FD CREDIT-RATE-FILE.
       01 CREDIT-RATE-RECORD.
           05 CR-RATE-CODE       PIC X(4).
           05 CR-EFF-DATE        PIC 9(8).
           05 CR-METHOD          PIC X.
           05 CR-TIER-FLOOR      PIC 9(8)V99.
           05 CR-RATE            PIC 9V9(4).
      *> Same layout ACCOUNT-OPEN keeps the catalog in.
       FD CATALOG-FILE.
       01 CATALOG-RECORD.
           05 PC-ACC-TYPE        PIC X(8).
           05 PC-OD-LIMIT        PIC 9(6)V99.
           05 PC-RATE-CODE       PIC X(4).
           05 PC-MIN-DEPOSIT     PIC 9(8)V99.
           05 PC-MINOR-OK        PIC X.
           05 PC-ADULT-TYPE      PIC X(8).
       FD FEE-FILE.
       01 FEE-RECORD             PIC X(10).
       FD POSTING-LOG.
       FD ACCRUAL-NEW-FILE.
       01 ACCRUAL-NEW-RECORD     PIC X(48).

       FD SWITCH-FILE.
       01 SWITCH-RECORD          PIC X(81).

       FD CALENDAR-FILE.
       01 CALENDAR-REC           PIC X(10).

      *> Posting-window batch sequence -- the accrual posts outside
      *> the updater's intraday windows, so it stamps window zero.
           05 GJ-BATCH      PIC 9(4).
           05 GJ-COST-CENTRE PIC X(4).

       FD SYSDATE-FILE.
       01 SYSDATE-REC            PIC X(40).

       FD PERIOD-FILE.
       01 PERIOD-REC             PIC X(100).
       FD BRANCH-FILE.
       01 BRANCH-REC             PIC X(80).
      *> Only the type and branch are wanted from the account
      *> master: the type picks the product's credit rate, and the
      *> capitalization rows carry the account's branch as their
      *> cost centre.
       FD BRACC-FILE.
       01 BRACC-RECORD.
           05 BRACC-ID           PIC 9(5).
           05 FILLER             PIC X(20).
           05 BRACC-TYPE         PIC X(8).
           05 FILLER             PIC X(30).
           05 BRACC-BRANCH       PIC X(4).

       WORKING-STORAGE SECTION.
       COPY "sysdate-ws.cpy".
       COPY "period-ws.cpy".
       COPY "branch-ws.cpy".
       01 WS-COST-CENTRE        PIC X(4).
       01 EOF-FLAG              PIC X VALUE "N".
           88 END-OF-FILE       VALUE "Y".
           88 NOT-EOF           VALUE "N".
       01 WS-OVERDRAFT-FEE      PIC 9(3)V99 VALUE 35.00.
       01 WS-POSTING-TYPE       PIC X(8).

      *> Tiered credit rates. An account whose product has no rate
      *> code, or whose code has no schedule in effect on the
      *> accrual date, earns the single interest-rate.dat rate, so
      *> sites without CREDIT-RATES.DAT accrue exactly as before.
      *> The schedule is picked afresh on every daily pass, so a
      *> new rate takes effect on its effective date mid-month.
       01 WS-CRT-STATUS         PIC XX.
       01 WS-CAT-STATUS         PIC XX.
       01 WS-CR-EOF             PIC X.
       01 WS-CR-COUNT           PIC 9(4) VALUE 0.
       01 WS-CR-MAX             PIC 9(4) VALUE 500.
       01 CR-TABLE.
           05 CR-ENTRY OCCURS 1 TO 500 TIMES
                       DEPENDING ON WS-CR-COUNT.
               10 CRT-CODE      PIC X(4).
               10 CRT-EFF-DATE  PIC 9(8).
               10 CRT-METHOD    PIC X.
               10 CRT-FLOOR     PIC 9(8)V99.
               10 CRT-RATE      PIC 9V9(4).
       01 WS-PC-COUNT           PIC 9(3) VALUE 0.
       01 WS-PC-MAX             PIC 9(3) VALUE 50.
       01 PC-TABLE.
           05 PC-ENTRY OCCURS 1 TO 50 TIMES
                       DEPENDING ON WS-PC-COUNT.
               10 PCT-ACC-TYPE  PIC X(8).
               10 PCT-RATE-CODE PIC X(4).
       01 WS-ACC-RATE-CODE      PIC X(4).
       01 WS-ACC-RATE           PIC 9V9(4).
       01 WS-TIER-FOUND         PIC X.
       01 WS-TIER-DATE          PIC 9(8).
       01 WS-TIER-METHOD        PIC X.
       01 WS-TIER-BEST          PIC S9(9)V99.
       01 WS-TIER-CEILING       PIC 9(8)V99.
       01 WS-TIER-INT           PIC S9(9)V9(6).
       01 WS-T                  PIC 9(4).
       01 WS-U                  PIC 9(4).

      *> The accrual ledger, loaded whole for the capitalization
      *> pass and for the daily pass's already-accrued-today check.
       01 WS-LED-COUNT          PIC 9(5) VALUE 0.
               10 ST-ACC-ID      PIC X(9).
               10 ST-NET         PIC S9(7)V99.

      *> Which uncapitalized ledger rows a capitalization takes:
      *> M the month being capitalized, S the rows dated before a
      *> pending product switch on the same account.
       01 WS-CAP-SCOPE          PIC X VALUE "M".
       01 WS-ROW-SELECTED       PIC X.

      *> The product-switch register, loaded whole and rewritten
      *> whole once the pending switches are settled.
       01 WS-PSW-STATUS         PIC XX.
       01 WS-PSW-EOF            PIC X.
       01 WS-PSW-COUNT          PIC 9(5) VALUE 0.
       01 WS-PSW-MAX            PIC 9(5) VALUE 5000.
       01 WS-PSW-PENDING        PIC 9(5) VALUE 0.
       01 WS-PSW-K              PIC 9(5).
       01 WS-PSW-ACC            PIC 9(5).
       01 PSW-TABLE.
           05 PSW-ENTRY OCCURS 1 TO 5000 TIMES
                        DEPENDING ON WS-PSW-COUNT.
               10 PSW-SEQ            PIC 9(5).
               10 PSW-ACC-ID         PIC 9(5).
               10 PSW-SWITCH-DATE    PIC 9(8).
               10 PSW-OLD-TYPE       PIC X(8).
               10 PSW-NEW-TYPE       PIC X(8).
               10 PSW-OLD-RATE-CODE  PIC X(4).
               10 PSW-SWITCHED-BY    PIC X(8).
               10 PSW-FEE            PIC 9(8)V99.
               10 PSW-FEE-TXN        PIC X(6).
               10 PSW-SETTLE-STATUS  PIC X.
               10 PSW-SETTLED-AMT    PIC S9(7)V99
                                     SIGN LEADING SEPARATE.
               10 PSW-SETTLED-DATE   PIC 9(8).

      *> Month-end capitalization rolls forward off weekends and
      *> bank holidays -- nobody staffs a Sunday posting.
       COPY "calendar-ws.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM READ-SYSTEM-DATE
           MOVE SD-BUSINESS-DATE TO WS-TODAY
           MOVE SPACES TO WS-MODE
           ACCEPT WS-MODE FROM ENVIRONMENT "ACCRUAL_MODE"
           PERFORM LOAD-RATE
           PERFORM LOAD-CREDIT-RATES
           PERFORM LOAD-FEE
           PERFORM LOAD-GL-OFFSETS
           PERFORM LOAD-LEDGER
           IF WS-MODE = "CAPITALIZE"
               PERFORM CAPITALIZE-MONTH
           ELSE
               PERFORM SETTLE-PRODUCT-SWITCHES
               PERFORM DAILY-ACCRUAL-PASS
           END-IF
           STOP RUN.
           END-IF
           DISPLAY "Interest rate in effect: " WS-INTEREST-RATE.

      *> Loads the tiered credit-rate schedules and, when there are
      *> any, the product catalog that maps account type to rate
      *> code. No catalog means the standard CHECKING/SAVINGS
      *> products ACCOUNT-OPEN seeds itself with.
       LOAD-CREDIT-RATES.
           MOVE 0 TO WS-CR-COUNT
           MOVE "N" TO WS-CR-EOF
           OPEN INPUT CREDIT-RATE-FILE
           IF WS-CRT-STATUS = "35"
               DISPLAY "No CREDIT-RATES.DAT found, every account "
                   "earns the single rate"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CR-EOF = "Y"
               READ CREDIT-RATE-FILE
                   AT END
                       MOVE "Y" TO WS-CR-EOF
                   NOT AT END
                       IF WS-CR-COUNT < WS-CR-MAX
                           ADD 1 TO WS-CR-COUNT
                           MOVE CR-RATE-CODE
                               TO CRT-CODE(WS-CR-COUNT)
                           MOVE CR-EFF-DATE
                               TO CRT-EFF-DATE(WS-CR-COUNT)
                           MOVE CR-METHOD
                               TO CRT-METHOD(WS-CR-COUNT)
                           MOVE CR-TIER-FLOOR
                               TO CRT-FLOOR(WS-CR-COUNT)
                           MOVE CR-RATE
                               TO CRT-RATE(WS-CR-COUNT)
                       ELSE
                           DISPLAY "Warning: credit rate table "
                               "full at " WS-CR-MAX
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CREDIT-RATE-FILE
           DISPLAY "Tiered credit rate rows loaded: " WS-CR-COUNT

           MOVE 0 TO WS-PC-COUNT
           MOVE "N" TO WS-CR-EOF
           OPEN INPUT CATALOG-FILE
           IF WS-CAT-STATUS = "35"
               MOVE 2 TO WS-PC-COUNT
               MOVE "CHECKING" TO PCT-ACC-TYPE(1)
               MOVE "STD1"     TO PCT-RATE-CODE(1)
               MOVE "SAVINGS"  TO PCT-ACC-TYPE(2)
               MOVE "SAV1"     TO PCT-RATE-CODE(2)
           ELSE
               PERFORM UNTIL WS-CR-EOF = "Y"
                   READ CATALOG-FILE
                       AT END
                           MOVE "Y" TO WS-CR-EOF
                       NOT AT END
                           IF WS-PC-COUNT < WS-PC-MAX
                               ADD 1 TO WS-PC-COUNT
                               MOVE PC-ACC-TYPE
                                   TO PCT-ACC-TYPE(WS-PC-COUNT)
                               MOVE PC-RATE-CODE
                                   TO PCT-RATE-CODE(WS-PC-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CATALOG-FILE
           END-IF.

      *> Loads the overdraft fee from overdraft-fee.dat, falling back
      *> to the compiled-in default if the control file is missing.
       LOAD-FEE.
           END-IF
           SET NOT-EOF TO TRUE.

      *> An account moved to another product since the last run
      *> has its accruals up to the switch date -- all earned at
      *> the old product's rate -- capitalized now, the same way
      *> month end does it, before today's accrual at the new
      *> product's rate goes on the ledger. The switch row carries
      *> the net amount settled. A closed period holds the
      *> settlement back until the period reopens or rolls.
       SETTLE-PRODUCT-SWITCHES.
           PERFORM LOAD-SWITCHES
           IF WS-PSW-PENDING = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-CLOSED-PERIODS
           MOVE WS-TODAY TO WS-PER-TEST-DATE
           PERFORM CHECK-PERIOD-OPEN
           IF WS-PER-OPEN = "N"
               DISPLAY "Accounting period " WS-TODAY(1:6)
                   " is closed; " WS-PSW-PENDING " product "
                   "switch(es) left unsettled."
               EXIT PARAGRAPH
           END-IF
           MOVE "S" TO WS-CAP-SCOPE
           PERFORM LOAD-WHT-TABLES
           PERFORM SUM-MONTH-ACCRUALS
           IF WS-SUM-COUNT > 0
               PERFORM LOAD-BRANCHES
               PERFORM POST-CAPITALIZATION
               PERFORM CLOSE-ACCOUNT-BRANCH
               PERFORM REPLACE-BALANCE-FILE
               PERFORM REWRITE-LEDGER
           END-IF
           PERFORM VARYING WS-PSW-K FROM 1 BY 1
                   UNTIL WS-PSW-K > WS-PSW-COUNT
               IF PSW-SETTLE-STATUS(WS-PSW-K) = "P"
                   PERFORM STAMP-SWITCH-SETTLED
               END-IF
           END-PERFORM
           PERFORM SAVE-SWITCHES
           MOVE "M" TO WS-CAP-SCOPE
           DISPLAY "Product switches settled: " WS-PSW-PENDING
               " switch(es), " WS-CAP-COUNT " account(s) posted.".

       STAMP-SWITCH-SETTLED.
           MOVE 0 TO PSW-SETTLED-AMT(WS-PSW-K)
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-SUM-COUNT
               IF FUNCTION TEST-NUMVAL(ST-ACC-ID(WS-K)) = 0
                   IF FUNCTION NUMVAL(ST-ACC-ID(WS-K))
                       = PSW-ACC-ID(WS-PSW-K)
                       MOVE ST-NET(WS-K)
                           TO PSW-SETTLED-AMT(WS-PSW-K)
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM
           MOVE "S" TO PSW-SETTLE-STATUS(WS-PSW-K)
           MOVE WS-TODAY TO PSW-SETTLED-DATE(WS-PSW-K).

       LOAD-SWITCHES.
           MOVE 0 TO WS-PSW-COUNT
           MOVE 0 TO WS-PSW-PENDING
           MOVE "N" TO WS-PSW-EOF
           OPEN INPUT SWITCH-FILE
           IF WS-PSW-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PSW-EOF = "Y"
               READ SWITCH-FILE
                   AT END
                       MOVE "Y" TO WS-PSW-EOF
                   NOT AT END
                       IF WS-PSW-COUNT < WS-PSW-MAX
                           ADD 1 TO WS-PSW-COUNT
                           MOVE SWITCH-RECORD
                               TO PSW-ENTRY(WS-PSW-COUNT)
                           IF PSW-SETTLE-STATUS(WS-PSW-COUNT) = "P"
                               ADD 1 TO WS-PSW-PENDING
                           END-IF
                       ELSE
                           DISPLAY "Warning: product switch table "
                               "full at " WS-PSW-MAX
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SWITCH-FILE.

       SAVE-SWITCHES.
           OPEN OUTPUT SWITCH-FILE
           PERFORM VARYING WS-PSW-K FROM 1 BY 1
                   UNTIL WS-PSW-K > WS-PSW-COUNT
               MOVE PSW-ENTRY(WS-PSW-K) TO SWITCH-RECORD
               WRITE SWITCH-RECORD
           END-PERFORM
           CLOSE SWITCH-FILE.

      *> DAILY: compute each account's accrual into the ledger
      *> without touching balances.idx. INTEREST rows are the daily
      *> rate on a positive balance; FEE rows are the configured
           END-PERFORM
           CLOSE BALANCE-FILE
           CLOSE ACCRUAL-FILE
           PERFORM CLOSE-ACCOUNT-BRANCH
           DISPLAY "Daily accrual complete: " WS-ACCRUED-TODAY
               " accrued, " WS-SKIPPED-TODAY
               " already accrued today".
               ADD 1 TO WS-SKIPPED-TODAY
           ELSE
               IF BALANCE-NUMERIC > 0
                   PERFORM FIND-ACCRUAL-RATE
                   MOVE "INTEREST" TO WS-POSTING-TYPE
               ELSE
                   IF BALANCE-NUMERIC < 0
                   MOVE WS-POSTING-TYPE TO AI-TYPE
                   MOVE WS-ADJUSTMENT TO AI-AMOUNT
                   IF WS-POSTING-TYPE = "INTEREST"
                       MOVE WS-ACC-RATE TO AI-RATE
                   ELSE
                       MOVE 0 TO AI-RATE
                   END-IF
               END-IF
           END-IF.

      *> The day's interest on a positive balance: the tiered rate
      *> of the account's product when a schedule is in effect
      *> today, the single rate otherwise. WS-ACC-RATE comes back
      *> with the rate recorded on the ledger row -- for a banded
      *> schedule, the blended rate the balance earned.
       FIND-ACCRUAL-RATE.
           MOVE WS-INTEREST-RATE TO WS-ACC-RATE
           MOVE "N" TO WS-TIER-FOUND
           MOVE SPACES TO WS-ACC-RATE-CODE
           IF WS-CR-COUNT > 0
               AND FUNCTION TEST-NUMVAL(ACCOUNT-ID) = 0
               COMPUTE WS-BR-ACC-ID = FUNCTION NUMVAL(ACCOUNT-ID)
               PERFORM LOOKUP-ACCOUNT-BRANCH
               IF WS-BR-ACC-OPEN = "Y" AND BRACC-STATUS = "00"
                   PERFORM VARYING WS-T FROM 1 BY 1
                           UNTIL WS-T > WS-PC-COUNT
                       IF PCT-ACC-TYPE(WS-T) = BRACC-TYPE
                           MOVE PCT-RATE-CODE(WS-T)
                               TO WS-ACC-RATE-CODE
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
               END-IF
           END-IF
      *> The schedule in effect is the code's latest effective date
      *> on or before the accrual date.
           IF WS-ACC-RATE-CODE NOT = SPACES
               MOVE 0 TO WS-TIER-DATE
               PERFORM VARYING WS-T FROM 1 BY 1
                       UNTIL WS-T > WS-CR-COUNT
                   IF CRT-CODE(WS-T) = WS-ACC-RATE-CODE
                       AND CRT-EFF-DATE(WS-T) NOT > WS-TODAY
                       AND (WS-TIER-FOUND = "N"
                            OR CRT-EFF-DATE(WS-T) > WS-TIER-DATE)
                       MOVE "Y" TO WS-TIER-FOUND
                       MOVE CRT-EFF-DATE(WS-T) TO WS-TIER-DATE
                       MOVE CRT-METHOD(WS-T) TO WS-TIER-METHOD
                   END-IF
               END-PERFORM
           END-IF
           IF WS-TIER-FOUND = "N"
               COMPUTE WS-ADJUSTMENT ROUNDED =
                   BALANCE-NUMERIC * WS-INTEREST-RATE
               EXIT PARAGRAPH
           END-IF
           IF WS-TIER-METHOD = "B"
               PERFORM BANDED-TIER-INTEREST
           ELSE
               PERFORM WHOLE-TIER-INTEREST
           END-IF.

      *> Whole balance: the rate of the highest tier floor the
      *> balance reaches. A balance under the lowest floor earns
      *> nothing.
       WHOLE-TIER-INTEREST.
           MOVE 0 TO WS-ACC-RATE
           MOVE -1 TO WS-TIER-BEST
           PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > WS-CR-COUNT
               IF CRT-CODE(WS-T) = WS-ACC-RATE-CODE
                   AND CRT-EFF-DATE(WS-T) = WS-TIER-DATE
                   AND CRT-FLOOR(WS-T) NOT > BALANCE-NUMERIC
                   AND CRT-FLOOR(WS-T) > WS-TIER-BEST
                   MOVE CRT-FLOOR(WS-T) TO WS-TIER-BEST
                   MOVE CRT-RATE(WS-T) TO WS-ACC-RATE
               END-IF
           END-PERFORM
           COMPUTE WS-ADJUSTMENT ROUNDED =
               BALANCE-NUMERIC * WS-ACC-RATE.

      *> Banded: each tier's rate applies to the slice of the
      *> balance between its floor and the next floor up in the
      *> same schedule (or the balance itself, for the top slice
      *> the balance reaches). The rows need not be in floor order.
       BANDED-TIER-INTEREST.
           MOVE 0 TO WS-TIER-INT
           PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > WS-CR-COUNT
               IF CRT-CODE(WS-T) = WS-ACC-RATE-CODE
                   AND CRT-EFF-DATE(WS-T) = WS-TIER-DATE
                   AND CRT-FLOOR(WS-T) < BALANCE-NUMERIC
                   MOVE BALANCE-NUMERIC TO WS-TIER-CEILING
                   PERFORM VARYING WS-U FROM 1 BY 1
                           UNTIL WS-U > WS-CR-COUNT
                       IF CRT-CODE(WS-U) = WS-ACC-RATE-CODE
                           AND CRT-EFF-DATE(WS-U) = WS-TIER-DATE
                           AND CRT-FLOOR(WS-U) > CRT-FLOOR(WS-T)
                           AND CRT-FLOOR(WS-U) < WS-TIER-CEILING
                           MOVE CRT-FLOOR(WS-U) TO WS-TIER-CEILING
                       END-IF
                   END-PERFORM
                   COMPUTE WS-TIER-INT = WS-TIER-INT +
                       (WS-TIER-CEILING - CRT-FLOOR(WS-T))
                           * CRT-RATE(WS-T)
               END-IF
           END-PERFORM
           COMPUTE WS-ADJUSTMENT ROUNDED = WS-TIER-INT
           COMPUTE WS-ACC-RATE ROUNDED =
               WS-TIER-INT / BALANCE-NUMERIC.

      *> CAPITALIZE: sums the month's uncapitalized accruals per
      *> account (ACCRUAL_MONTH YYYYMM in the environment, default
      *> the current month), posts one net interest credit or fee
                   WS-CAP-MONTH
               STOP RUN
           END-IF
      *> The capitalization journal is dated today; a closed month
      *> takes no new entries.
           PERFORM LOAD-CLOSED-PERIODS
           MOVE WS-TODAY TO WS-PER-TEST-DATE
           PERFORM CHECK-PERIOD-OPEN
           IF WS-PER-OPEN = "N"
               DISPLAY "Accounting period " WS-TODAY(1:6)
                   " is closed; capitalization cannot post into it."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "Capitalizing accruals for month " WS-CAP-MONTH

           PERFORM LOAD-WHT-TABLES
               DISPLAY "No uncapitalized accruals for " WS-CAP-MONTH
                   ", nothing to post."
           ELSE
               PERFORM LOAD-BRANCHES
               PERFORM POST-CAPITALIZATION
               PERFORM CLOSE-ACCOUNT-BRANCH
               PERFORM REPLACE-BALANCE-FILE
               PERFORM REWRITE-LEDGER
               DISPLAY "Capitalization complete: " WS-CAP-COUNT
       SUM-MONTH-ACCRUALS.
           MOVE 0 TO WS-SUM-COUNT
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-LED-COUNT
               PERFORM CHECK-ROW-SELECTED
               IF WS-ROW-SELECTED = "Y"
                   PERFORM ADD-TO-ACCOUNT-SUM
               END-IF
           END-PERFORM.

      *> Whether ledger row J belongs to the capitalization in
      *> hand: uncapitalized, and either in the month being
      *> capitalized or dated before a pending switch of its
      *> account's product.
       CHECK-ROW-SELECTED.
           MOVE "N" TO WS-ROW-SELECTED
           IF LT-CAPITALIZED(J) NOT = "N"
               EXIT PARAGRAPH
           END-IF
           IF WS-CAP-SCOPE = "M"
               IF LT-DATE(J)(1:6) = WS-CAP-MONTH
                   MOVE "Y" TO WS-ROW-SELECTED
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-NUMVAL(LT-ACC-ID(J)) NOT = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-PSW-ACC = FUNCTION NUMVAL(LT-ACC-ID(J))
           PERFORM VARYING WS-PSW-K FROM 1 BY 1
                   UNTIL WS-PSW-K > WS-PSW-COUNT
               IF PSW-SETTLE-STATUS(WS-PSW-K) = "P"
                   AND PSW-ACC-ID(WS-PSW-K) = WS-PSW-ACC
                   AND LT-DATE(J) < PSW-SWITCH-DATE(WS-PSW-K)
                   MOVE "Y" TO WS-ROW-SELECTED
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       ADD-TO-ACCOUNT-SUM.
           MOVE 0 TO WS-SUM-IDX
           PERFORM VARYING WS-K FROM 1 BY 1
      *> A gross credit splits three ways when tax is withheld:
      *> interest expense is debited for the gross, the customer is
      *> credited net, and the withheld slice credits WHTPAY -- the
      *> entry still balances line for line. Every row goes to the
      *> cost centre of the branch the account is held at.
       WRITE-CAPITALIZATION-GL.
           MOVE WS-BR-TERM-BRANCH TO WS-COST-CENTRE
           IF FUNCTION TEST-NUMVAL(ACCOUNT-ID) = 0
               COMPUTE WS-BR-ACC-ID = FUNCTION NUMVAL(ACCOUNT-ID)
               PERFORM LOOKUP-ACCOUNT-BRANCH
               MOVE WS-BR-ACC-BRANCH TO WS-COST-CENTRE
           END-IF
           IF WS-NET-ADJ > 0
               MOVE SPACES TO GL-JOURNAL-REC
               MOVE WS-TODAY TO GJ-DATE
               MOVE WS-NET-ADJ TO GJ-AMOUNT
               MOVE ACCOUNT-ID TO GJ-OFFSET
               MOVE 0 TO GJ-BATCH
               MOVE WS-COST-CENTRE TO GJ-COST-CENTRE
               WRITE GL-JOURNAL-REC

               MOVE SPACES TO GL-JOURNAL-REC
               MOVE WS-NET-CREDIT TO GJ-AMOUNT
               MOVE WS-INT-OFFSET TO GJ-OFFSET
               MOVE 0 TO GJ-BATCH
               MOVE WS-COST-CENTRE TO GJ-COST-CENTRE
               WRITE GL-JOURNAL-REC

               IF WS-WHT-AMT > 0
                   MOVE WS-WHT-AMT TO GJ-AMOUNT
                   MOVE ACCOUNT-ID TO GJ-OFFSET
                   MOVE 0 TO GJ-BATCH
                   MOVE WS-COST-CENTRE TO GJ-COST-CENTRE
                   WRITE GL-JOURNAL-REC
                   PERFORM WRITE-WHT-LEDGER-ROW
               END-IF
               MOVE WS-GL-AMT TO GJ-AMOUNT
               MOVE WS-FEE-OFFSET TO GJ-OFFSET
               MOVE 0 TO GJ-BATCH
               MOVE WS-COST-CENTRE TO GJ-COST-CENTRE
               WRITE GL-JOURNAL-REC

               MOVE SPACES TO GL-JOURNAL-REC
               MOVE WS-GL-AMT TO GJ-AMOUNT
               MOVE ACCOUNT-ID TO GJ-OFFSET
               MOVE 0 TO GJ-BATCH
               MOVE WS-COST-CENTRE TO GJ-COST-CENTRE
               WRITE GL-JOURNAL-REC
           END-IF.

           CLOSE WHT-LEDGER
           ADD WS-WHT-AMT TO WS-WHT-TOTAL.

      *> Stamps the rows just capitalized and rewrites the ledger
      *> through the same copy-then-atomic-rename swap used for the
      *> balance file.
       REWRITE-LEDGER.
           OPEN OUTPUT ACCRUAL-NEW-FILE
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-LED-COUNT
               PERFORM CHECK-ROW-SELECTED
               IF WS-ROW-SELECTED = "Y"
                   MOVE "Y" TO LT-CAPITALIZED(J)
                   MOVE WS-TODAY TO LT-CAP-DATE(J)
               END-IF
           CALL "SYSTEM" USING WS-CMD.

       COPY "calendar-check.cpy".
       COPY "sysdate-read.cpy".
       COPY "period-check.cpy".
       COPY "branch-check.cpy".
       COPY "branch-acct.cpy".
