       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIQUIDITY-GAP.

      *> Weekly maturity ladder for treasury: how much money is
      *> expected to come due when, per currency. Expected cash
      *> flows are bucketed by days from the business date into
      *> OVERNIGHT (up to 1 day), 1 WEEK (up to 7), 1 MONTH (up to
      *> 30), 3 MONTHS (up to 91), 1 YEAR (up to 365) and OVER 1
      *> YEAR.
      *>   Outflows
      *>   - TERM-DEPOSITS.DAT: every active deposit pays principal
      *>     and full-term interest out on its maturity date (a
      *>     rollover instruction is the customer's choice and is
      *>     not relied on), in the currency of its linked account;
      *>   - STANDING-ORDERS.DAT: every active order, each run from
      *>     its next-run date to its end date or one year out,
      *>     whichever is sooner, in the currency of its source
      *>     account;
      *>   - ACCOUNTS.MASTER.IDX demand balances: each open account's
      *>     credit balance runs off by the behavioural percentages
      *>     for its account type in liquidity-runoff.dat (one row
      *>     per type, percent leaving in each of the first five
      *>     bands; whatever is left is the stable core and falls in
      *>     OVER 1 YEAR). Type "*" covers any type without its own
      *>     row; compiled-in defaults when the file is missing.
      *>   Inflows
      *>   - LOAN-SCHEDULE.DAT: each unpaid instalment of an ACTIVE
      *>     loan on its anniversary due date, net of what has been
      *>     paid toward it this year. Instalments already past due
      *>     are arrears, not expected cash, and are shown as a memo
      *>     line only. Loans are booked in the base currency.
      *> LIQUIDITY-GAP.DAT shows, per currency and band, the
      *> inflows, each kind of outflow, the net gap and the
      *> cumulative gap.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNTS ASSIGN TO "ACCOUNTS.MASTER.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACC-ID
               FILE STATUS IS WS-ACC-STATUS.
           SELECT TD-FILE ASSIGN TO "TERM-DEPOSITS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TD-STATUS.
           SELECT STO-FILE ASSIGN TO "STANDING-ORDERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STO-STATUS.
           SELECT LOANS-FILE ASSIGN TO "LOANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOANS-STATUS.
           SELECT SCHEDULE-FILE ASSIGN TO "LOAN-SCHEDULE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHED-STATUS.
           SELECT RUNOFF-FILE ASSIGN TO "liquidity-runoff.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNOFF-STATUS.
           SELECT REPORT-FILE ASSIGN TO "LIQUIDITY-GAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SYSDATE-FILE ASSIGN TO "SYSTEM-DATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ACCOUNTS.
       01 ACC-FILE-REC.
           05 ACC-ID       PIC 9(5).
           05 ACC-NAME     PIC X(20).
           05 ACC-TYPE     PIC X(8).
           05 ACC-BAL      PIC S9(8)V99 SIGN LEADING SEPARATE.
           05 ACC-CURRENCY PIC X(3).
           05 ACC-STATUS   PIC X(8).
           05 ACC-LAST-ACTIVITY PIC 9(8).
           05 ACC-BRANCH   PIC X(4).

       FD TD-FILE.
       01 TD-RECORD.
          05 TD-ID           PIC 9(6).
          05 TD-CUST-ID      PIC 9(5).
          05 TD-ACC-ID       PIC 9(5).
          05 TD-PRINCIPAL    PIC 9(8)V99.
          05 TD-RATE-PCT     PIC 99V99.
          05 TD-TERM-MONTHS  PIC 9(3).
          05 TD-OPEN-DATE    PIC 9(8).
          05 TD-MATURITY     PIC 9(8).
          05 TD-DISPOSAL     PIC X.
          05 TD-STATUS       PIC X.

       FD STO-FILE.
       01 STO-RECORD.
           05 STO-ID         PIC 9(5).
           05 STO-SRC-ACC    PIC 9(5).
           05 STO-DEST-ACC   PIC 9(5).
           05 STO-AMT        PIC 9(8)V99.
           05 STO-FREQ       PIC X.
           05 STO-NEXT-RUN   PIC 9(8).
           05 STO-END-DATE   PIC 9(8).
           05 STO-STATUS     PIC X.

       FD LOANS-FILE.
       01 LOANS-RECORD.
          05 LN-LOAN-ID        PIC 9(6).
          05 LN-CUST-ID        PIC 9(5).
          05 LN-PRINCIPAL      PIC 9(5).
          05 LN-RATE-PCT       PIC 99.
          05 LN-TERM-YEARS     PIC 99.
          05 LN-STATUS         PIC X(8).
          05 LN-OUTSTANDING    PIC 9(7)V99.
          05 LN-PAID-THRU      PIC 99.
          05 LN-YEAR-PAID      PIC 9(7)V99.
          05 LN-ORIG-DATE      PIC 9(8).

      *> The amortization rows as LOAN-ORIGINATE writes them; the
      *> money columns are edited and read back as text.
       FD SCHEDULE-FILE.
       01 SCHEDULE-RECORD.
          05 LS-LOAN-ID        PIC 9(6).
          05 FILLER            PIC X.
          05 LS-YEAR           PIC 99.
          05 FILLER            PIC X.
          05 LS-PAYMENT-TXT    PIC X(9).
          05 FILLER            PIC X(30).

      *> Account type, then the percent of the balance expected to
      *> leave in each of the first five bands.
       FD RUNOFF-FILE.
       01 RUNOFF-RECORD.
           05 RO-ACC-TYPE    PIC X(8).
           05 RO-PCT         PIC 9(3) OCCURS 5 TIMES.

       FD REPORT-FILE.
       01 REPORT-LINE       PIC X(132).

       FD SYSDATE-FILE.
       01 SYSDATE-REC            PIC X(40).

       WORKING-STORAGE SECTION.
       COPY "sysdate-ws.cpy".
       01 WS-ACC-STATUS     PIC XX.
       01 WS-TD-STATUS      PIC XX.
       01 WS-STO-STATUS     PIC XX.
       01 WS-LOANS-STATUS   PIC XX.
       01 WS-SCHED-STATUS   PIC XX.
       01 WS-RUNOFF-STATUS  PIC XX.
       01 WS-ACC-OPEN       PIC X VALUE "N".
       01 WS-EOF            PIC X VALUE "N".
       01 WS-TODAY          PIC 9(8).
       01 WS-TODAY-INT      PIC 9(7).
       01 WS-HORIZON        PIC 9(8).
       01 WS-BASE-CURRENCY  PIC X(3) VALUE "USD".
       01 WS-CURRENCY       PIC X(3).
       01 WS-FLOW-DATE      PIC 9(8).
       01 WS-FLOW-AMT       PIC 9(9)V99.
       01 WS-DAYS           PIC S9(7).
       01 WS-BAND-IDX       PIC 9.
       01 WS-CY-IDX         PIC 9(2).
       01 WS-RO-IDX         PIC 9(2).
       01 WS-PCT-SUM        PIC 9(4).
       01 WS-RUNOFF-AMT     PIC 9(9)V99.
       01 WS-RUNOFF-LEFT    PIC 9(9)V99.
       01 WS-INTEREST       PIC 9(8)V99.
       01 WS-DATE-INT       PIC 9(7).
       01 WS-WORK-YYYY      PIC 9(4).
       01 WS-WORK-MM        PIC 9(2).
       01 WS-WORK-DD        PIC 9(2).
       01 WS-MAX-DAY        PIC 9(2).
       01 WS-RUNS           PIC 9(4).
       01 WS-DUE-DATE       PIC 9(8).
       01 WS-DUE-YYYY       PIC 9(4).
       01 WS-DUE-MMDD       PIC 9(4).
       01 WS-LOAN-IDX       PIC 9(4).
       01 WS-NET            PIC S9(11)V99.
       01 WS-CUMULATIVE     PIC S9(11)V99.
       01 WS-TOTAL-IN       PIC 9(11)V99.
       01 WS-TOTAL-OUT      PIC 9(11)V99.
       01 WS-OVERDUE-COUNT  PIC 9(5) VALUE 0.
       01 WS-OVERDUE-AMT    PIC 9(11)V99 VALUE 0.
       01 WS-TD-COUNT       PIC 9(5) VALUE 0.
       01 WS-STO-COUNT      PIC 9(5) VALUE 0.
       01 WS-DEP-COUNT      PIC 9(5) VALUE 0.
       01 WS-INST-COUNT     PIC 9(5) VALUE 0.
       01 WS-DISP-IN        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-DISP-TD        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-DISP-STO       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-DISP-DEP       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-DISP-NET       PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-DISP-CUM       PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01 J                 PIC 9(5).
       01 K                 PIC 9(5).

      *> Upper day limit of each band; OVER 1 YEAR has none.
       01 BAND-LIMIT-DATA.
           05 FILLER PIC 9(3) VALUE 1.
           05 FILLER PIC 9(3) VALUE 7.
           05 FILLER PIC 9(3) VALUE 30.
           05 FILLER PIC 9(3) VALUE 91.
           05 FILLER PIC 9(3) VALUE 365.
       01 BAND-LIMIT-TABLE REDEFINES BAND-LIMIT-DATA.
           05 BAND-LIMIT PIC 9(3) OCCURS 5 TIMES.

       01 BAND-NAME-DATA.
           05 FILLER PIC X(11) VALUE "OVERNIGHT".
           05 FILLER PIC X(11) VALUE "1 WEEK".
           05 FILLER PIC X(11) VALUE "1 MONTH".
           05 FILLER PIC X(11) VALUE "3 MONTHS".
           05 FILLER PIC X(11) VALUE "1 YEAR".
           05 FILLER PIC X(11) VALUE "OVER 1 YEAR".
       01 BAND-NAME-TABLE REDEFINES BAND-NAME-DATA.
           05 BAND-NAME PIC X(11) OCCURS 6 TIMES.

       01 WS-DAYS-IN-MONTH-DATA.
           05 FILLER PIC 9(2) VALUE 31.
           05 FILLER PIC 9(2) VALUE 28.
           05 FILLER PIC 9(2) VALUE 31.
           05 FILLER PIC 9(2) VALUE 30.
           05 FILLER PIC 9(2) VALUE 31.
           05 FILLER PIC 9(2) VALUE 30.
           05 FILLER PIC 9(2) VALUE 31.
           05 FILLER PIC 9(2) VALUE 31.
           05 FILLER PIC 9(2) VALUE 30.
           05 FILLER PIC 9(2) VALUE 31.
           05 FILLER PIC 9(2) VALUE 30.
           05 FILLER PIC 9(2) VALUE 31.
       01 WS-DAYS-IN-MONTH-TABLE REDEFINES WS-DAYS-IN-MONTH-DATA.
           05 WS-DAYS-IN-MONTH PIC 9(2) OCCURS 12 TIMES.

      *> Run-off percentages per account type, with the compiled-in
      *> fallback when liquidity-runoff.dat is not on file.
       01 WS-RO-COUNT       PIC 9(2) VALUE 0.
       01 WS-RO-MAX         PIC 9(2) VALUE 20.
       01 RO-TABLE.
           05 RO-ENTRY OCCURS 1 TO 20 TIMES
                       DEPENDING ON WS-RO-COUNT.
               10 T-RO-ACC-TYPE PIC X(8).
               10 T-RO-PCT      PIC 9(3) OCCURS 5 TIMES.

      *> The ladder: per currency, per band, inflows and the three
      *> kinds of outflow.
       01 WS-CY-COUNT       PIC 9(2) VALUE 0.
       01 WS-CY-MAX         PIC 9(2) VALUE 20.
       01 CY-TABLE.
           05 CY-ENTRY OCCURS 1 TO 20 TIMES
                       DEPENDING ON WS-CY-COUNT.
               10 CY-CODE       PIC X(3).
               10 CY-BAND OCCURS 6 TIMES.
                   15 CY-IN     PIC 9(11)V99.
                   15 CY-TD     PIC 9(11)V99.
                   15 CY-STO    PIC 9(11)V99.
                   15 CY-DEP    PIC 9(11)V99.

      *> ACTIVE loans: where each stands against its schedule.
       01 WS-LN-COUNT       PIC 9(4) VALUE 0.
       01 WS-LN-MAX         PIC 9(4) VALUE 1000.
       01 LN-TABLE.
           05 LN-ENTRY OCCURS 1 TO 1000 TIMES
                       DEPENDING ON WS-LN-COUNT.
               10 T-LN-LOAN-ID     PIC 9(6).
               10 T-LN-PAID-THRU   PIC 99.
               10 T-LN-YEAR-PAID   PIC 9(7)V99.
               10 T-LN-ORIG-DATE   PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "LIQUIDITY MATURITY GAP"
           PERFORM READ-SYSTEM-DATE
           MOVE SD-BUSINESS-DATE TO WS-TODAY
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)
           COMPUTE WS-HORIZON =
               FUNCTION DATE-OF-INTEGER(WS-TODAY-INT + 365)
           PERFORM LOAD-RUNOFF-RATES

      *> The base currency always gets a ladder, even if empty.
           MOVE WS-BASE-CURRENCY TO WS-CURRENCY
           PERFORM FIND-OR-ADD-CURRENCY

           OPEN INPUT ACCOUNTS
           IF WS-ACC-STATUS NOT = "00"
               DISPLAY "ACCOUNTS.MASTER.IDX not available (status "
                   WS-ACC-STATUS ") -- demand deposits left out and "
                   "every flow taken in " WS-BASE-CURRENCY "."
           ELSE
               MOVE "Y" TO WS-ACC-OPEN
           END-IF
           PERFORM LADDER-TERM-DEPOSITS
           PERFORM LADDER-STANDING-ORDERS
           PERFORM LADDER-DEMAND-DEPOSITS
           IF WS-ACC-OPEN = "Y"
               CLOSE ACCOUNTS
           END-IF
           PERFORM LOAD-ACTIVE-LOANS
           PERFORM LADDER-LOAN-INSTALMENTS

           PERFORM WRITE-GAP-REPORT
           DISPLAY WS-TD-COUNT " term deposit(s), " WS-STO-COUNT
               " standing order run(s), " WS-DEP-COUNT
               " demand account(s), " WS-INST-COUNT
               " loan instalment(s) laddered"
           DISPLAY "Report in LIQUIDITY-GAP.DAT"
           STOP RUN.

       LOAD-RUNOFF-RATES.
           MOVE 0 TO WS-RO-COUNT
           OPEN INPUT RUNOFF-FILE
           IF WS-RUNOFF-STATUS = "35"
               PERFORM SEED-DEFAULT-RUNOFF
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ RUNOFF-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM TAKE-RUNOFF-ROW
               END-READ
           END-PERFORM
           CLOSE RUNOFF-FILE
           MOVE "N" TO WS-EOF.

      *> A row whose five bands add to more than the whole balance
      *> is a keying error and is skipped.
       TAKE-RUNOFF-ROW.
           MOVE 0 TO WS-PCT-SUM
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 5
               IF RO-PCT(K) NOT NUMERIC
                   DISPLAY "Warning: run-off row " RO-ACC-TYPE
                       " is not numeric -- skipped"
                   EXIT PARAGRAPH
               END-IF
               ADD RO-PCT(K) TO WS-PCT-SUM
           END-PERFORM
           IF WS-PCT-SUM > 100
               DISPLAY "Warning: run-off row " RO-ACC-TYPE
                   " adds to " WS-PCT-SUM "% -- skipped"
               EXIT PARAGRAPH
           END-IF
           IF WS-RO-COUNT < WS-RO-MAX
               ADD 1 TO WS-RO-COUNT
               MOVE RUNOFF-RECORD TO RO-ENTRY(WS-RO-COUNT)
           END-IF.

       SEED-DEFAULT-RUNOFF.
           MOVE 3 TO WS-RO-COUNT
           MOVE "CHECKING" TO T-RO-ACC-TYPE(1)
           MOVE 10 TO T-RO-PCT(1, 1)
           MOVE 10 TO T-RO-PCT(1, 2)
           MOVE 10 TO T-RO-PCT(1, 3)
           MOVE 10 TO T-RO-PCT(1, 4)
           MOVE 20 TO T-RO-PCT(1, 5)
           MOVE "SAVINGS" TO T-RO-ACC-TYPE(2)
           MOVE 5 TO T-RO-PCT(2, 1)
           MOVE 5 TO T-RO-PCT(2, 2)
           MOVE 10 TO T-RO-PCT(2, 3)
           MOVE 10 TO T-RO-PCT(2, 4)
           MOVE 20 TO T-RO-PCT(2, 5)
           MOVE "*" TO T-RO-ACC-TYPE(3)
           MOVE 10 TO T-RO-PCT(3, 1)
           MOVE 10 TO T-RO-PCT(3, 2)
           MOVE 10 TO T-RO-PCT(3, 3)
           MOVE 10 TO T-RO-PCT(3, 4)
           MOVE 20 TO T-RO-PCT(3, 5).

       FIND-OR-ADD-CURRENCY.
           MOVE 0 TO WS-CY-IDX
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-CY-COUNT
               IF CY-CODE(J) = WS-CURRENCY
                   MOVE J TO WS-CY-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-CY-IDX > 0
               EXIT PARAGRAPH
           END-IF
           IF WS-CY-COUNT < WS-CY-MAX
               ADD 1 TO WS-CY-COUNT
               MOVE WS-CY-COUNT TO WS-CY-IDX
               INITIALIZE CY-ENTRY(WS-CY-IDX)
               MOVE WS-CURRENCY TO CY-CODE(WS-CY-IDX)
           ELSE
               DISPLAY "Warning: currency table full at " WS-CY-MAX
                   ", " WS-CURRENCY " lumped into row 1"
               MOVE 1 TO WS-CY-IDX
           END-IF.

      *> Days from the business date pick the band; anything due
      *> today or already due is overnight money.
       FIND-BAND.
           COMPUTE WS-DAYS = FUNCTION INTEGER-OF-DATE(WS-FLOW-DATE)
               - WS-TODAY-INT
           MOVE 6 TO WS-BAND-IDX
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 5
               IF WS-DAYS <= BAND-LIMIT(K)
                   MOVE K TO WS-BAND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> The currency of a deposit or order is its account's; an
      *> account the master does not hold is taken in the base
      *> currency.
       ACCOUNT-CURRENCY.
           MOVE WS-BASE-CURRENCY TO WS-CURRENCY
           IF WS-ACC-OPEN = "N"
               EXIT PARAGRAPH
           END-IF
           READ ACCOUNTS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ACC-CURRENCY TO WS-CURRENCY
           END-READ.

       LADDER-TERM-DEPOSITS.
           OPEN INPUT TD-FILE
           IF WS-TD-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ TD-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF TD-STATUS = "A"
                           PERFORM LADDER-ONE-DEPOSIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TD-FILE
           MOVE "N" TO WS-EOF.

      *> Full-term simple interest, as TD-MATURITY pays it.
       LADDER-ONE-DEPOSIT.
           MOVE TD-ACC-ID TO ACC-ID
           PERFORM ACCOUNT-CURRENCY
           PERFORM FIND-OR-ADD-CURRENCY
           COMPUTE WS-INTEREST ROUNDED =
               TD-PRINCIPAL * TD-RATE-PCT / 100
               * TD-TERM-MONTHS / 12
           COMPUTE WS-FLOW-AMT = TD-PRINCIPAL + WS-INTEREST
           MOVE TD-MATURITY TO WS-FLOW-DATE
           PERFORM FIND-BAND
           ADD WS-FLOW-AMT TO CY-TD(WS-CY-IDX, WS-BAND-IDX)
           ADD 1 TO WS-TD-COUNT.

       LADDER-STANDING-ORDERS.
           OPEN INPUT STO-FILE
           IF WS-STO-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ STO-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF STO-STATUS = "A"
                           PERFORM LADDER-ONE-ORDER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STO-FILE
           MOVE "N" TO WS-EOF.

      *> Each run up to the end date (zero is open-ended) or the
      *> one-year horizon. A next-run date already behind the
      *> business date is a run the chain has still to make.
       LADDER-ONE-ORDER.
           MOVE STO-SRC-ACC TO ACC-ID
           PERFORM ACCOUNT-CURRENCY
           PERFORM FIND-OR-ADD-CURRENCY
           MOVE STO-NEXT-RUN TO WS-FLOW-DATE
           MOVE 0 TO WS-RUNS
           PERFORM UNTIL WS-FLOW-DATE > WS-HORIZON
                   OR (STO-END-DATE NOT = 0
                       AND WS-FLOW-DATE > STO-END-DATE)
                   OR WS-RUNS >= 400
               PERFORM FIND-BAND
               ADD STO-AMT TO CY-STO(WS-CY-IDX, WS-BAND-IDX)
               ADD 1 TO WS-RUNS
               ADD 1 TO WS-STO-COUNT
               PERFORM ADVANCE-ORDER-DATE
           END-PERFORM.

      *> Daily +1 day, weekly +7 days, monthly +1 month with the day
      *> clamped to the end of the shorter month.
       ADVANCE-ORDER-DATE.
           EVALUATE STO-FREQ
               WHEN "D"
                   COMPUTE WS-DATE-INT = FUNCTION
                       INTEGER-OF-DATE(WS-FLOW-DATE) + 1
                   COMPUTE WS-FLOW-DATE = FUNCTION
                       DATE-OF-INTEGER(WS-DATE-INT)
               WHEN "W"
                   COMPUTE WS-DATE-INT = FUNCTION
                       INTEGER-OF-DATE(WS-FLOW-DATE) + 7
                   COMPUTE WS-FLOW-DATE = FUNCTION
                       DATE-OF-INTEGER(WS-DATE-INT)
               WHEN OTHER
                   COMPUTE WS-WORK-YYYY = WS-FLOW-DATE / 10000
                   MOVE WS-FLOW-DATE(5:2) TO WS-WORK-MM
                   MOVE WS-FLOW-DATE(7:2) TO WS-WORK-DD
                   IF WS-WORK-MM = 12
                       MOVE 1 TO WS-WORK-MM
                       ADD 1 TO WS-WORK-YYYY
                   ELSE
                       ADD 1 TO WS-WORK-MM
                   END-IF
                   MOVE WS-DAYS-IN-MONTH(WS-WORK-MM) TO WS-MAX-DAY
                   IF WS-WORK-MM = 2
                       AND FUNCTION MOD(WS-WORK-YYYY, 4) = 0
                       AND (FUNCTION MOD(WS-WORK-YYYY, 100) NOT = 0
                           OR FUNCTION MOD(WS-WORK-YYYY, 400) = 0)
                       MOVE 29 TO WS-MAX-DAY
                   END-IF
                   IF WS-WORK-DD > WS-MAX-DAY
                       MOVE WS-MAX-DAY TO WS-WORK-DD
                   END-IF
                   COMPUTE WS-FLOW-DATE = WS-WORK-YYYY * 10000
                       + WS-WORK-MM * 100 + WS-WORK-DD
           END-EVALUATE.

      *> The master in key order. Overdrawn balances owe the bank
      *> money and are not deposits; closed accounts hold nothing.
       LADDER-DEMAND-DEPOSITS.
           IF WS-ACC-OPEN = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO ACC-ID
           START ACCOUNTS KEY IS NOT LESS THAN ACC-ID
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           PERFORM UNTIL WS-EOF = "Y"
               READ ACCOUNTS NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF ACC-STATUS NOT = "CLOSED" AND ACC-BAL > 0
                           PERFORM LADDER-ONE-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM
           MOVE "N" TO WS-EOF.

       LADDER-ONE-ACCOUNT.
           MOVE 0 TO WS-RO-IDX
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-RO-COUNT
               IF T-RO-ACC-TYPE(J) = ACC-TYPE
                   MOVE J TO WS-RO-IDX
                   EXIT PERFORM
               END-IF
               IF T-RO-ACC-TYPE(J) = "*"
                   MOVE J TO WS-RO-IDX
               END-IF
           END-PERFORM
           MOVE ACC-CURRENCY TO WS-CURRENCY
           PERFORM FIND-OR-ADD-CURRENCY
           MOVE ACC-BAL TO WS-RUNOFF-LEFT
           IF WS-RO-IDX > 0
               PERFORM VARYING K FROM 1 BY 1 UNTIL K > 5
                   COMPUTE WS-RUNOFF-AMT ROUNDED =
                       ACC-BAL * T-RO-PCT(WS-RO-IDX, K) / 100
                   IF WS-RUNOFF-AMT > WS-RUNOFF-LEFT
                       MOVE WS-RUNOFF-LEFT TO WS-RUNOFF-AMT
                   END-IF
                   ADD WS-RUNOFF-AMT TO CY-DEP(WS-CY-IDX, K)
                   SUBTRACT WS-RUNOFF-AMT FROM WS-RUNOFF-LEFT
               END-PERFORM
           END-IF
           ADD WS-RUNOFF-LEFT TO CY-DEP(WS-CY-IDX, 6)
           ADD 1 TO WS-DEP-COUNT.

       LOAD-ACTIVE-LOANS.
           MOVE 0 TO WS-LN-COUNT
           OPEN INPUT LOANS-FILE
           IF WS-LOANS-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ LOANS-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF LN-STATUS = "ACTIVE"
                           AND WS-LN-COUNT < WS-LN-MAX
                           ADD 1 TO WS-LN-COUNT
                           MOVE LN-LOAN-ID
                               TO T-LN-LOAN-ID(WS-LN-COUNT)
                           MOVE LN-PAID-THRU
                               TO T-LN-PAID-THRU(WS-LN-COUNT)
                           MOVE LN-YEAR-PAID
                               TO T-LN-YEAR-PAID(WS-LN-COUNT)
                           MOVE LN-ORIG-DATE
                               TO T-LN-ORIG-DATE(WS-LN-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOANS-FILE
           MOVE "N" TO WS-EOF.

       LADDER-LOAN-INSTALMENTS.
           MOVE WS-BASE-CURRENCY TO WS-CURRENCY
           PERFORM FIND-OR-ADD-CURRENCY
           OPEN INPUT SCHEDULE-FILE
           IF WS-SCHED-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ SCHEDULE-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM LADDER-ONE-INSTALMENT
               END-READ
           END-PERFORM
           CLOSE SCHEDULE-FILE
           MOVE "N" TO WS-EOF.

      *> Year n falls due on the n-th anniversary of origination,
      *> Feb 29 clamped to Feb 28 in a non-leap year, as
      *> LOAN-DELINQUENCY ages it.
       LADDER-ONE-INSTALMENT.
           MOVE 0 TO WS-LOAN-IDX
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-LN-COUNT
               IF T-LN-LOAN-ID(J) = LS-LOAN-ID
                   MOVE J TO WS-LOAN-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-LOAN-IDX = 0
               EXIT PARAGRAPH
           END-IF
           IF LS-YEAR NOT > T-LN-PAID-THRU(WS-LOAN-IDX)
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(LS-PAYMENT-TXT) TO WS-FLOW-AMT
           IF LS-YEAR = T-LN-PAID-THRU(WS-LOAN-IDX) + 1
               IF T-LN-YEAR-PAID(WS-LOAN-IDX) >= WS-FLOW-AMT
                   EXIT PARAGRAPH
               END-IF
               SUBTRACT T-LN-YEAR-PAID(WS-LOAN-IDX) FROM WS-FLOW-AMT
           END-IF
           COMPUTE WS-DUE-YYYY =
               T-LN-ORIG-DATE(WS-LOAN-IDX) / 10000 + LS-YEAR
           COMPUTE WS-DUE-MMDD =
               FUNCTION MOD(T-LN-ORIG-DATE(WS-LOAN-IDX), 10000)
           IF WS-DUE-MMDD = 0229
               AND (FUNCTION MOD(WS-DUE-YYYY, 4) NOT = 0
                OR (FUNCTION MOD(WS-DUE-YYYY, 100) = 0
                    AND FUNCTION MOD(WS-DUE-YYYY, 400) NOT = 0))
               MOVE 0228 TO WS-DUE-MMDD
           END-IF
           COMPUTE WS-DUE-DATE = WS-DUE-YYYY * 10000 + WS-DUE-MMDD
           IF WS-DUE-DATE < WS-TODAY
               ADD 1 TO WS-OVERDUE-COUNT
               ADD WS-FLOW-AMT TO WS-OVERDUE-AMT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DUE-DATE TO WS-FLOW-DATE
           PERFORM FIND-BAND
           ADD WS-FLOW-AMT TO CY-IN(WS-CY-IDX, WS-BAND-IDX)
           ADD 1 TO WS-INST-COUNT.

       WRITE-GAP-REPORT.
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "LIQUIDITY MATURITY GAP - " WS-TODAY
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           PERFORM VARYING WS-CY-IDX FROM 1 BY 1
                   UNTIL WS-CY-IDX > WS-CY-COUNT
               PERFORM WRITE-CURRENCY-LADDER
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-OVERDUE-AMT TO WS-DISP-IN
           MOVE SPACES TO REPORT-LINE
           STRING "MEMO: " WS-OVERDUE-COUNT
                  " LOAN INSTALMENT(S) PAST DUE, NOT COUNTED AS "
                  "INFLOWS " WS-DISP-IN
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           CLOSE REPORT-FILE.

       WRITE-CURRENCY-LADDER.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "CURRENCY " CY-CODE(WS-CY-IDX)
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "BAND                 LOAN INFLOWS"
                  "      TERM DEPOSITS    STANDING ORDERS"
                  "    DEMAND RUN-OFF            NET GAP"
                  "         CUMULATIVE"
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE 0 TO WS-CUMULATIVE
           MOVE 0 TO WS-TOTAL-IN
           MOVE 0 TO WS-TOTAL-OUT
           PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                   UNTIL WS-BAND-IDX > 6
               COMPUTE WS-NET = CY-IN(WS-CY-IDX, WS-BAND-IDX)
                   - CY-TD(WS-CY-IDX, WS-BAND-IDX)
                   - CY-STO(WS-CY-IDX, WS-BAND-IDX)
                   - CY-DEP(WS-CY-IDX, WS-BAND-IDX)
               ADD WS-NET TO WS-CUMULATIVE
               ADD CY-IN(WS-CY-IDX, WS-BAND-IDX) TO WS-TOTAL-IN
               ADD CY-TD(WS-CY-IDX, WS-BAND-IDX)
                   CY-STO(WS-CY-IDX, WS-BAND-IDX)
                   CY-DEP(WS-CY-IDX, WS-BAND-IDX) TO WS-TOTAL-OUT
               MOVE CY-IN(WS-CY-IDX, WS-BAND-IDX) TO WS-DISP-IN
               MOVE CY-TD(WS-CY-IDX, WS-BAND-IDX) TO WS-DISP-TD
               MOVE CY-STO(WS-CY-IDX, WS-BAND-IDX) TO WS-DISP-STO
               MOVE CY-DEP(WS-CY-IDX, WS-BAND-IDX) TO WS-DISP-DEP
               MOVE WS-NET TO WS-DISP-NET
               MOVE WS-CUMULATIVE TO WS-DISP-CUM
               MOVE SPACES TO REPORT-LINE
               STRING BAND-NAME(WS-BAND-IDX) " " WS-DISP-IN " "
                      WS-DISP-TD " " WS-DISP-STO " " WS-DISP-DEP
                      " " WS-DISP-NET " " WS-DISP-CUM
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-PERFORM
           MOVE WS-TOTAL-IN TO WS-DISP-IN
           MOVE WS-TOTAL-OUT TO WS-DISP-TD
           MOVE WS-CUMULATIVE TO WS-DISP-CUM
           MOVE SPACES TO REPORT-LINE
           STRING "TOTAL INFLOWS " WS-DISP-IN
                  "  TOTAL OUTFLOWS " WS-DISP-TD
                  "  NET " WS-DISP-CUM
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

       COPY "sysdate-read.cpy".
