       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUBLEDGER-RECON.

      *> Daily proof that the detail ledgers agree with the general
      *> ledger. BALANCE-RECONCILE only referees two copies of the
      *> customer balances against each other; finance proved the
      *> sub-ledgers against the GL once a month in a spreadsheet
      *> and found breaks weeks late. Each sub-ledger total is set
      *> against its GL balance from GL-JOURNAL.DAT:
      *>   - ACCOUNTS.MASTER.IDX balances by account type and
      *>     currency, against the journal rows of those customer
      *>     accounts (revaluation rows are base-currency
      *>     adjustments and stay out of the comparison);
      *>   - LOANS.DAT outstanding principal, TERM-DEPOSITS.DAT
      *>     live principal, SUSPENSE-ITEMS.DAT open items and
      *>     CHEQUE-FLOAT.DAT uncleared funds, each against its GL
      *>     control account from gl-control-accounts.dat (compiled-
      *>     in defaults LOANS, TERMDEP, SUSPENSE, CHQFLOAT).
      *> Journal rows on customer accounts missing from the master
      *> get their own line. Every break is reported with its
      *> movement since the previous run (SUBLEDGER-RECON-HIST.DAT)
      *> to SUBLEDGER-RECON.DAT, and a break over the
      *> drift-tolerance.dat tolerance (default 1.00) fails the run.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-JOURNAL ASSIGN TO "GL-JOURNAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
           SELECT ACCOUNTS ASSIGN TO "ACCOUNTS.MASTER.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACC-ID
               FILE STATUS IS WS-ACC-STATUS.
           SELECT LOANS-FILE ASSIGN TO "LOANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOANS-STATUS.
           SELECT TD-FILE ASSIGN TO "TERM-DEPOSITS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TD-STATUS.
           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE-ITEMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-STATUS.
           SELECT FLOAT-FILE ASSIGN TO "CHEQUE-FLOAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FLOAT-STATUS.
           SELECT CONTROL-FILE ASSIGN TO "gl-control-accounts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT TOLERANCE-FILE ASSIGN TO "drift-tolerance.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TOL-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "SUBLEDGER-RECON-HIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT REPORT-FILE ASSIGN TO "SUBLEDGER-RECON.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SYSDATE-FILE ASSIGN TO "SYSTEM-DATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD GL-JOURNAL.
       01 GL-JOURNAL-REC.
           05 GJ-DATE       PIC 9(8).
           05 GJ-PROGRAM    PIC X(10).
           05 GJ-ACCOUNT    PIC X(9).
           05 GJ-DC         PIC X.
           05 GJ-AMOUNT     PIC 9(8)V99.
           05 GJ-OFFSET     PIC X(9).
           05 GJ-BATCH      PIC 9(4).
           05 GJ-COST-CENTRE PIC X(4).

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

       FD SUSPENSE-FILE.
       01 SUSPENSE-RECORD.
           05 SU-TXN-ID      PIC X(6).
           05 SU-AMOUNT      PIC 9(8)V99.
           05 SU-DATE        PIC 9(8).
           05 SU-STATUS      PIC X.
           05 SU-DISPOSITION PIC X(30).

       FD FLOAT-FILE.
       01 FLOAT-RECORD.
           05 CF-TXN-ID        PIC X(6).
           05 CF-ACC-ID        PIC 9(5).
           05 CF-AMOUNT        PIC 9(8)V99.
           05 CF-DEPOSITED     PIC 9(8).
           05 CF-AVAIL-DATE    PIC 9(8).
           05 CF-DRAWEE        PIC X(10).
           05 CF-CHEQUE-NO     PIC X(10).
           05 CF-STATUS        PIC X.

      *> One row per detail ledger: the ledger's tag, the GL
      *> control account that carries it, and that account's
      *> normal side (D asset, C liability).
       FD CONTROL-FILE.
       01 CONTROL-RECORD.
           05 CG-LEDGER     PIC X(8).
           05 CG-ACCOUNT    PIC X(9).
           05 CG-SIDE       PIC X.

       FD TOLERANCE-FILE.
       01 TOLERANCE-RECORD  PIC X(10).

       FD HISTORY-FILE.
       01 HISTORY-RECORD.
           05 RH-DATE       PIC 9(8).
           05 RH-LINE       PIC X(20).
           05 RH-BREAK      PIC S9(11)V99 SIGN LEADING SEPARATE.

       FD REPORT-FILE.
       01 REPORT-LINE       PIC X(120).

       FD SYSDATE-FILE.
       01 SYSDATE-REC            PIC X(40).

       WORKING-STORAGE SECTION.
       COPY "sysdate-ws.cpy".
       01 WS-GL-STATUS      PIC XX.
       01 WS-ACC-STATUS     PIC XX.
       01 WS-LOANS-STATUS   PIC XX.
       01 WS-TD-STATUS      PIC XX.
       01 WS-SUSP-STATUS    PIC XX.
       01 WS-FLOAT-STATUS   PIC XX.
       01 WS-CTL-STATUS     PIC XX.
       01 WS-TOL-STATUS     PIC XX.
       01 WS-HIST-STATUS    PIC XX.
       01 WS-EOF            PIC X VALUE "N".
       01 WS-TODAY          PIC 9(8).
       01 WS-PRIOR-DATE     PIC 9(8) VALUE 0.
       01 WS-KEEP-FROM      PIC 9(8).
       01 WS-TOLERANCE      PIC 9(5)V99 VALUE 1.00.
       01 WS-BREAKS         PIC 9(4) VALUE 0.
       01 WS-OVER-TOL       PIC 9(4) VALUE 0.
       01 WS-ACC-NUM        PIC 9(9).
       01 WS-SIGNED-AMT     PIC S9(11)V99.
       01 WS-LINE-KEY       PIC X(20).
       01 WS-ABS-BREAK      PIC 9(11)V99.
       01 WS-MOVEMENT       PIC S9(11)V99.
       01 WS-DISP-SUB       PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-DISP-GL        PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-DISP-BRK       PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-DISP-MOV       PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01 J                 PIC 9(5).
       01 K                 PIC 9(5).

      *> GL control accounts per detail ledger, with the compiled-in
      *> fallback when gl-control-accounts.dat is not on file.
       01 WS-CG-COUNT       PIC 9(2) VALUE 0.
       01 WS-CG-MAX         PIC 9(2) VALUE 20.
       01 CG-TABLE.
           05 CG-ENTRY OCCURS 1 TO 20 TIMES
                       DEPENDING ON WS-CG-COUNT.
               10 T-CG-LEDGER   PIC X(8).
               10 T-CG-ACCOUNT  PIC X(9).
               10 T-CG-SIDE     PIC X.
               10 T-CG-GL-BAL   PIC S9(11)V99.

      *> Journal nets per customer account (credits positive, the
      *> way a deposit balance reads); MATCHED marks the accounts
      *> found on the master.
       01 WS-GA-COUNT       PIC 9(5) VALUE 0.
       01 WS-GA-MAX         PIC 9(5) VALUE 10000.
       01 WS-GA-IDX         PIC 9(5).
       01 GA-TABLE.
           05 GA-ENTRY OCCURS 1 TO 10000 TIMES
                       DEPENDING ON WS-GA-COUNT.
               10 GA-ACC-NUM    PIC 9(9).
               10 GA-NET        PIC S9(11)V99.
               10 GA-MATCHED    PIC X.

      *> The reconciliation lines: one per account type and
      *> currency, one per control-account ledger, one for journal
      *> accounts not on the master.
       01 WS-RL-COUNT       PIC 9(3) VALUE 0.
       01 WS-RL-MAX         PIC 9(3) VALUE 200.
       01 WS-RL-IDX         PIC 9(3).
       01 RL-TABLE.
           05 RL-ENTRY OCCURS 1 TO 200 TIMES
                       DEPENDING ON WS-RL-COUNT.
               10 RL-KEY        PIC X(20).
               10 RL-SUB        PIC S9(11)V99.
               10 RL-GL         PIC S9(11)V99.
               10 RL-BREAK      PIC S9(11)V99.
               10 RL-PRIOR      PIC S9(11)V99.
               10 RL-HAD-PRIOR  PIC X.

      *> The break history, kept for 90 days and rewritten whole.
       01 WS-HT-COUNT       PIC 9(5) VALUE 0.
       01 WS-HT-MAX         PIC 9(5) VALUE 9000.
       01 HT-TABLE.
           05 HT-ENTRY OCCURS 1 TO 9000 TIMES
                       DEPENDING ON WS-HT-COUNT PIC X(42).

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "SUB-LEDGER TO GL CONTROL RECONCILIATION"
           PERFORM READ-SYSTEM-DATE
           MOVE SD-BUSINESS-DATE TO WS-TODAY
           PERFORM LOAD-TOLERANCE
           PERFORM LOAD-CONTROL-ACCOUNTS
           PERFORM LOAD-GL-BALANCES

           PERFORM RECONCILE-DEPOSIT-ACCOUNTS
           PERFORM RECONCILE-LOANS
           PERFORM RECONCILE-TERM-DEPOSITS
           PERFORM RECONCILE-SUSPENSE
           PERFORM RECONCILE-CHEQUE-FLOAT
           PERFORM RECONCILE-UNKNOWN-ACCOUNTS

           PERFORM LOAD-BREAK-HISTORY
           PERFORM WRITE-RECON-REPORT
           PERFORM SAVE-BREAK-HISTORY

           IF WS-OVER-TOL > 0
               DISPLAY "RECONCILIATION FAILED: " WS-OVER-TOL
                   " sub-ledger(s) out of agreement with the GL "
                   "-- see SUBLEDGER-RECON.DAT"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "Every sub-ledger agrees with its GL control "
                   "within tolerance."
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-TOLERANCE.
           OPEN INPUT TOLERANCE-FILE
           IF WS-TOL-STATUS = "35"
               CONTINUE
           ELSE
               READ TOLERANCE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE FUNCTION NUMVAL(TOLERANCE-RECORD)
                           TO WS-TOLERANCE
               END-READ
               CLOSE TOLERANCE-FILE
           END-IF.

       LOAD-CONTROL-ACCOUNTS.
           MOVE 0 TO WS-CG-COUNT
           OPEN INPUT CONTROL-FILE
           IF WS-CTL-STATUS = "35"
               PERFORM SEED-DEFAULT-CONTROLS
           ELSE
               PERFORM UNTIL WS-EOF = "Y"
                   READ CONTROL-FILE
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF WS-CG-COUNT < WS-CG-MAX
                               ADD 1 TO WS-CG-COUNT
                               MOVE CG-LEDGER
                                   TO T-CG-LEDGER(WS-CG-COUNT)
                               MOVE CG-ACCOUNT
                                   TO T-CG-ACCOUNT(WS-CG-COUNT)
                               MOVE CG-SIDE
                                   TO T-CG-SIDE(WS-CG-COUNT)
                               MOVE 0 TO T-CG-GL-BAL(WS-CG-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTROL-FILE
           END-IF
           MOVE "N" TO WS-EOF.

       SEED-DEFAULT-CONTROLS.
           MOVE 4 TO WS-CG-COUNT
           MOVE "LOANS"    TO T-CG-LEDGER(1)
           MOVE "LOANS"    TO T-CG-ACCOUNT(1)
           MOVE "D"        TO T-CG-SIDE(1)
           MOVE "TERMDEP"  TO T-CG-LEDGER(2)
           MOVE "TERMDEP"  TO T-CG-ACCOUNT(2)
           MOVE "C"        TO T-CG-SIDE(2)
           MOVE "SUSPENSE" TO T-CG-LEDGER(3)
           MOVE "SUSPENSE" TO T-CG-ACCOUNT(3)
           MOVE "D"        TO T-CG-SIDE(3)
           MOVE "CHQFLOAT" TO T-CG-LEDGER(4)
           MOVE "CHQFLOAT" TO T-CG-ACCOUNT(4)
           MOVE "D"        TO T-CG-SIDE(4)
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-CG-COUNT
               MOVE 0 TO T-CG-GL-BAL(J)
           END-PERFORM.

      *> One pass over the journal: numeric account codes are
      *> customer accounts, netted per account; a named account
      *> that is a ledger's control account is netted on its normal
      *> side.
       LOAD-GL-BALANCES.
           OPEN INPUT GL-JOURNAL
           IF WS-GL-STATUS = "35"
               DISPLAY "No GL-JOURNAL.DAT on file -- every GL "
                   "balance reads zero."
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ GL-JOURNAL
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF FUNCTION TEST-NUMVAL(GJ-ACCOUNT) = 0
                           IF GJ-OFFSET NOT = "REVAL"
                               PERFORM NET-CUSTOMER-ROW
                           END-IF
                       ELSE
                           PERFORM NET-CONTROL-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GL-JOURNAL
           MOVE "N" TO WS-EOF.

       NET-CUSTOMER-ROW.
           COMPUTE WS-ACC-NUM = FUNCTION NUMVAL(GJ-ACCOUNT)
           PERFORM FIND-GL-ACCOUNT
           IF WS-GA-IDX = 0
               IF WS-GA-COUNT < WS-GA-MAX
                   ADD 1 TO WS-GA-COUNT
                   MOVE WS-GA-COUNT TO WS-GA-IDX
                   MOVE WS-ACC-NUM TO GA-ACC-NUM(WS-GA-IDX)
                   MOVE 0 TO GA-NET(WS-GA-IDX)
                   MOVE "N" TO GA-MATCHED(WS-GA-IDX)
               ELSE
                   DISPLAY "Warning: GL account table full at "
                       WS-GA-MAX ", lumping into row 1"
                   MOVE 1 TO WS-GA-IDX
               END-IF
           END-IF
           IF GJ-DC = "C"
               ADD GJ-AMOUNT TO GA-NET(WS-GA-IDX)
           ELSE
               SUBTRACT GJ-AMOUNT FROM GA-NET(WS-GA-IDX)
           END-IF.

       FIND-GL-ACCOUNT.
           MOVE 0 TO WS-GA-IDX
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-GA-COUNT
               IF GA-ACC-NUM(J) = WS-ACC-NUM
                   MOVE J TO WS-GA-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       NET-CONTROL-ROW.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-CG-COUNT
               IF T-CG-ACCOUNT(K) = GJ-ACCOUNT
                   IF GJ-DC = T-CG-SIDE(K)
                       ADD GJ-AMOUNT TO T-CG-GL-BAL(K)
                   ELSE
                       SUBTRACT GJ-AMOUNT FROM T-CG-GL-BAL(K)
                   END-IF
               END-IF
           END-PERFORM.

      *> The account master in key order; each account adds its
      *> balance and its journal net to its type/currency line.
       RECONCILE-DEPOSIT-ACCOUNTS.
           OPEN INPUT ACCOUNTS
           IF WS-ACC-STATUS NOT = "00"
               DISPLAY "ACCOUNTS.MASTER.IDX not available (status "
                   WS-ACC-STATUS ") -- deposit lines skipped."
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ ACCOUNTS NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE SPACES TO WS-LINE-KEY
                       STRING "DEP " ACC-TYPE " " ACC-CURRENCY
                           DELIMITED BY SIZE INTO WS-LINE-KEY
                       END-STRING
                       PERFORM FIND-OR-ADD-LINE
                       ADD ACC-BAL TO RL-SUB(WS-RL-IDX)
                       MOVE ACC-ID TO WS-ACC-NUM
                       PERFORM FIND-GL-ACCOUNT
                       IF WS-GA-IDX > 0
                           ADD GA-NET(WS-GA-IDX) TO RL-GL(WS-RL-IDX)
                           MOVE "Y" TO GA-MATCHED(WS-GA-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCOUNTS
           MOVE "N" TO WS-EOF.

      *> A loan carries principal until it is paid off.
       RECONCILE-LOANS.
           MOVE "LOANS" TO WS-LINE-KEY
           PERFORM FIND-OR-ADD-LINE
           PERFORM TAKE-CONTROL-BALANCE
           OPEN INPUT LOANS-FILE
           IF WS-LOANS-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ LOANS-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF LN-STATUS NOT = "PAID"
                           ADD LN-OUTSTANDING TO RL-SUB(WS-RL-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOANS-FILE
           MOVE "N" TO WS-EOF.

      *> Only active deposits hold principal; matured and redeemed
      *> ones have paid out.
       RECONCILE-TERM-DEPOSITS.
           MOVE "TERMDEP" TO WS-LINE-KEY
           PERFORM FIND-OR-ADD-LINE
           PERFORM TAKE-CONTROL-BALANCE
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
                           ADD TD-PRINCIPAL TO RL-SUB(WS-RL-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TD-FILE
           MOVE "N" TO WS-EOF.

       RECONCILE-SUSPENSE.
           MOVE "SUSPENSE" TO WS-LINE-KEY
           PERFORM FIND-OR-ADD-LINE
           PERFORM TAKE-CONTROL-BALANCE
           OPEN INPUT SUSPENSE-FILE
           IF WS-SUSP-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ SUSPENSE-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF SU-STATUS = "O"
                           ADD SU-AMOUNT TO RL-SUB(WS-RL-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SUSPENSE-FILE
           MOVE "N" TO WS-EOF.

      *> Uncleared funds: open float rows not yet past their
      *> availability date.
       RECONCILE-CHEQUE-FLOAT.
           MOVE "CHQFLOAT" TO WS-LINE-KEY
           PERFORM FIND-OR-ADD-LINE
           PERFORM TAKE-CONTROL-BALANCE
           OPEN INPUT FLOAT-FILE
           IF WS-FLOAT-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ FLOAT-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF CF-STATUS = "O"
                           AND CF-AVAIL-DATE > WS-TODAY
                           ADD CF-AMOUNT TO RL-SUB(WS-RL-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FLOAT-FILE
           MOVE "N" TO WS-EOF.

      *> Journal money on customer account numbers the master does
      *> not hold has no sub-ledger at all: all of it is a break.
       RECONCILE-UNKNOWN-ACCOUNTS.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-GA-COUNT
               IF GA-MATCHED(J) = "N" AND GA-NET(J) NOT = 0
                   MOVE "GL NOT ON MASTER" TO WS-LINE-KEY
                   PERFORM FIND-OR-ADD-LINE
                   ADD GA-NET(J) TO RL-GL(WS-RL-IDX)
               END-IF
           END-PERFORM.

      *> The control account's GL balance for the ledger named in
      *> WS-LINE-KEY goes on the current line.
       TAKE-CONTROL-BALANCE.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-CG-COUNT
               IF T-CG-LEDGER(K) = WS-LINE-KEY
                   ADD T-CG-GL-BAL(K) TO RL-GL(WS-RL-IDX)
               END-IF
           END-PERFORM.

       FIND-OR-ADD-LINE.
           MOVE 0 TO WS-RL-IDX
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-RL-COUNT
               IF RL-KEY(K) = WS-LINE-KEY
                   MOVE K TO WS-RL-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-RL-IDX = 0
               IF WS-RL-COUNT < WS-RL-MAX
                   ADD 1 TO WS-RL-COUNT
                   MOVE WS-RL-COUNT TO WS-RL-IDX
                   MOVE WS-LINE-KEY TO RL-KEY(WS-RL-IDX)
                   MOVE 0 TO RL-SUB(WS-RL-IDX)
                   MOVE 0 TO RL-GL(WS-RL-IDX)
                   MOVE 0 TO RL-BREAK(WS-RL-IDX)
                   MOVE 0 TO RL-PRIOR(WS-RL-IDX)
                   MOVE "N" TO RL-HAD-PRIOR(WS-RL-IDX)
               ELSE
                   MOVE 1 TO WS-RL-IDX
               END-IF
           END-IF.

      *> The previous run is the latest history date before today;
      *> a rerun today replaces today's rows. Rows older than 90
      *> days drop off.
       LOAD-BREAK-HISTORY.
           COMPUTE WS-KEEP-FROM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY) - 90)
           MOVE 0 TO WS-HT-COUNT
           OPEN INPUT HISTORY-FILE
           IF WS-HIST-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ HISTORY-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF RH-DATE < WS-TODAY
                           AND RH-DATE >= WS-KEEP-FROM
                           IF RH-DATE > WS-PRIOR-DATE
                               MOVE RH-DATE TO WS-PRIOR-DATE
                           END-IF
                           IF WS-HT-COUNT < WS-HT-MAX
                               ADD 1 TO WS-HT-COUNT
                               MOVE HISTORY-RECORD
                                   TO HT-ENTRY(WS-HT-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE
           MOVE "N" TO WS-EOF
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-HT-COUNT
               MOVE HT-ENTRY(J) TO HISTORY-RECORD
               IF RH-DATE = WS-PRIOR-DATE
                   MOVE RH-LINE TO WS-LINE-KEY
                   PERFORM VARYING K FROM 1 BY 1
                           UNTIL K > WS-RL-COUNT
                       IF RL-KEY(K) = WS-LINE-KEY
                           MOVE RH-BREAK TO RL-PRIOR(K)
                           MOVE "Y" TO RL-HAD-PRIOR(K)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       WRITE-RECON-REPORT.
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "SUB-LEDGER TO GL RECONCILIATION - " WS-TODAY
                  "   PREVIOUS RUN " WS-PRIOR-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "LEDGER                       SUB-LEDGER"
                  "                  GL               BREAK"
                  "    CHANGE SINCE PREV"
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-RL-COUNT
               COMPUTE RL-BREAK(J) = RL-SUB(J) - RL-GL(J)
               IF RL-HAD-PRIOR(J) = "Y"
                   COMPUTE WS-MOVEMENT = RL-BREAK(J) - RL-PRIOR(J)
               ELSE
                   MOVE RL-BREAK(J) TO WS-MOVEMENT
               END-IF
               MOVE RL-SUB(J) TO WS-DISP-SUB
               MOVE RL-GL(J) TO WS-DISP-GL
               MOVE RL-BREAK(J) TO WS-DISP-BRK
               MOVE WS-MOVEMENT TO WS-DISP-MOV
               MOVE SPACES TO REPORT-LINE
               STRING RL-KEY(J) WS-DISP-SUB WS-DISP-GL
                      WS-DISP-BRK WS-DISP-MOV
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               IF RL-BREAK(J) NOT = 0
                   ADD 1 TO WS-BREAKS
                   STRING REPORT-LINE(1:100) " BREAK"
                       DELIMITED BY SIZE INTO REPORT-LINE
                   END-STRING
                   IF RL-BREAK(J) < 0
                       COMPUTE WS-ABS-BREAK = 0 - RL-BREAK(J)
                   ELSE
                       MOVE RL-BREAK(J) TO WS-ABS-BREAK
                   END-IF
                   IF WS-ABS-BREAK > WS-TOLERANCE
                       ADD 1 TO WS-OVER-TOL
                   END-IF
               END-IF
               WRITE REPORT-LINE
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           STRING "LINES " WS-RL-COUNT " BREAKS " WS-BREAKS
                  " OVER TOLERANCE " WS-OVER-TOL
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           CLOSE REPORT-FILE
           DISPLAY WS-RL-COUNT " lines reconciled, " WS-BREAKS
               " breaks -- see SUBLEDGER-RECON.DAT".

       SAVE-BREAK-HISTORY.
           OPEN OUTPUT HISTORY-FILE
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-HT-COUNT
               MOVE HT-ENTRY(J) TO HISTORY-RECORD
               WRITE HISTORY-RECORD
           END-PERFORM
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-RL-COUNT
               MOVE WS-TODAY TO RH-DATE
               MOVE RL-KEY(J) TO RH-LINE
               MOVE RL-BREAK(J) TO RH-BREAK
               WRITE HISTORY-RECORD
           END-PERFORM
           CLOSE HISTORY-FILE.

       COPY "sysdate-read.cpy".
