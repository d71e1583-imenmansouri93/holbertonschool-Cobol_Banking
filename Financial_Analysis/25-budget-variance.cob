       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDGET-VARIANCE.

      *> Monthly budget against actual, by GL account. The budget
      *> is the latest version of the year on GL-BUDGET.DAT (kept by
      *> BUDGET-MAINTAIN) unless another version is asked for --
      *> 00 compares against the original. Actuals are the month's
      *> and the year to date's journal movements from GL-JOURNAL.DAT
      *> (GL-JOURNAL-YYYY.DAT once GL-YEAREND has closed the year),
      *> with months TXN-ARCHIVE has moved out read from their
      *> archives in place of the FORWARD rows, and GL-YEAREND's
      *> OPENING rows left out as they are not movements. Both sides
      *> are in the account's natural sign, so a positive variance
      *> is more income, more expense or a larger balance than
      *> planned. Every budgeted account is reported, and every
      *> chart account with activity but no budget. A line whose
      *> month or year-to-date variance is beyond the tolerance in
      *> budget-tolerance.dat -- both the percentage and the
      *> minimum amount -- is flagged and listed at the foot of
      *> BUDGET-VARIANCE.DAT for commentary.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-JOURNAL ASSIGN TO WS-GL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
           SELECT BUDGET-FILE ASSIGN TO "GL-BUDGET.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BU-STATUS.
           SELECT COA-FILE ASSIGN TO "CHART-OF-ACCOUNTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COA-STATUS.
           SELECT TOLERANCE-FILE ASSIGN TO "budget-tolerance.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TOL-STATUS.
           SELECT REPORT-FILE ASSIGN TO "BUDGET-VARIANCE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARCHIVE-INDEX ASSIGN TO "TXN-ARCHIVE-INDEX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCHIVE-INDEX-STATUS.

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

       FD BUDGET-FILE.
       01 BUDGET-RECORD.
           05 BU-YEAR         PIC 9(4).
           05 BU-VERSION      PIC 9(2).
           05 BU-ACCOUNT      PIC X(9).
           05 BU-MONTH-AMT    PIC S9(9)V99 SIGN LEADING SEPARATE
                              OCCURS 12 TIMES.
           05 BU-CHANGED-DATE PIC 9(8).
           05 BU-CHANGED-BY   PIC X(8).

       FD COA-FILE.
       01 COA-RECORD.
           05 CA-ACCOUNT    PIC X(9).
           05 CA-TYPE       PIC X.
           05 CA-DESC       PIC X(20).

      *> PERCENT with the tolerance in percent, MINIMUM with the
      *> smallest variance amount worth a comment.
       FD TOLERANCE-FILE.
       01 TOLERANCE-RECORD.
           05 BT-KEY         PIC X(8).
           05 BT-VALUE       PIC X(20).

       FD REPORT-FILE.
       01 REPORT-REC        PIC X(141).

       FD ARCHIVE-INDEX.
       01 ARCHIVE-INDEX-REC PIC X(100).

       WORKING-STORAGE SECTION.
       COPY "txnarch-ws.cpy".
       01 WS-GL-STATUS      PIC XX.
       01 WS-BU-STATUS      PIC XX.
       01 WS-COA-STATUS     PIC XX.
       01 WS-TOL-STATUS     PIC XX.
       01 WS-GL-NAME        PIC X(30) VALUE "GL-JOURNAL.DAT".
       01 WS-EOF            PIC X VALUE "N".
       01 WS-MONTH-TXT      PIC X(6).
       01 WS-PERIOD         PIC 9(6).
       01 WS-YEAR           PIC 9(4).
       01 WS-MONTH          PIC 9(2).
       01 WS-ROW-PERIOD     PIC 9(6).
       01 WS-VERSION-TEXT   PIC X(2).
       01 WS-VERSION        PIC 9(2).
       01 WS-WANT-VERSION   PIC 9(2).
       01 WS-HAS-VERSION    PIC X.
       01 WS-TOL-PCT        PIC 9(3)V99 VALUE 10.00.
       01 WS-TOL-MIN        PIC 9(9)V99 VALUE 1000.00.
       01 WS-NET            PIC S9(11)V99.
       01 WS-ON-CHART       PIC X.
       01 WS-VARIANCE       PIC S9(11)V99.
       01 WS-ABS-VARIANCE   PIC 9(11)V99.
       01 WS-BASE           PIC S9(11)V99.
       01 WS-PCT            PIC S9(5)V9.
       01 WS-ABS-PCT        PIC 9(5)V9.
       01 WS-BEYOND         PIC X.
       01 WS-FLAGGED        PIC 9(4) VALUE 0.
       01 WS-LINE-FLAG      PIC X.
       01 WS-DISP-BUD       PIC -,---,---,--9.99.
       01 WS-DISP-ACT       PIC -,---,---,--9.99.
       01 WS-DISP-VAR       PIC -,---,---,--9.99.
       01 WS-DISP-PCT       PIC ----9.9.
       01 WS-PCT-TEXT       PIC X(7).
       01 WS-COL-TEXT       PIC X(58).
       01 WS-DISP-TOL       PIC ZZ9.99.
       01 WS-DISP-MIN       PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-SECTION        PIC X.
       01 WS-SECTION-NAME   PIC X(12).
       01 J                 PIC 9(4).
       01 K                 PIC 9(4).
       01 M                 PIC 9(2).
       01 S                 PIC 9.

      *> Figures per line: budget, actual, variance for the month
      *> (1) and the year to date (2).
       01 WS-FIG.
           05 WS-FIG-COL OCCURS 2 TIMES.
               10 WS-FIG-BUD  PIC S9(11)V99.
               10 WS-FIG-ACT  PIC S9(11)V99.
       01 WS-SEC-TOTALS.
           05 WS-SEC-COL OCCURS 2 TIMES.
               10 WS-SEC-BUD  PIC S9(11)V99.
               10 WS-SEC-ACT  PIC S9(11)V99.
       01 WS-RESULT-TOTALS.
           05 WS-RES-COL OCCURS 2 TIMES.
               10 WS-RES-BUD  PIC S9(11)V99.
               10 WS-RES-ACT  PIC S9(11)V99.

      *> Report sections in order, by account type.
       01 WS-SECTION-VALUES.
           05 FILLER        PIC X(13) VALUE "IINCOME".
           05 FILLER        PIC X(13) VALUE "EEXPENSES".
           05 FILLER        PIC X(13) VALUE "AASSETS".
           05 FILLER        PIC X(13) VALUE "LLIABILITIES".
           05 FILLER        PIC X(13) VALUE "QEQUITY".
       01 WS-SECTION-TABLE REDEFINES WS-SECTION-VALUES.
           05 WS-SEC-ENTRY OCCURS 5 TIMES.
               10 WS-SEC-TYPE  PIC X.
               10 WS-SEC-NAME  PIC X(12).

      *> The chart of accounts, seeded like GL-YEAREND when the
      *> control file is absent.
       01 WS-CA-COUNT       PIC 9(3) VALUE 0.
       01 WS-CA-MAX         PIC 9(3) VALUE 200.
       01 CA-TABLE.
           05 CA-ENTRY OCCURS 1 TO 200 TIMES
                       DEPENDING ON WS-CA-COUNT.
               10 T-CA-ACCOUNT PIC X(9).
               10 T-CA-TYPE    PIC X.

      *> One row per reported account: its type, the budget for the
      *> month and year to date, and the actual net movements
      *> (debits positive) for the same.
       01 WS-VA-COUNT       PIC 9(4) VALUE 0.
       01 WS-VA-MAX         PIC 9(4) VALUE 2000.
       01 WS-VA-IDX         PIC 9(4).
       01 VA-TABLE.
           05 VA-ENTRY OCCURS 1 TO 2000 TIMES
                       DEPENDING ON WS-VA-COUNT.
               10 VA-ACCOUNT    PIC X(9).
               10 VA-TYPE       PIC X.
               10 VA-BUDGETED   PIC X.
               10 VA-FLAGGED    PIC X.
               10 VA-BUD-MONTH  PIC S9(11)V99.
               10 VA-BUD-YTD    PIC S9(11)V99.
               10 VA-NET-MONTH  PIC S9(11)V99.
               10 VA-NET-YTD    PIC S9(11)V99.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "BUDGET VERSUS ACTUAL"
           DISPLAY "===================="
           DISPLAY "Month to report (YYYYMM): "
           ACCEPT WS-MONTH-TXT
           IF WS-MONTH-TXT NOT NUMERIC
               DISPLAY "  >> A year and month, YYYYMM, are required."
               STOP RUN
           END-IF
           MOVE WS-MONTH-TXT TO WS-PERIOD
           MOVE WS-MONTH-TXT(1:4) TO WS-YEAR
           MOVE WS-MONTH-TXT(5:2) TO WS-MONTH
           IF WS-MONTH < 1 OR WS-MONTH > 12
               DISPLAY "  >> The month must be 01 to 12."
               STOP RUN
           END-IF
           DISPLAY "Budget version (blank = latest, 00 = original): "
           ACCEPT WS-VERSION-TEXT
           IF WS-VERSION-TEXT NOT = SPACES
               IF WS-VERSION-TEXT NOT NUMERIC
                   DISPLAY "  >> Two digits, e.g. 00 for the "
                       "original."
                   STOP RUN
               END-IF
               MOVE WS-VERSION-TEXT TO WS-WANT-VERSION
           END-IF
           MOVE 0 TO WS-RES-BUD(1)
           MOVE 0 TO WS-RES-ACT(1)
           MOVE 0 TO WS-RES-BUD(2)
           MOVE 0 TO WS-RES-ACT(2)

           PERFORM LOAD-TOLERANCE
           PERFORM LOAD-CHART-OF-ACCOUNTS
           PERFORM LOAD-BUDGET
           IF WS-HAS-VERSION = "N"
               DISPLAY "No budget version " WS-VERSION-TEXT " for "
                   WS-YEAR " on GL-BUDGET.DAT -- actuals only."
           END-IF
           PERFORM TALLY-ACTUALS

           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-REPORT-HEADING
           PERFORM VARYING S FROM 1 BY 1 UNTIL S > 5
               MOVE WS-SEC-TYPE(S) TO WS-SECTION
               MOVE WS-SEC-NAME(S) TO WS-SECTION-NAME
               PERFORM WRITE-SECTION
           END-PERFORM
           PERFORM WRITE-RESULT-LINE
           PERFORM WRITE-COMMENTARY-LIST
           CLOSE REPORT-FILE

           DISPLAY WS-VA-COUNT " account(s) reported, " WS-FLAGGED
               " flagged for commentary, in BUDGET-VARIANCE.DAT"
           STOP RUN.

       LOAD-TOLERANCE.
           OPEN INPUT TOLERANCE-FILE
           IF WS-TOL-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ TOLERANCE-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       EVALUATE BT-KEY
                           WHEN "PERCENT"
                               MOVE FUNCTION NUMVAL(BT-VALUE)
                                   TO WS-TOL-PCT
                           WHEN "MINIMUM"
                               MOVE FUNCTION NUMVAL(BT-VALUE)
                                   TO WS-TOL-MIN
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE TOLERANCE-FILE
           MOVE "N" TO WS-EOF.

       LOAD-CHART-OF-ACCOUNTS.
           MOVE 0 TO WS-CA-COUNT
           OPEN INPUT COA-FILE
           IF WS-COA-STATUS = "35"
               PERFORM SEED-DEFAULT-CHART
           ELSE
               PERFORM UNTIL WS-EOF = "Y"
                   READ COA-FILE
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF WS-CA-COUNT < WS-CA-MAX
                               ADD 1 TO WS-CA-COUNT
                               MOVE CA-ACCOUNT
                                   TO T-CA-ACCOUNT(WS-CA-COUNT)
                               MOVE CA-TYPE
                                   TO T-CA-TYPE(WS-CA-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COA-FILE
           END-IF
           MOVE "N" TO WS-EOF.

       SEED-DEFAULT-CHART.
           DISPLAY "No CHART-OF-ACCOUNTS.DAT found, using the "
               "compiled-in nominals"
           MOVE 22 TO WS-CA-COUNT
           MOVE "CASH"    TO T-CA-ACCOUNT(1)
           MOVE "A"       TO T-CA-TYPE(1)
           MOVE "INTEXP"  TO T-CA-ACCOUNT(2)
           MOVE "E"       TO T-CA-TYPE(2)
           MOVE "FEEINC"  TO T-CA-ACCOUNT(3)
           MOVE "I"       TO T-CA-TYPE(3)
           MOVE "FXADJ"   TO T-CA-ACCOUNT(4)
           MOVE "I"       TO T-CA-TYPE(4)
           MOVE "GARNPAY" TO T-CA-ACCOUNT(5)
           MOVE "L"       TO T-CA-TYPE(5)
           MOVE "RETEARN" TO T-CA-ACCOUNT(6)
           MOVE "Q"       TO T-CA-TYPE(6)
           MOVE "FXINC"   TO T-CA-ACCOUNT(7)
           MOVE "I"       TO T-CA-TYPE(7)
           MOVE "INTRECV" TO T-CA-ACCOUNT(8)
           MOVE "A"       TO T-CA-TYPE(8)
           MOVE "LOANINT" TO T-CA-ACCOUNT(9)
           MOVE "I"       TO T-CA-TYPE(9)
           MOVE "LOANPROV" TO T-CA-ACCOUNT(10)
           MOVE "A"       TO T-CA-TYPE(10)
           MOVE "PROVEXP" TO T-CA-ACCOUNT(11)
           MOVE "E"       TO T-CA-TYPE(11)
           MOVE "LOANS"   TO T-CA-ACCOUNT(12)
           MOVE "A"       TO T-CA-TYPE(12)
           MOVE "RECOVINC" TO T-CA-ACCOUNT(13)
           MOVE "I"       TO T-CA-TYPE(13)
           MOVE "SALEXP"  TO T-CA-ACCOUNT(14)
           MOVE "E"       TO T-CA-TYPE(14)
           MOVE "PAYTAX"  TO T-CA-ACCOUNT(15)
           MOVE "L"       TO T-CA-TYPE(15)
           MOVE "PAYDED"  TO T-CA-ACCOUNT(16)
           MOVE "L"       TO T-CA-TYPE(16)
           MOVE "NETPAY"  TO T-CA-ACCOUNT(17)
           MOVE "L"       TO T-CA-TYPE(17)
           MOVE "FXCASH"  TO T-CA-ACCOUNT(18)
           MOVE "A"       TO T-CA-TYPE(18)
           MOVE "INTERBR" TO T-CA-ACCOUNT(19)
           MOVE "L"       TO T-CA-TYPE(19)
           MOVE "ESTATEPAY" TO T-CA-ACCOUNT(20)
           MOVE "L"       TO T-CA-TYPE(20)
           MOVE "TERMDEP" TO T-CA-ACCOUNT(21)
           MOVE "L"       TO T-CA-TYPE(21)
           MOVE "CHQFLOAT" TO T-CA-ACCOUNT(22)
           MOVE "A"       TO T-CA-TYPE(22).

      *> A first pass finds the version to use, a second takes its
      *> rows.
       LOAD-BUDGET.
           MOVE "N" TO WS-HAS-VERSION
           MOVE 0 TO WS-VERSION
           OPEN INPUT BUDGET-FILE
           IF WS-BU-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ BUDGET-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF BU-YEAR = WS-YEAR
                           IF WS-VERSION-TEXT = SPACES
                               MOVE "Y" TO WS-HAS-VERSION
                               IF BU-VERSION > WS-VERSION
                                   MOVE BU-VERSION TO WS-VERSION
                               END-IF
                           ELSE
                               IF BU-VERSION = WS-WANT-VERSION
                                   MOVE "Y" TO WS-HAS-VERSION
                                   MOVE BU-VERSION TO WS-VERSION
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BUDGET-FILE
           MOVE "N" TO WS-EOF
           IF WS-HAS-VERSION = "N"
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT BUDGET-FILE
           PERFORM UNTIL WS-EOF = "Y"
               READ BUDGET-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF BU-YEAR = WS-YEAR
                           AND BU-VERSION = WS-VERSION
                           PERFORM TAKE-BUDGET-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BUDGET-FILE
           MOVE "N" TO WS-EOF.

       TAKE-BUDGET-ROW.
           MOVE BU-ACCOUNT TO GJ-ACCOUNT
           PERFORM FIND-OR-ADD-ACCOUNT
           MOVE "Y" TO VA-BUDGETED(WS-VA-IDX)
           MOVE BU-MONTH-AMT(WS-MONTH) TO VA-BUD-MONTH(WS-VA-IDX)
           PERFORM VARYING M FROM 1 BY 1 UNTIL M > WS-MONTH
               ADD BU-MONTH-AMT(M) TO VA-BUD-YTD(WS-VA-IDX)
           END-PERFORM.

      *> Row for GJ-ACCOUNT; a customer balance account (one not on
      *> the chart) is only reported when it has been budgeted.
       FIND-OR-ADD-ACCOUNT.
           MOVE 0 TO WS-VA-IDX
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-VA-COUNT
               IF VA-ACCOUNT(J) = GJ-ACCOUNT
                   MOVE J TO WS-VA-IDX
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-VA-COUNT >= WS-VA-MAX
               DISPLAY "Warning: account table full at " WS-VA-MAX
                   ", lumping into row 1"
               MOVE 1 TO WS-VA-IDX
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-VA-COUNT
           MOVE WS-VA-COUNT TO WS-VA-IDX
           MOVE GJ-ACCOUNT TO VA-ACCOUNT(WS-VA-IDX)
           MOVE "L" TO VA-TYPE(WS-VA-IDX)
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-CA-COUNT
               IF T-CA-ACCOUNT(K) = GJ-ACCOUNT
                   OR (T-CA-ACCOUNT(K) = "FXCASH"
                       AND GJ-ACCOUNT(1:6) = "FXCASH")
                   MOVE T-CA-TYPE(K) TO VA-TYPE(WS-VA-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE "N" TO VA-BUDGETED(WS-VA-IDX)
           MOVE "N" TO VA-FLAGGED(WS-VA-IDX)
           MOVE 0 TO VA-BUD-MONTH(WS-VA-IDX)
           MOVE 0 TO VA-BUD-YTD(WS-VA-IDX)
           MOVE 0 TO VA-NET-MONTH(WS-VA-IDX)
           MOVE 0 TO VA-NET-YTD(WS-VA-IDX).

      *> The year's journal, then each archived month of the year
      *> up to the report month in place of the FORWARD rows.
       TALLY-ACTUALS.
           MOVE SPACES TO WS-GL-NAME
           STRING "GL-JOURNAL-" WS-YEAR ".DAT"
               DELIMITED BY SIZE INTO WS-GL-NAME
           END-STRING
           OPEN INPUT GL-JOURNAL
           IF WS-GL-STATUS = "35"
               MOVE "GL-JOURNAL.DAT" TO WS-GL-NAME
           ELSE
               CLOSE GL-JOURNAL
           END-IF
           PERFORM TALLY-JOURNAL-FILE

           PERFORM LOAD-ARCHIVE-INDEX
           MOVE "GLJRNL" TO WS-AX-FIND-REGISTER
           MOVE WS-YEAR TO WS-AX-FIND-MONTH(1:4)
           MOVE 4 TO WS-AX-FIND-LEN
           MOVE 0 TO WS-AX-IDX
           PERFORM NEXT-ARCHIVE-MATCH
           PERFORM UNTIL WS-AX-FOUND = "N"
               IF AX-MONTH <= WS-PERIOD
                   MOVE AX-FILE-NAME TO WS-GL-NAME
                   PERFORM TALLY-JOURNAL-FILE
               END-IF
               PERFORM NEXT-ARCHIVE-MATCH
           END-PERFORM
           MOVE "GL-JOURNAL.DAT" TO WS-GL-NAME.

       TALLY-JOURNAL-FILE.
           OPEN INPUT GL-JOURNAL
           IF WS-GL-STATUS = "35"
               DISPLAY "No " WS-GL-NAME " on file."
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ GL-JOURNAL
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE GJ-DATE(1:6) TO WS-ROW-PERIOD
                       IF GJ-DATE(1:4) = WS-YEAR
                           AND WS-ROW-PERIOD <= WS-PERIOD
                           AND GJ-OFFSET NOT = "FORWARD"
                           AND GJ-OFFSET NOT = "OPENING"
                           PERFORM TALLY-ONE-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GL-JOURNAL
           MOVE "N" TO WS-EOF.

       TALLY-ONE-ENTRY.
           MOVE "N" TO WS-ON-CHART
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-CA-COUNT
               IF T-CA-ACCOUNT(K) = GJ-ACCOUNT
                   OR (T-CA-ACCOUNT(K) = "FXCASH"
                       AND GJ-ACCOUNT(1:6) = "FXCASH")
                   MOVE "Y" TO WS-ON-CHART
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-ON-CHART = "N"
               MOVE 0 TO WS-VA-IDX
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-VA-COUNT
                   IF VA-ACCOUNT(J) = GJ-ACCOUNT
                       MOVE J TO WS-VA-IDX
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-VA-IDX = 0
                   EXIT PARAGRAPH
               END-IF
           ELSE
               PERFORM FIND-OR-ADD-ACCOUNT
           END-IF
           IF GJ-DC = "D"
               MOVE GJ-AMOUNT TO WS-NET
           ELSE
               COMPUTE WS-NET = 0 - GJ-AMOUNT
           END-IF
           ADD WS-NET TO VA-NET-YTD(WS-VA-IDX)
           IF WS-ROW-PERIOD = WS-PERIOD
               ADD WS-NET TO VA-NET-MONTH(WS-VA-IDX)
           END-IF.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO REPORT-REC
           IF WS-HAS-VERSION = "Y"
               STRING "BUDGET VERSUS ACTUAL - " WS-YEAR "/" WS-MONTH
                      "   BUDGET VERSION " WS-VERSION
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
           ELSE
               STRING "BUDGET VERSUS ACTUAL - " WS-YEAR "/" WS-MONTH
                      "   NO BUDGET ON FILE"
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
           END-IF
           WRITE REPORT-REC
           MOVE WS-TOL-PCT TO WS-DISP-TOL
           MOVE WS-TOL-MIN TO WS-DISP-MIN
           MOVE SPACES TO REPORT-REC
           STRING "* VARIANCE OVER " WS-DISP-TOL "% AND AT LEAST "
                  WS-DISP-MIN " -- COMMENTARY REQUIRED"
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           MOVE ALL "-" TO REPORT-REC(10:58)
           MOVE " MONTH " TO REPORT-REC(35:7)
           MOVE ALL "-" TO REPORT-REC(69:58)
           MOVE " YEAR TO DATE " TO REPORT-REC(91:14)
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           MOVE "ACCOUNT" TO REPORT-REC(1:7)
           MOVE "BUDGET" TO REPORT-REC(20:6)
           MOVE "ACTUAL" TO REPORT-REC(37:6)
           MOVE "VARIANCE" TO REPORT-REC(52:8)
           MOVE "VAR%" TO REPORT-REC(64:4)
           MOVE "BUDGET" TO REPORT-REC(79:6)
           MOVE "ACTUAL" TO REPORT-REC(96:6)
           MOVE "VARIANCE" TO REPORT-REC(111:8)
           MOVE "VAR%" TO REPORT-REC(123:4)
           WRITE REPORT-REC.

       WRITE-SECTION.
           MOVE 0 TO WS-SEC-BUD(1)
           MOVE 0 TO WS-SEC-ACT(1)
           MOVE 0 TO WS-SEC-BUD(2)
           MOVE 0 TO WS-SEC-ACT(2)
           MOVE 0 TO K
           PERFORM VARYING WS-VA-IDX FROM 1 BY 1
                   UNTIL WS-VA-IDX > WS-VA-COUNT
               IF VA-TYPE(WS-VA-IDX) = WS-SECTION
                   IF K = 0
                       MOVE SPACES TO REPORT-REC
                       WRITE REPORT-REC
                       MOVE WS-SECTION-NAME TO REPORT-REC
                       WRITE REPORT-REC
                   END-IF
                   ADD 1 TO K
                   PERFORM WRITE-ACCOUNT-LINE
               END-IF
           END-PERFORM
           IF K = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SEC-BUD(1) TO WS-FIG-BUD(1)
           MOVE WS-SEC-ACT(1) TO WS-FIG-ACT(1)
           MOVE WS-SEC-BUD(2) TO WS-FIG-BUD(2)
           MOVE WS-SEC-ACT(2) TO WS-FIG-ACT(2)
           PERFORM FORMAT-FIGURES
           MOVE SPACES TO REPORT-REC
           STRING "TOTAL    " WS-COL-TEXT
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           PERFORM FORMAT-YTD-FIGURES
           MOVE WS-COL-TEXT TO REPORT-REC(69:58)
           WRITE REPORT-REC
           IF WS-SECTION = "I"
               MOVE WS-SEC-BUD(1) TO WS-RES-BUD(1)
               MOVE WS-SEC-ACT(1) TO WS-RES-ACT(1)
               MOVE WS-SEC-BUD(2) TO WS-RES-BUD(2)
               MOVE WS-SEC-ACT(2) TO WS-RES-ACT(2)
           END-IF
           IF WS-SECTION = "E"
               SUBTRACT WS-SEC-BUD(1) FROM WS-RES-BUD(1)
               SUBTRACT WS-SEC-ACT(1) FROM WS-RES-ACT(1)
               SUBTRACT WS-SEC-BUD(2) FROM WS-RES-BUD(2)
               SUBTRACT WS-SEC-ACT(2) FROM WS-RES-ACT(2)
           END-IF.

      *> Actuals into the natural sign of the account's type.
       WRITE-ACCOUNT-LINE.
           MOVE VA-BUD-MONTH(WS-VA-IDX) TO WS-FIG-BUD(1)
           MOVE VA-BUD-YTD(WS-VA-IDX) TO WS-FIG-BUD(2)
           IF VA-TYPE(WS-VA-IDX) = "A" OR VA-TYPE(WS-VA-IDX) = "E"
               MOVE VA-NET-MONTH(WS-VA-IDX) TO WS-FIG-ACT(1)
               MOVE VA-NET-YTD(WS-VA-IDX) TO WS-FIG-ACT(2)
           ELSE
               COMPUTE WS-FIG-ACT(1) = 0 - VA-NET-MONTH(WS-VA-IDX)
               COMPUTE WS-FIG-ACT(2) = 0 - VA-NET-YTD(WS-VA-IDX)
           END-IF
           ADD WS-FIG-BUD(1) TO WS-SEC-BUD(1)
           ADD WS-FIG-ACT(1) TO WS-SEC-ACT(1)
           ADD WS-FIG-BUD(2) TO WS-SEC-BUD(2)
           ADD WS-FIG-ACT(2) TO WS-SEC-ACT(2)

           MOVE " " TO WS-LINE-FLAG
           PERFORM FORMAT-FIGURES
           IF WS-BEYOND = "Y"
               MOVE "*" TO WS-LINE-FLAG
           END-IF
           MOVE SPACES TO REPORT-REC
           STRING VA-ACCOUNT(WS-VA-IDX) WS-COL-TEXT
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           PERFORM FORMAT-YTD-FIGURES
           IF WS-BEYOND = "Y"
               MOVE "*" TO WS-LINE-FLAG
           END-IF
           MOVE WS-COL-TEXT TO REPORT-REC(69:58)
           MOVE WS-LINE-FLAG TO REPORT-REC(128:1)
           IF VA-BUDGETED(WS-VA-IDX) = "N"
               MOVE "NOT BUDGETED" TO REPORT-REC(130:12)
           END-IF
           WRITE REPORT-REC
           IF WS-LINE-FLAG = "*"
               MOVE "Y" TO VA-FLAGGED(WS-VA-IDX)
               ADD 1 TO WS-FLAGGED
           END-IF.

       FORMAT-FIGURES.
           MOVE 1 TO M
           PERFORM FORMAT-ONE-COLUMN.

       FORMAT-YTD-FIGURES.
           MOVE 2 TO M
           PERFORM FORMAT-ONE-COLUMN.

      *> Budget, actual, variance and percentage of column M into
      *> WS-COL-TEXT; WS-BEYOND "Y" when outside the tolerance. The
      *> percentage is of the budget, N/A with none budgeted.
       FORMAT-ONE-COLUMN.
           COMPUTE WS-VARIANCE = WS-FIG-ACT(M) - WS-FIG-BUD(M)
           MOVE WS-VARIANCE TO WS-ABS-VARIANCE
           MOVE WS-FIG-BUD(M) TO WS-BASE
           IF WS-BASE < 0
               COMPUTE WS-BASE = 0 - WS-BASE
           END-IF
           MOVE "N" TO WS-BEYOND
           IF WS-BASE = 0
               MOVE "    N/A" TO WS-PCT-TEXT
               IF WS-ABS-VARIANCE >= WS-TOL-MIN
                   AND WS-ABS-VARIANCE > 0
                   MOVE "Y" TO WS-BEYOND
               END-IF
           ELSE
               COMPUTE WS-PCT ROUNDED = WS-VARIANCE * 100 / WS-BASE
                   ON SIZE ERROR
                       MOVE 99999.9 TO WS-PCT
               END-COMPUTE
               MOVE WS-PCT TO WS-ABS-PCT
               MOVE WS-PCT TO WS-DISP-PCT
               MOVE WS-DISP-PCT TO WS-PCT-TEXT
               IF WS-ABS-PCT > WS-TOL-PCT
                   AND WS-ABS-VARIANCE >= WS-TOL-MIN
                   MOVE "Y" TO WS-BEYOND
               END-IF
           END-IF
           MOVE WS-FIG-BUD(M) TO WS-DISP-BUD
           MOVE WS-FIG-ACT(M) TO WS-DISP-ACT
           MOVE WS-VARIANCE TO WS-DISP-VAR
           MOVE SPACES TO WS-COL-TEXT
           STRING WS-DISP-BUD " " WS-DISP-ACT " " WS-DISP-VAR " "
                  WS-PCT-TEXT
               DELIMITED BY SIZE INTO WS-COL-TEXT
           END-STRING.

       WRITE-RESULT-LINE.
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE WS-RES-BUD(1) TO WS-FIG-BUD(1)
           MOVE WS-RES-ACT(1) TO WS-FIG-ACT(1)
           MOVE WS-RES-BUD(2) TO WS-FIG-BUD(2)
           MOVE WS-RES-ACT(2) TO WS-FIG-ACT(2)
           PERFORM FORMAT-FIGURES
           MOVE SPACES TO REPORT-REC
           STRING "RESULT   " WS-COL-TEXT
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           PERFORM FORMAT-YTD-FIGURES
           MOVE WS-COL-TEXT TO REPORT-REC(69:58)
           WRITE REPORT-REC.

       WRITE-COMMENTARY-LIST.
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE "COMMENTARY" TO REPORT-REC
           WRITE REPORT-REC
           IF WS-FLAGGED = 0
               MOVE "  NO LINE OUTSIDE TOLERANCE" TO REPORT-REC
               WRITE REPORT-REC
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-VA-IDX FROM 1 BY 1
                   UNTIL WS-VA-IDX > WS-VA-COUNT
               IF VA-FLAGGED(WS-VA-IDX) = "Y"
                   MOVE SPACES TO REPORT-REC
                   STRING "  " VA-ACCOUNT(WS-VA-IDX) " ____________"
                          "_____________________________________"
                          "__________________"
                       DELIMITED BY SIZE INTO REPORT-REC
                   END-STRING
                   WRITE REPORT-REC
               END-IF
           END-PERFORM.

       COPY "txnarch-check.cpy".
