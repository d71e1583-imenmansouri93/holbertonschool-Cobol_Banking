       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGULATORY-RETURN.

      *> Quarterly regulatory return. The central bank's balance
      *> sheet and income statement lines are listed, in return
      *> order, on REG-RETURN-LINES.DAT; REG-RETURN-MAP.DAT maps
      *> each GL account on CHART-OF-ACCOUNTS.DAT to one of them
      *> (the CUSTOMER row maps every customer balance account,
      *> i.e. every account the chart does not name). Balances are
      *> built from the journal as at the quarter end and, for the
      *> comparatives, the previous quarter end: balance-sheet
      *> lines carry the cumulative balance, income and expense
      *> lines the year to date. Income and expense not yet closed
      *> into RETEARN by GL-YEAREND is reported on the line RETEARN
      *> maps to, so the balance sheet balances between closes.
      *> A date in a year GL-YEAREND has closed is read from that
      *> year's GL-JOURNAL-YYYY.DAT; where TXN-ARCHIVE's FORWARD
      *> row for the year is dated after the quarter end, the
      *> archived months up to the quarter end are read instead.
      *> The checks -- assets equal liabilities plus equity in both
      *> columns, and every account with a balance mapped to a line
      *> -- are printed on the sign-off copy, REG-RETURN-REPORT.DAT;
      *> REG-RETURN.DAT is the submission file. A failed check
      *> gives RC 8, a quarter not yet closed by PERIOD-CLOSE RC 4
      *> and a DRAFT header.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-JOURNAL ASSIGN TO WS-GL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
           SELECT COA-FILE ASSIGN TO "CHART-OF-ACCOUNTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COA-STATUS.
           SELECT LINES-FILE ASSIGN TO "REG-RETURN-LINES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LINES-STATUS.
           SELECT MAP-FILE ASSIGN TO "REG-RETURN-MAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-STATUS.
           SELECT SUBMISSION-FILE ASSIGN TO "REG-RETURN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO "REG-RETURN-REPORT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARCHIVE-INDEX ASSIGN TO "TXN-ARCHIVE-INDEX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCHIVE-INDEX-STATUS.
           SELECT PERIOD-FILE ASSIGN TO "GL-PERIODS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERIOD-STATUS.
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

       FD COA-FILE.
       01 COA-RECORD.
           05 CA-ACCOUNT    PIC X(9).
           05 CA-TYPE       PIC X.
           05 CA-DESC       PIC X(20).

      *> One row per return line in the regulator's order. Section
      *> A asset, L liability, Q equity (the balance sheet), I
      *> income, E expense (the income statement).
       FD LINES-FILE.
       01 LINES-RECORD.
           05 RL-LINE       PIC X(6).
           05 RL-SECTION    PIC X.
           05 RL-DESC       PIC X(40).

       FD MAP-FILE.
       01 MAP-RECORD.
           05 RM-ACCOUNT    PIC X(9).
           05 RM-LINE       PIC X(6).

      *> Amounts are signed with two implied decimals, in the
      *> line's natural sign: assets and expenses debit positive,
      *> liabilities, equity and income credit positive.
       FD SUBMISSION-FILE.
       01 SUB-HEADER.
          05 SH-REC-TYPE       PIC X.
          05 SH-REPORTER       PIC X(10).
          05 SH-QUARTER        PIC 9(5).
          05 SH-PERIOD-END     PIC 9(8).
          05 SH-PRIOR-END      PIC 9(8).
          05 SH-CREATED        PIC 9(8).
          05 SH-CURRENCY       PIC X(3).
          05 SH-STATE          PIC X(5).
          05 FILLER            PIC X(52).
       01 SUB-DETAIL.
          05 SD-REC-TYPE       PIC X.
          05 SD-LINE           PIC X(6).
          05 SD-SECTION        PIC X.
          05 SD-CURRENT        PIC S9(13)V99 SIGN LEADING SEPARATE.
          05 SD-PRIOR          PIC S9(13)V99 SIGN LEADING SEPARATE.
          05 FILLER            PIC X(60).
       01 SUB-TRAILER.
          05 ST-REC-TYPE       PIC X.
          05 ST-LINES          PIC 9(5).
          05 ST-ASSETS         PIC S9(13)V99 SIGN LEADING SEPARATE.
          05 ST-LIAB-EQUITY    PIC S9(13)V99 SIGN LEADING SEPARATE.
          05 ST-CHECKS         PIC X(4).
          05 FILLER            PIC X(58).

       FD REPORT-FILE.
       01 REPORT-REC        PIC X(100).

       FD ARCHIVE-INDEX.
       01 ARCHIVE-INDEX-REC PIC X(100).

       FD PERIOD-FILE.
       01 PERIOD-REC             PIC X(100).

       FD SYSDATE-FILE.
       01 SYSDATE-REC            PIC X(40).

       WORKING-STORAGE SECTION.
       COPY "sysdate-ws.cpy".
       COPY "period-ws.cpy".
       COPY "txnarch-ws.cpy".
       01 WS-GL-STATUS      PIC XX.
       01 WS-COA-STATUS     PIC XX.
       01 WS-LINES-STATUS   PIC XX.
       01 WS-MAP-STATUS     PIC XX.
       01 WS-GL-NAME        PIC X(30) VALUE "GL-JOURNAL.DAT".
       01 WS-EOF            PIC X VALUE "N".
       01 WS-TODAY          PIC 9(8).
       01 WS-REPORTER       PIC X(10) VALUE "HOLB000001".
       01 WS-BASE-CURRENCY  PIC X(3) VALUE "USD".
       01 WS-QUARTER-TXT    PIC X(5).
       01 WS-QUARTER        PIC 9(5).
       01 WS-QTR-YEAR       PIC 9(4).
       01 WS-QTR-NO         PIC 9.
       01 WS-DRAFT          PIC X VALUE "N".
       01 WS-CHECKS-OK      PIC X VALUE "Y".
       01 WS-COL            PIC 9.
       01 WS-AS-AT          PIC 9(8).
       01 WS-AS-AT-YEAR     PIC 9(4).
       01 WS-ROW-YEAR       PIC 9(4).
       01 WS-NEED-MONTHS    PIC X.
       01 WS-ACCT-TYPE      PIC X.
       01 WS-ON-CHART       PIC X.
       01 WS-DISP-TITLE     PIC X(40).
       01 WS-NET            PIC S9(11)V99.
       01 WS-RN-IDX         PIC 9(3).
       01 WS-RETEARN-LINE   PIC 9(3) VALUE 0.
       01 WS-UNMAPPED       PIC 9(4) VALUE 0.
       01 WS-DISP-CUR       PIC --,---,---,---,--9.99.
       01 WS-DISP-PRI       PIC --,---,---,---,--9.99.
       01 J                 PIC 9(4).
       01 K                 PIC 9(3).

      *> Quarter ends for the return and its comparatives.
       01 WS-END-TABLE.
           05 WS-PERIOD-END OCCURS 2 TIMES PIC 9(8).
       01 WS-QTR-END-MMDD-VALUES.
           05 FILLER        PIC 9(4) VALUE 0331.
           05 FILLER        PIC 9(4) VALUE 0630.
           05 FILLER        PIC 9(4) VALUE 0930.
           05 FILLER        PIC 9(4) VALUE 1231.
       01 WS-QTR-END-MMDD-TABLE REDEFINES WS-QTR-END-MMDD-VALUES.
           05 WS-QTR-END-MMDD OCCURS 4 TIMES PIC 9(4).

      *> Totals per column: assets, liabilities, equity, income,
      *> expense, and income less expense not yet closed.
       01 WS-TOTALS.
           05 WS-TOT-COL OCCURS 2 TIMES.
               10 WS-TOT-ASSETS    PIC S9(13)V99.
               10 WS-TOT-LIAB      PIC S9(13)V99.
               10 WS-TOT-EQUITY    PIC S9(13)V99.
               10 WS-TOT-INCOME    PIC S9(13)V99.
               10 WS-TOT-EXPENSE   PIC S9(13)V99.
               10 WS-TOT-UNCLOSED  PIC S9(13)V99.
               10 WS-TOT-LIAB-EQ   PIC S9(13)V99.

      *> The chart of accounts, seeded like GL-YEAREND when the
      *> control file is absent.
       01 WS-CA-COUNT       PIC 9(3) VALUE 0.
       01 WS-CA-MAX         PIC 9(3) VALUE 200.
       01 CA-TABLE.
           05 CA-ENTRY OCCURS 1 TO 200 TIMES
                       DEPENDING ON WS-CA-COUNT.
               10 T-CA-ACCOUNT PIC X(9).
               10 T-CA-TYPE    PIC X.

       01 WS-RL-COUNT       PIC 9(3) VALUE 0.
       01 WS-RL-MAX         PIC 9(3) VALUE 300.
       01 RL-TABLE.
           05 RL-ENTRY OCCURS 1 TO 300 TIMES
                       DEPENDING ON WS-RL-COUNT.
               10 T-RL-LINE    PIC X(6).
               10 T-RL-SECTION PIC X.
               10 T-RL-DESC    PIC X(40).
               10 T-RL-AMOUNT  PIC S9(13)V99 OCCURS 2 TIMES.

       01 WS-RM-COUNT       PIC 9(4) VALUE 0.
       01 WS-RM-MAX         PIC 9(4) VALUE 2000.
       01 RM-TABLE.
           05 RM-ENTRY OCCURS 1 TO 2000 TIMES
                       DEPENDING ON WS-RM-COUNT.
               10 T-RM-ACCOUNT PIC X(9).
               10 T-RM-LINE    PIC X(6).

      *> Per-account nets (debits positive): cumulative to the
      *> quarter end, and for the year to date.
       01 WS-GA-COUNT       PIC 9(4) VALUE 0.
       01 WS-GA-MAX         PIC 9(4) VALUE 2000.
       01 WS-GA-IDX         PIC 9(4).
       01 GA-TABLE.
           05 GA-ENTRY OCCURS 1 TO 2000 TIMES
                       DEPENDING ON WS-GA-COUNT.
               10 GA-ACCOUNT   PIC X(9).
               10 GA-CUM       PIC S9(11)V99 OCCURS 2 TIMES.
               10 GA-YTD       PIC S9(11)V99 OCCURS 2 TIMES.
               10 GA-UNMAPPED  PIC X.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "REGULATORY RETURN"
           DISPLAY "================="
           PERFORM READ-SYSTEM-DATE
           MOVE SD-BUSINESS-DATE TO WS-TODAY
           DISPLAY "Quarter to report (YYYYQ, e.g. 20263): "
           ACCEPT WS-QUARTER-TXT
           IF WS-QUARTER-TXT NOT NUMERIC
               DISPLAY "  >> A year and quarter number are required."
               STOP RUN
           END-IF
           MOVE WS-QUARTER-TXT TO WS-QUARTER
           MOVE WS-QUARTER-TXT(1:4) TO WS-QTR-YEAR
           MOVE WS-QUARTER-TXT(5:1) TO WS-QTR-NO
           IF WS-QTR-NO < 1 OR WS-QTR-NO > 4
               DISPLAY "  >> The quarter must be 1 to 4."
               STOP RUN
           END-IF
           COMPUTE WS-PERIOD-END(1) = WS-QTR-YEAR * 10000
               + WS-QTR-END-MMDD(WS-QTR-NO)
           IF WS-QTR-NO = 1
               COMPUTE WS-PERIOD-END(2) =
                   (WS-QTR-YEAR - 1) * 10000 + WS-QTR-END-MMDD(4)
           ELSE
               COMPUTE WS-PERIOD-END(2) = WS-QTR-YEAR * 10000
                   + WS-QTR-END-MMDD(WS-QTR-NO - 1)
           END-IF

           PERFORM LOAD-CLOSED-PERIODS
           MOVE WS-PERIOD-END(1) TO WS-PER-TEST-DATE
           PERFORM CHECK-PERIOD-OPEN
           IF WS-PER-OPEN = "Y"
               MOVE "Y" TO WS-DRAFT
               DISPLAY "Quarter end month is not closed -- the "
                   "return is a DRAFT."
           END-IF

           PERFORM LOAD-CHART-OF-ACCOUNTS
           PERFORM LOAD-RETURN-LINES
           IF WS-RL-COUNT = 0
               DISPLAY "No REG-RETURN-LINES.DAT on file."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-RETURN-MAP
           PERFORM LOAD-ARCHIVE-INDEX

           PERFORM VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 2
               MOVE WS-PERIOD-END(WS-COL) TO WS-AS-AT
               PERFORM BUILD-BALANCES-AS-AT
           END-PERFORM

           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-REPORT-HEADING
           PERFORM MAP-ACCOUNTS-TO-LINES
           PERFORM TOTAL-RETURN-SECTIONS
           PERFORM WRITE-RETURN-BODY
           PERFORM WRITE-VALIDATION-CHECKS
           CLOSE REPORT-FILE
           PERFORM WRITE-SUBMISSION-FILE

           DISPLAY "Return in REG-RETURN.DAT, sign-off copy in "
               "REG-RETURN-REPORT.DAT"
           IF WS-CHECKS-OK = "N"
               DISPLAY "VALIDATION FAILED -- see the sign-off copy."
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-DRAFT = "Y"
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

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

       LOAD-RETURN-LINES.
           MOVE 0 TO WS-RL-COUNT
           OPEN INPUT LINES-FILE
           IF WS-LINES-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ LINES-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF WS-RL-COUNT < WS-RL-MAX
                           ADD 1 TO WS-RL-COUNT
                           MOVE RL-LINE TO T-RL-LINE(WS-RL-COUNT)
                           MOVE RL-SECTION
                               TO T-RL-SECTION(WS-RL-COUNT)
                           MOVE RL-DESC TO T-RL-DESC(WS-RL-COUNT)
                           MOVE 0 TO T-RL-AMOUNT(WS-RL-COUNT, 1)
                           MOVE 0 TO T-RL-AMOUNT(WS-RL-COUNT, 2)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LINES-FILE
           MOVE "N" TO WS-EOF.

       LOAD-RETURN-MAP.
           MOVE 0 TO WS-RM-COUNT
           OPEN INPUT MAP-FILE
           IF WS-MAP-STATUS = "35"
               DISPLAY "No REG-RETURN-MAP.DAT on file -- no account "
                   "is mapped."
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ MAP-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF WS-RM-COUNT < WS-RM-MAX
                           ADD 1 TO WS-RM-COUNT
                           MOVE RM-ACCOUNT
                               TO T-RM-ACCOUNT(WS-RM-COUNT)
                           MOVE RM-LINE TO T-RM-LINE(WS-RM-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MAP-FILE
           MOVE "N" TO WS-EOF.

      *> Balances as at WS-AS-AT into column WS-COL. A closed year
      *> is read from its year-end copy of the journal.
       BUILD-BALANCES-AS-AT.
           MOVE WS-AS-AT(1:4) TO WS-AS-AT-YEAR
           MOVE "N" TO WS-NEED-MONTHS
           MOVE SPACES TO WS-GL-NAME
           STRING "GL-JOURNAL-" WS-AS-AT-YEAR ".DAT"
               DELIMITED BY SIZE INTO WS-GL-NAME
           END-STRING
           OPEN INPUT GL-JOURNAL
           IF WS-GL-STATUS = "35"
               MOVE "GL-JOURNAL.DAT" TO WS-GL-NAME
           ELSE
               CLOSE GL-JOURNAL
           END-IF
           PERFORM TALLY-JOURNAL-FILE
           MOVE "GL-JOURNAL.DAT" TO WS-GL-NAME
           IF WS-NEED-MONTHS = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE "GLJRNL" TO WS-AX-FIND-REGISTER
           MOVE WS-AS-AT-YEAR TO WS-AX-FIND-MONTH(1:4)
           MOVE 4 TO WS-AX-FIND-LEN
           MOVE 0 TO WS-AX-IDX
           PERFORM NEXT-ARCHIVE-MATCH
           PERFORM UNTIL WS-AX-FOUND = "N"
               IF AX-MONTH <= WS-AS-AT(1:6)
                   MOVE AX-FILE-NAME TO WS-GL-NAME
                   PERFORM TALLY-JOURNAL-FILE
               END-IF
               PERFORM NEXT-ARCHIVE-MATCH
           END-PERFORM
           MOVE "GL-JOURNAL.DAT" TO WS-GL-NAME.

      *> A FORWARD row for the quarter's year dated after the
      *> quarter end also nets months after it, so the archived
      *> months are read in its place.
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
                       IF GJ-DATE <= WS-AS-AT
                           PERFORM TALLY-ONE-ENTRY
                       ELSE
                           IF GJ-PROGRAM = "TXNARCHIVE"
                               AND GJ-OFFSET = "FORWARD"
                               AND GJ-DATE(1:4) = WS-AS-AT-YEAR
                               MOVE "Y" TO WS-NEED-MONTHS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GL-JOURNAL
           MOVE "N" TO WS-EOF.

       TALLY-ONE-ENTRY.
           MOVE 0 TO WS-GA-IDX
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-GA-COUNT
               IF GA-ACCOUNT(J) = GJ-ACCOUNT
                   MOVE J TO WS-GA-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-GA-IDX = 0
               IF WS-GA-COUNT < WS-GA-MAX
                   ADD 1 TO WS-GA-COUNT
                   MOVE WS-GA-COUNT TO WS-GA-IDX
                   MOVE GJ-ACCOUNT TO GA-ACCOUNT(WS-GA-IDX)
                   MOVE 0 TO GA-CUM(WS-GA-IDX, 1)
                   MOVE 0 TO GA-CUM(WS-GA-IDX, 2)
                   MOVE 0 TO GA-YTD(WS-GA-IDX, 1)
                   MOVE 0 TO GA-YTD(WS-GA-IDX, 2)
                   MOVE "N" TO GA-UNMAPPED(WS-GA-IDX)
               ELSE
                   DISPLAY "Warning: GL account table full at "
                       WS-GA-MAX ", lumping into row 1"
                   MOVE 1 TO WS-GA-IDX
               END-IF
           END-IF
           IF GJ-DC = "D"
               MOVE GJ-AMOUNT TO WS-NET
           ELSE
               COMPUTE WS-NET = 0 - GJ-AMOUNT
           END-IF
           ADD WS-NET TO GA-CUM(WS-GA-IDX, WS-COL)
           MOVE GJ-DATE(1:4) TO WS-ROW-YEAR
           IF WS-ROW-YEAR = WS-AS-AT-YEAR
               ADD WS-NET TO GA-YTD(WS-GA-IDX, WS-COL)
           END-IF.

      *> An account not on the chart is a customer balance account:
      *> a liability, mapped by the CUSTOMER row. FXCASH on the
      *> chart, and on the map, stands for every FXCASH<ccy>
      *> currency till account.
       FIND-ACCOUNT-TYPE.
           MOVE "L" TO WS-ACCT-TYPE
           MOVE "N" TO WS-ON-CHART
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-CA-COUNT
               IF T-CA-ACCOUNT(K) = GA-ACCOUNT(WS-GA-IDX)
                   OR (T-CA-ACCOUNT(K) = "FXCASH"
                       AND GA-ACCOUNT(WS-GA-IDX)(1:6) = "FXCASH")
                   MOVE T-CA-TYPE(K) TO WS-ACCT-TYPE
                   MOVE "Y" TO WS-ON-CHART
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       FIND-ACCOUNT-LINE.
           MOVE 0 TO WS-RN-IDX
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-RM-COUNT
               IF T-RM-ACCOUNT(J) = GA-ACCOUNT(WS-GA-IDX)
                   OR (T-RM-ACCOUNT(J) = "FXCASH"
                       AND GA-ACCOUNT(WS-GA-IDX)(1:6) = "FXCASH")
                   PERFORM FIND-LINE-INDEX
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-ON-CHART = "N"
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-RM-COUNT
                   IF T-RM-ACCOUNT(J) = "CUSTOMER"
                       PERFORM FIND-LINE-INDEX
                       EXIT PARAGRAPH
                   END-IF
               END-PERFORM
           END-IF.

       FIND-LINE-INDEX.
           PERFORM VARYING WS-RN-IDX FROM 1 BY 1
                   UNTIL WS-RN-IDX > WS-RL-COUNT
               IF T-RL-LINE(WS-RN-IDX) = T-RM-LINE(J)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           MOVE 0 TO WS-RN-IDX.

      *> Each account's balance goes to its line in the line's own
      *> sign. Income and expense accounts give the year to date
      *> to the income statement and their cumulative net, not yet
      *> closed, to RETEARN's line.
       MAP-ACCOUNTS-TO-LINES.
           MOVE 0 TO WS-TOT-UNCLOSED(1)
           MOVE 0 TO WS-TOT-UNCLOSED(2)
           PERFORM VARYING WS-GA-IDX FROM 1 BY 1
                   UNTIL WS-GA-IDX > WS-GA-COUNT
               PERFORM FIND-ACCOUNT-TYPE
               PERFORM FIND-ACCOUNT-LINE
               IF WS-ACCT-TYPE = "I" OR WS-ACCT-TYPE = "E"
                   SUBTRACT GA-CUM(WS-GA-IDX, 1)
                       FROM WS-TOT-UNCLOSED(1)
                   SUBTRACT GA-CUM(WS-GA-IDX, 2)
                       FROM WS-TOT-UNCLOSED(2)
               END-IF
               IF WS-RN-IDX = 0
                   PERFORM CHECK-UNMAPPED-ACCOUNT
               ELSE
                   PERFORM VARYING WS-COL FROM 1 BY 1
                           UNTIL WS-COL > 2
                       IF WS-ACCT-TYPE = "I" OR WS-ACCT-TYPE = "E"
                           MOVE GA-YTD(WS-GA-IDX, WS-COL) TO WS-NET
                       ELSE
                           MOVE GA-CUM(WS-GA-IDX, WS-COL) TO WS-NET
                       END-IF
                       IF T-RL-SECTION(WS-RN-IDX) = "A"
                           OR T-RL-SECTION(WS-RN-IDX) = "E"
                           ADD WS-NET TO T-RL-AMOUNT(WS-RN-IDX, WS-COL)
                       ELSE
                           SUBTRACT WS-NET
                               FROM T-RL-AMOUNT(WS-RN-IDX, WS-COL)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM

           MOVE 0 TO WS-RN-IDX
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-RM-COUNT
               IF T-RM-ACCOUNT(J) = "RETEARN"
                   PERFORM FIND-LINE-INDEX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE WS-RN-IDX TO WS-RETEARN-LINE
           IF WS-RETEARN-LINE = 0
               MOVE "N" TO WS-CHECKS-OK
           ELSE
               ADD WS-TOT-UNCLOSED(1)
                   TO T-RL-AMOUNT(WS-RETEARN-LINE, 1)
               ADD WS-TOT-UNCLOSED(2)
                   TO T-RL-AMOUNT(WS-RETEARN-LINE, 2)
           END-IF.

      *> Only a balance that would be lost from the return counts:
      *> either column, cumulative for the balance sheet and year
      *> to date for income and expense.
       CHECK-UNMAPPED-ACCOUNT.
           IF WS-ACCT-TYPE = "I" OR WS-ACCT-TYPE = "E"
               IF GA-YTD(WS-GA-IDX, 1) = 0
                   AND GA-YTD(WS-GA-IDX, 2) = 0
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF GA-CUM(WS-GA-IDX, 1) = 0
                   AND GA-CUM(WS-GA-IDX, 2) = 0
                   EXIT PARAGRAPH
               END-IF
           END-IF
           ADD 1 TO WS-UNMAPPED
           MOVE "Y" TO GA-UNMAPPED(WS-GA-IDX)
           MOVE "N" TO WS-CHECKS-OK.

       REPORT-UNMAPPED-ACCOUNT.
           PERFORM FIND-ACCOUNT-TYPE
           IF WS-ACCT-TYPE = "I" OR WS-ACCT-TYPE = "E"
               MOVE GA-YTD(WS-GA-IDX, 1) TO WS-DISP-CUR
               MOVE GA-YTD(WS-GA-IDX, 2) TO WS-DISP-PRI
           ELSE
               MOVE GA-CUM(WS-GA-IDX, 1) TO WS-DISP-CUR
               MOVE GA-CUM(WS-GA-IDX, 2) TO WS-DISP-PRI
           END-IF
           MOVE SPACES TO REPORT-REC
           STRING "        " GA-ACCOUNT(WS-GA-IDX) " TYPE "
                  WS-ACCT-TYPE "                       " WS-DISP-CUR
                  WS-DISP-PRI
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC.

       TOTAL-RETURN-SECTIONS.
           PERFORM VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 2
               MOVE 0 TO WS-TOT-ASSETS(WS-COL)
               MOVE 0 TO WS-TOT-LIAB(WS-COL)
               MOVE 0 TO WS-TOT-EQUITY(WS-COL)
               MOVE 0 TO WS-TOT-INCOME(WS-COL)
               MOVE 0 TO WS-TOT-EXPENSE(WS-COL)
               PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-RL-COUNT
                   EVALUATE T-RL-SECTION(K)
                       WHEN "A"
                           ADD T-RL-AMOUNT(K, WS-COL)
                               TO WS-TOT-ASSETS(WS-COL)
                       WHEN "L"
                           ADD T-RL-AMOUNT(K, WS-COL)
                               TO WS-TOT-LIAB(WS-COL)
                       WHEN "Q"
                           ADD T-RL-AMOUNT(K, WS-COL)
                               TO WS-TOT-EQUITY(WS-COL)
                       WHEN "I"
                           ADD T-RL-AMOUNT(K, WS-COL)
                               TO WS-TOT-INCOME(WS-COL)
                       WHEN "E"
                           ADD T-RL-AMOUNT(K, WS-COL)
                               TO WS-TOT-EXPENSE(WS-COL)
                   END-EVALUATE
               END-PERFORM
               COMPUTE WS-TOT-LIAB-EQ(WS-COL) =
                   WS-TOT-LIAB(WS-COL) + WS-TOT-EQUITY(WS-COL)
           END-PERFORM.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO REPORT-REC
           STRING "REGULATORY RETURN - QUARTER " WS-QUARTER-TXT(1:4)
                  " Q" WS-QTR-NO "   REPORTER " WS-REPORTER
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING "AS AT " WS-PERIOD-END(1) "  COMPARATIVE "
                  WS-PERIOD-END(2) "  AMOUNTS IN " WS-BASE-CURRENCY
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           IF WS-DRAFT = "Y"
               MOVE "DRAFT -- THE QUARTER END MONTH IS NOT CLOSED"
                   TO REPORT-REC
               WRITE REPORT-REC
           END-IF.

       WRITE-RETURN-BODY.
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE "BALANCE SHEET" TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING "LINE   DESCRIPTION                             "
                  "              CURRENT                 PRIOR"
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-RL-COUNT
               IF T-RL-SECTION(K) = "A"
                   PERFORM WRITE-RETURN-LINE
               END-IF
           END-PERFORM
           MOVE WS-TOT-ASSETS(1) TO WS-DISP-CUR
           MOVE WS-TOT-ASSETS(2) TO WS-DISP-PRI
           MOVE "TOTAL ASSETS" TO WS-DISP-TITLE
           PERFORM WRITE-TOTAL-LINE
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-RL-COUNT
               IF T-RL-SECTION(K) = "L"
                   PERFORM WRITE-RETURN-LINE
               END-IF
           END-PERFORM
           MOVE WS-TOT-LIAB(1) TO WS-DISP-CUR
           MOVE WS-TOT-LIAB(2) TO WS-DISP-PRI
           MOVE "TOTAL LIABILITIES" TO WS-DISP-TITLE
           PERFORM WRITE-TOTAL-LINE
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-RL-COUNT
               IF T-RL-SECTION(K) = "Q"
                   PERFORM WRITE-RETURN-LINE
               END-IF
           END-PERFORM
           MOVE WS-TOT-EQUITY(1) TO WS-DISP-CUR
           MOVE WS-TOT-EQUITY(2) TO WS-DISP-PRI
           MOVE "TOTAL EQUITY" TO WS-DISP-TITLE
           PERFORM WRITE-TOTAL-LINE
           MOVE WS-TOT-LIAB-EQ(1) TO WS-DISP-CUR
           MOVE WS-TOT-LIAB-EQ(2) TO WS-DISP-PRI
           MOVE "TOTAL LIABILITIES AND EQUITY" TO WS-DISP-TITLE
           PERFORM WRITE-TOTAL-LINE

           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE "INCOME STATEMENT (YEAR TO DATE)" TO REPORT-REC
           WRITE REPORT-REC
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-RL-COUNT
               IF T-RL-SECTION(K) = "I"
                   PERFORM WRITE-RETURN-LINE
               END-IF
           END-PERFORM
           MOVE WS-TOT-INCOME(1) TO WS-DISP-CUR
           MOVE WS-TOT-INCOME(2) TO WS-DISP-PRI
           MOVE "TOTAL INCOME" TO WS-DISP-TITLE
           PERFORM WRITE-TOTAL-LINE
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-RL-COUNT
               IF T-RL-SECTION(K) = "E"
                   PERFORM WRITE-RETURN-LINE
               END-IF
           END-PERFORM
           MOVE WS-TOT-EXPENSE(1) TO WS-DISP-CUR
           MOVE WS-TOT-EXPENSE(2) TO WS-DISP-PRI
           MOVE "TOTAL EXPENSES" TO WS-DISP-TITLE
           PERFORM WRITE-TOTAL-LINE
           COMPUTE WS-DISP-CUR = WS-TOT-INCOME(1) - WS-TOT-EXPENSE(1)
           COMPUTE WS-DISP-PRI = WS-TOT-INCOME(2) - WS-TOT-EXPENSE(2)
           MOVE "PROFIT (LOSS) FOR THE YEAR TO DATE" TO WS-DISP-TITLE
           PERFORM WRITE-TOTAL-LINE.

       WRITE-RETURN-LINE.
           MOVE T-RL-AMOUNT(K, 1) TO WS-DISP-CUR
           MOVE T-RL-AMOUNT(K, 2) TO WS-DISP-PRI
           MOVE SPACES TO REPORT-REC
           STRING T-RL-LINE(K) " " T-RL-DESC(K) WS-DISP-CUR
                  WS-DISP-PRI
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC.

       WRITE-TOTAL-LINE.
           MOVE SPACES TO REPORT-REC
           STRING "       " WS-DISP-TITLE WS-DISP-CUR WS-DISP-PRI
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC.

       WRITE-VALIDATION-CHECKS.
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE "VALIDATION" TO REPORT-REC
           WRITE REPORT-REC
           PERFORM VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 2
               MOVE SPACES TO REPORT-REC
               IF WS-TOT-ASSETS(WS-COL) = WS-TOT-LIAB-EQ(WS-COL)
                   STRING "  PASS  ASSETS EQUAL LIABILITIES PLUS "
                          "EQUITY AT " WS-PERIOD-END(WS-COL)
                       DELIMITED BY SIZE INTO REPORT-REC
                   END-STRING
               ELSE
                   MOVE "N" TO WS-CHECKS-OK
                   COMPUTE WS-DISP-CUR = WS-TOT-ASSETS(WS-COL)
                       - WS-TOT-LIAB-EQ(WS-COL)
                   STRING "  FAIL  ASSETS DO NOT EQUAL LIABILITIES "
                          "PLUS EQUITY AT " WS-PERIOD-END(WS-COL)
                          " DIFF " WS-DISP-CUR
                       DELIMITED BY SIZE INTO REPORT-REC
                   END-STRING
               END-IF
               WRITE REPORT-REC
           END-PERFORM
           MOVE SPACES TO REPORT-REC
           IF WS-UNMAPPED = 0
               MOVE "  PASS  EVERY GL ACCOUNT WITH A BALANCE IS MAPPED"
                   TO REPORT-REC
           ELSE
               STRING "  FAIL  " WS-UNMAPPED " GL ACCOUNT(S) WITH A "
                      "BALANCE NOT MAPPED TO A RETURN LINE"
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
           END-IF
           WRITE REPORT-REC
           PERFORM VARYING WS-GA-IDX FROM 1 BY 1
                   UNTIL WS-GA-IDX > WS-GA-COUNT
               IF GA-UNMAPPED(WS-GA-IDX) = "Y"
                   PERFORM REPORT-UNMAPPED-ACCOUNT
               END-IF
           END-PERFORM
           IF WS-RETEARN-LINE = 0
               MOVE "  FAIL  RETEARN IS NOT MAPPED -- THE UNCLOSED "
                   TO REPORT-REC
               WRITE REPORT-REC
               MOVE "        RESULT HAS NO RETURN LINE" TO REPORT-REC
               WRITE REPORT-REC
           END-IF
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           IF WS-CHECKS-OK = "N"
               MOVE "NOT FOR SUBMISSION -- VALIDATION FAILED"
                   TO REPORT-REC
               WRITE REPORT-REC
               MOVE SPACES TO REPORT-REC
               WRITE REPORT-REC
           END-IF
           MOVE "PREPARED BY ______________  DATE ________" TO
               REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE "APPROVED BY ______________  DATE ________" TO
               REPORT-REC
           WRITE REPORT-REC.

       WRITE-SUBMISSION-FILE.
           OPEN OUTPUT SUBMISSION-FILE
           MOVE SPACES TO SUB-HEADER
           MOVE "H" TO SH-REC-TYPE
           MOVE WS-REPORTER TO SH-REPORTER
           MOVE WS-QUARTER TO SH-QUARTER
           MOVE WS-PERIOD-END(1) TO SH-PERIOD-END
           MOVE WS-PERIOD-END(2) TO SH-PRIOR-END
           MOVE WS-TODAY TO SH-CREATED
           MOVE WS-BASE-CURRENCY TO SH-CURRENCY
           IF WS-DRAFT = "Y"
               MOVE "DRAFT" TO SH-STATE
           ELSE
               MOVE "FINAL" TO SH-STATE
           END-IF
           WRITE SUB-HEADER
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-RL-COUNT
               MOVE SPACES TO SUB-DETAIL
               MOVE "D" TO SD-REC-TYPE
               MOVE T-RL-LINE(K) TO SD-LINE
               MOVE T-RL-SECTION(K) TO SD-SECTION
               MOVE T-RL-AMOUNT(K, 1) TO SD-CURRENT
               MOVE T-RL-AMOUNT(K, 2) TO SD-PRIOR
               WRITE SUB-DETAIL
           END-PERFORM
           MOVE SPACES TO SUB-TRAILER
           MOVE "T" TO ST-REC-TYPE
           MOVE WS-RL-COUNT TO ST-LINES
           MOVE WS-TOT-ASSETS(1) TO ST-ASSETS
           MOVE WS-TOT-LIAB-EQ(1) TO ST-LIAB-EQUITY
           IF WS-CHECKS-OK = "Y"
               MOVE "PASS" TO ST-CHECKS
           ELSE
               MOVE "FAIL" TO ST-CHECKS
           END-IF
           WRITE SUB-TRAILER
           CLOSE SUBMISSION-FILE.

       COPY "period-check.cpy".
       COPY "txnarch-check.cpy".
       COPY "sysdate-read.cpy".
