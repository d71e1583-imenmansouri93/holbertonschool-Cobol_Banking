       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRAUD-RULE-STATS.

      *> Monthly fraud rule effectiveness. FRAUD-DETECTION stamps
      *> every alert with RULE=, and FRAUD-CASES records whether
      *> each alert was confirmed or cleared; this report joins the
      *> two from the case register, FRAUD-CASES.DAT (the worklist
      *> itself is rewritten every run). Per rule, for the month
      *> of the alert date: alerts raised, confirmed, cleared as
      *> false positives, still open, the hit rate (confirmed as a
      *> share of the alerts decided) and the amount involved, then
      *> the raised count and hit rate over the three months before
      *> it. Watchlist alerts (RULE=WL-reason) are counted under
      *> WATCHLIST. Last, the month's transactions.idx is screened
      *> again at a ladder of alternative values for the amount
      *> threshold (fraud-threshold.dat) and the two velocity
      *> thresholds, showing the alerts each value would have
      *> raised and the confirmed cases it would have missed,
      *> before anyone changes the control files. Reversal pairs
      *> are left out as FRAUD-DETECTION leaves them out.
      *> FRAUD-RULE-REPORT.DAT is the report.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASE-FILE ASSIGN TO "FRAUD-CASES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASE-STATUS.
           SELECT TRANSACTION-FILE ASSIGN TO "transactions.idx"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.
           SELECT PAIRS-FILE ASSIGN TO "REVERSAL-PAIRS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAIRS-STATUS.
           SELECT THRESHOLD-FILE ASSIGN TO "fraud-threshold.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-THRESH-STATUS.
           SELECT VEL-COUNT-FILE
               ASSIGN TO "velocity-count-threshold.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VEL-COUNT-STATUS.
           SELECT VEL-AMOUNT-FILE
               ASSIGN TO "velocity-amount-threshold.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VEL-AMOUNT-STATUS.
           SELECT REPORT-FILE ASSIGN TO "FRAUD-RULE-REPORT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SYSDATE-FILE ASSIGN TO "SYSTEM-DATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CASE-FILE.
       01 CASE-RECORD.
           05 FC-CASE-NO      PIC 9(6).
           05 FC-STATUS       PIC X(9).
           05 FC-OPENED       PIC 9(8).
           05 FC-DISP-DATE    PIC 9(8).
           05 FC-USER         PIC X(8).
           05 FC-COMMENT      PIC X(30).
           05 FC-SUS-LINE     PIC X(80).
           05 FC-SAR-FLAG     PIC X.
           05 FC-SAR-REF      PIC X(12).
           05 FC-SAR-DATE     PIC 9(8).

       FD TRANSACTION-FILE.
       01 TRANSACTION-RECORD.
           05 TRANS-ID         PIC X(6).
           05 FILLER           PIC X(1).
           05 ACC-NUM          PIC X(9).
           05 FILLER           PIC X(1).
           05 TRANS-DATE       PIC X(8).
           05 FILLER           PIC X(1).
           05 TRANS-TYPE       PIC X(1).
           05 FILLER           PIC X(1).
           05 TRANS-AMOUNT     PIC 9(10).

       FD PAIRS-FILE.
       01 PAIRS-RECORD.
           05 RP-ORIG-ID   PIC X(6).
           05 RP-REV-ID    PIC X(6).
           05 RP-DATE      PIC 9(8).

       FD THRESHOLD-FILE.
       01 THRESHOLD-RECORD     PIC X(10).

       FD VEL-COUNT-FILE.
       01 VEL-COUNT-RECORD     PIC X(10).

       FD VEL-AMOUNT-FILE.
       01 VEL-AMOUNT-RECORD    PIC X(10).

       FD REPORT-FILE.
       01 REPORT-REC           PIC X(120).

       FD SYSDATE-FILE.
       01 SYSDATE-REC            PIC X(40).

       WORKING-STORAGE SECTION.
       COPY "sysdate-ws.cpy".
       01 WS-CASE-STATUS       PIC XX.
       01 WS-TRANS-STATUS      PIC XX.
       01 WS-PAIRS-STATUS      PIC XX.
       01 WS-THRESH-STATUS     PIC XX.
       01 WS-VEL-COUNT-STATUS  PIC XX.
       01 WS-VEL-AMOUNT-STATUS PIC XX.
       01 WS-EOF               PIC X VALUE "N".
       01 WS-TODAY             PIC 9(8).
       01 WS-MONTH-TXT         PIC X(6).
       01 WS-REPORT-MONTH      PIC 9(6).
       01 WS-YEAR              PIC 9(4).
       01 WS-MM                PIC 99.
       01 WS-THRESHOLD         PIC 9(7)V99 VALUE 10000.00.
       01 WS-VEL-MAX-COUNT     PIC 9(4) VALUE 5.
       01 WS-VEL-MAX-AMOUNT    PIC 9(8)V99 VALUE 25000.00.
       01 I                    PIC 9(4).
       01 J                    PIC 9(4).
       01 M                    PIC 9.

      *> The report month and the three before it; slot 1 is the
      *> report month.
       01 MONTH-KEYS.
           05 WS-MONTH-KEY     PIC 9(6) OCCURS 4 TIMES.

      *> What one alert line says: its rule, month, amount and, for
      *> VELOCITY-COUNT, the day's count.
       01 WS-TOK1              PIC X(20).
       01 WS-TOK2              PIC X(20).
       01 WS-TOK3              PIC X(30).
       01 WS-TOK4              PIC X(30).
       01 WS-AMT-TXT           PIC X(30).
       01 WS-RULE-REST         PIC X(80).
       01 WS-RULE-JUNK         PIC X(80).
       01 WS-ALERT-RULE        PIC X(15).
       01 WS-ALERT-MONTH       PIC 9(6).
       01 WS-ALERT-AMT         PIC 9(10)V99.
       01 WS-ALERT-CNT         PIC 9(5).

      *> One row per rule seen in the four months, with per-month
      *> outcome counts.
       01 WS-RL-COUNT          PIC 9(3) VALUE 0.
       01 WS-RL-MAX            PIC 9(3) VALUE 50.
       01 WS-RL-IDX            PIC 9(3).
       01 RL-TABLE.
           05 RL-ENTRY OCCURS 1 TO 50 TIMES
                       DEPENDING ON WS-RL-COUNT.
               10 RL-RULE          PIC X(15).
               10 RL-MONTH OCCURS 4 TIMES.
                   15 RL-RAISED    PIC 9(5).
                   15 RL-CONFIRMED PIC 9(5).
                   15 RL-CLEARED   PIC 9(5).
                   15 RL-OPEN      PIC 9(5).
                   15 RL-AMOUNT    PIC 9(11)V99.

       01 WS-TOT-RAISED        PIC 9(6).
       01 WS-TOT-CONFIRMED     PIC 9(6).
       01 WS-TOT-CLEARED       PIC 9(6).
       01 WS-TOT-OPEN          PIC 9(6).
       01 WS-TOT-AMOUNT        PIC 9(11)V99.
       01 WS-DECIDED           PIC 9(6).
       01 WS-HIT-RATE          PIC 9(3)V9.
       01 WS-DISP-RATE         PIC ZZ9.9.
       01 WS-DISP-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-DISP-THRESH       PIC ZZ,ZZZ,ZZ9.99.
       01 WS-DISP-COUNT        PIC ZZZZ9.
       01 WS-DISP-MONTH-RAISED PIC ZZZZ9.
       01 WS-DISP-ALERTS       PIC ZZZZZ9.
       01 WS-DISP-MISSED       PIC ZZZZZ9.
       01 WS-CELL              PIC X(16).
       01 WS-POS               PIC 9(3).

      *> One printed outcome line, a rule's or the total.
       01 WS-LN-RULE           PIC X(15).
       01 WS-LN-RAISED         PIC 9(6).
       01 WS-LN-CONFIRMED      PIC 9(6).
       01 WS-LN-CLEARED        PIC 9(6).
       01 WS-LN-OPEN           PIC 9(6).
       01 WS-LN-AMOUNT         PIC 9(11)V99.
       01 WS-ED-RAISED         PIC ZZZZZ9.
       01 WS-ED-CONFIRMED      PIC ZZZZZ9.
       01 WS-ED-CLEARED        PIC ZZZZZ9.
       01 WS-ED-OPEN           PIC ZZZZZ9.
       01 WS-RATE-TXT          PIC X(6).

      *> Confirmed report-month cases of the three simulated rules,
      *> to count what an alternative value would have missed.
       01 WS-MC-COUNT          PIC 9(4) VALUE 0.
       01 WS-MC-MAX            PIC 9(4) VALUE 2000.
       01 MC-TABLE.
           05 MC-ENTRY OCCURS 1 TO 2000 TIMES
                       DEPENDING ON WS-MC-COUNT.
               10 MC-RULE      PIC X(15).
               10 MC-AMT       PIC 9(10)V99.
               10 MC-CNT       PIC 9(5).

       01 WS-RP-COUNT          PIC 9(3) VALUE 0.
       01 WS-RP-MAX            PIC 9(3) VALUE 500.
       01 WS-IS-REVERSAL       PIC X.
       01 RP-TABLE.
           05 RP-ENTRY OCCURS 1 TO 500 TIMES
                       DEPENDING ON WS-RP-COUNT.
               10 RPT-ORIG-ID  PIC X(6).
               10 RPT-REV-ID   PIC X(6).

      *> The month's single amounts and account/day buckets, the
      *> same find-or-add buckets FRAUD-DETECTION screens.
       01 WS-AMOUNT            PIC 9(8)V99.
       01 WS-SCREENED          PIC 9(6) VALUE 0.
       01 WS-TX-COUNT          PIC 9(5) VALUE 0.
       01 WS-TX-MAX            PIC 9(5) VALUE 20000.
       01 TX-TABLE.
           05 TX-AMT OCCURS 1 TO 20000 TIMES
                     DEPENDING ON WS-TX-COUNT PIC 9(8)V99.
       01 WS-GRP-COUNT         PIC 9(5) VALUE 0.
       01 WS-GRP-MAX           PIC 9(5) VALUE 5000.
       01 WS-GRP-IDX           PIC 9(5).
       01 VELOCITY-TABLE.
           05 VEL-ENTRY OCCURS 1 TO 5000 TIMES
                        DEPENDING ON WS-GRP-COUNT.
               10 VG-ACC-NUM     PIC X(9).
               10 VG-DATE        PIC X(8).
               10 VG-TXN-COUNT   PIC 9(5).
               10 VG-TOTAL       PIC 9(10)V99.

      *> The what-if ladder: amounts as a percentage of the value in
      *> force, counts as a step either side of it.
       01 LADDER-PCT-DATA.
           05 FILLER PIC 9(3) VALUE 050.
           05 FILLER PIC 9(3) VALUE 075.
           05 FILLER PIC 9(3) VALUE 090.
           05 FILLER PIC 9(3) VALUE 100.
           05 FILLER PIC 9(3) VALUE 110.
           05 FILLER PIC 9(3) VALUE 125.
           05 FILLER PIC 9(3) VALUE 150.
           05 FILLER PIC 9(3) VALUE 200.
       01 LADDER-PCT-TABLE REDEFINES LADDER-PCT-DATA.
           05 LADDER-PCT PIC 9(3) OCCURS 8 TIMES.
       01 WS-SIM-RULE          PIC X(15).
       01 WS-SIM-AMOUNT        PIC 9(10)V99.
       01 WS-SIM-COUNT         PIC S9(5).
       01 WS-SIM-ALERTS        PIC 9(6).
       01 WS-SIM-MISSED        PIC 9(6).

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "FRAUD RULE EFFECTIVENESS"
           PERFORM READ-SYSTEM-DATE
           MOVE SD-BUSINESS-DATE TO WS-TODAY
           MOVE WS-TODAY(1:6) TO WS-REPORT-MONTH
           DISPLAY "Report month YYYYMM (blank = this month): "
               WITH NO ADVANCING
           ACCEPT WS-MONTH-TXT
           IF WS-MONTH-TXT NOT = SPACES
               IF WS-MONTH-TXT IS NUMERIC
                   AND WS-MONTH-TXT(5:2) >= "01"
                   AND WS-MONTH-TXT(5:2) <= "12"
                   MOVE WS-MONTH-TXT TO WS-REPORT-MONTH
               ELSE
                   DISPLAY "Invalid month " WS-MONTH-TXT "."
                   STOP RUN
               END-IF
           END-IF
           PERFORM SET-MONTH-KEYS
           PERFORM LOAD-THRESHOLDS
           PERFORM TALLY-CASE-OUTCOMES
           PERFORM LOAD-REVERSAL-PAIRS
           PERFORM LOAD-MONTH-TRANSACTIONS

           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-OUTCOME-SECTION
           PERFORM WRITE-TREND-SECTION
           PERFORM WRITE-SIMULATION-SECTION
           CLOSE REPORT-FILE
           DISPLAY WS-RL-COUNT " rules reported for "
               WS-REPORT-MONTH "; " WS-SCREENED
               " transactions re-screened. See FRAUD-RULE-REPORT.DAT."
           STOP RUN.

       SET-MONTH-KEYS.
           MOVE WS-REPORT-MONTH TO WS-MONTH-KEY(1)
           MOVE WS-REPORT-MONTH(1:4) TO WS-YEAR
           MOVE WS-REPORT-MONTH(5:2) TO WS-MM
           PERFORM VARYING M FROM 2 BY 1 UNTIL M > 4
               IF WS-MM = 1
                   SUBTRACT 1 FROM WS-YEAR
                   MOVE 12 TO WS-MM
               ELSE
                   SUBTRACT 1 FROM WS-MM
               END-IF
               COMPUTE WS-MONTH-KEY(M) = WS-YEAR * 100 + WS-MM
           END-PERFORM.

      *> The values in force, read as FRAUD-DETECTION reads them.
       LOAD-THRESHOLDS.
           OPEN INPUT THRESHOLD-FILE
           IF WS-THRESH-STATUS = "35"
               CONTINUE
           ELSE
               READ THRESHOLD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE FUNCTION NUMVAL(THRESHOLD-RECORD)
                           TO WS-THRESHOLD
               END-READ
               CLOSE THRESHOLD-FILE
           END-IF
           OPEN INPUT VEL-COUNT-FILE
           IF WS-VEL-COUNT-STATUS = "35"
               CONTINUE
           ELSE
               READ VEL-COUNT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE FUNCTION NUMVAL(VEL-COUNT-RECORD)
                           TO WS-VEL-MAX-COUNT
               END-READ
               CLOSE VEL-COUNT-FILE
           END-IF
           OPEN INPUT VEL-AMOUNT-FILE
           IF WS-VEL-AMOUNT-STATUS = "35"
               CONTINUE
           ELSE
               READ VEL-AMOUNT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE FUNCTION NUMVAL(VEL-AMOUNT-RECORD)
                           TO WS-VEL-MAX-AMOUNT
               END-READ
               CLOSE VEL-AMOUNT-FILE
           END-IF.

       TALLY-CASE-OUTCOMES.
           OPEN INPUT CASE-FILE
           IF WS-CASE-STATUS = "35"
               DISPLAY "No FRAUD-CASES.DAT on file."
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ CASE-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM PARSE-ALERT-LINE
                       PERFORM TALLY-ONE-CASE
               END-READ
           END-PERFORM
           CLOSE CASE-FILE
           MOVE "N" TO WS-EOF.

      *> Alert lines start with the account and the alert date; the
      *> rule follows RULE=. The amount is the third word on an
      *> amount, watchlist, baseline or lost-card line and follows
      *> DAILY-TOTAL= on a velocity amount line; a velocity count
      *> line carries COUNT= instead.
       PARSE-ALERT-LINE.
           MOVE SPACES TO WS-RULE-JUNK WS-RULE-REST WS-ALERT-RULE
           UNSTRING FC-SUS-LINE DELIMITED BY "RULE="
               INTO WS-RULE-JUNK WS-RULE-REST
           END-UNSTRING
           UNSTRING WS-RULE-REST DELIMITED BY SPACE
               INTO WS-ALERT-RULE
           END-UNSTRING
           IF WS-ALERT-RULE = SPACES
               MOVE "UNKNOWN" TO WS-ALERT-RULE
           END-IF
           IF WS-ALERT-RULE(1:3) = "WL-"
               MOVE "WATCHLIST" TO WS-ALERT-RULE
           END-IF

           MOVE SPACES TO WS-TOK1 WS-TOK2 WS-TOK3 WS-TOK4
           UNSTRING FC-SUS-LINE DELIMITED BY ALL SPACES
               INTO WS-TOK1 WS-TOK2 WS-TOK3 WS-TOK4
           END-UNSTRING
           IF WS-TOK2(1:8) IS NUMERIC
               AND WS-TOK2(9:) = SPACES
               MOVE WS-TOK2(1:6) TO WS-ALERT-MONTH
           ELSE
               MOVE FC-OPENED(1:6) TO WS-ALERT-MONTH
           END-IF

           MOVE 0 TO WS-ALERT-AMT
           MOVE 0 TO WS-ALERT-CNT
           MOVE SPACES TO WS-AMT-TXT
           IF WS-TOK3(1:12) = "DAILY-TOTAL="
               IF WS-TOK3(13:) NOT = SPACES
                   MOVE WS-TOK3(13:) TO WS-AMT-TXT
               ELSE
                   MOVE WS-TOK4 TO WS-AMT-TXT
               END-IF
           ELSE
           IF WS-TOK3(1:6) = "COUNT="
               IF FUNCTION TEST-NUMVAL(WS-TOK3(7:)) = 0
                   MOVE FUNCTION NUMVAL(WS-TOK3(7:)) TO WS-ALERT-CNT
               END-IF
           ELSE
               MOVE WS-TOK3 TO WS-AMT-TXT
           END-IF
           END-IF
           IF WS-AMT-TXT NOT = SPACES
               AND FUNCTION TEST-NUMVAL-C(WS-AMT-TXT) = 0
               MOVE FUNCTION NUMVAL-C(WS-AMT-TXT) TO WS-ALERT-AMT
           END-IF.

       TALLY-ONE-CASE.
           MOVE 0 TO M
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > 4
               IF WS-MONTH-KEY(J) = WS-ALERT-MONTH
                   MOVE J TO M
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF M = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-OR-ADD-RULE
           IF WS-RL-IDX = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO RL-RAISED(WS-RL-IDX, M)
           ADD WS-ALERT-AMT TO RL-AMOUNT(WS-RL-IDX, M)
           EVALUATE FC-STATUS
               WHEN "CONFIRMED"
                   ADD 1 TO RL-CONFIRMED(WS-RL-IDX, M)
                   IF M = 1
                       PERFORM KEEP-CONFIRMED-CASE
                   END-IF
               WHEN "CLEARED"
                   ADD 1 TO RL-CLEARED(WS-RL-IDX, M)
               WHEN OTHER
                   ADD 1 TO RL-OPEN(WS-RL-IDX, M)
           END-EVALUATE.

       FIND-OR-ADD-RULE.
           MOVE 0 TO WS-RL-IDX
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-RL-COUNT
               IF RL-RULE(J) = WS-ALERT-RULE
                   MOVE J TO WS-RL-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-RL-IDX = 0
               IF WS-RL-COUNT < WS-RL-MAX
                   ADD 1 TO WS-RL-COUNT
                   MOVE WS-RL-COUNT TO WS-RL-IDX
                   MOVE WS-ALERT-RULE TO RL-RULE(WS-RL-IDX)
                   PERFORM VARYING J FROM 1 BY 1 UNTIL J > 4
                       MOVE 0 TO RL-RAISED(WS-RL-IDX, J)
                       MOVE 0 TO RL-CONFIRMED(WS-RL-IDX, J)
                       MOVE 0 TO RL-CLEARED(WS-RL-IDX, J)
                       MOVE 0 TO RL-OPEN(WS-RL-IDX, J)
                       MOVE 0 TO RL-AMOUNT(WS-RL-IDX, J)
                   END-PERFORM
               ELSE
                   DISPLAY "Warning: rule table full at " WS-RL-MAX
                       ", " WS-ALERT-RULE " not reported"
               END-IF
           END-IF.

       KEEP-CONFIRMED-CASE.
           IF (WS-ALERT-RULE = "AMOUNT"
               OR WS-ALERT-RULE = "VELOCITY-AMOUNT"
               OR WS-ALERT-RULE = "VELOCITY-COUNT")
               AND WS-MC-COUNT < WS-MC-MAX
               ADD 1 TO WS-MC-COUNT
               MOVE WS-ALERT-RULE TO MC-RULE(WS-MC-COUNT)
               MOVE WS-ALERT-AMT TO MC-AMT(WS-MC-COUNT)
               MOVE WS-ALERT-CNT TO MC-CNT(WS-MC-COUNT)
           END-IF.

       LOAD-REVERSAL-PAIRS.
           MOVE 0 TO WS-RP-COUNT
           OPEN INPUT PAIRS-FILE
           IF WS-PAIRS-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ PAIRS-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF WS-RP-COUNT < WS-RP-MAX
                           ADD 1 TO WS-RP-COUNT
                           MOVE RP-ORIG-ID TO RPT-ORIG-ID(WS-RP-COUNT)
                           MOVE RP-REV-ID TO RPT-REV-ID(WS-RP-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAIRS-FILE
           MOVE "N" TO WS-EOF.

      *> The report month's transactions, less reversal pairs, kept
      *> as single amounts and bucketed per account and day.
       LOAD-MONTH-TRANSACTIONS.
           OPEN INPUT TRANSACTION-FILE
           IF WS-TRANS-STATUS = "35"
               DISPLAY "No transactions.idx on file; simulation "
                   "skipped."
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ TRANSACTION-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF TRANS-DATE(1:6) = WS-MONTH-KEY(1)
                           PERFORM CHECK-REVERSAL-MEMBER
                           IF WS-IS-REVERSAL = "N"
                               PERFORM KEEP-ONE-TRANSACTION
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRANSACTION-FILE
           MOVE "N" TO WS-EOF.

       CHECK-REVERSAL-MEMBER.
           MOVE "N" TO WS-IS-REVERSAL
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-RP-COUNT
               IF RPT-ORIG-ID(J) = TRANS-ID
                   OR RPT-REV-ID(J) = TRANS-ID
                   MOVE "Y" TO WS-IS-REVERSAL
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       KEEP-ONE-TRANSACTION.
           ADD 1 TO WS-SCREENED
           COMPUTE WS-AMOUNT = TRANS-AMOUNT / 100
           IF WS-TX-COUNT < WS-TX-MAX
               ADD 1 TO WS-TX-COUNT
               MOVE WS-AMOUNT TO TX-AMT(WS-TX-COUNT)
           END-IF
           MOVE 0 TO WS-GRP-IDX
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-GRP-COUNT
               IF VG-ACC-NUM(J) = ACC-NUM
                   AND VG-DATE(J) = TRANS-DATE
                   MOVE J TO WS-GRP-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-GRP-IDX = 0
               IF WS-GRP-COUNT < WS-GRP-MAX
                   ADD 1 TO WS-GRP-COUNT
                   MOVE WS-GRP-COUNT TO WS-GRP-IDX
                   MOVE ACC-NUM TO VG-ACC-NUM(WS-GRP-IDX)
                   MOVE TRANS-DATE TO VG-DATE(WS-GRP-IDX)
                   MOVE 0 TO VG-TXN-COUNT(WS-GRP-IDX)
                   MOVE 0 TO VG-TOTAL(WS-GRP-IDX)
               ELSE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           ADD 1 TO VG-TXN-COUNT(WS-GRP-IDX)
           ADD WS-AMOUNT TO VG-TOTAL(WS-GRP-IDX).

       WRITE-OUTCOME-SECTION.
           MOVE SPACES TO REPORT-REC
           STRING "FRAUD RULE EFFECTIVENESS - MONTH " WS-REPORT-MONTH
                  "   RUN " WS-TODAY
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING "RULE            RAISED CONFIRMED CLEARED   OPEN "
                  " HIT-RATE          AMOUNT"
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE 0 TO WS-TOT-RAISED WS-TOT-CONFIRMED WS-TOT-CLEARED
                     WS-TOT-OPEN WS-TOT-AMOUNT
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-RL-COUNT
               ADD RL-RAISED(I, 1) TO WS-TOT-RAISED
               ADD RL-CONFIRMED(I, 1) TO WS-TOT-CONFIRMED
               ADD RL-CLEARED(I, 1) TO WS-TOT-CLEARED
               ADD RL-OPEN(I, 1) TO WS-TOT-OPEN
               ADD RL-AMOUNT(I, 1) TO WS-TOT-AMOUNT
               MOVE RL-RULE(I) TO WS-LN-RULE
               MOVE RL-RAISED(I, 1) TO WS-LN-RAISED
               MOVE RL-CONFIRMED(I, 1) TO WS-LN-CONFIRMED
               MOVE RL-CLEARED(I, 1) TO WS-LN-CLEARED
               MOVE RL-OPEN(I, 1) TO WS-LN-OPEN
               MOVE RL-AMOUNT(I, 1) TO WS-LN-AMOUNT
               PERFORM WRITE-OUTCOME-LINE
           END-PERFORM
           IF WS-RL-COUNT = 0
               MOVE "  (no alerts on the case register)" TO REPORT-REC
               WRITE REPORT-REC
           END-IF
           MOVE "TOTAL" TO WS-LN-RULE
           MOVE WS-TOT-RAISED TO WS-LN-RAISED
           MOVE WS-TOT-CONFIRMED TO WS-LN-CONFIRMED
           MOVE WS-TOT-CLEARED TO WS-LN-CLEARED
           MOVE WS-TOT-OPEN TO WS-LN-OPEN
           MOVE WS-TOT-AMOUNT TO WS-LN-AMOUNT
           PERFORM WRITE-OUTCOME-LINE.

       WRITE-OUTCOME-LINE.
           MOVE WS-LN-RAISED TO WS-ED-RAISED
           MOVE WS-LN-CONFIRMED TO WS-ED-CONFIRMED
           MOVE WS-LN-CLEARED TO WS-ED-CLEARED
           MOVE WS-LN-OPEN TO WS-ED-OPEN
           MOVE WS-LN-AMOUNT TO WS-DISP-AMOUNT
           PERFORM WORK-OUT-HIT-RATE
           MOVE SPACES TO REPORT-REC
           STRING WS-LN-RULE " " WS-ED-RAISED "    " WS-ED-CONFIRMED
                  "  " WS-ED-CLEARED " " WS-ED-OPEN "    " WS-RATE-TXT
                  " " WS-DISP-AMOUNT
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC.

      *> Confirmed as a share of the alerts decided either way; an
      *> alert still open has not been judged yet.
       WORK-OUT-HIT-RATE.
           COMPUTE WS-DECIDED = WS-LN-CONFIRMED + WS-LN-CLEARED
           IF WS-DECIDED = 0
               MOVE "  n/a " TO WS-RATE-TXT
           ELSE
               COMPUTE WS-HIT-RATE ROUNDED =
                   WS-LN-CONFIRMED * 100 / WS-DECIDED
               MOVE WS-HIT-RATE TO WS-DISP-RATE
               MOVE SPACES TO WS-RATE-TXT
               STRING WS-DISP-RATE "%"
                   DELIMITED BY SIZE INTO WS-RATE-TXT
               END-STRING
           END-IF.

      *> Oldest month first, the report month last.
       WRITE-TREND-SECTION.
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE "TREND - ALERTS RAISED / HIT-RATE BY ALERT MONTH"
               TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           MOVE "RULE" TO REPORT-REC
           MOVE 17 TO WS-POS
           PERFORM VARYING M FROM 4 BY -1 UNTIL M < 1
               MOVE SPACES TO WS-CELL
               STRING "       " WS-MONTH-KEY(M)
                   DELIMITED BY SIZE INTO WS-CELL
               END-STRING
               STRING WS-CELL DELIMITED BY SIZE
                   INTO REPORT-REC WITH POINTER WS-POS
               END-STRING
           END-PERFORM
           WRITE REPORT-REC
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-RL-COUNT
               MOVE SPACES TO REPORT-REC
               MOVE RL-RULE(I) TO REPORT-REC
               MOVE 17 TO WS-POS
               PERFORM VARYING M FROM 4 BY -1 UNTIL M < 1
                   MOVE RL-CONFIRMED(I, M) TO WS-LN-CONFIRMED
                   MOVE RL-CLEARED(I, M) TO WS-LN-CLEARED
                   PERFORM WORK-OUT-HIT-RATE
                   MOVE RL-RAISED(I, M) TO WS-DISP-MONTH-RAISED
                   MOVE SPACES TO WS-CELL
                   STRING WS-DISP-MONTH-RAISED " /" WS-RATE-TXT
                       DELIMITED BY SIZE INTO WS-CELL
                   END-STRING
                   STRING WS-CELL DELIMITED BY SIZE
                       INTO REPORT-REC WITH POINTER WS-POS
                   END-STRING
               END-PERFORM
               WRITE REPORT-REC
           END-PERFORM.

      *> Each ladder value is screened over the month as
      *> FRAUD-DETECTION would screen it: a single amount over the
      *> threshold, an account-day total over the daily limit, an
      *> account-day count over the count limit. Card declines,
      *> which also feed the live count screen, are not replayed.
      *> MISSED counts the month's confirmed cases of the rule
      *> that the value would not have raised.
       WRITE-SIMULATION-SECTION.
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING "WHAT-IF SCREENING OF transactions.idx FOR "
                  WS-REPORT-MONTH " - " WS-SCREENED
                  " TRANSACTIONS"
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           IF WS-SCREENED = 0
               MOVE "  (no transactions for the month to screen)"
                   TO REPORT-REC
               WRITE REPORT-REC
               EXIT PARAGRAPH
           END-IF

           MOVE "AMOUNT" TO WS-SIM-RULE
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE "AMOUNT - SINGLE AMOUNT THRESHOLD (fraud-threshold.dat)"
               TO REPORT-REC
           WRITE REPORT-REC
           PERFORM WRITE-SIM-HEADING
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 8
               COMPUTE WS-SIM-AMOUNT ROUNDED =
                   WS-THRESHOLD * LADDER-PCT(I) / 100
               MOVE 0 TO WS-SIM-ALERTS
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-TX-COUNT
                   IF TX-AMT(J) > WS-SIM-AMOUNT
                       ADD 1 TO WS-SIM-ALERTS
                   END-IF
               END-PERFORM
               PERFORM COUNT-MISSED-BY-AMOUNT
               PERFORM WRITE-SIM-AMOUNT-LINE
           END-PERFORM

           MOVE "VELOCITY-AMOUNT" TO WS-SIM-RULE
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING "VELOCITY-AMOUNT - ACCOUNT DAILY TOTAL "
                  "(velocity-amount-threshold.dat)"
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           PERFORM WRITE-SIM-HEADING
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 8
               COMPUTE WS-SIM-AMOUNT ROUNDED =
                   WS-VEL-MAX-AMOUNT * LADDER-PCT(I) / 100
               MOVE 0 TO WS-SIM-ALERTS
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-GRP-COUNT
                   IF VG-TOTAL(J) > WS-SIM-AMOUNT
                       ADD 1 TO WS-SIM-ALERTS
                   END-IF
               END-PERFORM
               PERFORM COUNT-MISSED-BY-AMOUNT
               PERFORM WRITE-SIM-AMOUNT-LINE
           END-PERFORM

           MOVE "VELOCITY-COUNT" TO WS-SIM-RULE
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING "VELOCITY-COUNT - ACCOUNT DAILY COUNT "
                  "(velocity-count-threshold.dat)"
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           PERFORM WRITE-SIM-HEADING
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 6
               COMPUTE WS-SIM-COUNT = WS-VEL-MAX-COUNT + I - 3
               IF WS-SIM-COUNT > 0
                   MOVE 0 TO WS-SIM-ALERTS
                   PERFORM VARYING J FROM 1 BY 1
                           UNTIL J > WS-GRP-COUNT
                       IF VG-TXN-COUNT(J) > WS-SIM-COUNT
                           ADD 1 TO WS-SIM-ALERTS
                       END-IF
                   END-PERFORM
                   MOVE 0 TO WS-SIM-MISSED
                   PERFORM VARYING J FROM 1 BY 1
                           UNTIL J > WS-MC-COUNT
                       IF MC-RULE(J) = WS-SIM-RULE
                           AND MC-CNT(J) > 0
                           AND MC-CNT(J) <= WS-SIM-COUNT
                           ADD 1 TO WS-SIM-MISSED
                       END-IF
                   END-PERFORM
                   MOVE WS-SIM-COUNT TO WS-DISP-COUNT
                   MOVE WS-SIM-ALERTS TO WS-DISP-ALERTS
                   MOVE WS-SIM-MISSED TO WS-DISP-MISSED
                   MOVE SPACES TO REPORT-REC
                   STRING "         " WS-DISP-COUNT "  "
                          WS-DISP-ALERTS "            " WS-DISP-MISSED
                       DELIMITED BY SIZE INTO REPORT-REC
                   END-STRING
                   IF WS-SIM-COUNT = WS-VEL-MAX-COUNT
                       MOVE "<- IN FORCE" TO REPORT-REC(42:)
                   END-IF
                   WRITE REPORT-REC
               END-IF
           END-PERFORM.

       WRITE-SIM-HEADING.
           MOVE "         VALUE  ALERTS  CONFIRMED MISSED"
               TO REPORT-REC
           WRITE REPORT-REC.

       COUNT-MISSED-BY-AMOUNT.
           MOVE 0 TO WS-SIM-MISSED
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-MC-COUNT
               IF MC-RULE(J) = WS-SIM-RULE
                   AND MC-AMT(J) > 0
                   AND MC-AMT(J) <= WS-SIM-AMOUNT
                   ADD 1 TO WS-SIM-MISSED
               END-IF
           END-PERFORM.

       WRITE-SIM-AMOUNT-LINE.
           MOVE WS-SIM-AMOUNT TO WS-DISP-THRESH
           MOVE WS-SIM-ALERTS TO WS-DISP-ALERTS
           MOVE WS-SIM-MISSED TO WS-DISP-MISSED
           MOVE SPACES TO REPORT-REC
           STRING " " WS-DISP-THRESH "  " WS-DISP-ALERTS
                  "            " WS-DISP-MISSED
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           IF LADDER-PCT(I) = 100
               MOVE "<- IN FORCE" TO REPORT-REC(42:)
           END-IF
           WRITE REPORT-REC.

       COPY "sysdate-read.cpy".
