       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-AUTOPAY.

      *> Automatic instalment collection, run ahead of the posting
      *> window. For every active repayment mandate on
      *> LOAN-MANDATES.DAT whose loan has an instalment due -- the
      *> next unpaid scheduled year falls due on the loan's
      *> anniversary, as LOAN-DELINQUENCY ages it -- the amount
      *> still owing on that year's LOAN-SCHEDULE.DAT row is staged
      *> as a WITHDRAWAL from the mandated account on
      *> LOAN-AUTOPAY-TRANS.DAT for FEED-CONSOLIDATE to pick up,
      *> appended to the waiting batch and rewritten with its
      *> control trailer the way LOAN-ORIGINATE stages a
      *> disbursement. Each staged debit is remembered on
      *> LOAN-AUTOPAY-ITEMS.DAT under its own A-numbered transaction
      *> id; LOAN-AUTOPAY-POST follows it through the posting run and
      *> applies it to the loan once it has posted. An instalment is
      *> staged once per loan and year: a debit the updater refused
      *> goes to the collectors, not back into tomorrow's batch.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MANDATE-FILE ASSIGN TO "LOAN-MANDATES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MANDATE-STATUS.
           SELECT LOANS-FILE ASSIGN TO "LOANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOANS-STATUS.
           SELECT SCHEDULE-FILE ASSIGN TO "LOAN-SCHEDULE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCHED-STATUS.
           SELECT ITEMS-FILE ASSIGN TO "LOAN-AUTOPAY-ITEMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ITEMS-STATUS.
           SELECT ACCOUNTS ASSIGN TO "ACCOUNTS.MASTER.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACC-ID
               FILE STATUS IS ACC-STATUS-CODE.
           SELECT AUTOPAY-FILE ASSIGN TO "LOAN-AUTOPAY-TRANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUTOPAY-STATUS.
           SELECT REPORT-FILE ASSIGN TO "LOAN-AUTOPAY-REPORT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SYSDATE-FILE ASSIGN TO "SYSTEM-DATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSDATE-STATUS.
           SELECT PERIOD-FILE ASSIGN TO "GL-PERIODS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERIOD-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> Maintained by LOAN-MANDATE.
       FD MANDATE-FILE.
       01 MANDATE-RECORD.
          05 LM-LOAN-ID        PIC 9(6).
          05 LM-ACC-ID         PIC 9(5).
          05 LM-STATUS         PIC X.
          05 LM-SIGNED-DATE    PIC 9(8).
          05 LM-SET-BY         PIC X(8).
          05 LM-CANCEL-DATE    PIC 9(8).

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

       FD SCHEDULE-FILE.
       01 SCHEDULE-RECORD.
          05 LS-LOAN-ID        PIC 9(6).
          05 FILLER            PIC X.
          05 LS-YEAR           PIC 99.
          05 FILLER            PIC X.
          05 LS-PAYMENT-TXT    PIC X(9).
          05 FILLER            PIC X.
          05 LS-INTEREST-TXT   PIC X(9).
          05 FILLER            PIC X.
          05 LS-PRINCIPAL-TXT  PIC X(9).
          05 FILLER            PIC X.
          05 LS-BALANCE-TXT    PIC X(9).

      *> One row per staged instalment. AI-STATUS S staged, P posted
      *> and applied to the loan, R refused for want of funds and
      *> handed to collections, X refused for another reason and
      *> left with the reject repair desk.
       FD ITEMS-FILE.
       01 ITEMS-RECORD.
          05 AI-TXN-ID         PIC X(6).
          05 AI-LOAN-ID        PIC 9(6).
          05 AI-ACC-ID         PIC 9(5).
          05 AI-YEAR           PIC 99.
          05 AI-DUE-DATE       PIC 9(8).
          05 AI-AMOUNT         PIC 9(8)V99.
          05 AI-STAGED-DATE    PIC 9(8).
          05 AI-STATUS         PIC X.
          05 AI-DONE-DATE      PIC 9(8).
          05 AI-REASON         PIC X(24).

       FD ACCOUNTS.
       01 ACC-FILE-REC.
          05 ACC-ID            PIC 9(5).
          05 ACC-NAME          PIC X(20).
          05 ACC-TYPE          PIC X(8).
          05 ACC-BAL           PIC S9(8)V99 SIGN LEADING SEPARATE.
          05 ACC-CURRENCY      PIC X(3).
          05 ACC-STATUS        PIC X(8).
          05 ACC-LAST-ACTIVITY PIC 9(8).
          05 ACC-BRANCH        PIC X(4).

       FD AUTOPAY-FILE.
       01 AUTOPAY-REC.
           05 OUT-TXN-ID      PIC X(6).
           05 OUT-TXN-TYPE    PIC X(10).
           05 OUT-TXN-ACC-ID  PIC 9(5).
           05 OUT-TXN-AMT     PIC 9(8)V99.
           05 OUT-TXN-DATE    PIC 9(8).
           05 OUT-TXN-DEST-ID PIC 9(5).
           05 OUT-TXN-CURRENCY PIC X(3).
       01 AUTOPAY-TRAILER.
           05 OUT-TRL-TAG     PIC X(6).
           05 OUT-TRL-COUNT   PIC 9(6).
           05 OUT-TRL-HASH    PIC 9(10)V99.

       FD REPORT-FILE.
       01 REPORT-REC          PIC X(100).

       FD SYSDATE-FILE.
       01 SYSDATE-REC            PIC X(40).

       FD PERIOD-FILE.
       01 PERIOD-REC             PIC X(100).

       WORKING-STORAGE SECTION.
       COPY "sysdate-ws.cpy".
       COPY "period-ws.cpy".
       01 MANDATE-STATUS     PIC XX.
       01 LOANS-STATUS       PIC XX.
       01 SCHED-STATUS       PIC XX.
       01 ITEMS-STATUS       PIC XX.
       01 ACC-STATUS-CODE    PIC XX.
       01 AUTOPAY-STATUS     PIC XX.
       01 WS-EOF             PIC X VALUE "N".
       01 WS-TODAY           PIC 9(8).
       01 WS-NEXT-SEQ        PIC 9(5) VALUE 1.
       01 WS-SEQ-NUM         PIC 9(5).
       01 WS-SEQ-TEXT        PIC X(5).
       01 WS-TXN-ID          PIC X(6).
       01 WS-DUE-DATE        PIC 9(8).
       01 WS-DUE-YYYY        PIC 9(4).
       01 WS-DUE-MMDD        PIC 9(4).
       01 WS-YEAR-WANTED     PIC 99.
       01 WS-INSTALMENT      PIC 9(8)V99.
       01 WS-NOTE            PIC X(24).
       01 WS-LOAN-IDX        PIC 9(4).
       01 WS-ROW-IDX         PIC 9(5).
       01 WS-STAGED-ALREADY  PIC X.
       01 WS-STAGED-COUNT    PIC 9(4) VALUE 0.
       01 WS-STAGED-AMT      PIC 9(10)V99 VALUE 0.
       01 WS-SKIPPED-COUNT   PIC 9(4) VALUE 0.
       01 WS-DISP-AMT        PIC Z(7)9.99.
       01 J                  PIC 9(4).

       01 WS-LN-COUNT        PIC 9(4) VALUE 0.
       01 WS-LN-MAX          PIC 9(4) VALUE 1000.
       01 LOANS-TABLE.
           05 LNS-ENTRY OCCURS 1 TO 1000 TIMES
                        DEPENDING ON WS-LN-COUNT PIC X(56).

      *> Every loan's schedule rows, payment column converted.
       01 WS-SC-COUNT        PIC 9(5) VALUE 0.
       01 WS-SC-MAX          PIC 9(5) VALUE 20000.
       01 SCHED-TABLE.
           05 SC-ENTRY OCCURS 1 TO 20000 TIMES
                       DEPENDING ON WS-SC-COUNT.
               10 SC-LOAN-ID   PIC 9(6).
               10 SC-YEAR      PIC 99.
               10 SC-PAYMENT   PIC 9(7)V99.

      *> LOAN-AUTOPAY-ITEMS.DAT, loaded whole and rewritten whole.
       01 WS-AI-COUNT        PIC 9(5) VALUE 0.
       01 WS-AI-MAX          PIC 9(5) VALUE 20000.
       01 AI-TABLE.
           05 AI-ENTRY OCCURS 1 TO 20000 TIMES
                       DEPENDING ON WS-AI-COUNT.
               10 T-AI-TXN-ID      PIC X(6).
               10 T-AI-LOAN-ID     PIC 9(6).
               10 T-AI-ACC-ID      PIC 9(5).
               10 T-AI-YEAR        PIC 99.
               10 T-AI-DUE-DATE    PIC 9(8).
               10 T-AI-AMOUNT      PIC 9(8)V99.
               10 T-AI-STAGED-DATE PIC 9(8).
               10 T-AI-STATUS      PIC X.
               10 T-AI-DONE-DATE   PIC 9(8).
               10 T-AI-REASON      PIC X(24).
       01 K                  PIC 9(5).

      *> The waiting LOAN-AUTOPAY-TRANS.DAT batch.
       01 WS-TX-COUNT        PIC 9(4) VALUE 0.
       01 WS-TX-MAX          PIC 9(4) VALUE 2000.
       01 WS-TX-K            PIC 9(4).
       01 WS-TX-HASH         PIC 9(10)V99.
       01 TX-TABLE.
           05 TX-ENTRY OCCURS 1 TO 2000 TIMES
                       DEPENDING ON WS-TX-COUNT PIC X(47).

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "LOAN INSTALMENT AUTO-COLLECTION"
           DISPLAY "==============================="
           PERFORM READ-SYSTEM-DATE
           MOVE SD-BUSINESS-DATE TO WS-TODAY
           PERFORM LOAD-CLOSED-PERIODS
           MOVE WS-TODAY TO WS-PER-TEST-DATE
           PERFORM CHECK-PERIOD-OPEN
           IF WS-PER-OPEN = "N"
               DISPLAY "ABEND: business date " WS-TODAY
                   " falls in closed accounting period "
                   WS-TODAY(1:6) ". Nothing staged."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOAD-LOAN-MASTER
           PERFORM LOAD-SCHEDULES
           PERFORM LOAD-ITEMS
           PERFORM LOAD-AUTOPAY-BATCH

           OPEN INPUT ACCOUNTS
           IF ACC-STATUS-CODE NOT = "00"
               DISPLAY "ABEND: cannot open ACCOUNTS.MASTER.IDX "
                   "(status " ACC-STATUS-CODE "). Nothing staged."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-REC
           STRING "LOAN INSTALMENT AUTO-COLLECTION - " WS-TODAY
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE "LOAN   ACCT  YR DUE-DATE TXN-ID     AMOUNT NOTE"
               TO REPORT-REC
           WRITE REPORT-REC

           OPEN INPUT MANDATE-FILE
           IF MANDATE-STATUS = "35"
               DISPLAY "No LOAN-MANDATES.DAT on file."
           ELSE
               PERFORM UNTIL WS-EOF = "Y"
                   READ MANDATE-FILE
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF LM-STATUS = "A"
                               PERFORM COLLECT-ONE-MANDATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MANDATE-FILE
           END-IF
           MOVE "N" TO WS-EOF
           CLOSE ACCOUNTS

           PERFORM SAVE-AUTOPAY-BATCH
           PERFORM SAVE-ITEMS

           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE WS-STAGED-AMT TO WS-DISP-AMT
           MOVE SPACES TO REPORT-REC
           STRING "STAGED " WS-STAGED-COUNT " FOR " WS-DISP-AMT
                  "   NOT STAGED " WS-SKIPPED-COUNT
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           CLOSE REPORT-FILE

           DISPLAY WS-STAGED-COUNT " instalments staged in "
               "LOAN-AUTOPAY-TRANS.DAT; " WS-SKIPPED-COUNT
               " due but not staged (see LOAN-AUTOPAY-REPORT.DAT)."
           MOVE 0 TO RETURN-CODE
           STOP RUN.

       LOAD-LOAN-MASTER.
           MOVE 0 TO WS-LN-COUNT
           OPEN INPUT LOANS-FILE
           IF LOANS-STATUS NOT = "35"
               PERFORM UNTIL WS-EOF = "Y"
                   READ LOANS-FILE
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF WS-LN-COUNT < WS-LN-MAX
                               ADD 1 TO WS-LN-COUNT
                               MOVE LOANS-RECORD
                                   TO LNS-ENTRY(WS-LN-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOANS-FILE
           END-IF
           MOVE "N" TO WS-EOF.

       LOAD-SCHEDULES.
           MOVE 0 TO WS-SC-COUNT
           OPEN INPUT SCHEDULE-FILE
           IF SCHED-STATUS NOT = "35"
               PERFORM UNTIL WS-EOF = "Y"
                   READ SCHEDULE-FILE
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF LS-LOAN-ID NUMERIC
                               AND WS-SC-COUNT < WS-SC-MAX
                               ADD 1 TO WS-SC-COUNT
                               MOVE LS-LOAN-ID
                                   TO SC-LOAN-ID(WS-SC-COUNT)
                               MOVE LS-YEAR
                                   TO SC-YEAR(WS-SC-COUNT)
                               COMPUTE SC-PAYMENT(WS-SC-COUNT) =
                                   FUNCTION NUMVAL(LS-PAYMENT-TXT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SCHEDULE-FILE
           END-IF
           MOVE "N" TO WS-EOF.

      *> The next transaction number carries on from the highest
      *> one on file, so an A-number is never reused while its item
      *> is still being followed.
       LOAD-ITEMS.
           MOVE 0 TO WS-AI-COUNT
           OPEN INPUT ITEMS-FILE
           IF ITEMS-STATUS NOT = "35"
               PERFORM UNTIL WS-EOF = "Y"
                   READ ITEMS-FILE
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF WS-AI-COUNT < WS-AI-MAX
                               ADD 1 TO WS-AI-COUNT
                               MOVE ITEMS-RECORD
                                   TO AI-ENTRY(WS-AI-COUNT)
                               IF AI-TXN-ID(2:5) NUMERIC
                                   MOVE AI-TXN-ID(2:5) TO WS-SEQ-NUM
                                   IF WS-SEQ-NUM >= WS-NEXT-SEQ
                                       AND WS-SEQ-NUM < 99999
                                       COMPUTE WS-NEXT-SEQ =
                                           WS-SEQ-NUM + 1
                                   END-IF
                               END-IF
                           ELSE
                               DISPLAY "Warning: autopay item table "
                                   "full at " WS-AI-MAX
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ITEMS-FILE
           END-IF
           MOVE "N" TO WS-EOF.

       SAVE-ITEMS.
           OPEN OUTPUT ITEMS-FILE
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-AI-COUNT
               MOVE AI-ENTRY(K) TO ITEMS-RECORD
               WRITE ITEMS-RECORD
           END-PERFORM
           CLOSE ITEMS-FILE.

       COLLECT-ONE-MANDATE.
           MOVE SPACES TO WS-NOTE
           MOVE 0 TO WS-LOAN-IDX
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-LN-COUNT
               MOVE LNS-ENTRY(J) TO LOANS-RECORD
               IF LN-LOAN-ID = LM-LOAN-ID
                   MOVE J TO WS-LOAN-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-LOAN-IDX = 0
               EXIT PARAGRAPH
           END-IF
           IF LN-STATUS NOT = "ACTIVE"
               EXIT PARAGRAPH
           END-IF

      *> Due date as LOAN-DELINQUENCY works it out: origination
      *> plus (paid-through + 1) years, Feb 29 clamped to Feb 28.
           COMPUTE WS-YEAR-WANTED = LN-PAID-THRU + 1
           COMPUTE WS-DUE-YYYY =
               LN-ORIG-DATE / 10000 + LN-PAID-THRU + 1
           COMPUTE WS-DUE-MMDD =
               FUNCTION MOD(LN-ORIG-DATE, 10000)
           IF WS-DUE-MMDD = 0229
               AND (FUNCTION MOD(WS-DUE-YYYY, 4) NOT = 0
                OR (FUNCTION MOD(WS-DUE-YYYY, 100) = 0
                    AND FUNCTION MOD(WS-DUE-YYYY, 400) NOT = 0))
               MOVE 0228 TO WS-DUE-MMDD
           END-IF
           COMPUTE WS-DUE-DATE = WS-DUE-YYYY * 10000 + WS-DUE-MMDD
           IF WS-DUE-DATE > WS-TODAY
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-STAGED-ALREADY
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-AI-COUNT
               IF T-AI-LOAN-ID(K) = LN-LOAN-ID
                   AND T-AI-YEAR(K) = WS-YEAR-WANTED
                   MOVE "Y" TO WS-STAGED-ALREADY
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-STAGED-ALREADY = "Y"
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-ROW-IDX
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-SC-COUNT
               IF SC-LOAN-ID(K) = LN-LOAN-ID
                   AND SC-YEAR(K) = WS-YEAR-WANTED
                   MOVE K TO WS-ROW-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE 0 TO WS-INSTALMENT
           IF WS-ROW-IDX = 0
               MOVE "NO SCHEDULE ROW" TO WS-NOTE
           ELSE
               IF SC-PAYMENT(WS-ROW-IDX) > LN-YEAR-PAID
                   COMPUTE WS-INSTALMENT =
                       SC-PAYMENT(WS-ROW-IDX) - LN-YEAR-PAID
               ELSE
                   MOVE "NOTHING OWING" TO WS-NOTE
               END-IF
           END-IF

           IF WS-NOTE = SPACES
               PERFORM CHECK-MANDATED-ACCOUNT
           END-IF
           IF WS-NOTE = SPACES
               AND WS-TX-COUNT >= WS-TX-MAX
               MOVE "FEED BATCH FULL" TO WS-NOTE
           END-IF
           IF WS-NOTE = SPACES
               AND WS-AI-COUNT >= WS-AI-MAX
               MOVE "ITEM TABLE FULL" TO WS-NOTE
           END-IF

           IF WS-NOTE = SPACES
               PERFORM STAGE-INSTALMENT
               MOVE "STAGED" TO WS-NOTE
           ELSE
               MOVE SPACES TO WS-TXN-ID
               ADD 1 TO WS-SKIPPED-COUNT
           END-IF
           PERFORM WRITE-REPORT-LINE.

       CHECK-MANDATED-ACCOUNT.
           MOVE LM-ACC-ID TO ACC-ID
           READ ACCOUNTS
               INVALID KEY
                   MOVE "ACCOUNT NOT ON MASTER" TO WS-NOTE
               NOT INVALID KEY
                   IF ACC-STATUS = "CLOSED"
                       MOVE "ACCOUNT CLOSED" TO WS-NOTE
                   END-IF
           END-READ.

       STAGE-INSTALMENT.
           MOVE WS-NEXT-SEQ TO WS-SEQ-TEXT
           IF WS-NEXT-SEQ = 99999
               MOVE 1 TO WS-NEXT-SEQ
           ELSE
               ADD 1 TO WS-NEXT-SEQ
           END-IF
           MOVE SPACES TO WS-TXN-ID
           STRING "A" WS-SEQ-TEXT DELIMITED BY SIZE INTO WS-TXN-ID
           END-STRING

           MOVE SPACES TO AUTOPAY-REC
           MOVE WS-TXN-ID TO OUT-TXN-ID
           MOVE "WITHDRAWAL" TO OUT-TXN-TYPE
           MOVE LM-ACC-ID TO OUT-TXN-ACC-ID
           MOVE WS-INSTALMENT TO OUT-TXN-AMT
           MOVE WS-TODAY TO OUT-TXN-DATE
           MOVE 0 TO OUT-TXN-DEST-ID
           MOVE SPACES TO OUT-TXN-CURRENCY
           ADD 1 TO WS-TX-COUNT
           MOVE AUTOPAY-REC TO TX-ENTRY(WS-TX-COUNT)

           ADD 1 TO WS-AI-COUNT
           MOVE SPACES TO AI-ENTRY(WS-AI-COUNT)
           MOVE WS-TXN-ID TO T-AI-TXN-ID(WS-AI-COUNT)
           MOVE LN-LOAN-ID TO T-AI-LOAN-ID(WS-AI-COUNT)
           MOVE LM-ACC-ID TO T-AI-ACC-ID(WS-AI-COUNT)
           MOVE WS-YEAR-WANTED TO T-AI-YEAR(WS-AI-COUNT)
           MOVE WS-DUE-DATE TO T-AI-DUE-DATE(WS-AI-COUNT)
           MOVE WS-INSTALMENT TO T-AI-AMOUNT(WS-AI-COUNT)
           MOVE WS-TODAY TO T-AI-STAGED-DATE(WS-AI-COUNT)
           MOVE "S" TO T-AI-STATUS(WS-AI-COUNT)
           MOVE 0 TO T-AI-DONE-DATE(WS-AI-COUNT)

           ADD 1 TO WS-STAGED-COUNT
           ADD WS-INSTALMENT TO WS-STAGED-AMT.

       WRITE-REPORT-LINE.
           MOVE WS-INSTALMENT TO WS-DISP-AMT
           MOVE SPACES TO REPORT-REC
           STRING LN-LOAN-ID " " LM-ACC-ID " " WS-YEAR-WANTED
                  " " WS-DUE-DATE " " WS-TXN-ID " " WS-DISP-AMT
                  " " WS-NOTE
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC.

       LOAD-AUTOPAY-BATCH.
           MOVE 0 TO WS-TX-COUNT
           OPEN INPUT AUTOPAY-FILE
           IF AUTOPAY-STATUS NOT = "35"
               PERFORM UNTIL WS-EOF = "Y"
                   READ AUTOPAY-FILE
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF OUT-TXN-ID NOT = "TRLR99"
                               AND WS-TX-COUNT < WS-TX-MAX
                               ADD 1 TO WS-TX-COUNT
                               MOVE AUTOPAY-REC
                                   TO TX-ENTRY(WS-TX-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUTOPAY-FILE
           END-IF
           MOVE "N" TO WS-EOF.

       SAVE-AUTOPAY-BATCH.
           IF WS-TX-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-TX-HASH
           OPEN OUTPUT AUTOPAY-FILE
           PERFORM VARYING WS-TX-K FROM 1 BY 1
                   UNTIL WS-TX-K > WS-TX-COUNT
               MOVE TX-ENTRY(WS-TX-K) TO AUTOPAY-REC
               ADD OUT-TXN-AMT TO WS-TX-HASH
               WRITE AUTOPAY-REC
           END-PERFORM
           MOVE SPACES TO AUTOPAY-TRAILER
           MOVE "TRLR99" TO OUT-TRL-TAG
           MOVE WS-TX-COUNT TO OUT-TRL-COUNT
           MOVE WS-TX-HASH TO OUT-TRL-HASH
           WRITE AUTOPAY-TRAILER
           CLOSE AUTOPAY-FILE.

       COPY "period-check.cpy".
       COPY "sysdate-read.cpy".
