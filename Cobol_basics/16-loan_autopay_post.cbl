       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-AUTOPAY-POST.

      *> Follows the instalments LOAN-AUTOPAY staged through the
      *> posting run, after the updater has finished. A debit that
      *> shows on POSTED-TRANS.DAT has left the borrower's account,
      *> so it is applied to the loan exactly as LOAN-PAYMENT-POST
      *> applies a counter payment -- the year's interest first,
      *> then principal, rolling into later years, advancing the
      *> paid-through year -- and recorded on LOAN-PAYMENTS.DAT.
      *> The principal it repays comes off the LOANS asset against
      *> CASH in the GL journal.
      *> A debit the updater refused for want of available funds
      *> does not sit on REJECTED-TRANS.DAT waiting for a repair
      *> nobody can make: the reject row is taken off the file, its
      *> suspense item is cleared as REJECT-REPAIR clears one, and
      *> the loan opens a case on LOAN-COLLECTIONS' worklist
      *> (COLLECTIONS-WORKLIST.DAT) for the collectors to chase.
      *> Any other refusal (account closed, dormant, frozen) stays
      *> with the repair desk; if the repaired debit posts later it
      *> is applied then.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ITEMS-FILE ASSIGN TO "LOAN-AUTOPAY-ITEMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ITEMS-STATUS.
           SELECT POSTED-FILE ASSIGN TO "POSTED-TRANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS POSTED-STATUS.
           SELECT REJECTED ASSIGN TO "REJECTED-TRANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REJ-STATUS.
           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE-ITEMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUSP-STATUS.
           SELECT WORKLIST-FILE
               ASSIGN TO "COLLECTIONS-WORKLIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WORK-STATUS.
           SELECT LOANS-FILE ASSIGN TO "LOANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOANS-STATUS.
           SELECT SCHEDULE-FILE ASSIGN TO "LOAN-SCHEDULE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCHED-STATUS.
           SELECT PAYMENTS-FILE ASSIGN TO "LOAN-PAYMENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAY-STATUS.
           SELECT GL-JOURNAL ASSIGN TO "GL-JOURNAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-STATUS.
           SELECT REPORT-FILE ASSIGN TO "LOAN-AUTOPAY-RESULTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SYSDATE-FILE ASSIGN TO "SYSTEM-DATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSDATE-STATUS.
           SELECT PERIOD-FILE ASSIGN TO "GL-PERIODS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERIOD-STATUS.
           SELECT BRANCH-FILE ASSIGN TO "branches.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BRANCH-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> Written by LOAN-AUTOPAY; AI-STATUS S staged, P posted and
      *> applied, R refused for funds and sent to collections, X
      *> refused otherwise and left with the repair desk.
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

       FD POSTED-FILE.
       01 POSTED-RECORD.
           05 PJ-TXN-ID    PIC X(6).
           05 PJ-TXN-TYPE  PIC X(10).
           05 PJ-ACC-ID    PIC 9(5).
           05 PJ-AMT       PIC 9(8)V99.
           05 PJ-DATE      PIC 9(8).
           05 PJ-DEST-ID   PIC 9(5).
           05 PJ-CURRENCY  PIC X(3).
           05 PJ-BATCH     PIC 9(4).

       FD REJECTED.
       01 REJECTED-REC      PIC X(100).

       FD SUSPENSE-FILE.
       01 SUSPENSE-RECORD.
           05 SU-TXN-ID      PIC X(6).
           05 SU-AMOUNT      PIC 9(8)V99.
           05 SU-DATE        PIC 9(8).
           05 SU-STATUS      PIC X.
           05 SU-DISPOSITION PIC X(30).

       FD WORKLIST-FILE.
       01 WORKLIST-RECORD.
           05 CW-CASE-NO    PIC 9(5).
           05 CW-LOAN-ID    PIC X(6).
           05 CW-CUST-ID    PIC X(5).
           05 CW-SEVERITY   PIC 9.
           05 CW-OPENED     PIC 9(8).
           05 CW-STATUS     PIC X.
           05 CW-PROMISE-DT PIC 9(8).
           05 CW-PROMISE-AMT PIC 9(7)V99.
           05 CW-LETTERS    PIC 9(2).
           05 CW-LAST-LETTER PIC 9(8).

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

       FD PAYMENTS-FILE.
       01 PAYMENTS-RECORD.
          05 LP-LOAN-ID        PIC 9(6).
          05 FILLER            PIC X VALUE SPACE.
          05 LP-DATE           PIC 9(8).
          05 FILLER            PIC X VALUE SPACE.
          05 LP-YEAR           PIC 99.
          05 FILLER            PIC X VALUE SPACE.
          05 LP-AMOUNT         PIC ZZZZZ9.99.
          05 FILLER            PIC X VALUE SPACE.
          05 LP-INTEREST       PIC ZZZZZ9.99.
          05 FILLER            PIC X VALUE SPACE.
          05 LP-PRINCIPAL      PIC ZZZZZ9.99.

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

       FD REPORT-FILE.
       01 REPORT-REC          PIC X(100).

       FD SYSDATE-FILE.
       01 SYSDATE-REC            PIC X(40).

       FD PERIOD-FILE.
       01 PERIOD-REC             PIC X(100).

       FD BRANCH-FILE.
       01 BRANCH-REC             PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "sysdate-ws.cpy".
       COPY "period-ws.cpy".
       COPY "branch-ws.cpy".
       01 ITEMS-STATUS       PIC XX.
       01 POSTED-STATUS      PIC XX.
       01 REJ-STATUS         PIC XX.
       01 SUSP-STATUS        PIC XX.
       01 WORK-STATUS        PIC XX.
       01 LOANS-STATUS       PIC XX.
       01 SCHED-STATUS       PIC XX.
       01 PAY-STATUS         PIC XX.
       01 GL-STATUS          PIC XX.
       01 WS-EOF             PIC X VALUE "N".
       01 WS-TODAY           PIC 9(8).
       01 WS-PENDING         PIC 9(5) VALUE 0.
       01 WS-AI-IDX          PIC 9(5).
       01 WS-NOTE            PIC X(24).
       01 WS-DISP-AMT        PIC Z(7)9.99.
       01 WS-APPLIED-COUNT   PIC 9(4) VALUE 0.
       01 WS-NSF-COUNT       PIC 9(4) VALUE 0.
       01 WS-OTHER-COUNT     PIC 9(4) VALUE 0.
       01 WS-CASES-OPENED    PIC 9(4) VALUE 0.
       01 WS-REJ-CHANGED     PIC X VALUE "N".
       01 WS-SU-LOADED       PIC X VALUE "N".
       01 WS-CW-LOADED       PIC X VALUE "N".
       01 WS-LN-CHANGED      PIC X VALUE "N".
       01 WS-PAY-OPEN        PIC X VALUE "N".
       01 J                  PIC 9(5).
       01 K                  PIC 9(5).

      *> A reject row as the updater STRINGs it: the TRANS-REC
      *> fields comma-separated, then the reason and the run date.
       01 WS-REJ-VIEW.
           05 RV-TXN-ID      PIC X(6).
           05 FILLER         PIC X.
           05 RV-TXN-TYPE    PIC X(10).
           05 FILLER         PIC X.
           05 RV-ACC-ID      PIC X(5).
           05 FILLER         PIC X.
           05 RV-AMT         PIC 9(8)V99.
           05 FILLER         PIC X.
           05 RV-DATE        PIC X(8).
           05 FILLER         PIC X.
           05 RV-DEST-ID     PIC X(5).
           05 FILLER         PIC X.
           05 RV-CURRENCY    PIC X(3).
           05 FILLER         PIC X.
           05 RV-REASON      PIC X(30).
           05 FILLER         PIC X.
           05 RV-RUN-DATE    PIC X(8).
           05 FILLER         PIC X(7).

      *> The refusals that mean the money was not there to take --
      *> AVAILBAL's verdicts on the debit -- as opposed to something
      *> wrong with the account itself.
       01 WS-FUNDS-REASON    PIC X VALUE "N".
           88 FUNDS-SHORT    VALUE "Y".

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

      *> REJECTED-TRANS.DAT, rewritten without the rows handed to
      *> collections.
       01 WS-RJ-COUNT        PIC 9(4) VALUE 0.
       01 WS-RJ-MAX          PIC 9(4) VALUE 2000.
       01 RJ-TABLE.
           05 RJ-ENTRY OCCURS 1 TO 2000 TIMES
                       DEPENDING ON WS-RJ-COUNT.
               10 RJ-TEXT     PIC X(100).
               10 RJ-DROP     PIC X.

       01 WS-SU-COUNT        PIC 9(4) VALUE 0.
       01 WS-SU-MAX          PIC 9(4) VALUE 1000.
       01 SU-TABLE.
           05 SU-ENTRY OCCURS 1 TO 1000 TIMES
                       DEPENDING ON WS-SU-COUNT PIC X(55).

       01 WS-NEXT-CASE       PIC 9(5) VALUE 1.
       01 WS-CW-COUNT        PIC 9(4) VALUE 0.
       01 WS-CW-MAX          PIC 9(4) VALUE 1000.
       01 CW-TABLE.
           05 CW-ENTRY OCCURS 1 TO 1000 TIMES
                       DEPENDING ON WS-CW-COUNT PIC X(53).

      *> Loan master and schedules for applying posted instalments.
       01 WS-LN-COUNT        PIC 9(4) VALUE 0.
       01 WS-LN-MAX          PIC 9(4) VALUE 1000.
       01 WS-LOAN-IDX        PIC 9(4) VALUE 0.
       01 WS-LN-I            PIC 9(4).
       01 WS-CUST-ID         PIC 9(5).
       01 LOANS-TABLE.
           05 LNS-ENTRY OCCURS 1 TO 1000 TIMES
                        DEPENDING ON WS-LN-COUNT PIC X(56).

       01 WS-SC-COUNT        PIC 9(5) VALUE 0.
       01 WS-SC-MAX          PIC 9(5) VALUE 20000.
       01 SCHED-TABLE.
           05 SC-ENTRY OCCURS 1 TO 20000 TIMES
                       DEPENDING ON WS-SC-COUNT.
               10 SC-LOAN-ID   PIC 9(6).
               10 SC-YEAR      PIC 99.
               10 SC-PAYMENT   PIC 9(7)V99.
               10 SC-INTEREST  PIC 9(7)V99.
               10 SC-PRINCIPAL PIC 9(7)V99.

      *> Payment application, as LOAN-PAYMENT-POST works it.
       01 WS-LOAN-ID         PIC 9(6).
       01 WS-PAY-DATE        PIC 9(8).
       01 WS-PAYMENT         PIC 9(7)V99.
       01 WS-REMAINING       PIC 9(7)V99.
       01 WS-ROOM            PIC 9(7)V99.
       01 WS-TAKE            PIC 9(7)V99.
       01 WS-INT-PART        PIC 9(7)V99.
       01 WS-PRIN-PART       PIC 9(7)V99.
       01 WS-PRIN-TOTAL      PIC 9(7)V99.
       01 WS-YEAR-WANTED     PIC 99.
       01 WS-ROW-IDX         PIC 9(5).

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "LOAN AUTO-COLLECTION RESULTS"
           DISPLAY "============================"
           PERFORM READ-SYSTEM-DATE
           MOVE SD-BUSINESS-DATE TO WS-TODAY
           PERFORM LOAD-CLOSED-PERIODS
           PERFORM LOAD-BRANCHES
           MOVE WS-TODAY TO WS-PER-TEST-DATE
           PERFORM CHECK-PERIOD-OPEN
           IF WS-PER-OPEN = "N"
               DISPLAY "ABEND: business date " WS-TODAY
                   " falls in closed accounting period "
                   WS-TODAY(1:6) ". Nothing processed."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOAD-ITEMS
           IF WS-PENDING = 0
               DISPLAY "No staged instalments awaiting a result."
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-LOAN-MASTER
           PERFORM LOAD-SCHEDULES

           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-REC
           STRING "LOAN AUTO-COLLECTION RESULTS - " WS-TODAY
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE "TXN-ID LOAN   ACCT  YR     AMOUNT RESULT"
               TO REPORT-REC
           WRITE REPORT-REC

           PERFORM SCAN-POSTED-REGISTER
           PERFORM SCAN-REJECTS

           IF WS-PAY-OPEN = "Y"
               CLOSE PAYMENTS-FILE
           END-IF
           IF WS-LN-CHANGED = "Y"
               PERFORM SAVE-LOAN-MASTER
           END-IF
           IF WS-REJ-CHANGED = "Y"
               PERFORM SAVE-REJECTS
           END-IF
           IF WS-SU-LOADED = "Y"
               PERFORM SAVE-SUSPENSE-TABLE
           END-IF
           IF WS-CW-LOADED = "Y"
               PERFORM SAVE-WORKLIST
           END-IF
           PERFORM SAVE-ITEMS

           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING "APPLIED " WS-APPLIED-COUNT
                  "  REFUSED FOR FUNDS " WS-NSF-COUNT
                  "  CASES OPENED " WS-CASES-OPENED
                  "  REFUSED OTHERWISE " WS-OTHER-COUNT
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           CLOSE REPORT-FILE

           DISPLAY WS-APPLIED-COUNT " instalments applied to loans; "
               WS-NSF-COUNT " refused for funds sent to collections; "
               WS-OTHER-COUNT " left with the repair desk."
           MOVE 0 TO RETURN-CODE
           STOP RUN.

       LOAD-ITEMS.
           MOVE 0 TO WS-AI-COUNT
           MOVE 0 TO WS-PENDING
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
                               IF AI-STATUS = "S" OR AI-STATUS = "X"
                                   ADD 1 TO WS-PENDING
                               END-IF
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

       SAVE-LOAN-MASTER.
           OPEN OUTPUT LOANS-FILE
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-LN-COUNT
               MOVE LNS-ENTRY(J) TO LOANS-RECORD
               WRITE LOANS-RECORD
           END-PERFORM
           CLOSE LOANS-FILE.

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
                               COMPUTE SC-INTEREST(WS-SC-COUNT) =
                                   FUNCTION NUMVAL(LS-INTEREST-TXT)
                               COMPUTE SC-PRINCIPAL(WS-SC-COUNT) =
                                   FUNCTION NUMVAL(LS-PRINCIPAL-TXT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SCHEDULE-FILE
           END-IF
           MOVE "N" TO WS-EOF.

      *> A staged debit that has posted: same A-number, account and
      *> amount on the posted register.
       SCAN-POSTED-REGISTER.
           OPEN INPUT POSTED-FILE
           IF POSTED-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ POSTED-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF PJ-TXN-ID(1:1) = "A"
                           AND PJ-TXN-TYPE = "WITHDRAWAL"
                           PERFORM MATCH-POSTED-ITEM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE POSTED-FILE
           MOVE "N" TO WS-EOF.

       MATCH-POSTED-ITEM.
           MOVE 0 TO WS-AI-IDX
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-AI-COUNT
               IF T-AI-TXN-ID(K) = PJ-TXN-ID
                   AND T-AI-ACC-ID(K) = PJ-ACC-ID
                   AND T-AI-AMOUNT(K) = PJ-AMT
                   AND (T-AI-STATUS(K) = "S" OR T-AI-STATUS(K) = "X")
                   MOVE K TO WS-AI-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-AI-IDX = 0
               EXIT PARAGRAPH
           END-IF
           MOVE PJ-DATE TO WS-PAY-DATE
           PERFORM APPLY-POSTED-ITEM
           MOVE "P" TO T-AI-STATUS(WS-AI-IDX)
           MOVE WS-TODAY TO T-AI-DONE-DATE(WS-AI-IDX)
           MOVE WS-NOTE TO T-AI-REASON(WS-AI-IDX)
           ADD 1 TO WS-APPLIED-COUNT
           PERFORM WRITE-REPORT-LINE.

       APPLY-POSTED-ITEM.
           MOVE "APPLIED" TO WS-NOTE
           MOVE T-AI-LOAN-ID(WS-AI-IDX) TO WS-LOAN-ID
           MOVE T-AI-AMOUNT(WS-AI-IDX) TO WS-PAYMENT
           MOVE 0 TO WS-LOAN-IDX
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-LN-COUNT
               MOVE LNS-ENTRY(J) TO LOANS-RECORD
               IF LN-LOAN-ID = WS-LOAN-ID
                   MOVE J TO WS-LOAN-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-LOAN-IDX = 0
               MOVE "LOAN GONE - REFUND DUE" TO WS-NOTE
               EXIT PARAGRAPH
           END-IF
           IF LN-STATUS = "PAID"
               MOVE "LOAN PAID - REFUND DUE" TO WS-NOTE
               EXIT PARAGRAPH
           END-IF
           IF LN-STATUS = "WRITEOFF"
               MOVE "WRITTEN OFF - RECOVERY" TO WS-NOTE
               EXIT PARAGRAPH
           END-IF
           IF WS-PAY-OPEN = "N"
               OPEN EXTEND PAYMENTS-FILE
               IF PAY-STATUS = "35"
                   OPEN OUTPUT PAYMENTS-FILE
               END-IF
               MOVE "Y" TO WS-PAY-OPEN
           END-IF
           MOVE 0 TO WS-PRIN-TOTAL
           PERFORM APPLY-PAYMENT
           IF WS-PRIN-TOTAL > 0
               PERFORM WRITE-PRINCIPAL-GL
           END-IF
           MOVE LOANS-RECORD TO LNS-ENTRY(WS-LOAN-IDX)
           MOVE "Y" TO WS-LN-CHANGED.

      *> Walks the payment through the schedule from the first unpaid
      *> year, interest before principal, the way LOAN-PAYMENT-POST
      *> does; the loan goes PAID when the last year is covered.
       APPLY-PAYMENT.
           MOVE WS-PAYMENT TO WS-REMAINING
           PERFORM UNTIL WS-REMAINING = 0
                   OR LN-PAID-THRU >= LN-TERM-YEARS
               COMPUTE WS-YEAR-WANTED = LN-PAID-THRU + 1
               PERFORM FIND-SCHEDULE-ROW
               IF WS-ROW-IDX = 0
                   MOVE "SCHEDULE ROW MISSING" TO WS-NOTE
                   MOVE 0 TO WS-REMAINING
               ELSE
                   PERFORM APPLY-TO-ONE-YEAR
               END-IF
           END-PERFORM
           IF LN-PAID-THRU >= LN-TERM-YEARS
               MOVE "PAID" TO LN-STATUS
               IF WS-REMAINING > 0
                   MOVE "OVERPAID - REFUND DUE" TO WS-NOTE
               ELSE
                   MOVE "APPLIED - LOAN PAID" TO WS-NOTE
               END-IF
           END-IF.

       FIND-SCHEDULE-ROW.
           MOVE 0 TO WS-ROW-IDX
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-SC-COUNT
               IF SC-LOAN-ID(K) = WS-LOAN-ID
                   AND SC-YEAR(K) = WS-YEAR-WANTED
                   MOVE K TO WS-ROW-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       APPLY-TO-ONE-YEAR.
           COMPUTE WS-ROOM =
               SC-PAYMENT(WS-ROW-IDX) - LN-YEAR-PAID
           IF WS-REMAINING < WS-ROOM
               MOVE WS-REMAINING TO WS-TAKE
           ELSE
               MOVE WS-ROOM TO WS-TAKE
           END-IF
           IF LN-YEAR-PAID < SC-INTEREST(WS-ROW-IDX)
               COMPUTE WS-INT-PART =
                   SC-INTEREST(WS-ROW-IDX) - LN-YEAR-PAID
               IF WS-INT-PART > WS-TAKE
                   MOVE WS-TAKE TO WS-INT-PART
               END-IF
           ELSE
               MOVE 0 TO WS-INT-PART
           END-IF
           COMPUTE WS-PRIN-PART = WS-TAKE - WS-INT-PART

           SUBTRACT WS-PRIN-PART FROM LN-OUTSTANDING
           ADD WS-PRIN-PART TO WS-PRIN-TOTAL
           ADD WS-TAKE TO LN-YEAR-PAID
           SUBTRACT WS-TAKE FROM WS-REMAINING

           MOVE SPACES TO PAYMENTS-RECORD
           MOVE WS-LOAN-ID     TO LP-LOAN-ID
           MOVE WS-PAY-DATE    TO LP-DATE
           MOVE WS-YEAR-WANTED TO LP-YEAR
           MOVE WS-TAKE        TO LP-AMOUNT
           MOVE WS-INT-PART    TO LP-INTEREST
           MOVE WS-PRIN-PART   TO LP-PRINCIPAL
           WRITE PAYMENTS-RECORD

           IF LN-YEAR-PAID >= SC-PAYMENT(WS-ROW-IDX)
               ADD 1 TO LN-PAID-THRU
               MOVE 0 TO LN-YEAR-PAID
           END-IF.

      *> The instalment's principal, one pair per instalment; the
      *> interest in it is LOAN-ACCRUAL's to book from
      *> LOAN-PAYMENTS.DAT.
       WRITE-PRINCIPAL-GL.
           OPEN EXTEND GL-JOURNAL
           IF GL-STATUS = "35"
               OPEN OUTPUT GL-JOURNAL
           END-IF
           MOVE SPACES TO GL-JOURNAL-REC
           MOVE WS-TODAY TO GJ-DATE
           MOVE "LOAN-AUTOP" TO GJ-PROGRAM
           MOVE "CASH" TO GJ-ACCOUNT
           MOVE "D" TO GJ-DC
           MOVE WS-PRIN-TOTAL TO GJ-AMOUNT
           MOVE "LOANS" TO GJ-OFFSET
           MOVE 0 TO GJ-BATCH
           MOVE WS-BR-TERM-BRANCH TO GJ-COST-CENTRE
           WRITE GL-JOURNAL-REC
           MOVE SPACES TO GL-JOURNAL-REC
           MOVE WS-TODAY TO GJ-DATE
           MOVE "LOAN-AUTOP" TO GJ-PROGRAM
           MOVE "LOANS" TO GJ-ACCOUNT
           MOVE "C" TO GJ-DC
           MOVE WS-PRIN-TOTAL TO GJ-AMOUNT
           MOVE "CASH" TO GJ-OFFSET
           MOVE 0 TO GJ-BATCH
           MOVE WS-BR-TERM-BRANCH TO GJ-COST-CENTRE
           WRITE GL-JOURNAL-REC
           CLOSE GL-JOURNAL.

      *> Refusals of still-staged debits. Funds refusals leave the
      *> reject file for the collectors; the rest stay for repair.
       SCAN-REJECTS.
           MOVE 0 TO WS-RJ-COUNT
           OPEN INPUT REJECTED
           IF REJ-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ REJECTED
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF WS-RJ-COUNT < WS-RJ-MAX
                           ADD 1 TO WS-RJ-COUNT
                           MOVE REJECTED-REC TO RJ-TEXT(WS-RJ-COUNT)
                           MOVE "N" TO RJ-DROP(WS-RJ-COUNT)
                       ELSE
                           DISPLAY "ABEND: REJECTED-TRANS.DAT holds "
                               "more than " WS-RJ-MAX " rows."
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REJECTED
           MOVE "N" TO WS-EOF

           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-RJ-COUNT
               MOVE RJ-TEXT(J) TO WS-REJ-VIEW
               IF RV-TXN-ID(1:1) = "A"
                   PERFORM MATCH-REJECTED-ITEM
               END-IF
           END-PERFORM.

       MATCH-REJECTED-ITEM.
           MOVE 0 TO WS-AI-IDX
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-AI-COUNT
               IF T-AI-TXN-ID(K) = RV-TXN-ID
                   AND T-AI-STATUS(K) = "S"
                   MOVE K TO WS-AI-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-AI-IDX = 0
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-FUNDS-REASON
           IF RV-REASON = "INSUFFICIENT FUNDS"
               OR RV-REASON = "GARNISHMENT RESERVE HELD"
               OR RV-REASON = "UNCLEARED CHEQUE FUNDS"
               OR RV-REASON = "DEBITS AWAITING RELEASE"
               OR RV-REASON = "CARD AUTHORIZATIONS HELD"
               MOVE "Y" TO WS-FUNDS-REASON
           END-IF
           MOVE WS-TODAY TO T-AI-DONE-DATE(WS-AI-IDX)
           MOVE RV-REASON TO T-AI-REASON(WS-AI-IDX)
           IF FUNDS-SHORT
               MOVE "R" TO T-AI-STATUS(WS-AI-IDX)
               MOVE "Y" TO RJ-DROP(J)
               MOVE "Y" TO WS-REJ-CHANGED
               ADD 1 TO WS-NSF-COUNT
               PERFORM CLEAR-REJECT-SUSPENSE
               PERFORM OPEN-COLLECTION-CASE
           ELSE
               MOVE "X" TO T-AI-STATUS(WS-AI-IDX)
               ADD 1 TO WS-OTHER-COUNT
               MOVE "LEFT FOR REPAIR" TO WS-NOTE
           END-IF
           PERFORM WRITE-REPORT-LINE.

       SAVE-REJECTS.
           OPEN OUTPUT REJECTED
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-RJ-COUNT
               IF RJ-DROP(J) = "N"
                   MOVE RJ-TEXT(J) TO REJECTED-REC
                   WRITE REJECTED-REC
               END-IF
           END-PERFORM
           CLOSE REJECTED.

      *> The updater booked the refused debit to SUSPENSE; it is
      *> cleared the way REJECT-REPAIR clears one, under its own
      *> disposition.
       CLEAR-REJECT-SUSPENSE.
           IF WS-SU-LOADED = "N"
               PERFORM LOAD-SUSPENSE-TABLE
           END-IF
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-SU-COUNT
               MOVE SU-ENTRY(K) TO SUSPENSE-RECORD
               IF SU-TXN-ID = RV-TXN-ID
                   AND SU-AMOUNT = RV-AMT
                   AND SU-STATUS = "O"
                   MOVE "C" TO SU-STATUS
                   MOVE "LOAN COLLECTIONS" TO SU-DISPOSITION
                   MOVE SUSPENSE-RECORD TO SU-ENTRY(K)
                   PERFORM WRITE-CLEARING-GL
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       LOAD-SUSPENSE-TABLE.
           MOVE 0 TO WS-SU-COUNT
           OPEN INPUT SUSPENSE-FILE
           IF SUSP-STATUS NOT = "35"
               PERFORM UNTIL WS-EOF = "Y"
                   READ SUSPENSE-FILE
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF WS-SU-COUNT < WS-SU-MAX
                               ADD 1 TO WS-SU-COUNT
                               MOVE SUSPENSE-RECORD
                                   TO SU-ENTRY(WS-SU-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUSPENSE-FILE
           END-IF
           MOVE "N" TO WS-EOF
           MOVE "Y" TO WS-SU-LOADED.

       SAVE-SUSPENSE-TABLE.
           OPEN OUTPUT SUSPENSE-FILE
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-SU-COUNT
               MOVE SU-ENTRY(K) TO SUSPENSE-RECORD
               WRITE SUSPENSE-RECORD
           END-PERFORM
           CLOSE SUSPENSE-FILE.

       WRITE-CLEARING-GL.
           OPEN EXTEND GL-JOURNAL
           IF GL-STATUS = "35"
               OPEN OUTPUT GL-JOURNAL
           END-IF
           MOVE SPACES TO GL-JOURNAL-REC
           MOVE WS-TODAY TO GJ-DATE
           MOVE "LOAN-AUTOP" TO GJ-PROGRAM
           MOVE "SUSPENSE" TO GJ-ACCOUNT
           MOVE "C" TO GJ-DC
           MOVE SU-AMOUNT TO GJ-AMOUNT
           MOVE "SUSPOFF" TO GJ-OFFSET
           MOVE 0 TO GJ-BATCH
           MOVE WS-BR-TERM-BRANCH TO GJ-COST-CENTRE
           WRITE GL-JOURNAL-REC
           MOVE SPACES TO GL-JOURNAL-REC
           MOVE WS-TODAY TO GJ-DATE
           MOVE "LOAN-AUTOP" TO GJ-PROGRAM
           MOVE "SUSPOFF" TO GJ-ACCOUNT
           MOVE "D" TO GJ-DC
           MOVE SU-AMOUNT TO GJ-AMOUNT
           MOVE "SUSPENSE" TO GJ-OFFSET
           MOVE 0 TO GJ-BATCH
           MOVE WS-BR-TERM-BRANCH TO GJ-COST-CENTRE
           WRITE GL-JOURNAL-REC
           CLOSE GL-JOURNAL.

      *> A missed instalment opens a fresh case at the lowest
      *> severity; LOAN-COLLECTIONS' sync raises it as the loan ages.
      *> A loan already on the worklist keeps its open case.
       OPEN-COLLECTION-CASE.
           IF WS-CW-LOADED = "N"
               PERFORM LOAD-WORKLIST
           END-IF
           MOVE T-AI-LOAN-ID(WS-AI-IDX) TO WS-LOAN-ID
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-CW-COUNT
               MOVE CW-ENTRY(K) TO WORKLIST-RECORD
               IF CW-LOAN-ID = WS-LOAN-ID
                   AND CW-STATUS NOT = "C"
                   MOVE SPACES TO WS-NOTE
                   STRING "TO OPEN CASE " CW-CASE-NO
                       DELIMITED BY SIZE INTO WS-NOTE
                   END-STRING
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-CW-COUNT >= WS-CW-MAX
               MOVE "WORKLIST FULL" TO WS-NOTE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-CUST-ID
           PERFORM VARYING WS-LN-I FROM 1 BY 1
                   UNTIL WS-LN-I > WS-LN-COUNT
               MOVE LNS-ENTRY(WS-LN-I) TO LOANS-RECORD
               IF LN-LOAN-ID = WS-LOAN-ID
                   MOVE LN-CUST-ID TO WS-CUST-ID
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE SPACES TO WORKLIST-RECORD
           MOVE WS-NEXT-CASE TO CW-CASE-NO
           ADD 1 TO WS-NEXT-CASE
           MOVE WS-LOAN-ID TO CW-LOAN-ID
           MOVE WS-CUST-ID TO CW-CUST-ID
           MOVE 1 TO CW-SEVERITY
           MOVE WS-TODAY TO CW-OPENED
           MOVE "O" TO CW-STATUS
           MOVE 0 TO CW-PROMISE-DT
           MOVE 0 TO CW-PROMISE-AMT
           MOVE 0 TO CW-LETTERS
           MOVE 0 TO CW-LAST-LETTER
           ADD 1 TO WS-CW-COUNT
           MOVE WORKLIST-RECORD TO CW-ENTRY(WS-CW-COUNT)
           ADD 1 TO WS-CASES-OPENED
           MOVE SPACES TO WS-NOTE
           STRING "NEW CASE " CW-CASE-NO
               DELIMITED BY SIZE INTO WS-NOTE
           END-STRING.

       LOAD-WORKLIST.
           MOVE 0 TO WS-CW-COUNT
           OPEN INPUT WORKLIST-FILE
           IF WORK-STATUS NOT = "35"
               PERFORM UNTIL WS-EOF = "Y"
                   READ WORKLIST-FILE
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF WS-CW-COUNT < WS-CW-MAX
                               ADD 1 TO WS-CW-COUNT
                               MOVE WORKLIST-RECORD
                                   TO CW-ENTRY(WS-CW-COUNT)
                               IF CW-CASE-NO >= WS-NEXT-CASE
                                   COMPUTE WS-NEXT-CASE =
                                       CW-CASE-NO + 1
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WORKLIST-FILE
           END-IF
           MOVE "N" TO WS-EOF
           MOVE "Y" TO WS-CW-LOADED.

       SAVE-WORKLIST.
           OPEN OUTPUT WORKLIST-FILE
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-CW-COUNT
               MOVE CW-ENTRY(K) TO WORKLIST-RECORD
               WRITE WORKLIST-RECORD
           END-PERFORM
           CLOSE WORKLIST-FILE.

       WRITE-REPORT-LINE.
           MOVE T-AI-AMOUNT(WS-AI-IDX) TO WS-DISP-AMT
           MOVE SPACES TO REPORT-REC
           STRING T-AI-TXN-ID(WS-AI-IDX) " " T-AI-LOAN-ID(WS-AI-IDX)
                  " " T-AI-ACC-ID(WS-AI-IDX) " " T-AI-YEAR(WS-AI-IDX)
                  " " WS-DISP-AMT " " WS-NOTE
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC.

       COPY "period-check.cpy".
       COPY "branch-check.cpy".
       COPY "sysdate-read.cpy".
