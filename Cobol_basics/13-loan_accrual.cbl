       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-ACCRUAL.

      *> Daily loan interest accrual. Interest income used to reach
      *> the books only when a payment came in, so every month-end
      *> understated it for loans not yet paid. Each night this run
      *> accrues simple interest on every ACTIVE loan in LOANS.DAT --
      *> outstanding balance times LN-RATE-PCT over a 365-day year,
      *> for each day since the loan was last accrued -- and
      *> journals it to GL-JOURNAL.DAT as accrued interest
      *> receivable (INTRECV) against interest income (LOANINT).
      *> Interest LOAN-PAYMENT-POST has since applied on
      *> LOAN-PAYMENTS.DAT is cash in against the receivable; any
      *> more than the receivable holds is income on receipt.
      *> A loan in the worst LOAN-AGING.DAT band (90+ days past due)
      *> goes non-accrual: its uncollected receivable comes back out
      *> of income and nothing more accrues, interest collected is
      *> income only as the cash arrives, and accrual resumes once
      *> the loan ages out of that band. A loan paid off has any
      *> receivable left written back against income.
      *> The per-loan state lives on LOAN-ACCRUALS.DAT: accrual
      *> status, accrued-through date, receivable, and the interest
      *> collected already accounted for. A loan seen for the first
      *> time starts accruing from the day before the run (or its
      *> origination, if later), so history is never re-accrued.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOANS-FILE ASSIGN TO "LOANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOANS-STATUS.
           SELECT ACCRUAL-FILE ASSIGN TO "LOAN-ACCRUALS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACCR-STATUS.
           SELECT PAYMENTS-FILE ASSIGN TO "LOAN-PAYMENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAY-STATUS.
           SELECT AGING-FILE ASSIGN TO "LOAN-AGING.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AGING-STATUS.
           SELECT GL-JOURNAL ASSIGN TO "GL-JOURNAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-STATUS.
           SELECT REPORT-FILE ASSIGN TO "LOAN-ACCRUAL-REPORT.DAT"
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
           SELECT BRACC-FILE ASSIGN TO "ACCOUNTS.MASTER.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BRACC-ID
               FILE STATUS IS BRACC-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

      *> LA-STATUS A accruing, N non-accrual, C closed (paid off).
       FD ACCRUAL-FILE.
       01 ACCRUAL-RECORD.
          05 LA-LOAN-ID        PIC 9(6).
          05 LA-STATUS         PIC X.
          05 LA-STATUS-DATE    PIC 9(8).
          05 LA-THRU-DATE      PIC 9(8).
          05 LA-RECEIVABLE     PIC 9(7)V99.
          05 LA-INT-SEEN       PIC 9(9)V99.
          05 LA-ACCRUED-TOTAL  PIC 9(9)V99.

      *> As LOAN-PAYMENT-POST writes them: edited money columns,
      *> read back as text.
       FD PAYMENTS-FILE.
       01 PAYMENTS-RECORD.
          05 LP-LOAN-ID        PIC 9(6).
          05 FILLER            PIC X.
          05 LP-DATE           PIC 9(8).
          05 FILLER            PIC X.
          05 LP-YEAR           PIC 99.
          05 FILLER            PIC X.
          05 LP-AMOUNT-TXT     PIC X(9).
          05 FILLER            PIC X.
          05 LP-INTEREST-TXT   PIC X(9).
          05 FILLER            PIC X.
          05 LP-PRINCIPAL-TXT  PIC X(9).

      *> LOAN-DELINQUENCY's detail lines: loan, customer, due date,
      *> days past due, band.
       FD AGING-FILE.
       01 AGING-REC.
          05 AG-LOAN-ID        PIC X(6).
          05 FILLER            PIC X.
          05 AG-CUST-ID        PIC X(5).
          05 FILLER            PIC X(4).
          05 AG-DUE-DATE       PIC X(8).
          05 FILLER            PIC X.
          05 AG-DPD            PIC X(5).
          05 FILLER            PIC X.
          05 AG-BAND           PIC X(8).
          05 FILLER            PIC X(61).

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

      *> Only the branch is wanted from the account master, for the
      *> cost centre of the GL rows.
       FD BRACC-FILE.
       01 BRACC-RECORD.
           05 BRACC-ID           PIC 9(5).
           05 FILLER             PIC X(58).
           05 BRACC-BRANCH       PIC X(4).

       WORKING-STORAGE SECTION.
       COPY "sysdate-ws.cpy".
       COPY "period-ws.cpy".
       COPY "branch-ws.cpy".
       01 LOANS-STATUS       PIC XX.
       01 ACCR-STATUS        PIC XX.
       01 PAY-STATUS         PIC XX.
       01 AGING-STATUS       PIC XX.
       01 GL-STATUS          PIC XX.
       01 WS-EOF             PIC X VALUE "N".
       01 WS-TODAY           PIC 9(8).
       01 WS-YESTERDAY       PIC 9(8).
       01 WS-WORST-BAND      PIC X(8) VALUE "90+".
       01 WS-AGING-LOADED    PIC X VALUE "N".
       01 WS-IN-WORST        PIC X.
       01 WS-DAYS            PIC S9(5).
       01 WS-INTEREST        PIC 9(7)V99.
       01 WS-COLLECTED       PIC 9(9)V99.
       01 WS-NEW-CASH        PIC 9(9)V99.
       01 WS-AGAINST-RECV    PIC 9(7)V99.
       01 WS-CASH-INCOME     PIC 9(9)V99.
       01 WS-REVERSED        PIC 9(7)V99.
       01 WS-NOTE            PIC X(20).
       01 WS-LA-IDX          PIC 9(4).
       01 WS-DISP-A          PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-DISP-B          PIC ZZZ,ZZZ,ZZ9.99.
       01 J                  PIC 9(4).
       01 K                  PIC 9(4).

      *> Run totals, journalled once each per branch at the end.
       01 WS-TOT-ACCRUED     PIC 9(9)V99 VALUE 0.
       01 WS-TOT-COLLECTED   PIC 9(9)V99 VALUE 0.
       01 WS-TOT-CASH-INC    PIC 9(9)V99 VALUE 0.
       01 WS-TOT-REVERSED    PIC 9(9)V99 VALUE 0.
       01 WS-LOANS-ACCRUED   PIC 9(4) VALUE 0.
       01 WS-TO-NONACCRUAL   PIC 9(4) VALUE 0.
       01 WS-TO-ACCRUAL      PIC 9(4) VALUE 0.
       01 WS-GL-ACCOUNT      PIC X(9).
       01 WS-GL-OFFSET       PIC X(9).
       01 WS-GL-AMOUNT       PIC 9(8)V99.

      *> The same totals split by the branch holding each borrower's
      *> account, so every branch's income carries its own cost
      *> centre on the journal.
       01 WS-BA-IDX          PIC 9(3).
       01 WS-BA-COUNT        PIC 9(3) VALUE 0.
       01 WS-BA-MAX          PIC 9(3) VALUE 200.
       01 BA-TABLE.
           05 BA-ENTRY OCCURS 1 TO 200 TIMES
                       DEPENDING ON WS-BA-COUNT.
               10 BA-BRANCH     PIC X(4).
               10 BA-ACCRUED    PIC 9(9)V99.
               10 BA-COLLECTED  PIC 9(9)V99.
               10 BA-CASH-INC   PIC 9(9)V99.
               10 BA-REVERSED   PIC 9(9)V99.

       01 WS-LA-COUNT        PIC 9(4) VALUE 0.
       01 WS-LA-MAX          PIC 9(4) VALUE 1000.
       01 LA-TABLE.
           05 LA-ENTRY OCCURS 1 TO 1000 TIMES
                       DEPENDING ON WS-LA-COUNT.
               10 T-LA-LOAN-ID       PIC 9(6).
               10 T-LA-STATUS        PIC X.
               10 T-LA-STATUS-DATE   PIC 9(8).
               10 T-LA-THRU-DATE     PIC 9(8).
               10 T-LA-RECEIVABLE    PIC 9(7)V99.
               10 T-LA-INT-SEEN      PIC 9(9)V99.
               10 T-LA-ACCRUED-TOTAL PIC 9(9)V99.

      *> Interest collected to date per loan, from the payments.
       01 WS-PI-COUNT        PIC 9(4) VALUE 0.
       01 WS-PI-MAX          PIC 9(4) VALUE 1000.
       01 PI-TABLE.
           05 PI-ENTRY OCCURS 1 TO 1000 TIMES
                       DEPENDING ON WS-PI-COUNT.
               10 PI-LOAN-ID    PIC 9(6).
               10 PI-INTEREST   PIC 9(9)V99.

      *> Loans in the worst aging band.
       01 WS-WB-COUNT        PIC 9(4) VALUE 0.
       01 WS-WB-MAX          PIC 9(4) VALUE 1000.
       01 WB-TABLE.
           05 WB-LOAN-ID OCCURS 1 TO 1000 TIMES
                       DEPENDING ON WS-WB-COUNT PIC X(6).

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "LOAN INTEREST ACCRUAL"
           DISPLAY "====================="
           PERFORM READ-SYSTEM-DATE
           MOVE SD-BUSINESS-DATE TO WS-TODAY
           COMPUTE WS-YESTERDAY = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY) - 1)
           PERFORM LOAD-CLOSED-PERIODS
           PERFORM LOAD-BRANCHES
           MOVE WS-TODAY TO WS-PER-TEST-DATE
           PERFORM CHECK-PERIOD-OPEN
           IF WS-PER-OPEN = "N"
               DISPLAY "Accounting period " WS-TODAY(1:6)
                   " is closed; accruals cannot post into it."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOAD-ACCRUAL-STATE
           PERFORM TOTAL-INTEREST-COLLECTED
           PERFORM LOAD-WORST-BAND

           OPEN INPUT LOANS-FILE
           IF LOANS-STATUS = "35"
               DISPLAY "No LOANS.DAT on file -- nothing to accrue."
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-REC
           STRING "LOAN INTEREST ACCRUAL - " WS-TODAY
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE "LOAN   S DAYS       ACCRUED     RECEIVABLE  NOTE"
               TO REPORT-REC
           WRITE REPORT-REC
           PERFORM UNTIL WS-EOF = "Y"
               READ LOANS-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM ACCRUE-ONE-LOAN
               END-READ
           END-PERFORM
           CLOSE LOANS-FILE
           MOVE "N" TO WS-EOF

           PERFORM WRITE-ACCRUAL-GL
           PERFORM CLOSE-ACCOUNT-BRANCH
           PERFORM WRITE-REPORT-TOTALS
           CLOSE REPORT-FILE
           PERFORM SAVE-ACCRUAL-STATE

           MOVE WS-TOT-ACCRUED TO WS-DISP-A
           DISPLAY WS-LOANS-ACCRUED " loans accrued, interest "
               WS-DISP-A "; " WS-TO-NONACCRUAL " to non-accrual, "
               WS-TO-ACCRUAL " back to accrual."
           DISPLAY "Report in LOAN-ACCRUAL-REPORT.DAT"
           STOP RUN.

       LOAD-ACCRUAL-STATE.
           MOVE 0 TO WS-LA-COUNT
           OPEN INPUT ACCRUAL-FILE
           IF ACCR-STATUS NOT = "35"
               PERFORM UNTIL WS-EOF = "Y"
                   READ ACCRUAL-FILE
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF WS-LA-COUNT < WS-LA-MAX
                               ADD 1 TO WS-LA-COUNT
                               MOVE ACCRUAL-RECORD
                                   TO LA-ENTRY(WS-LA-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCRUAL-FILE
           END-IF
           MOVE "N" TO WS-EOF.

       SAVE-ACCRUAL-STATE.
           OPEN OUTPUT ACCRUAL-FILE
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-LA-COUNT
               MOVE LA-ENTRY(J) TO ACCRUAL-RECORD
               WRITE ACCRUAL-RECORD
           END-PERFORM
           CLOSE ACCRUAL-FILE.

       TOTAL-INTEREST-COLLECTED.
           MOVE 0 TO WS-PI-COUNT
           OPEN INPUT PAYMENTS-FILE
           IF PAY-STATUS NOT = "35"
               PERFORM UNTIL WS-EOF = "Y"
                   READ PAYMENTS-FILE
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           PERFORM ADD-ONE-PAYMENT
                   END-READ
               END-PERFORM
               CLOSE PAYMENTS-FILE
           END-IF
           MOVE "N" TO WS-EOF.

       ADD-ONE-PAYMENT.
           MOVE 0 TO K
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-PI-COUNT
               IF PI-LOAN-ID(J) = LP-LOAN-ID
                   MOVE J TO K
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF K = 0
               IF WS-PI-COUNT >= WS-PI-MAX
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-PI-COUNT
               MOVE WS-PI-COUNT TO K
               MOVE LP-LOAN-ID TO PI-LOAN-ID(K)
               MOVE 0 TO PI-INTEREST(K)
           END-IF
           COMPUTE PI-INTEREST(K) = PI-INTEREST(K)
               + FUNCTION NUMVAL(LP-INTEREST-TXT).

      *> Without an aging report nobody moves in or out of
      *> non-accrual this run; accrual itself still happens.
       LOAD-WORST-BAND.
           MOVE 0 TO WS-WB-COUNT
           OPEN INPUT AGING-FILE
           IF AGING-STATUS = "35"
               DISPLAY "No LOAN-AGING.DAT on file; non-accrual "
                   "status left as it stands."
           ELSE
               MOVE "Y" TO WS-AGING-LOADED
               PERFORM UNTIL WS-EOF = "Y"
                   READ AGING-FILE
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF AG-LOAN-ID NUMERIC
                               AND AG-BAND = WS-WORST-BAND
                               AND WS-WB-COUNT < WS-WB-MAX
                               ADD 1 TO WS-WB-COUNT
                               MOVE AG-LOAN-ID
                                   TO WB-LOAN-ID(WS-WB-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AGING-FILE
           END-IF
           MOVE "N" TO WS-EOF.

       ACCRUE-ONE-LOAN.
           PERFORM FIND-ACCRUAL-ROW
           IF WS-LA-IDX = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-LOAN-BRANCH
           MOVE 0 TO WS-INTEREST
           MOVE 0 TO WS-DAYS
           MOVE SPACES TO WS-NOTE

      *> Interest collected since the last run.
           MOVE 0 TO WS-COLLECTED
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-PI-COUNT
               IF PI-LOAN-ID(J) = LN-LOAN-ID
                   MOVE PI-INTEREST(J) TO WS-COLLECTED
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-COLLECTED > T-LA-INT-SEEN(WS-LA-IDX)
               COMPUTE WS-NEW-CASH =
                   WS-COLLECTED - T-LA-INT-SEEN(WS-LA-IDX)
               IF WS-NEW-CASH > T-LA-RECEIVABLE(WS-LA-IDX)
                   MOVE T-LA-RECEIVABLE(WS-LA-IDX) TO WS-AGAINST-RECV
               ELSE
                   MOVE WS-NEW-CASH TO WS-AGAINST-RECV
               END-IF
               COMPUTE WS-CASH-INCOME = WS-NEW-CASH - WS-AGAINST-RECV
               SUBTRACT WS-AGAINST-RECV
                   FROM T-LA-RECEIVABLE(WS-LA-IDX)
               ADD WS-AGAINST-RECV TO WS-TOT-COLLECTED
               ADD WS-CASH-INCOME TO WS-TOT-CASH-INC
               ADD WS-AGAINST-RECV TO BA-COLLECTED(WS-BA-IDX)
               ADD WS-CASH-INCOME TO BA-CASH-INC(WS-BA-IDX)
               MOVE WS-COLLECTED TO T-LA-INT-SEEN(WS-LA-IDX)
               MOVE "INTEREST COLLECTED" TO WS-NOTE
           END-IF

           IF LN-STATUS NOT = "ACTIVE"
               IF T-LA-STATUS(WS-LA-IDX) NOT = "C"
                   PERFORM REVERSE-RECEIVABLE
                   MOVE "C" TO T-LA-STATUS(WS-LA-IDX)
                   MOVE WS-TODAY TO T-LA-STATUS-DATE(WS-LA-IDX)
                   MOVE "CLOSED" TO WS-NOTE
                   PERFORM WRITE-LOAN-LINE
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF WS-AGING-LOADED = "Y"
               MOVE "N" TO WS-IN-WORST
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-WB-COUNT
                   IF WB-LOAN-ID(J) = LN-LOAN-ID
                       MOVE "Y" TO WS-IN-WORST
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-IN-WORST = "Y"
                   AND T-LA-STATUS(WS-LA-IDX) NOT = "N"
                   PERFORM REVERSE-RECEIVABLE
                   MOVE "N" TO T-LA-STATUS(WS-LA-IDX)
                   MOVE WS-TODAY TO T-LA-STATUS-DATE(WS-LA-IDX)
                   MOVE WS-TODAY TO T-LA-THRU-DATE(WS-LA-IDX)
                   ADD 1 TO WS-TO-NONACCRUAL
                   MOVE "TO NON-ACCRUAL" TO WS-NOTE
               END-IF
               IF WS-IN-WORST = "N"
                   AND T-LA-STATUS(WS-LA-IDX) NOT = "A"
                   MOVE "A" TO T-LA-STATUS(WS-LA-IDX)
                   MOVE WS-TODAY TO T-LA-STATUS-DATE(WS-LA-IDX)
                   MOVE WS-TODAY TO T-LA-THRU-DATE(WS-LA-IDX)
                   ADD 1 TO WS-TO-ACCRUAL
                   MOVE "BACK TO ACCRUAL" TO WS-NOTE
               END-IF
           END-IF

           IF T-LA-STATUS(WS-LA-IDX) = "A"
               COMPUTE WS-DAYS = FUNCTION INTEGER-OF-DATE(WS-TODAY)
                   - FUNCTION INTEGER-OF-DATE(T-LA-THRU-DATE(WS-LA-IDX))
               IF WS-DAYS > 0
                   COMPUTE WS-INTEREST ROUNDED = LN-OUTSTANDING
                       * LN-RATE-PCT * WS-DAYS / 36500
                   ADD WS-INTEREST TO T-LA-RECEIVABLE(WS-LA-IDX)
                   ADD WS-INTEREST TO T-LA-ACCRUED-TOTAL(WS-LA-IDX)
                   ADD WS-INTEREST TO WS-TOT-ACCRUED
                   ADD WS-INTEREST TO BA-ACCRUED(WS-BA-IDX)
                   ADD 1 TO WS-LOANS-ACCRUED
               END-IF
           END-IF
           MOVE WS-TODAY TO T-LA-THRU-DATE(WS-LA-IDX)
           PERFORM WRITE-LOAN-LINE.

      *> Accrued but never collected: out of income again.
       REVERSE-RECEIVABLE.
           MOVE T-LA-RECEIVABLE(WS-LA-IDX) TO WS-REVERSED
           ADD WS-REVERSED TO WS-TOT-REVERSED
           ADD WS-REVERSED TO BA-REVERSED(WS-BA-IDX)
           MOVE 0 TO T-LA-RECEIVABLE(WS-LA-IDX).

      *> The loan books at the branch of the borrower's own account
      *> (account number = customer number).
       FIND-LOAN-BRANCH.
           MOVE LN-CUST-ID TO WS-BR-ACC-ID
           PERFORM LOOKUP-ACCOUNT-BRANCH
           PERFORM VARYING WS-BA-IDX FROM 1 BY 1
                   UNTIL WS-BA-IDX > WS-BA-COUNT
               IF BA-BRANCH(WS-BA-IDX) = WS-BR-ACC-BRANCH
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-BA-COUNT < WS-BA-MAX
               ADD 1 TO WS-BA-COUNT
           END-IF
           MOVE WS-BA-COUNT TO WS-BA-IDX
           MOVE WS-BR-ACC-BRANCH TO BA-BRANCH(WS-BA-IDX)
           MOVE 0 TO BA-ACCRUED(WS-BA-IDX)
           MOVE 0 TO BA-COLLECTED(WS-BA-IDX)
           MOVE 0 TO BA-CASH-INC(WS-BA-IDX)
           MOVE 0 TO BA-REVERSED(WS-BA-IDX).

       FIND-ACCRUAL-ROW.
           MOVE 0 TO WS-LA-IDX
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-LA-COUNT
               IF T-LA-LOAN-ID(J) = LN-LOAN-ID
                   MOVE J TO WS-LA-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-LA-IDX > 0
               EXIT PARAGRAPH
           END-IF
           IF LN-STATUS NOT = "ACTIVE"
               EXIT PARAGRAPH
           END-IF
           IF WS-LA-COUNT >= WS-LA-MAX
               DISPLAY "Warning: accrual table full at " WS-LA-MAX
                   "; loan " LN-LOAN-ID " not accrued."
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LA-COUNT
           MOVE WS-LA-COUNT TO WS-LA-IDX
           MOVE LN-LOAN-ID TO T-LA-LOAN-ID(WS-LA-IDX)
           MOVE "A" TO T-LA-STATUS(WS-LA-IDX)
           MOVE WS-TODAY TO T-LA-STATUS-DATE(WS-LA-IDX)
           IF LN-ORIG-DATE > WS-YESTERDAY
               MOVE LN-ORIG-DATE TO T-LA-THRU-DATE(WS-LA-IDX)
           ELSE
               MOVE WS-YESTERDAY TO T-LA-THRU-DATE(WS-LA-IDX)
           END-IF
           MOVE 0 TO T-LA-RECEIVABLE(WS-LA-IDX)
           MOVE 0 TO T-LA-ACCRUED-TOTAL(WS-LA-IDX)
           MOVE 0 TO T-LA-INT-SEEN(WS-LA-IDX)
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-PI-COUNT
               IF PI-LOAN-ID(J) = LN-LOAN-ID
                   MOVE PI-INTEREST(J) TO T-LA-INT-SEEN(WS-LA-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       WRITE-LOAN-LINE.
           IF WS-INTEREST = 0 AND WS-NOTE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-INTEREST TO WS-DISP-A
           MOVE T-LA-RECEIVABLE(WS-LA-IDX) TO WS-DISP-B
           MOVE SPACES TO REPORT-REC
           STRING LN-LOAN-ID " " T-LA-STATUS(WS-LA-IDX) " " WS-DAYS
                  " " WS-DISP-A " " WS-DISP-B "  " WS-NOTE
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC.

      *> Accrual:       D INTRECV  C LOANINT
      *> Collected:     D CASH     C INTRECV
      *> Cash basis:    D CASH     C LOANINT
      *> Reversed out:  D LOANINT  C INTRECV
       WRITE-ACCRUAL-GL.
           OPEN EXTEND GL-JOURNAL
           IF GL-STATUS = "35"
               OPEN OUTPUT GL-JOURNAL
           END-IF
           PERFORM VARYING WS-BA-IDX FROM 1 BY 1
                   UNTIL WS-BA-IDX > WS-BA-COUNT
               IF BA-ACCRUED(WS-BA-IDX) > 0
                   MOVE "INTRECV" TO WS-GL-ACCOUNT
                   MOVE "LOANINT" TO WS-GL-OFFSET
                   MOVE BA-ACCRUED(WS-BA-IDX) TO WS-GL-AMOUNT
                   PERFORM WRITE-GL-PAIR
               END-IF
               IF BA-COLLECTED(WS-BA-IDX) > 0
                   MOVE "CASH" TO WS-GL-ACCOUNT
                   MOVE "INTRECV" TO WS-GL-OFFSET
                   MOVE BA-COLLECTED(WS-BA-IDX) TO WS-GL-AMOUNT
                   PERFORM WRITE-GL-PAIR
               END-IF
               IF BA-CASH-INC(WS-BA-IDX) > 0
                   MOVE "CASH" TO WS-GL-ACCOUNT
                   MOVE "LOANINT" TO WS-GL-OFFSET
                   MOVE BA-CASH-INC(WS-BA-IDX) TO WS-GL-AMOUNT
                   PERFORM WRITE-GL-PAIR
               END-IF
               IF BA-REVERSED(WS-BA-IDX) > 0
                   MOVE "LOANINT" TO WS-GL-ACCOUNT
                   MOVE "INTRECV" TO WS-GL-OFFSET
                   MOVE BA-REVERSED(WS-BA-IDX) TO WS-GL-AMOUNT
                   PERFORM WRITE-GL-PAIR
               END-IF
           END-PERFORM
           CLOSE GL-JOURNAL.

      *> Debit WS-GL-ACCOUNT, credit WS-GL-OFFSET.
       WRITE-GL-PAIR.
           MOVE SPACES TO GL-JOURNAL-REC
           MOVE WS-TODAY TO GJ-DATE
           MOVE "LOAN-ACCR" TO GJ-PROGRAM
           MOVE WS-GL-ACCOUNT TO GJ-ACCOUNT
           MOVE "D" TO GJ-DC
           MOVE WS-GL-AMOUNT TO GJ-AMOUNT
           MOVE WS-GL-OFFSET TO GJ-OFFSET
           MOVE 0 TO GJ-BATCH
           MOVE BA-BRANCH(WS-BA-IDX) TO GJ-COST-CENTRE
           WRITE GL-JOURNAL-REC

           MOVE SPACES TO GL-JOURNAL-REC
           MOVE WS-TODAY TO GJ-DATE
           MOVE "LOAN-ACCR" TO GJ-PROGRAM
           MOVE WS-GL-OFFSET TO GJ-ACCOUNT
           MOVE "C" TO GJ-DC
           MOVE WS-GL-AMOUNT TO GJ-AMOUNT
           MOVE WS-GL-ACCOUNT TO GJ-OFFSET
           MOVE 0 TO GJ-BATCH
           MOVE BA-BRANCH(WS-BA-IDX) TO GJ-COST-CENTRE
           WRITE GL-JOURNAL-REC.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE WS-TOT-ACCRUED TO WS-DISP-A
           MOVE SPACES TO REPORT-REC
           STRING "INTEREST ACCRUED            " WS-DISP-A
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE WS-TOT-COLLECTED TO WS-DISP-A
           MOVE SPACES TO REPORT-REC
           STRING "COLLECTED AGAINST RECEIVABLE" WS-DISP-A
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE WS-TOT-CASH-INC TO WS-DISP-A
           MOVE SPACES TO REPORT-REC
           STRING "INCOME ON RECEIPT           " WS-DISP-A
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE WS-TOT-REVERSED TO WS-DISP-A
           MOVE SPACES TO REPORT-REC
           STRING "RECEIVABLE REVERSED         " WS-DISP-A
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING "LOANS TO NON-ACCRUAL " WS-TO-NONACCRUAL
                  "  BACK TO ACCRUAL " WS-TO-ACCRUAL
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC.

       COPY "period-check.cpy".
       COPY "branch-check.cpy".
       COPY "branch-acct.cpy".
       COPY "sysdate-read.cpy".
