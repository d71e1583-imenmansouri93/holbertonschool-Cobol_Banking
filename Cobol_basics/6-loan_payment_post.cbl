      *> overpay, reduce the outstanding balance, and advance the
      *> paid-through year. Each application is recorded in
      *> LOAN-PAYMENTS.DAT -- the loan ledger the loan book never
      *> had. The principal repaid comes off the LOANS asset against
      *> CASH in the GL journal at the terminal's branch, so no
      *> payment is posted into a closed accounting period.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT PAYMENTS-FILE ASSIGN TO "LOAN-PAYMENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAY-STATUS.
           SELECT SYSDATE-FILE ASSIGN TO "SYSTEM-DATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSDATE-STATUS.
           SELECT GL-JOURNAL ASSIGN TO "GL-JOURNAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
           SELECT PERIOD-FILE ASSIGN TO "GL-PERIODS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERIOD-STATUS.
           SELECT BRANCH-FILE ASSIGN TO "branches.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BRANCH-STATUS.

       DATA DIVISION.
       FILE SECTION.
          05 FILLER            PIC X VALUE SPACE.
          05 LP-PRINCIPAL      PIC ZZZZZ9.99.

       FD SYSDATE-FILE.
       01 SYSDATE-REC            PIC X(40).

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

       FD PERIOD-FILE.
       01 PERIOD-REC             PIC X(100).

       FD BRANCH-FILE.
       01 BRANCH-REC             PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "sysdate-ws.cpy".
       COPY "period-ws.cpy".
       COPY "branch-ws.cpy".
       01 WS-GL-STATUS       PIC XX.
       01 LOANS-STATUS       PIC XX.
       01 SCHED-STATUS       PIC XX.
       01 PAY-STATUS         PIC XX.
       01 WS-TAKE            PIC 9(7)V99.
       01 WS-INT-PART        PIC 9(7)V99.
       01 WS-PRIN-PART       PIC 9(7)V99.
       01 WS-PRIN-TOTAL      PIC 9(7)V99 VALUE 0.
       01 WS-DISP-AMT        PIC ZZZZZ9.99.
       01 WS-LOAN-IDX        PIC 9(4) VALUE 0.
       01 WS-YEAR-WANTED     PIC 99.
       MAIN-PARA.
           DISPLAY "LOAN PAYMENT POSTING"
           DISPLAY "===================="
           PERFORM READ-SYSTEM-DATE
           MOVE SD-BUSINESS-DATE TO WS-TODAY
           PERFORM LOAD-CLOSED-PERIODS
           MOVE WS-TODAY TO WS-PER-TEST-DATE
           PERFORM CHECK-PERIOD-OPEN
           IF WS-PER-OPEN = "N"
               DISPLAY "  >> Accounting period " WS-TODAY(1:6)
                   " is closed; no payment can be posted into it."
               STOP RUN
           END-IF
           PERFORM LOAD-BRANCHES
           DISPLAY "Loan ID: "
           ACCEPT WS-LOAN-ID
           DISPLAY "Payment amount: "
                   "off."
               STOP RUN
           END-IF
           IF LN-STATUS = "WRITEOFF"
               DISPLAY "  >> Loan " WS-LOAN-ID " is written off; "
                   "take the money as a recovery on LOAN-CHARGEOFF."
               STOP RUN
           END-IF

           PERFORM LOAD-LOAN-SCHEDULE
           IF WS-SC-COUNT = 0
           END-IF

           PERFORM APPLY-PAYMENT
           IF WS-PRIN-TOTAL > 0
               PERFORM WRITE-PRINCIPAL-GL
           END-IF

           MOVE LOANS-RECORD TO LNS-ENTRY(WS-LOAN-IDX)
           PERFORM SAVE-LOAN-MASTER
           COMPUTE WS-PRIN-PART = WS-TAKE - WS-INT-PART

           SUBTRACT WS-PRIN-PART FROM LN-OUTSTANDING
           ADD WS-PRIN-PART TO WS-PRIN-TOTAL
           ADD WS-TAKE TO LN-YEAR-PAID
           SUBTRACT WS-TAKE FROM WS-REMAINING

           MOVE WS-PRIN-PART   TO LP-PRINCIPAL
           WRITE PAYMENTS-RECORD
           CLOSE PAYMENTS-FILE.

      *> The payment's principal, one pair for the whole payment;
      *> the interest in it is LOAN-ACCRUAL's to book from
      *> LOAN-PAYMENTS.DAT.
       WRITE-PRINCIPAL-GL.
           OPEN EXTEND GL-JOURNAL
           IF WS-GL-STATUS = "35"
               OPEN OUTPUT GL-JOURNAL
           END-IF
           MOVE SPACES TO GL-JOURNAL-REC
           MOVE WS-TODAY TO GJ-DATE
           MOVE "LOAN-POST" TO GJ-PROGRAM
           MOVE "CASH" TO GJ-ACCOUNT
           MOVE "D" TO GJ-DC
           MOVE WS-PRIN-TOTAL TO GJ-AMOUNT
           MOVE "LOANS" TO GJ-OFFSET
           MOVE 0 TO GJ-BATCH
           MOVE WS-BR-TERM-BRANCH TO GJ-COST-CENTRE
           WRITE GL-JOURNAL-REC
           MOVE SPACES TO GL-JOURNAL-REC
           MOVE WS-TODAY TO GJ-DATE
           MOVE "LOAN-POST" TO GJ-PROGRAM
           MOVE "LOANS" TO GJ-ACCOUNT
           MOVE "C" TO GJ-DC
           MOVE WS-PRIN-TOTAL TO GJ-AMOUNT
           MOVE "CASH" TO GJ-OFFSET
           MOVE 0 TO GJ-BATCH
           MOVE WS-BR-TERM-BRANCH TO GJ-COST-CENTRE
           WRITE GL-JOURNAL-REC
           CLOSE GL-JOURNAL.

       COPY "sysdate-read.cpy".
       COPY "period-check.cpy".
       COPY "branch-check.cpy".
