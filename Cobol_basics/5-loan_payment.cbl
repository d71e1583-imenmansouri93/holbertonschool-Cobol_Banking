           SELECT LOANS-FILE ASSIGN TO "LOANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOANS-STATUS.
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
          05 LN-YEAR-PAID      PIC 9(7)V99.
          05 LN-ORIG-DATE      PIC 9(8).

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
       01  WS-GL-STATUS          PIC XX.
       01  WS-LOAN-AMOUNT        PIC 9(5).
       01  WS-DURATION-YEARS     PIC 9(2).
       01  WS-INTEREST      PIC 99 VALUE 5.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM READ-SYSTEM-DATE
           MOVE SD-BUSINESS-DATE TO WS-ORIG-DATE
           PERFORM LOAD-CLOSED-PERIODS
           MOVE WS-ORIG-DATE TO WS-PER-TEST-DATE
           PERFORM CHECK-PERIOD-OPEN
           IF WS-PER-OPEN = "N"
               DISPLAY "Accounting period " WS-ORIG-DATE(1:6)
                   " is closed; no loan can be booked into it."
               STOP RUN
           END-IF
           PERFORM LOAD-BRANCHES

           DISPLAY "Please enter Customer ID (5 digits): "
           ACCEPT WS-CUST-ID


           PERFORM BUILD-AMORTIZATION-SCHEDULE
           PERFORM WRITE-LOAN-MASTER
           PERFORM WRITE-LOAN-GL

           STOP RUN.

      *> term, and an ACTIVE status with the full principal
      *> outstanding and nothing paid through.
       WRITE-LOAN-MASTER.
           OPEN EXTEND LOANS-FILE
           IF LOANS-STATUS = "35"
               OPEN OUTPUT LOANS-FILE
           CLOSE LOANS-FILE
           DISPLAY "Loan " WS-LOAN-ID " originated for customer "
               WS-CUST-ID ".".

      *> The principal lent goes to the LOANS asset against CASH at
      *> the terminal's branch, as LOAN-ORIGINATE books it.
       WRITE-LOAN-GL.
           OPEN EXTEND GL-JOURNAL
           IF WS-GL-STATUS = "35"
               OPEN OUTPUT GL-JOURNAL
           END-IF
           MOVE SPACES TO GL-JOURNAL-REC
           MOVE WS-ORIG-DATE TO GJ-DATE
           MOVE "LOAN-PAYMT" TO GJ-PROGRAM
           MOVE "LOANS" TO GJ-ACCOUNT
           MOVE "D" TO GJ-DC
           MOVE WS-LOAN-AMOUNT TO GJ-AMOUNT
           MOVE "CASH" TO GJ-OFFSET
           MOVE 0 TO GJ-BATCH
           MOVE WS-BR-TERM-BRANCH TO GJ-COST-CENTRE
           WRITE GL-JOURNAL-REC
           MOVE SPACES TO GL-JOURNAL-REC
           MOVE WS-ORIG-DATE TO GJ-DATE
           MOVE "LOAN-PAYMT" TO GJ-PROGRAM
           MOVE "CASH" TO GJ-ACCOUNT
           MOVE "C" TO GJ-DC
           MOVE WS-LOAN-AMOUNT TO GJ-AMOUNT
           MOVE "LOANS" TO GJ-OFFSET
           MOVE 0 TO GJ-BATCH
           MOVE WS-BR-TERM-BRANCH TO GJ-COST-CENTRE
           WRITE GL-JOURNAL-REC
           CLOSE GL-JOURNAL.

       COPY "sysdate-read.cpy".
       COPY "period-check.cpy".
       COPY "branch-check.cpy".
