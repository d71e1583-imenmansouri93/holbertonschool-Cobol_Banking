           SELECT YTD-FILE ASSIGN TO "PAYROLL-YTD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS YTD-FILE-STATUS.
           SELECT HR-EMPLOYEE-FILE ASSIGN TO "EMPLOYEES.DAT"
               ORGANIZATION IS RECORD SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS HR-FILE-STATUS.
           SELECT BONUS-HIST-FILE ASSIGN TO "BONUS-HISTORY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BONUS-HIST-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO "PAYROLL-EXCEPTIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TAX-LEDGER-FILE ASSIGN TO "PAYROLL-TAX-LEDGER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TAX-LEDGER-STATUS.
           SELECT GL-JOURNAL ASSIGN TO "GL-JOURNAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
           SELECT PERIOD-FILE ASSIGN TO "GL-PERIODS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERIOD-STATUS.
           SELECT SYSDATE-FILE ASSIGN TO "SYSTEM-DATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 YT-TAX          PIC 9(8)V99.
           05 YT-DEDUCT       PIC 9(8)V99.
           05 YT-BAND-AMT     PIC 9(7)V99 OCCURS 5 TIMES.
           05 YT-BONUS        PIC 9(8)V99.

      *> HANDLE-EMPLOYEE's staff master -- read here only to list
      *> employees who are on one master but not the other.
       FD  HR-EMPLOYEE-FILE
           RECORD CONTAINS 33 CHARACTERS.
       01  HR-EMPLOYEE-RECORD.
           05 HR-EMP-ID       PIC 9(5).
           05 HR-EMP-NAME     PIC X(20).
           05 HR-EMP-SALARY   PIC 9(6)V99.

      *> Bonuses HANDLE-EMPLOYEE awards. A row whose BH-PAID-DATE
      *> is zeros is still owed and is paid by the next run as a
      *> one-off earning; the run stamps its date there. Rows with
      *> no date were settled before bonuses went through payroll.
       FD  BONUS-HIST-FILE.
       01  BONUS-HIST-RECORD.
           05 BH-EMP-ID       PIC 9(5).
           05 FILLER          PIC X(21).
           05 BH-OLD-SALARY   PIC 9(6)V99.
           05 FILLER          PIC X.
           05 BH-BONUS        PIC 9(3)V99.
           05 FILLER          PIC X(10).
           05 BH-PAID-DATE    PIC X(8).

       FD  EXCEPTION-FILE.
       01  EXCEPTION-REC         PIC X(80).

      *> Withholding ledger, one row per employee per run: the run
      *> date, gross and tax withheld split by TAX-TABLE.DAT band
      *> (bands past the fifth fold into the fifth). PAYROLL-RUN.DAT
      *> carries no run date, so PAYROLL-TAX-REMIT totals a month's
      *> runs for the authority's return from this file instead.
       FD  TAX-LEDGER-FILE.
       01  TAX-LEDGER-RECORD.
           05 PT-EMP-ID       PIC 9(5).
           05 PT-RUN-DATE     PIC 9(8).
           05 PT-NAME         PIC X(20).
           05 PT-GROSS        PIC 9(7)V99.
           05 PT-TAX          PIC 9(7)V99.
           05 PT-BAND-AMT     PIC 9(7)V99 OCCURS 5 TIMES.

      *> Shared double-entry journal (see the account updater): the
      *> run debits salary expense for the gross and credits tax
      *> payable, deductions payable and net pay.
       FD  GL-JOURNAL.
       01  GL-JOURNAL-REC.
           05 GJ-DATE         PIC 9(8).
           05 GJ-PROGRAM      PIC X(10).
           05 GJ-ACCOUNT      PIC X(9).
           05 GJ-DC           PIC X.
           05 GJ-AMOUNT       PIC 9(8)V99.
           05 GJ-OFFSET       PIC X(9).
           05 GJ-BATCH        PIC 9(4).
           05 GJ-COST-CENTRE  PIC X(4).

       FD  PERIOD-FILE.
       01  PERIOD-REC            PIC X(100).

       FD  SYSDATE-FILE.
       01  SYSDATE-REC           PIC X(40).

       WORKING-STORAGE SECTION.
       COPY "sysdate-ws.cpy".
       COPY "period-ws.cpy".
       01  EMP-FILE-STATUS    PIC XX.
       01  RUN-FILE-STATUS    PIC XX.

               10 T-YT-TAX      PIC 9(8)V99.
               10 T-YT-DEDUCT   PIC 9(8)V99.
               10 T-YT-BAND     PIC 9(7)V99 OCCURS 5 TIMES.
               10 T-YT-BONUS    PIC 9(8)V99.

       01  WS-HEADCOUNT       PIC 9(5) VALUE 0.
       01  WS-TOTAL-GROSS     PIC 9(7)V99 VALUE 0.
       01  WS-AVG-NET         PIC 9(7)V99 VALUE 0.
       01  WS-AVG-DEDUCT      PIC 9(7)V99 VALUE 0.

       01  TAX-LEDGER-STATUS  PIC XX.
       01  WS-GL-STATUS       PIC XX.
      *> Payroll GL accounts. Salaries are a head-office cost, so
      *> the journal carries the head-office cost centre.
       01  WS-GL-SALARY       PIC X(9) VALUE "SALEXP".
       01  WS-GL-TAX-PAY      PIC X(9) VALUE "PAYTAX".
       01  WS-GL-DED-PAY      PIC X(9) VALUE "PAYDED".
       01  WS-GL-NET-PAY      PIC X(9) VALUE "NETPAY".
       01  WS-PAY-COST-CENTRE PIC X(4) VALUE "0001".

       01  HR-FILE-STATUS     PIC XX.
       01  BONUS-HIST-STATUS  PIC XX.
       01  WS-BONUS-PAY       PIC 9(6)V99.
       01  WS-TOTAL-BONUS     PIC 9(7)V99 VALUE 0.
       01  WS-BN-EOF          PIC X VALUE "N".
       01  WS-BN-USABLE       PIC X VALUE "Y".
       01  WS-BN-IDX          PIC 9(5).
       01  WS-BN-PAID-COUNT   PIC 9(5) VALUE 0.
       01  WS-EXC-COUNT       PIC 9(5) VALUE 0.
       01  WS-EXC-FOUND       PIC X.
       01  WS-EXC-IDX         PIC 9(5).
       01  WS-DISP-BONUS      PIC ZZ9.99.

      *> BONUS-HISTORY.DAT held whole so paid rows can be stamped
      *> and the file rewritten once at the end of the run.
       01  WS-BN-COUNT        PIC 9(5) VALUE 0.
       01  WS-BN-MAX          PIC 9(5) VALUE 9999.
       01  BONUS-TABLE.
           05 BN-ENTRY OCCURS 1 TO 9999 TIMES
                       DEPENDING ON WS-BN-COUNT.
               10 T-BN-LINE     PIC X(49).
               10 T-BN-PAID     PIC X(8).
               10 T-BN-EMP-ID   PIC 9(5).
               10 T-BN-BONUS    PIC 9(3)V99.

       01  WS-HR-COUNT        PIC 9(5) VALUE 0.
       01  HR-ID-TABLE.
           05 HR-ID-ENTRY OCCURS 1 TO 9999 TIMES
                          DEPENDING ON WS-HR-COUNT
                          PIC 9(5).

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "=============================="
           DISPLAY "  PAYROLL RUN"
           DISPLAY "=============================="
           PERFORM READ-SYSTEM-DATE
           MOVE SD-BUSINESS-DATE TO WS-RUN-DATE
           MOVE WS-RUN-DATE(1:4) TO WS-THIS-YEAR
           PERFORM LOAD-CLOSED-PERIODS
           MOVE WS-RUN-DATE TO WS-PER-TEST-DATE
           PERFORM CHECK-PERIOD-OPEN
           IF WS-PER-OPEN = "N"
               DISPLAY "Accounting period " WS-RUN-DATE(1:6)
                   " is closed; payroll run refused"
               STOP RUN
           END-IF
           PERFORM LOAD-TAX-TABLE
           PERFORM LOAD-YTD-TABLE

           ELSE
               PERFORM LOAD-EMPLOYEE-IDS
               CLOSE EMPLOYEE-FILE
               PERFORM LOAD-BONUS-HISTORY
               PERFORM LIST-MASTER-EXCEPTIONS
               PERFORM PROCESS-ALL-EMPLOYEES
               PERFORM SAVE-BONUS-HISTORY
               PERFORM SAVE-YTD-TABLE
               PERFORM POST-PAYROLL-JOURNAL
               PERFORM PRINT-RUN-SUMMARY
           END-IF
           STOP RUN.
               CALL 'READ-EMPLOYEE' USING WS-EMP-ID,
                   WS-EMP-NAME, WS-BASIC-SALARY,
                   WS-ALLOWANCE, WS-DEDUCTION
               PERFORM COLLECT-UNPAID-BONUSES
               COMPUTE WS-GROSS = WS-BASIC-SALARY + WS-ALLOWANCE
                   + WS-BONUS-PAY
               PERFORM COMPUTE-WITHHOLDING
               COMPUTE WS-NET = WS-GROSS - WS-TAX - WS-DEDUCTION
               CALL 'DISPLAY-SLIP' USING WS-EMP-NAME,
                   WS-BASIC-SALARY, WS-ALLOWANCE,
                   WS-DEDUCTION, WS-GROSS, WS-NET, WS-BONUS-PAY
               PERFORM APPEND-PAYROLL-RUN-RECORD
               PERFORM APPEND-TAX-LEDGER-ROW
               PERFORM UPDATE-YTD-ACCUMULATORS
               ADD 1 TO WS-HEADCOUNT
               ADD WS-GROSS TO WS-TOTAL-GROSS
               ADD WS-NET TO WS-TOTAL-NET
               ADD WS-TAX TO WS-TOTAL-TAX
               ADD WS-DEDUCTION TO WS-TOTAL-DEDUCT
               ADD WS-BONUS-PAY TO WS-TOTAL-BONUS
           END-PERFORM.

      *> Every bonus still owed to this employee joins this run's
      *> gross as a one-off earning, so it is taxed through the
      *> same brackets as salary and lands in the YTD figures; the
      *> row is stamped paid with the run date.
       COLLECT-UNPAID-BONUSES.
           MOVE 0 TO WS-BONUS-PAY
           PERFORM VARYING WS-BN-IDX FROM 1 BY 1
                   UNTIL WS-BN-IDX > WS-BN-COUNT
               IF T-BN-EMP-ID(WS-BN-IDX) = WS-EMP-ID
                   AND T-BN-PAID(WS-BN-IDX) = "00000000"
                   ADD T-BN-BONUS(WS-BN-IDX) TO WS-BONUS-PAY
                   MOVE WS-RUN-DATE TO T-BN-PAID(WS-BN-IDX)
                   ADD 1 TO WS-BN-PAID-COUNT
               END-IF
           END-PERFORM.

      *> Loads BONUS-HISTORY.DAT whole. A history too large for the
      *> table is left alone entirely -- rewriting a partial copy
      *> would lose rows -- and no bonuses are paid this run.
       LOAD-BONUS-HISTORY.
           MOVE 0 TO WS-BN-COUNT
           OPEN INPUT BONUS-HIST-FILE
           IF BONUS-HIST-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-BN-EOF = "Y"
               READ BONUS-HIST-FILE
                   AT END
                       MOVE "Y" TO WS-BN-EOF
                   NOT AT END
                       IF WS-BN-COUNT < WS-BN-MAX
                           ADD 1 TO WS-BN-COUNT
                           MOVE BONUS-HIST-RECORD(1:49)
                               TO T-BN-LINE(WS-BN-COUNT)
                           MOVE BH-PAID-DATE
                               TO T-BN-PAID(WS-BN-COUNT)
                           MOVE BH-EMP-ID
                               TO T-BN-EMP-ID(WS-BN-COUNT)
                           MOVE BH-BONUS
                               TO T-BN-BONUS(WS-BN-COUNT)
                       ELSE
                           MOVE "N" TO WS-BN-USABLE
                           MOVE "Y" TO WS-BN-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BONUS-HIST-FILE
           IF WS-BN-USABLE = "N"
               DISPLAY "Warning: BONUS-HISTORY.DAT exceeds "
                   WS-BN-MAX " rows, no bonuses paid this run"
               MOVE 0 TO WS-BN-COUNT
           END-IF.

       SAVE-BONUS-HISTORY.
           IF WS-BN-PAID-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT BONUS-HIST-FILE
           PERFORM VARYING WS-BN-IDX FROM 1 BY 1
                   UNTIL WS-BN-IDX > WS-BN-COUNT
               MOVE SPACES TO BONUS-HIST-RECORD
               MOVE T-BN-LINE(WS-BN-IDX) TO BONUS-HIST-RECORD(1:49)
               MOVE T-BN-PAID(WS-BN-IDX) TO BH-PAID-DATE
               WRITE BONUS-HIST-RECORD
           END-PERFORM
           CLOSE BONUS-HIST-FILE.

      *> Payroll and HANDLE-EMPLOYEE keep separate masters keyed on
      *> the same employee number. Anyone on only one of them is
      *> listed in PAYROLL-EXCEPTIONS.DAT, as is every bonus still
      *> owed to someone payroll cannot pay -- it stays unpaid.
       LIST-MASTER-EXCEPTIONS.
           OPEN OUTPUT EXCEPTION-FILE
           MOVE SPACES TO EXCEPTION-REC
           STRING "PAYROLL MASTER EXCEPTIONS - RUN " WS-RUN-DATE
               DELIMITED BY SIZE INTO EXCEPTION-REC
           END-STRING
           WRITE EXCEPTION-REC

           MOVE 0 TO WS-HR-COUNT
           OPEN INPUT HR-EMPLOYEE-FILE
           IF HR-FILE-STATUS = "35"
               MOVE "No EMPLOYEES.DAT on file; masters not compared"
                   TO EXCEPTION-REC
               WRITE EXCEPTION-REC
           ELSE
               PERFORM UNTIL HR-FILE-STATUS = "10"
                   READ HR-EMPLOYEE-FILE
                       AT END
                           MOVE "10" TO HR-FILE-STATUS
                       NOT AT END
                           IF WS-HR-COUNT < WS-MAX-EMPLOYEES
                               ADD 1 TO WS-HR-COUNT
                               MOVE HR-EMP-ID
                                   TO HR-ID-ENTRY(WS-HR-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HR-EMPLOYEE-FILE

               PERFORM VARYING WS-TBL-IDX FROM 1 BY 1
                       UNTIL WS-TBL-IDX > WS-ID-COUNT
                   MOVE "N" TO WS-EXC-FOUND
                   PERFORM VARYING WS-EXC-IDX FROM 1 BY 1
                           UNTIL WS-EXC-IDX > WS-HR-COUNT
                       IF HR-ID-ENTRY(WS-EXC-IDX)
                           = EID-ENTRY(WS-TBL-IDX)
                           MOVE "Y" TO WS-EXC-FOUND
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   IF WS-EXC-FOUND = "N"
                       ADD 1 TO WS-EXC-COUNT
                       MOVE SPACES TO EXCEPTION-REC
                       STRING EID-ENTRY(WS-TBL-IDX)
                              " ON PAYROLL-EMPLOYEES.DAT, NOT ON "
                              "EMPLOYEES.DAT"
                           DELIMITED BY SIZE INTO EXCEPTION-REC
                       END-STRING
                       WRITE EXCEPTION-REC
                   END-IF
               END-PERFORM

               PERFORM VARYING WS-EXC-IDX FROM 1 BY 1
                       UNTIL WS-EXC-IDX > WS-HR-COUNT
                   MOVE "N" TO WS-EXC-FOUND
                   PERFORM VARYING WS-TBL-IDX FROM 1 BY 1
                           UNTIL WS-TBL-IDX > WS-ID-COUNT
                       IF EID-ENTRY(WS-TBL-IDX)
                           = HR-ID-ENTRY(WS-EXC-IDX)
                           MOVE "Y" TO WS-EXC-FOUND
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   IF WS-EXC-FOUND = "N"
                       ADD 1 TO WS-EXC-COUNT
                       MOVE SPACES TO EXCEPTION-REC
                       STRING HR-ID-ENTRY(WS-EXC-IDX)
                              " ON EMPLOYEES.DAT, NOT ON "
                              "PAYROLL-EMPLOYEES.DAT"
                           DELIMITED BY SIZE INTO EXCEPTION-REC
                       END-STRING
                       WRITE EXCEPTION-REC
                   END-IF
               END-PERFORM
           END-IF

           PERFORM VARYING WS-BN-IDX FROM 1 BY 1
                   UNTIL WS-BN-IDX > WS-BN-COUNT
               IF T-BN-PAID(WS-BN-IDX) = "00000000"
                   MOVE "N" TO WS-EXC-FOUND
                   PERFORM VARYING WS-TBL-IDX FROM 1 BY 1
                           UNTIL WS-TBL-IDX > WS-ID-COUNT
                       IF EID-ENTRY(WS-TBL-IDX)
                           = T-BN-EMP-ID(WS-BN-IDX)
                           MOVE "Y" TO WS-EXC-FOUND
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   IF WS-EXC-FOUND = "N"
                       ADD 1 TO WS-EXC-COUNT
                       MOVE T-BN-BONUS(WS-BN-IDX) TO WS-DISP-BONUS
                       MOVE SPACES TO EXCEPTION-REC
                       STRING T-BN-EMP-ID(WS-BN-IDX)
                              " BONUS " WS-DISP-BONUS
                              " HELD, NOT ON PAYROLL-EMPLOYEES.DAT"
                           DELIMITED BY SIZE INTO EXCEPTION-REC
                       END-STRING
                       WRITE EXCEPTION-REC
                   END-IF
               END-IF
           END-PERFORM
           CLOSE EXCEPTION-FILE
           IF WS-EXC-COUNT > 0
               DISPLAY WS-EXC-COUNT " master exceptions listed in "
                   "PAYROLL-EXCEPTIONS.DAT"
           END-IF.

       APPEND-PAYROLL-RUN-RECORD.
           OPEN EXTEND PAYROLL-RUN-FILE
           IF RUN-FILE-STATUS = "35"
           WRITE PAYROLL-RUN-RECORD
           CLOSE PAYROLL-RUN-FILE.

       APPEND-TAX-LEDGER-ROW.
           OPEN EXTEND TAX-LEDGER-FILE
           IF TAX-LEDGER-STATUS = "35"
               OPEN OUTPUT TAX-LEDGER-FILE
           END-IF
           MOVE SPACES         TO TAX-LEDGER-RECORD
           MOVE WS-EMP-ID      TO PT-EMP-ID
           MOVE WS-RUN-DATE    TO PT-RUN-DATE
           MOVE WS-EMP-NAME    TO PT-NAME
           MOVE WS-GROSS       TO PT-GROSS
           MOVE WS-TAX         TO PT-TAX
           PERFORM VARYING WS-BAND-SLOT FROM 1 BY 1
                   UNTIL WS-BAND-SLOT > 5
               MOVE WS-BAND-TAX(WS-BAND-SLOT)
                   TO PT-BAND-AMT(WS-BAND-SLOT)
           END-PERFORM
           WRITE TAX-LEDGER-RECORD
           CLOSE TAX-LEDGER-FILE.

      *> One journal per run from the run totals: gross salary
      *> expense on the debit side against tax withheld, employee
      *> deductions and the net pay PAYROLL-DEPOSIT settles on the
      *> credit side -- gross is exactly the sum of the three, so
      *> the entry balances. Zero lines are not written.
       POST-PAYROLL-JOURNAL.
           IF WS-TOTAL-GROSS = 0
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND GL-JOURNAL
           IF WS-GL-STATUS = "35"
               OPEN OUTPUT GL-JOURNAL
           END-IF
           MOVE SPACES TO GL-JOURNAL-REC
           MOVE WS-RUN-DATE TO GJ-DATE
           MOVE "PAYROLL" TO GJ-PROGRAM
           MOVE WS-GL-SALARY TO GJ-ACCOUNT
           MOVE "D" TO GJ-DC
           MOVE WS-TOTAL-GROSS TO GJ-AMOUNT
           MOVE WS-GL-NET-PAY TO GJ-OFFSET
           MOVE 0 TO GJ-BATCH
           MOVE WS-PAY-COST-CENTRE TO GJ-COST-CENTRE
           WRITE GL-JOURNAL-REC

           IF WS-TOTAL-TAX > 0
               MOVE SPACES TO GL-JOURNAL-REC
               MOVE WS-RUN-DATE TO GJ-DATE
               MOVE "PAYROLL" TO GJ-PROGRAM
               MOVE WS-GL-TAX-PAY TO GJ-ACCOUNT
               MOVE "C" TO GJ-DC
               MOVE WS-TOTAL-TAX TO GJ-AMOUNT
               MOVE WS-GL-SALARY TO GJ-OFFSET
               MOVE 0 TO GJ-BATCH
               MOVE WS-PAY-COST-CENTRE TO GJ-COST-CENTRE
               WRITE GL-JOURNAL-REC
           END-IF

           IF WS-TOTAL-DEDUCT > 0
               MOVE SPACES TO GL-JOURNAL-REC
               MOVE WS-RUN-DATE TO GJ-DATE
               MOVE "PAYROLL" TO GJ-PROGRAM
               MOVE WS-GL-DED-PAY TO GJ-ACCOUNT
               MOVE "C" TO GJ-DC
               MOVE WS-TOTAL-DEDUCT TO GJ-AMOUNT
               MOVE WS-GL-SALARY TO GJ-OFFSET
               MOVE 0 TO GJ-BATCH
               MOVE WS-PAY-COST-CENTRE TO GJ-COST-CENTRE
               WRITE GL-JOURNAL-REC
           END-IF

           IF WS-TOTAL-NET > 0
               MOVE SPACES TO GL-JOURNAL-REC
               MOVE WS-RUN-DATE TO GJ-DATE
               MOVE "PAYROLL" TO GJ-PROGRAM
               MOVE WS-GL-NET-PAY TO GJ-ACCOUNT
               MOVE "C" TO GJ-DC
               MOVE WS-TOTAL-NET TO GJ-AMOUNT
               MOVE WS-GL-SALARY TO GJ-OFFSET
               MOVE 0 TO GJ-BATCH
               MOVE WS-PAY-COST-CENTRE TO GJ-COST-CENTRE
               WRITE GL-JOURNAL-REC
           END-IF
           CLOSE GL-JOURNAL
           DISPLAY "Payroll journal posted to GL-JOURNAL.DAT".

      *> Reads the progressive brackets from TAX-TABLE.DAT. With no
      *> control file on site, withholding is zero and net pay is
      *> gross minus EM-DEDUCTION, exactly the historical behavior
                               ADD 1 TO WS-YT-COUNT
                               MOVE YTD-RECORD
                                   TO YT-ENTRY(WS-YT-COUNT)
                               IF T-YT-BONUS(WS-YT-COUNT)
                                   IS NOT NUMERIC
                                   MOVE 0 TO T-YT-BONUS(WS-YT-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
                   MOVE 0 TO T-YT-GROSS(WS-YTD-IDX)
                   MOVE 0 TO T-YT-TAX(WS-YTD-IDX)
                   MOVE 0 TO T-YT-DEDUCT(WS-YTD-IDX)
                   MOVE 0 TO T-YT-BONUS(WS-YTD-IDX)
                   PERFORM VARYING WS-BAND-SLOT FROM 1 BY 1
                           UNTIL WS-BAND-SLOT > 5
                       MOVE 0 TO
               ADD WS-GROSS TO T-YT-GROSS(WS-YTD-IDX)
               ADD WS-TAX TO T-YT-TAX(WS-YTD-IDX)
               ADD WS-DEDUCTION TO T-YT-DEDUCT(WS-YTD-IDX)
               ADD WS-BONUS-PAY TO T-YT-BONUS(WS-YTD-IDX)
               PERFORM VARYING WS-BAND-SLOT FROM 1 BY 1
                       UNTIL WS-BAND-SLOT > 5
                   ADD WS-BAND-TAX(WS-BAND-SLOT)
           DISPLAY "=============================="
           DISPLAY "Employees processed : " WS-HEADCOUNT
           DISPLAY "Total gross pay     : " WS-TOTAL-GROSS
           DISPLAY "Total bonuses paid  : " WS-TOTAL-BONUS
           DISPLAY "Total tax withheld  : " WS-TOTAL-TAX
           DISPLAY "Total deductions    : " WS-TOTAL-DEDUCT
           DISPLAY "Total net pay       : " WS-TOTAL-NET
           DISPLAY "Average deductions  : " WS-AVG-DEDUCT
           DISPLAY "Average net pay     : " WS-AVG-NET
           DISPLAY "==============================".

       COPY "sysdate-read.cpy".
       COPY "period-check.cpy".
