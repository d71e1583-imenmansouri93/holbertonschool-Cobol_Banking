      *> minus a per-transaction cost factor (profit-params.dat,
      *> default 0.25) on the customer's posted volume. Output is
      *> ranked most profitable first with decile summaries, so the
      *> branch knows which relationships to defend. Months
      *> TXN-ARCHIVE has moved out of the live journal and posted
      *> register are read from their archive files, found through
      *> TXN-ARCHIVE-INDEX.DAT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-JOURNAL ASSIGN TO WS-GL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
           SELECT ACCRUAL-FILE ASSIGN TO "ACCRUED-INTEREST.DAT"
           SELECT LOANS-FILE ASSIGN TO "LOANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOANS-STATUS.
           SELECT POSTED-FILE ASSIGN TO WS-POSTED-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTED-STATUS.
           SELECT PARAMS-FILE ASSIGN TO "profit-params.dat"
               FILE STATUS IS WS-PARAMS-STATUS.
           SELECT REPORT-FILE ASSIGN TO "PROFITABILITY-REPORT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SYSDATE-FILE ASSIGN TO "SYSTEM-DATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSDATE-STATUS.
           SELECT ARCHIVE-INDEX ASSIGN TO "TXN-ARCHIVE-INDEX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCHIVE-INDEX-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 GJ-AMOUNT     PIC 9(8)V99.
           05 GJ-OFFSET     PIC X(9).
           05 GJ-BATCH      PIC 9(4).
           05 GJ-COST-CENTRE PIC X(4).

       FD ACCRUAL-FILE.
       01 ACCRUAL-RECORD.
       FD REPORT-FILE.
       01 REPORT-REC        PIC X(100).

       FD SYSDATE-FILE.
       01 SYSDATE-REC            PIC X(40).

       FD ARCHIVE-INDEX.
       01 ARCHIVE-INDEX-REC      PIC X(100).

       WORKING-STORAGE SECTION.
       COPY "sysdate-ws.cpy".
       COPY "txnarch-ws.cpy".
       01 WS-GL-STATUS      PIC XX.
       01 WS-GL-NAME        PIC X(30).
       01 WS-POSTED-NAME    PIC X(30).
       01 ACCRUAL-STATUS    PIC XX.
       01 PAY-STATUS        PIC XX.
       01 LOANS-STATUS      PIC XX.
       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "CUSTOMER PROFITABILITY RUN"
           PERFORM READ-SYSTEM-DATE
           MOVE SD-BUSINESS-DATE TO WS-TODAY
           DISPLAY "Period (YYYY for annual, YYYYMM for monthly, "
               "blank = current year): "
           ACCEPT WS-PERIOD
           COMPUTE WS-PERIOD-LEN = 6 - WS-PERIOD-LEN
           PERFORM LOAD-COST-FACTOR
           PERFORM LOAD-LOAN-JOIN
           PERFORM LOAD-ARCHIVE-INDEX
           MOVE WS-PERIOD TO WS-AX-FIND-MONTH
           MOVE WS-PERIOD-LEN TO WS-AX-FIND-LEN

           PERFORM GATHER-FEE-INCOME
           PERFORM GATHER-INTEREST-PAID
      *> Fee income: the journal rows that debit a customer account
      *> against FEEINC -- the fee actually charged to them.
       GATHER-FEE-INCOME.
           MOVE "GLJRNL" TO WS-AX-FIND-REGISTER
           MOVE 0 TO WS-AX-IDX
           PERFORM NEXT-ARCHIVE-MATCH
           PERFORM UNTIL WS-AX-FOUND = "N"
               MOVE AX-FILE-NAME TO WS-GL-NAME
               PERFORM SCAN-JOURNAL-FEES
               PERFORM NEXT-ARCHIVE-MATCH
           END-PERFORM
           MOVE "GL-JOURNAL.DAT" TO WS-GL-NAME
           PERFORM SCAN-JOURNAL-FEES.

       SCAN-JOURNAL-FEES.
           OPEN INPUT GL-JOURNAL
           IF WS-GL-STATUS = "35"
               CONTINUE
           END-PERFORM.

       GATHER-TXN-COUNTS.
           MOVE "POSTED" TO WS-AX-FIND-REGISTER
           MOVE 0 TO WS-AX-IDX
           PERFORM NEXT-ARCHIVE-MATCH
           PERFORM UNTIL WS-AX-FOUND = "N"
               MOVE AX-FILE-NAME TO WS-POSTED-NAME
               PERFORM SCAN-POSTED-COUNTS
               PERFORM NEXT-ARCHIVE-MATCH
           END-PERFORM
           MOVE "POSTED-TRANS.DAT" TO WS-POSTED-NAME
           PERFORM SCAN-POSTED-COUNTS.

       SCAN-POSTED-COUNTS.
           OPEN INPUT POSTED-FILE
           IF WS-POSTED-STATUS = "35"
               CONTINUE
               END-IF
           END-PERFORM
           CLOSE REPORT-FILE.

       COPY "sysdate-read.cpy".
       COPY "txnarch-check.cpy".
