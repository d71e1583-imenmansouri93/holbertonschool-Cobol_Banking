               FILE STATUS IS WS-GL-STATUS.
           SELECT REPORT-FILE ASSIGN TO "REVALUATION-REPORT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SYSDATE-FILE ASSIGN TO "SYSTEM-DATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSDATE-STATUS.
      *> One row per revaluation run, the month it revalued and the
      *> date it ran -- what PERIOD-CLOSE checks before locking a
      *> month.
           SELECT MARKER-FILE ASSIGN TO "FX-REVALUED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MARKER-STATUS.
           SELECT PERIOD-FILE ASSIGN TO "GL-PERIODS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERIOD-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 ACC-CURRENCY PIC X(3).
           05 ACC-STATUS   PIC X(8).
           05 ACC-LAST-ACTIVITY PIC 9(8).
           05 ACC-BRANCH   PIC X(4).

       FD RATES-FILE.
       01 RATES-RECORD.
           05 GJ-AMOUNT     PIC 9(8)V99.
           05 GJ-OFFSET     PIC X(9).
           05 GJ-BATCH      PIC 9(4).
           05 GJ-COST-CENTRE PIC X(4).

       FD REPORT-FILE.
       01 REPORT-REC        PIC X(100).

       FD SYSDATE-FILE.
       01 SYSDATE-REC            PIC X(40).

       FD MARKER-FILE.
       01 MARKER-RECORD.
           05 MK-MONTH      PIC 9(6).
           05 MK-RUN-DATE   PIC 9(8).

       FD PERIOD-FILE.
       01 PERIOD-REC             PIC X(100).

       WORKING-STORAGE SECTION.
       COPY "sysdate-ws.cpy".
       COPY "period-ws.cpy".
       COPY "branch-ws.cpy".
       01 WS-ACC-STATUS     PIC XX.
       01 WS-RATES-STATUS   PIC XX.
       01 WS-BASIS-STATUS   PIC XX.
       01 WS-GL-STATUS      PIC XX.
       01 WS-MARKER-STATUS  PIC XX.
       01 WS-EOF            PIC X VALUE "N".
       01 WS-TODAY          PIC 9(8).
       01 WS-BASE-CURRENCY  PIC X(3) VALUE "USD".
       01 WS-ACCOUNTS-DONE  PIC 9(5) VALUE 0.
       01 WS-DISP-MOVE      PIC -Z(8)9.99.
       01 J                 PIC 9(3).
       01 WS-COST-CENTRE    PIC X(4).

      *> Closing rates (currency to base) and the last-reval basis,
      *> merged per currency: a currency with a closing rate but no
       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "PERIOD-END CURRENCY REVALUATION"
           PERFORM READ-SYSTEM-DATE
           MOVE SD-BUSINESS-DATE TO WS-TODAY
           PERFORM LOAD-CLOSED-PERIODS
           MOVE WS-TODAY TO WS-PER-TEST-DATE
           PERFORM CHECK-PERIOD-OPEN
           IF WS-PER-OPEN = "N"
               DISPLAY "Accounting period " WS-TODAY(1:6)
                   " is closed; revaluation cannot post into it."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-CLOSING-RATES
           IF WS-CR-COUNT = 0
               DISPLAY "No EXCHANGE-RATES.DAT closing rates on "
                   "file; nothing to revalue."
               PERFORM WRITE-REVAL-MARKER
               STOP RUN
           END-IF
           PERFORM MERGE-BASIS-RATES

           PERFORM WRITE-REVAL-REPORT
           PERFORM ROLL-BASIS-FORWARD
           PERFORM WRITE-REVAL-MARKER

           DISPLAY WS-ACCOUNTS-DONE " foreign-currency accounts "
               "revalued; report in REVALUATION-REPORT.DAT"
               END-IF
           END-IF.

      *> Both rows go to the cost centre of the account's branch.
       WRITE-REVAL-GL.
           COMPUTE WS-ABS-MOVE = FUNCTION ABS(WS-MOVEMENT)
           MOVE ACC-BRANCH TO WS-COST-CENTRE
           IF WS-COST-CENTRE = SPACES
               MOVE WS-BR-HEAD-OFFICE TO WS-COST-CENTRE
           END-IF
           MOVE SPACES TO GL-JOURNAL-REC
           MOVE WS-TODAY TO GJ-DATE
           MOVE "FX-REVALUE" TO GJ-PROGRAM
           MOVE WS-ABS-MOVE TO GJ-AMOUNT
           MOVE "REVAL" TO GJ-OFFSET
           MOVE 0 TO GJ-BATCH
           MOVE WS-COST-CENTRE TO GJ-COST-CENTRE
           WRITE GL-JOURNAL-REC

           MOVE SPACES TO GL-JOURNAL-REC
           MOVE WS-ABS-MOVE TO GJ-AMOUNT
           MOVE ACC-ID TO GJ-OFFSET
           MOVE 0 TO GJ-BATCH
           MOVE WS-COST-CENTRE TO GJ-COST-CENTRE
           WRITE GL-JOURNAL-REC.

       WRITE-REVAL-REPORT.
               WRITE BASIS-RECORD
           END-PERFORM
           CLOSE BASIS-FILE.

       WRITE-REVAL-MARKER.
           OPEN EXTEND MARKER-FILE
           IF WS-MARKER-STATUS = "35"
               OPEN OUTPUT MARKER-FILE
           END-IF
           MOVE WS-TODAY(1:6) TO MK-MONTH
           MOVE WS-TODAY TO MK-RUN-DATE
           WRITE MARKER-RECORD
           CLOSE MARKER-FILE.

       COPY "sysdate-read.cpy".
       COPY "period-check.cpy".
