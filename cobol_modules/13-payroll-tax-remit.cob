       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYROLL-TAX-REMIT.

      *> Monthly payroll withholding remittance. Totals the tax
      *> PAYROLL-MAIN withheld in a YYYYMM period -- every run
      *> dated in the month, from PAYROLL-TAX-LEDGER.DAT -- by
      *> employee and TAX-TABLE.DAT band into the authority's return
      *> file, PAYROLL-TAX-RETURN.DAT (header, one detail per
      *> employee, trailer with the totals). The payment is then
      *> booked to the GL, debiting the tax-payable account the
      *> runs credited and crediting cash, and logged on
      *> PAYROLL-REMIT-LOG.DAT so a month is paid only once; a
      *> re-run for a paid month regenerates the return only.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAX-LEDGER-FILE ASSIGN TO "PAYROLL-TAX-LEDGER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TAX-LEDGER-STATUS.
           SELECT RETURN-FILE ASSIGN TO "PAYROLL-TAX-RETURN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REMIT-LOG-FILE ASSIGN TO "PAYROLL-REMIT-LOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REMIT-LOG-STATUS.
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
       FD  TAX-LEDGER-FILE.
       01  TAX-LEDGER-RECORD.
           05 PT-EMP-ID       PIC 9(5).
           05 PT-RUN-DATE     PIC 9(8).
           05 PT-NAME         PIC X(20).
           05 PT-GROSS        PIC 9(7)V99.
           05 PT-TAX          PIC 9(7)V99.
           05 PT-BAND-AMT     PIC 9(7)V99 OCCURS 5 TIMES.

      *> The authority's return: H header naming the employer and
      *> the period, D per employee with the month's gross, tax and
      *> tax per band, T trailer carrying the totals it checks the
      *> details against.
       FD  RETURN-FILE.
       01  RET-HEADER.
           05 RH-REC-TYPE     PIC X.
           05 RH-EMPLOYER     PIC X(10).
           05 RH-PERIOD       PIC 9(6).
           05 RH-CREATED      PIC 9(8).
           05 FILLER          PIC X(95).
       01  RET-DETAIL.
           05 RD-REC-TYPE     PIC X.
           05 RD-EMP-ID       PIC 9(5).
           05 RD-NAME         PIC X(20).
           05 RD-RUNS         PIC 9(3).
           05 RD-GROSS        PIC 9(9)V99.
           05 RD-TAX          PIC 9(9)V99.
           05 RD-BAND-AMT     PIC 9(9)V99 OCCURS 5 TIMES.
           05 FILLER          PIC X(14).
       01  RET-TRAILER.
           05 RT-REC-TYPE     PIC X.
           05 RT-EMPLOYEES    PIC 9(5).
           05 RT-GROSS        PIC 9(11)V99.
           05 RT-TAX          PIC 9(11)V99.
           05 RT-BAND-AMT     PIC 9(11)V99 OCCURS 5 TIMES.
           05 FILLER          PIC X(23).

      *> One row per month paid over: the period, the date the
      *> payment was booked, employees on the return, tax paid.
       FD  REMIT-LOG-FILE.
       01  REMIT-LOG-RECORD.
           05 RM-PERIOD       PIC 9(6).
           05 RM-BOOKED       PIC 9(8).
           05 RM-EMPLOYEES    PIC 9(5).
           05 RM-TAX          PIC 9(9)V99.

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
       01  TAX-LEDGER-STATUS  PIC XX.
       01  REMIT-LOG-STATUS   PIC XX.
       01  WS-GL-STATUS       PIC XX.
       01  WS-EOF             PIC X VALUE "N".
       01  WS-TODAY           PIC 9(8).
       01  WS-PERIOD-TXT      PIC X(6).
       01  WS-PERIOD          PIC 9(6).
       01  WS-PERIOD-YEAR     PIC 9(4).
       01  WS-PERIOD-MONTH    PIC 99.
       01  WS-PAID            PIC X VALUE "N".
       01  WS-PAID-ON         PIC 9(8) VALUE 0.
       01  WS-ROWS            PIC 9(5) VALUE 0.
       01  WS-TOT-GROSS       PIC 9(11)V99 VALUE 0.
       01  WS-TOT-TAX         PIC 9(11)V99 VALUE 0.
       01  WS-TOT-BAND        PIC 9(11)V99 OCCURS 5 TIMES.
       01  WS-DISP-A          PIC Z,ZZZ,ZZ9.99.
       01  WS-DISP-B          PIC Z,ZZZ,ZZ9.99.
       01  J                  PIC 9(4).
       01  K                  PIC 9.
       01  WS-EM-IDX          PIC 9(4).

      *> Same employer reference the regulatory return files under.
       01  WS-EMPLOYER        PIC X(10) VALUE "HOLB000001".
      *> The payment clears tax payable against cash at head office.
       01  WS-GL-TAX-PAY      PIC X(9) VALUE "PAYTAX".
       01  WS-GL-BANK         PIC X(9) VALUE "CASH".
       01  WS-PAY-COST-CENTRE PIC X(4) VALUE "0001".

      *> The month's withholding per employee, summed over runs.
       01  WS-EM-COUNT        PIC 9(4) VALUE 0.
       01  WS-EM-MAX          PIC 9(4) VALUE 2000.
       01  EM-TABLE.
           05 EM-ENTRY OCCURS 1 TO 2000 TIMES
                       DEPENDING ON WS-EM-COUNT.
               10 T-EM-ID       PIC 9(5).
               10 T-EM-NAME     PIC X(20).
               10 T-EM-RUNS     PIC 9(3).
               10 T-EM-GROSS    PIC 9(9)V99.
               10 T-EM-TAX      PIC 9(9)V99.
               10 T-EM-BAND     PIC 9(9)V99 OCCURS 5 TIMES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "PAYROLL TAX REMITTANCE"
           DISPLAY "======================"
           PERFORM READ-SYSTEM-DATE
           MOVE SD-BUSINESS-DATE TO WS-TODAY
           DISPLAY "Remittance period (YYYYMM, blank = last month): "
               WITH NO ADVANCING
           ACCEPT WS-PERIOD-TXT
           IF WS-PERIOD-TXT = SPACES
               MOVE WS-TODAY(1:4) TO WS-PERIOD-YEAR
               MOVE WS-TODAY(5:2) TO WS-PERIOD-MONTH
               IF WS-PERIOD-MONTH = 1
                   SUBTRACT 1 FROM WS-PERIOD-YEAR
                   MOVE 12 TO WS-PERIOD-MONTH
               ELSE
                   SUBTRACT 1 FROM WS-PERIOD-MONTH
               END-IF
           ELSE
               IF WS-PERIOD-TXT IS NOT NUMERIC
                   DISPLAY "Period must be YYYYMM."
                   STOP RUN
               END-IF
               MOVE WS-PERIOD-TXT(1:4) TO WS-PERIOD-YEAR
               MOVE WS-PERIOD-TXT(5:2) TO WS-PERIOD-MONTH
               IF WS-PERIOD-MONTH < 1 OR WS-PERIOD-MONTH > 12
                   DISPLAY "Period must be YYYYMM."
                   STOP RUN
               END-IF
           END-IF
           COMPUTE WS-PERIOD = WS-PERIOD-YEAR * 100 + WS-PERIOD-MONTH

           PERFORM SUM-PERIOD-LEDGER
           IF WS-EM-COUNT = 0
               DISPLAY "No payroll withholding on the ledger for "
                   WS-PERIOD "."
               STOP RUN
           END-IF
           PERFORM WRITE-RETURN-FILE
           DISPLAY WS-ROWS " employees on the return in "
               "PAYROLL-TAX-RETURN.DAT"
           MOVE WS-TOT-TAX TO WS-DISP-A
           DISPLAY "Tax withheld for " WS-PERIOD ": " WS-DISP-A

           PERFORM CHECK-ALREADY-PAID
           IF WS-PAID = "Y"
               DISPLAY "Period " WS-PERIOD " was paid on "
                   WS-PAID-ON "; return regenerated, no second "
                   "payment booked."
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-TOT-TAX = 0
               DISPLAY "Nothing to pay for " WS-PERIOD "."
               STOP RUN
           END-IF
           PERFORM LOAD-CLOSED-PERIODS
           MOVE WS-TODAY TO WS-PER-TEST-DATE
           PERFORM CHECK-PERIOD-OPEN
           IF WS-PER-OPEN = "N"
               DISPLAY "Accounting period " WS-TODAY(1:6)
                   " is closed; payment not booked."
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM BOOK-REMITTANCE-PAYMENT
           PERFORM LOG-REMITTANCE
           DISPLAY "Payment of " WS-DISP-A " booked to "
               "GL-JOURNAL.DAT clearing " WS-GL-TAX-PAY
           STOP RUN.

      *> Buckets every ledger row dated in the period by employee;
      *> several runs in one month add up on the same row.
       SUM-PERIOD-LEDGER.
           OPEN INPUT TAX-LEDGER-FILE
           IF TAX-LEDGER-STATUS = "35"
               DISPLAY "No PAYROLL-TAX-LEDGER.DAT on file."
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ TAX-LEDGER-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF PT-RUN-DATE(1:6) = WS-PERIOD
                           PERFORM BUCKET-ONE-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TAX-LEDGER-FILE
           MOVE "N" TO WS-EOF.

       BUCKET-ONE-ROW.
           MOVE 0 TO WS-EM-IDX
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-EM-COUNT
               IF T-EM-ID(J) = PT-EMP-ID
                   MOVE J TO WS-EM-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-EM-IDX = 0
               IF WS-EM-COUNT < WS-EM-MAX
                   ADD 1 TO WS-EM-COUNT
                   MOVE WS-EM-COUNT TO WS-EM-IDX
                   MOVE PT-EMP-ID TO T-EM-ID(WS-EM-IDX)
                   MOVE PT-NAME TO T-EM-NAME(WS-EM-IDX)
                   MOVE 0 TO T-EM-RUNS(WS-EM-IDX)
                   MOVE 0 TO T-EM-GROSS(WS-EM-IDX)
                   MOVE 0 TO T-EM-TAX(WS-EM-IDX)
                   PERFORM VARYING K FROM 1 BY 1 UNTIL K > 5
                       MOVE 0 TO T-EM-BAND(WS-EM-IDX, K)
                   END-PERFORM
               ELSE
                   DISPLAY "Warning: remittance table full at "
                       WS-EM-MAX ", employee " PT-EMP-ID
                       " not on the return"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           ADD 1 TO T-EM-RUNS(WS-EM-IDX)
           ADD PT-GROSS TO T-EM-GROSS(WS-EM-IDX)
           ADD PT-TAX TO T-EM-TAX(WS-EM-IDX)
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 5
               ADD PT-BAND-AMT(K) TO T-EM-BAND(WS-EM-IDX, K)
           END-PERFORM.

       WRITE-RETURN-FILE.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 5
               MOVE 0 TO WS-TOT-BAND(K)
           END-PERFORM
           OPEN OUTPUT RETURN-FILE
           MOVE SPACES TO RET-HEADER
           MOVE "H" TO RH-REC-TYPE
           MOVE WS-EMPLOYER TO RH-EMPLOYER
           MOVE WS-PERIOD TO RH-PERIOD
           MOVE WS-TODAY TO RH-CREATED
           WRITE RET-HEADER
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-EM-COUNT
               MOVE SPACES TO RET-DETAIL
               MOVE "D" TO RD-REC-TYPE
               MOVE T-EM-ID(J) TO RD-EMP-ID
               MOVE T-EM-NAME(J) TO RD-NAME
               MOVE T-EM-RUNS(J) TO RD-RUNS
               MOVE T-EM-GROSS(J) TO RD-GROSS
               MOVE T-EM-TAX(J) TO RD-TAX
               PERFORM VARYING K FROM 1 BY 1 UNTIL K > 5
                   MOVE T-EM-BAND(J, K) TO RD-BAND-AMT(K)
                   ADD T-EM-BAND(J, K) TO WS-TOT-BAND(K)
               END-PERFORM
               WRITE RET-DETAIL
               ADD 1 TO WS-ROWS
               ADD T-EM-GROSS(J) TO WS-TOT-GROSS
               ADD T-EM-TAX(J) TO WS-TOT-TAX
           END-PERFORM
           MOVE SPACES TO RET-TRAILER
           MOVE "T" TO RT-REC-TYPE
           MOVE WS-ROWS TO RT-EMPLOYEES
           MOVE WS-TOT-GROSS TO RT-GROSS
           MOVE WS-TOT-TAX TO RT-TAX
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 5
               MOVE WS-TOT-BAND(K) TO RT-BAND-AMT(K)
           END-PERFORM
           WRITE RET-TRAILER
           CLOSE RETURN-FILE.

       CHECK-ALREADY-PAID.
           MOVE "N" TO WS-PAID
           OPEN INPUT REMIT-LOG-FILE
           IF REMIT-LOG-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ REMIT-LOG-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF RM-PERIOD = WS-PERIOD
                           MOVE "Y" TO WS-PAID
                           MOVE RM-BOOKED TO WS-PAID-ON
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REMIT-LOG-FILE
           MOVE "N" TO WS-EOF.

      *> Debit tax payable, credit cash: the month's withholding the
      *> payroll runs credited to PAYTAX leaves the balance sheet.
       BOOK-REMITTANCE-PAYMENT.
           OPEN EXTEND GL-JOURNAL
           IF WS-GL-STATUS = "35"
               OPEN OUTPUT GL-JOURNAL
           END-IF
           MOVE SPACES TO GL-JOURNAL-REC
           MOVE WS-TODAY TO GJ-DATE
           MOVE "PAY-REMIT" TO GJ-PROGRAM
           MOVE WS-GL-TAX-PAY TO GJ-ACCOUNT
           MOVE "D" TO GJ-DC
           MOVE WS-TOT-TAX TO GJ-AMOUNT
           MOVE WS-GL-BANK TO GJ-OFFSET
           MOVE 0 TO GJ-BATCH
           MOVE WS-PAY-COST-CENTRE TO GJ-COST-CENTRE
           WRITE GL-JOURNAL-REC

           MOVE SPACES TO GL-JOURNAL-REC
           MOVE WS-TODAY TO GJ-DATE
           MOVE "PAY-REMIT" TO GJ-PROGRAM
           MOVE WS-GL-BANK TO GJ-ACCOUNT
           MOVE "C" TO GJ-DC
           MOVE WS-TOT-TAX TO GJ-AMOUNT
           MOVE WS-GL-TAX-PAY TO GJ-OFFSET
           MOVE 0 TO GJ-BATCH
           MOVE WS-PAY-COST-CENTRE TO GJ-COST-CENTRE
           WRITE GL-JOURNAL-REC
           CLOSE GL-JOURNAL.

       LOG-REMITTANCE.
           OPEN EXTEND REMIT-LOG-FILE
           IF REMIT-LOG-STATUS = "35"
               OPEN OUTPUT REMIT-LOG-FILE
           END-IF
           MOVE SPACES TO REMIT-LOG-RECORD
           MOVE WS-PERIOD TO RM-PERIOD
           MOVE WS-TODAY TO RM-BOOKED
           MOVE WS-ROWS TO RM-EMPLOYEES
           MOVE WS-TOT-TAX TO RM-TAX
           WRITE REMIT-LOG-RECORD
           CLOSE REMIT-LOG-FILE.

       COPY "sysdate-read.cpy".
       COPY "period-check.cpy".
