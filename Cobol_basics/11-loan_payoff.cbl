      *> PAYOFF-QUOTE.DAT carries a validity date. Every quote is
      *> recorded in PAYOFF-QUOTES.DAT so a posted payoff can be
      *> matched against what was quoted.
      *> Accrued interest LOAN-RESTRUCTURE capitalized into the
      *> loan (LOAN-RESTRUCTURES.DAT, approved rows) is principal
      *> owed too and adds to the remaining principal.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT QUOTE-FILE ASSIGN TO "PAYOFF-QUOTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUOTE-STATUS.
           SELECT RESTRUCT-FILE ASSIGN TO "LOAN-RESTRUCTURES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESTR-STATUS.
           SELECT SYSDATE-FILE ASSIGN TO "SYSTEM-DATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 PQ-INTEREST     PIC 9(7)V99.
           05 PQ-TOTAL        PIC 9(7)V99.

       FD RESTRUCT-FILE.
       01 RESTRUCT-RECORD.
          05 RS-LOAN-ID        PIC 9(6).
          05 FILLER            PIC X(7).
          05 RS-STATUS         PIC X.
          05 FILLER            PIC X(82).
          05 RS-CAPITALIZED    PIC 9(7)V99.
          05 FILLER            PIC X(11).

       FD SYSDATE-FILE.
       01 SYSDATE-REC            PIC X(40).

       WORKING-STORAGE SECTION.
       COPY "sysdate-ws.cpy".
       01 LOANS-STATUS       PIC XX.
       01 PAY-STATUS         PIC XX.
       01 RESTR-STATUS       PIC XX.
       01 WS-QUOTE-STATUS    PIC XX.
       01 WS-EOF             PIC X VALUE "N".
       01 WS-TODAY           PIC 9(8).
       01 WS-PAYOFF-DATE     PIC 9(8).
       01 WS-FOUND           PIC X VALUE "N".
       01 WS-PRIN-PAID       PIC 9(7)V99 VALUE 0.
       01 WS-CAPITALIZED     PIC 9(7)V99 VALUE 0.
       01 WS-LAST-PAY-DATE   PIC 9(8) VALUE 0.
       01 WS-REMAINING       PIC 9(7)V99.
       01 WS-PER-DIEM        PIC 9(5)V9(4).
       MAIN-PARA.
           DISPLAY "LOAN PAYOFF QUOTE"
           DISPLAY "================="
           PERFORM READ-SYSTEM-DATE
           MOVE SD-BUSINESS-DATE TO WS-TODAY
           DISPLAY "Loan ID: "
           ACCEPT WS-LOAN-ID
           DISPLAY "Payoff date (YYYYMMDD, blank = today): "
               DISPLAY "  >> Loan is already paid off."
               STOP RUN
           END-IF
           IF LN-STATUS = "WRITEOFF"
               DISPLAY "  >> Loan is written off; settle it as a "
                   "recovery on LOAN-CHARGEOFF."
               STOP RUN
           END-IF

           PERFORM SUM-POSTED-PAYMENTS
           PERFORM SUM-CAPITALIZED-INTEREST
           COMPUTE WS-REMAINING =
               LN-PRINCIPAL + WS-CAPITALIZED - WS-PRIN-PAID
           IF WS-LAST-PAY-DATE = 0
               MOVE LN-ORIG-DATE TO WS-LAST-PAY-DATE
           END-IF
           END-IF
           MOVE "N" TO WS-EOF.

       SUM-CAPITALIZED-INTEREST.
           MOVE 0 TO WS-CAPITALIZED
           OPEN INPUT RESTRUCT-FILE
           IF RESTR-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-EOF = "Y"
                   READ RESTRUCT-FILE
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF RS-LOAN-ID = WS-LOAN-ID
                               AND RS-STATUS = "A"
                               ADD RS-CAPITALIZED TO WS-CAPITALIZED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESTRUCT-FILE
           END-IF
           MOVE "N" TO WS-EOF.

       PRINT-QUOTE.
           OPEN OUTPUT QUOTE-PRINT
           MOVE ALL "=" TO QUOTE-PRINT-REC
           MOVE WS-TOTAL-DUE TO PQ-TOTAL
           WRITE QUOTE-RECORD
           CLOSE QUOTE-FILE.

       COPY "sysdate-read.cpy".
