       IDENTIFICATION DIVISION.
       PROGRAM-ID. FX-COUNTER.

      *> Foreign banknotes bought and sold over the teller window.
      *> EXCHANGE-RATES.DAT carries one mid rate per currency (base
      *> units per foreign unit, as FX-REVALUE reads it); the
      *> window quotes the bank's buy rate below it and sell rate
      *> above it by fx-spread.dat percent (default 2.00) and
      *> charges fx-commission.dat percent (default 1.00) of the
      *> base amount on top. Each deal the customer accepts is:
      *>   - numbered and logged on FX-DEALS.DAT, which LARGE-CASH-
      *>     REPORT reads, so a deal over ctr-threshold.dat (the
      *>     filing threshold, default 10000.00) cannot be done
      *>     without a customer id from CUSTOMERS.DAT;
      *>   - added to the teller's foreign-currency drawer position
      *>     on FX-DRAWER.DAT (notes in, notes out, and the base
      *>     cash taken or paid) that DRAWER-BALANCE counts;
      *>   - journalled to GL-JOURNAL.DAT: base cash against CASH,
      *>     the notes at the mid rate against FXCASH<ccy>, and the
      *>     difference -- spread plus commission -- to FXINC;
      *>   - printed on FX-RECEIPT.DAT for the customer.
      *> Like every online change it is refused while the nightly
      *> posting window runs, and it will not journal into a closed
      *> accounting period.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATES-FILE ASSIGN TO "EXCHANGE-RATES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RATES-STATUS.
           SELECT SPREAD-FILE ASSIGN TO "fx-spread.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SPREAD-STATUS.
           SELECT COMMISSION-FILE ASSIGN TO "fx-commission.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COMM-STATUS.
           SELECT THRESHOLD-FILE ASSIGN TO "ctr-threshold.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS THRESH-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO "CUSTOMERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               ALTERNATE RECORD KEY IS CUST-LNAME
                   WITH DUPLICATES
               FILE STATUS IS CUST-STATUS.
           SELECT DEALS-FILE ASSIGN TO "FX-DEALS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEALS-STATUS.
           SELECT POSITION-FILE ASSIGN TO "FX-DRAWER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS POSN-STATUS.
           SELECT GL-JOURNAL ASSIGN TO "GL-JOURNAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-STATUS.
           SELECT RECEIPT-FILE ASSIGN TO "FX-RECEIPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SESSION-FILE ASSIGN TO "SESSION.REGISTRY.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SESSION-REC-TERMINAL
               FILE STATUS IS SESSION-STATUS.
           SELECT SYSDATE-FILE ASSIGN TO "SYSTEM-DATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSDATE-STATUS.
           SELECT SYSSTAT-FILE ASSIGN TO "SYSTEM-STATUS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSSTAT-STATUS.
           SELECT PERIOD-FILE ASSIGN TO "GL-PERIODS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERIOD-STATUS.
           SELECT BRANCH-FILE ASSIGN TO "branches.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BRANCH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RATES-FILE.
       01 RATES-RECORD.
           05 XR-FROM       PIC X(3).
           05 XR-TO         PIC X(3).
           05 XR-RATE       PIC 9(3)V9(6).

       FD SPREAD-FILE.
       01 SPREAD-REC        PIC X(10).

       FD COMMISSION-FILE.
       01 COMMISSION-REC    PIC X(10).

       FD THRESHOLD-FILE.
       01 THRESHOLD-REC     PIC X(10).

       FD CUSTOMER-FILE.
       01 CUSTOMER-RECORD.
           05 CUST-ID         PIC 9(5).
           05 CUST-FNAME      PIC X(10).
           05 CUST-LNAME      PIC X(10).
           05 CUST-BALANCE    PIC 9(5)V99.
           05 CUST-DELETED    PIC X(01).

      *> One row per deal. FX-DIRECTION is the customer's side:
      *> B the customer buys notes (the bank sells), S the
      *> customer sells notes to the bank. FX-CASH-BASE is the base
      *> cash that crossed the counter, commission included.
       FD DEALS-FILE.
       01 DEALS-RECORD.
           05 FX-DEAL-NO      PIC 9(6).
           05 FX-DATE         PIC 9(8).
           05 FX-TIME         PIC 9(6).
           05 FX-TELLER       PIC X(8).
           05 FX-CUST-ID      PIC 9(5).
           05 FX-DIRECTION    PIC X.
           05 FX-CURRENCY     PIC X(3).
           05 FX-FOREIGN-AMT  PIC 9(8)V99.
           05 FX-MID-RATE     PIC 9(3)V9(6).
           05 FX-DEAL-RATE    PIC 9(3)V9(6).
           05 FX-COMMISSION   PIC 9(8)V99.
           05 FX-CASH-BASE    PIC 9(8)V99.
           05 FX-MARGIN       PIC S9(8)V99 SIGN LEADING SEPARATE.

      *> The teller's foreign drawer for the day, one row per
      *> currency: notes taken in and paid out, and the base cash
      *> those deals put into or took out of the main drawer.
       FD POSITION-FILE.
       01 POSITION-RECORD.
           05 FP-DATE         PIC 9(8).
           05 FP-TELLER       PIC X(8).
           05 FP-CURRENCY     PIC X(3).
           05 FP-NOTES-IN     PIC 9(8)V99.
           05 FP-NOTES-OUT    PIC 9(8)V99.
           05 FP-BASE-IN      PIC 9(8)V99.
           05 FP-BASE-OUT     PIC 9(8)V99.

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

       FD RECEIPT-FILE.
       01 RECEIPT-REC       PIC X(60).

       FD SESSION-FILE.
       01 SESSION-RECORD.
           05 SESSION-REC-TERMINAL PIC X(8).
           05 SESSION-REC-USER-ID PIC X(8).
           05 SESSION-REC-ACCESS  PIC 9.
           05 SESSION-REC-DATE    PIC 9(8).
           05 SESSION-REC-TIME    PIC 9(8).

       FD SYSDATE-FILE.
       01 SYSDATE-REC            PIC X(40).

       FD SYSSTAT-FILE.
       01 SYSSTAT-REC            PIC X(60).

       FD PERIOD-FILE.
       01 PERIOD-REC             PIC X(100).

       FD BRANCH-FILE.
       01 BRANCH-REC             PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "sysdate-ws.cpy".
       COPY "sysstat-ws.cpy".
       COPY "period-ws.cpy".
       COPY "branch-ws.cpy".
       01 RATES-STATUS       PIC XX.
       01 SPREAD-STATUS      PIC XX.
       01 COMM-STATUS        PIC XX.
       01 THRESH-STATUS      PIC XX.
       01 CUST-STATUS        PIC XX.
       01 DEALS-STATUS       PIC XX.
       01 POSN-STATUS        PIC XX.
       01 GL-STATUS          PIC XX.
       01 SESSION-STATUS     PIC XX.
       01 WS-SESSION-TERMINAL PIC X(8).
       01 WS-EOF             PIC X VALUE "N".
       01 WS-TODAY           PIC 9(8).
       01 WS-NOW-TIME        PIC 9(8).
       01 WS-TELLER          PIC X(8) VALUE SPACES.
       01 WS-BASE-CURRENCY   PIC X(3) VALUE "USD".
       01 WS-SPREAD-PCT      PIC 9(2)V99 VALUE 2.00.
       01 WS-COMM-PCT        PIC 9(2)V99 VALUE 1.00.
       01 WS-THRESHOLD       PIC 9(7)V99 VALUE 10000.00.
       01 WS-NEXT-DEAL       PIC 9(6) VALUE 0.
       01 WS-DEALS-DONE      PIC 9(4) VALUE 0.
       01 WS-ANOTHER         PIC X VALUE "Y".
       01 WS-CONFIRM         PIC X.
       01 WS-OK              PIC X.

       01 WS-DIRECTION       PIC X.
       01 WS-CURRENCY        PIC X(3).
       01 WS-AMT-TXT         PIC X(12).
       01 WS-FOREIGN-AMT     PIC 9(8)V99.
       01 WS-CUST-TXT        PIC X(5).
       01 WS-CUST-ID         PIC 9(5).
       01 WS-CUST-NAME       PIC X(21).
       01 WS-MID-RATE        PIC 9(3)V9(6).
       01 WS-DEAL-RATE       PIC 9(3)V9(6).
       01 WS-BASE-AMT        PIC 9(8)V99.
       01 WS-MID-VALUE       PIC 9(8)V99.
       01 WS-COMMISSION      PIC 9(8)V99.
       01 WS-CASH-BASE       PIC 9(8)V99.
       01 WS-MARGIN          PIC S9(8)V99.
       01 WS-ABS-MARGIN      PIC 9(8)V99.
       01 WS-FX-ACCOUNT      PIC X(9).
       01 WS-DISP-AMT        PIC ZZ,ZZZ,ZZ9.99.
       01 WS-DISP-RATE       PIC ZZ9.999999.
       01 WS-RCPT-LINE       PIC X(60).
       01 J                  PIC 9(4).

       01 WS-XR-COUNT        PIC 9(3) VALUE 0.
       01 WS-XR-MAX          PIC 9(3) VALUE 100.
       01 XR-TABLE.
           05 XR-ENTRY OCCURS 1 TO 100 TIMES
                       DEPENDING ON WS-XR-COUNT.
               10 T-XR-CURRENCY  PIC X(3).
               10 T-XR-RATE      PIC 9(3)V9(6).

       01 WS-FP-COUNT        PIC 9(4) VALUE 0.
       01 WS-FP-MAX          PIC 9(4) VALUE 2000.
       01 WS-FP-IDX          PIC 9(4).
       01 FP-TABLE.
           05 FP-ENTRY OCCURS 1 TO 2000 TIMES
                       DEPENDING ON WS-FP-COUNT.
               10 T-FP-DATE       PIC 9(8).
               10 T-FP-TELLER     PIC X(8).
               10 T-FP-CURRENCY   PIC X(3).
               10 T-FP-NOTES-IN   PIC 9(8)V99.
               10 T-FP-NOTES-OUT  PIC 9(8)V99.
               10 T-FP-BASE-IN    PIC 9(8)V99.
               10 T-FP-BASE-OUT   PIC 9(8)V99.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "FOREIGN CURRENCY COUNTER"
           DISPLAY "========================"
           PERFORM READ-SYSTEM-DATE
           MOVE SD-BUSINESS-DATE TO WS-TODAY
           PERFORM READ-TELLER-SESSION
           IF WS-TELLER = SPACES
               DISPLAY "  >> No active session; log in before "
                   "dealing in foreign currency."
               STOP RUN
           END-IF
           PERFORM CHECK-ONLINE-AVAILABLE
           IF SYSSTAT-ONLINE = "N"
               STOP RUN
           END-IF
           PERFORM LOAD-CLOSED-PERIODS
           PERFORM LOAD-BRANCHES
           MOVE WS-TODAY TO WS-PER-TEST-DATE
           PERFORM CHECK-PERIOD-OPEN
           IF WS-PER-OPEN = "N"
               DISPLAY "  >> Accounting period " WS-TODAY(1:6)
                   " is closed; no deals can be journalled."
               STOP RUN
           END-IF

           PERFORM LOAD-MID-RATES
           IF WS-XR-COUNT = 0
               DISPLAY "  >> No rates to " WS-BASE-CURRENCY
                   " on EXCHANGE-RATES.DAT; the counter is closed."
               STOP RUN
           END-IF
           PERFORM LOAD-PRICING
           PERFORM FIND-LAST-DEAL

           PERFORM UNTIL WS-ANOTHER NOT = "Y"
               PERFORM TAKE-ONE-DEAL
               DISPLAY "Another deal? (Y/N): " WITH NO ADVANCING
               ACCEPT WS-ANOTHER
               MOVE FUNCTION UPPER-CASE(WS-ANOTHER) TO WS-ANOTHER
           END-PERFORM

           DISPLAY WS-DEALS-DONE " deal(s) booked by teller "
               FUNCTION TRIM(WS-TELLER) "."
           STOP RUN.

       READ-TELLER-SESSION.
           MOVE SPACES TO WS-SESSION-TERMINAL
           ACCEPT WS-SESSION-TERMINAL
               FROM ENVIRONMENT "BANK_TERMINAL_ID"
           IF WS-SESSION-TERMINAL = SPACES
               MOVE "CONSOLE" TO WS-SESSION-TERMINAL
           END-IF
           OPEN INPUT SESSION-FILE
           IF SESSION-STATUS = "00"
               MOVE WS-SESSION-TERMINAL TO SESSION-REC-TERMINAL
               READ SESSION-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SESSION-REC-USER-ID TO WS-TELLER
               END-READ
               CLOSE SESSION-FILE
           END-IF.

       LOAD-MID-RATES.
           MOVE 0 TO WS-XR-COUNT
           OPEN INPUT RATES-FILE
           IF RATES-STATUS NOT = "35"
               PERFORM UNTIL WS-EOF = "Y"
                   READ RATES-FILE
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF XR-TO = WS-BASE-CURRENCY
                               AND XR-RATE > 0
                               AND WS-XR-COUNT < WS-XR-MAX
                               ADD 1 TO WS-XR-COUNT
                               MOVE XR-FROM
                                   TO T-XR-CURRENCY(WS-XR-COUNT)
                               MOVE XR-RATE
                                   TO T-XR-RATE(WS-XR-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RATES-FILE
           END-IF
           MOVE "N" TO WS-EOF.

       LOAD-PRICING.
           OPEN INPUT SPREAD-FILE
           IF SPREAD-STATUS = "35"
               DISPLAY "No fx-spread.dat found, using default "
                   "spread of 2.00 percent"
           ELSE
               READ SPREAD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE FUNCTION NUMVAL(SPREAD-REC)
                           TO WS-SPREAD-PCT
               END-READ
               CLOSE SPREAD-FILE
           END-IF
           OPEN INPUT COMMISSION-FILE
           IF COMM-STATUS = "35"
               DISPLAY "No fx-commission.dat found, using default "
                   "commission of 1.00 percent"
           ELSE
               READ COMMISSION-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE FUNCTION NUMVAL(COMMISSION-REC)
                           TO WS-COMM-PCT
               END-READ
               CLOSE COMMISSION-FILE
           END-IF
           OPEN INPUT THRESHOLD-FILE
           IF THRESH-STATUS NOT = "35"
               READ THRESHOLD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE FUNCTION NUMVAL(THRESHOLD-REC)
                           TO WS-THRESHOLD
               END-READ
               CLOSE THRESHOLD-FILE
           END-IF.

       FIND-LAST-DEAL.
           MOVE 0 TO WS-NEXT-DEAL
           OPEN INPUT DEALS-FILE
           IF DEALS-STATUS NOT = "35"
               PERFORM UNTIL WS-EOF = "Y"
                   READ DEALS-FILE
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF FX-DEAL-NO > WS-NEXT-DEAL
                               MOVE FX-DEAL-NO TO WS-NEXT-DEAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEALS-FILE
           END-IF
           MOVE "N" TO WS-EOF.

       TAKE-ONE-DEAL.
           DISPLAY " "
           DISPLAY "Customer (B)uys notes or (S)ells notes: "
               WITH NO ADVANCING
           ACCEPT WS-DIRECTION
           MOVE FUNCTION UPPER-CASE(WS-DIRECTION) TO WS-DIRECTION
           IF WS-DIRECTION NOT = "B" AND WS-DIRECTION NOT = "S"
               DISPLAY "  >> Answer B or S."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Currency (e.g. EUR): " WITH NO ADVANCING
           ACCEPT WS-CURRENCY
           MOVE FUNCTION UPPER-CASE(WS-CURRENCY) TO WS-CURRENCY
           MOVE 0 TO WS-MID-RATE
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-XR-COUNT
               IF T-XR-CURRENCY(J) = WS-CURRENCY
                   MOVE T-XR-RATE(J) TO WS-MID-RATE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-MID-RATE = 0
               DISPLAY "  >> No rate for " WS-CURRENCY
                   "; that currency is not dealt here."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Amount of " WS-CURRENCY " notes: "
               WITH NO ADVANCING
           ACCEPT WS-AMT-TXT
           MOVE FUNCTION NUMVAL(WS-AMT-TXT) TO WS-FOREIGN-AMT
           IF WS-FOREIGN-AMT = 0
               DISPLAY "  >> An amount is required."
               EXIT PARAGRAPH
           END-IF

           PERFORM PRICE-DEAL
           PERFORM SHOW-QUOTE
           DISPLAY "Customer accepts? (Y/N): " WITH NO ADVANCING
           ACCEPT WS-CONFIRM
           MOVE FUNCTION UPPER-CASE(WS-CONFIRM) TO WS-CONFIRM
           IF WS-CONFIRM NOT = "Y"
               DISPLAY "  Quote declined; nothing booked."
               EXIT PARAGRAPH
           END-IF

           PERFORM CAPTURE-CUSTOMER
           IF WS-OK = "N"
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-NEXT-DEAL
           ACCEPT WS-NOW-TIME FROM TIME
           PERFORM WRITE-DEAL
           PERFORM UPDATE-DRAWER-POSITION
           PERFORM WRITE-DEAL-GL
           PERFORM PRINT-RECEIPT
           ADD 1 TO WS-DEALS-DONE.

      *> Buy and sell rates either side of the mid; commission is
      *> on the base amount and always the customer's cost. The
      *> margin is what the bank keeps against the notes valued at
      *> the mid rate.
       PRICE-DEAL.
           IF WS-DIRECTION = "B"
               COMPUTE WS-DEAL-RATE ROUNDED =
                   WS-MID-RATE * (1 + WS-SPREAD-PCT / 100)
           ELSE
               COMPUTE WS-DEAL-RATE ROUNDED =
                   WS-MID-RATE * (1 - WS-SPREAD-PCT / 100)
           END-IF
           COMPUTE WS-BASE-AMT ROUNDED =
               WS-FOREIGN-AMT * WS-DEAL-RATE
           COMPUTE WS-MID-VALUE ROUNDED =
               WS-FOREIGN-AMT * WS-MID-RATE
           COMPUTE WS-COMMISSION ROUNDED =
               WS-BASE-AMT * WS-COMM-PCT / 100
           IF WS-DIRECTION = "B"
               COMPUTE WS-CASH-BASE = WS-BASE-AMT + WS-COMMISSION
               COMPUTE WS-MARGIN = WS-CASH-BASE - WS-MID-VALUE
           ELSE
               IF WS-COMMISSION > WS-BASE-AMT
                   MOVE WS-BASE-AMT TO WS-COMMISSION
               END-IF
               COMPUTE WS-CASH-BASE = WS-BASE-AMT - WS-COMMISSION
               COMPUTE WS-MARGIN = WS-MID-VALUE - WS-CASH-BASE
           END-IF.

       SHOW-QUOTE.
           MOVE WS-DEAL-RATE TO WS-DISP-RATE
           IF WS-DIRECTION = "B"
               DISPLAY "  Bank sells " WS-CURRENCY " at "
                   WS-DISP-RATE " " WS-BASE-CURRENCY
           ELSE
               DISPLAY "  Bank buys " WS-CURRENCY " at "
                   WS-DISP-RATE " " WS-BASE-CURRENCY
           END-IF
           MOVE WS-BASE-AMT TO WS-DISP-AMT
           DISPLAY "  Value          " WS-DISP-AMT
           MOVE WS-COMMISSION TO WS-DISP-AMT
           DISPLAY "  Commission     " WS-DISP-AMT
           MOVE WS-CASH-BASE TO WS-DISP-AMT
           IF WS-DIRECTION = "B"
               DISPLAY "  Customer pays  " WS-DISP-AMT
           ELSE
               DISPLAY "  Customer gets  " WS-DISP-AMT
           END-IF.

      *> Optional below the filing threshold, mandatory above it:
      *> LARGE-CASH-REPORT aggregates deals by customer.
       CAPTURE-CUSTOMER.
           MOVE "Y" TO WS-OK
           MOVE 0 TO WS-CUST-ID
           MOVE SPACES TO WS-CUST-NAME
           IF WS-CASH-BASE > WS-THRESHOLD
               DISPLAY "  Over the large-cash threshold: customer "
                   "id required."
           END-IF
           DISPLAY "Customer id (blank = walk-in): "
               WITH NO ADVANCING
           ACCEPT WS-CUST-TXT
           IF WS-CUST-TXT = SPACES
               IF WS-CASH-BASE > WS-THRESHOLD
                   DISPLAY "  >> Deal refused: no customer id for a "
                       "large-cash exchange."
                   MOVE "N" TO WS-OK
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-CUST-TXT) TO WS-CUST-ID
           OPEN INPUT CUSTOMER-FILE
           IF CUST-STATUS NOT = "00"
               DISPLAY "  >> CUSTOMERS.DAT not available (status "
                   CUST-STATUS "); deal refused."
               MOVE "N" TO WS-OK
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CUST-ID TO CUST-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE "N" TO WS-OK
               NOT INVALID KEY
                   IF CUST-DELETED = "Y"
                       MOVE "N" TO WS-OK
                   ELSE
                       STRING FUNCTION TRIM(CUST-FNAME) " "
                              FUNCTION TRIM(CUST-LNAME)
                           DELIMITED BY SIZE INTO WS-CUST-NAME
                       END-STRING
                   END-IF
           END-READ
           CLOSE CUSTOMER-FILE
           IF WS-OK = "N"
               DISPLAY "  >> Customer " WS-CUST-ID
                   " is not on file; deal refused."
           END-IF.

       WRITE-DEAL.
           OPEN EXTEND DEALS-FILE
           IF DEALS-STATUS = "35"
               OPEN OUTPUT DEALS-FILE
           END-IF
           MOVE SPACES TO DEALS-RECORD
           MOVE WS-NEXT-DEAL TO FX-DEAL-NO
           MOVE WS-TODAY TO FX-DATE
           MOVE WS-NOW-TIME(1:6) TO FX-TIME
           MOVE WS-TELLER TO FX-TELLER
           MOVE WS-CUST-ID TO FX-CUST-ID
           MOVE WS-DIRECTION TO FX-DIRECTION
           MOVE WS-CURRENCY TO FX-CURRENCY
           MOVE WS-FOREIGN-AMT TO FX-FOREIGN-AMT
           MOVE WS-MID-RATE TO FX-MID-RATE
           MOVE WS-DEAL-RATE TO FX-DEAL-RATE
           MOVE WS-COMMISSION TO FX-COMMISSION
           MOVE WS-CASH-BASE TO FX-CASH-BASE
           MOVE WS-MARGIN TO FX-MARGIN
           WRITE DEALS-RECORD
           CLOSE DEALS-FILE.

       UPDATE-DRAWER-POSITION.
           MOVE 0 TO WS-FP-COUNT
           OPEN INPUT POSITION-FILE
           IF POSN-STATUS NOT = "35"
               PERFORM UNTIL WS-EOF = "Y"
                   READ POSITION-FILE
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF WS-FP-COUNT < WS-FP-MAX
                               ADD 1 TO WS-FP-COUNT
                               MOVE POSITION-RECORD
                                   TO FP-ENTRY(WS-FP-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POSITION-FILE
           END-IF
           MOVE "N" TO WS-EOF

           MOVE 0 TO WS-FP-IDX
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-FP-COUNT
               IF T-FP-DATE(J) = WS-TODAY
                   AND T-FP-TELLER(J) = WS-TELLER
                   AND T-FP-CURRENCY(J) = WS-CURRENCY
                   MOVE J TO WS-FP-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-FP-IDX = 0
               IF WS-FP-COUNT < WS-FP-MAX
                   ADD 1 TO WS-FP-COUNT
               ELSE
                   DISPLAY "Warning: drawer position table full at "
                       WS-FP-MAX ", overwriting the last row"
               END-IF
               MOVE WS-FP-COUNT TO WS-FP-IDX
               MOVE WS-TODAY TO T-FP-DATE(WS-FP-IDX)
               MOVE WS-TELLER TO T-FP-TELLER(WS-FP-IDX)
               MOVE WS-CURRENCY TO T-FP-CURRENCY(WS-FP-IDX)
               MOVE 0 TO T-FP-NOTES-IN(WS-FP-IDX)
               MOVE 0 TO T-FP-NOTES-OUT(WS-FP-IDX)
               MOVE 0 TO T-FP-BASE-IN(WS-FP-IDX)
               MOVE 0 TO T-FP-BASE-OUT(WS-FP-IDX)
           END-IF
           IF WS-DIRECTION = "B"
               ADD WS-FOREIGN-AMT TO T-FP-NOTES-OUT(WS-FP-IDX)
               ADD WS-CASH-BASE TO T-FP-BASE-IN(WS-FP-IDX)
           ELSE
               ADD WS-FOREIGN-AMT TO T-FP-NOTES-IN(WS-FP-IDX)
               ADD WS-CASH-BASE TO T-FP-BASE-OUT(WS-FP-IDX)
           END-IF

           OPEN OUTPUT POSITION-FILE
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-FP-COUNT
               MOVE FP-ENTRY(J) TO POSITION-RECORD
               WRITE POSITION-RECORD
           END-PERFORM
           CLOSE POSITION-FILE.

      *> Customer buys:  D CASH (paid in)  C FXCASH<ccy> (mid value)
      *>                 C FXINC (margin)
      *> Customer sells: D FXCASH<ccy> (mid value)  C CASH (paid out)
      *>                 C FXINC (margin)
       WRITE-DEAL-GL.
           MOVE SPACES TO WS-FX-ACCOUNT
           STRING "FXCASH" WS-CURRENCY
               DELIMITED BY SIZE INTO WS-FX-ACCOUNT
           END-STRING
           OPEN EXTEND GL-JOURNAL
           IF GL-STATUS = "35"
               OPEN OUTPUT GL-JOURNAL
           END-IF

           MOVE SPACES TO GL-JOURNAL-REC
           MOVE WS-TODAY TO GJ-DATE
           MOVE "FX-COUNTER" TO GJ-PROGRAM
           MOVE "CASH" TO GJ-ACCOUNT
           IF WS-DIRECTION = "B"
               MOVE "D" TO GJ-DC
           ELSE
               MOVE "C" TO GJ-DC
           END-IF
           MOVE WS-CASH-BASE TO GJ-AMOUNT
           MOVE WS-FX-ACCOUNT TO GJ-OFFSET
           MOVE 0 TO GJ-BATCH
           MOVE WS-BR-TERM-BRANCH TO GJ-COST-CENTRE
           WRITE GL-JOURNAL-REC

           MOVE SPACES TO GL-JOURNAL-REC
           MOVE WS-TODAY TO GJ-DATE
           MOVE "FX-COUNTER" TO GJ-PROGRAM
           MOVE WS-FX-ACCOUNT TO GJ-ACCOUNT
           IF WS-DIRECTION = "B"
               MOVE "C" TO GJ-DC
           ELSE
               MOVE "D" TO GJ-DC
           END-IF
           MOVE WS-MID-VALUE TO GJ-AMOUNT
           MOVE "CASH" TO GJ-OFFSET
           MOVE 0 TO GJ-BATCH
           MOVE WS-BR-TERM-BRANCH TO GJ-COST-CENTRE
           WRITE GL-JOURNAL-REC

           IF WS-MARGIN NOT = 0
               COMPUTE WS-ABS-MARGIN = FUNCTION ABS(WS-MARGIN)
               MOVE SPACES TO GL-JOURNAL-REC
               MOVE WS-TODAY TO GJ-DATE
               MOVE "FX-COUNTER" TO GJ-PROGRAM
               MOVE "FXINC" TO GJ-ACCOUNT
               IF WS-MARGIN > 0
                   MOVE "C" TO GJ-DC
               ELSE
                   MOVE "D" TO GJ-DC
               END-IF
               MOVE WS-ABS-MARGIN TO GJ-AMOUNT
               MOVE "CASH" TO GJ-OFFSET
               MOVE 0 TO GJ-BATCH
               MOVE WS-BR-TERM-BRANCH TO GJ-COST-CENTRE
               WRITE GL-JOURNAL-REC
           END-IF
           CLOSE GL-JOURNAL.

       PRINT-RECEIPT.
           OPEN OUTPUT RECEIPT-FILE
           MOVE SPACES TO WS-RCPT-LINE
           STRING "FOREIGN EXCHANGE RECEIPT  DEAL " WS-NEXT-DEAL
               DELIMITED BY SIZE INTO WS-RCPT-LINE
           END-STRING
           PERFORM WRITE-RECEIPT-LINE
           MOVE SPACES TO WS-RCPT-LINE
           STRING "DATE " WS-TODAY " " WS-NOW-TIME(1:6)
                  "  TELLER " WS-TELLER
               DELIMITED BY SIZE INTO WS-RCPT-LINE
           END-STRING
           PERFORM WRITE-RECEIPT-LINE
           IF WS-CUST-ID NOT = 0
               MOVE SPACES TO WS-RCPT-LINE
               STRING "CUSTOMER " WS-CUST-ID " " WS-CUST-NAME
                   DELIMITED BY SIZE INTO WS-RCPT-LINE
               END-STRING
               PERFORM WRITE-RECEIPT-LINE
           END-IF
           MOVE WS-FOREIGN-AMT TO WS-DISP-AMT
           MOVE SPACES TO WS-RCPT-LINE
           IF WS-DIRECTION = "B"
               STRING "YOU BOUGHT     " WS-CURRENCY " " WS-DISP-AMT
                   DELIMITED BY SIZE INTO WS-RCPT-LINE
               END-STRING
           ELSE
               STRING "YOU SOLD       " WS-CURRENCY " " WS-DISP-AMT
                   DELIMITED BY SIZE INTO WS-RCPT-LINE
               END-STRING
           END-IF
           PERFORM WRITE-RECEIPT-LINE
           MOVE WS-DEAL-RATE TO WS-DISP-RATE
           MOVE SPACES TO WS-RCPT-LINE
           STRING "RATE           " WS-DISP-RATE " "
                  WS-BASE-CURRENCY " PER " WS-CURRENCY
               DELIMITED BY SIZE INTO WS-RCPT-LINE
           END-STRING
           PERFORM WRITE-RECEIPT-LINE
           MOVE WS-BASE-AMT TO WS-DISP-AMT
           MOVE SPACES TO WS-RCPT-LINE
           STRING "VALUE          " WS-BASE-CURRENCY " " WS-DISP-AMT
               DELIMITED BY SIZE INTO WS-RCPT-LINE
           END-STRING
           PERFORM WRITE-RECEIPT-LINE
           MOVE WS-COMMISSION TO WS-DISP-AMT
           MOVE SPACES TO WS-RCPT-LINE
           STRING "COMMISSION     " WS-BASE-CURRENCY " " WS-DISP-AMT
               DELIMITED BY SIZE INTO WS-RCPT-LINE
           END-STRING
           PERFORM WRITE-RECEIPT-LINE
           MOVE WS-CASH-BASE TO WS-DISP-AMT
           MOVE SPACES TO WS-RCPT-LINE
           IF WS-DIRECTION = "B"
               STRING "YOU PAID       " WS-BASE-CURRENCY " "
                      WS-DISP-AMT
                   DELIMITED BY SIZE INTO WS-RCPT-LINE
               END-STRING
           ELSE
               STRING "YOU RECEIVED   " WS-BASE-CURRENCY " "
                      WS-DISP-AMT
                   DELIMITED BY SIZE INTO WS-RCPT-LINE
               END-STRING
           END-IF
           PERFORM WRITE-RECEIPT-LINE
           CLOSE RECEIPT-FILE
           DISPLAY "Deal " WS-NEXT-DEAL
               " booked; receipt on FX-RECEIPT.DAT.".

       WRITE-RECEIPT-LINE.
           MOVE WS-RCPT-LINE TO RECEIPT-REC
           WRITE RECEIPT-REC
           DISPLAY WS-RCPT-LINE.

       COPY "sysdate-read.cpy".
       COPY "sysstat-check.cpy".
       COPY "period-check.cpy".
       COPY "branch-check.cpy".
