       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALES-RETURN.

      *> Sales returns and credit notes against the invoices
      *> INVOICE-GENERATE issues -- returned goods and pricing errors
      *> used to be fixed by hand-editing ORDER-RECEIVABLES.DAT and
      *> the stock never went back. A credit note is raised against
      *> one invoice and one line of its order (ORDER-RECEIPT.DAT),
      *> never for more units than were sold on that line nor more
      *> value than was billed. Returned goods fit for resale go
      *> back onto IM-ON-HAND; the credit comes off the invoice's
      *> open amount and the order's receivable so CASH-APPLY,
      *> RECEIVABLES-AGING and CREDIT-OVERLIMIT all see the net
      *> position. Whatever exceeds what is still open is shown as a
      *> refund due. Credit notes are numbered on CREDIT-NOTES.DAT
      *> and printed to INVOICE-PRINT.DAT alongside the invoices.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICE-FILE ASSIGN TO "ORDER-INVOICES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INV-STATUS.
           SELECT RECEIVABLE-FILE ASSIGN TO "ORDER-RECEIVABLES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RCVB-STATUS.
           SELECT RECEIPT-FILE ASSIGN TO "ORDER-RECEIPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RCPT-STATUS.
           SELECT ITEM-FILE ASSIGN TO "ITEM-MASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ITEM-STATUS.
           SELECT CREDIT-FILE ASSIGN TO "CREDIT-NOTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CN-STATUS.
           SELECT PRINT-FILE ASSIGN TO "INVOICE-PRINT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRT-STATUS.
           SELECT SYSDATE-FILE ASSIGN TO "SYSTEM-DATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD INVOICE-FILE.
       01 INVOICE-RECORD.
          05 IV-INVOICE-NO   PIC 9(6).
          05 IV-ORDER-ID     PIC 9(6).
          05 IV-CUST-ID      PIC 9(5).
          05 IV-DATE         PIC 9(8).
          05 IV-AMOUNT       PIC 9(6)V99.
          05 IV-OPEN-AMT     PIC 9(6)V99.
          05 IV-STATUS       PIC X.

       FD RECEIVABLE-FILE.
       01 RECEIVABLE-RECORD.
          05 RV-ORDER-ID     PIC 9(6).
          05 RV-CUST-ID      PIC 9(5).
          05 RV-DATE         PIC 9(8).
          05 RV-AMOUNT       PIC 9(6)V99.
          05 RV-PAID         PIC X.

       FD RECEIPT-FILE.
       01 RECEIPT-RECORD.
          05 RR-ORDER-ID     PIC 9(6).
          05 FILLER          PIC X.
          05 RR-ITEM-NUM     PIC 9(4).
          05 FILLER          PIC X.
          05 RR-PRICE        PIC ZZZ9.99.
          05 FILLER          PIC X.
          05 RR-CODE         PIC X.
          05 FILLER          PIC X.
          05 RR-DISC-PRICE   PIC ZZZ9.99.
          05 FILLER          PIC X.
          05 RR-QTY          PIC 9(3).

       FD ITEM-FILE.
       01 ITEM-RECORD.
          05 IM-ITEM-NUM     PIC 9(4).
          05 IM-DESC         PIC X(20).
          05 IM-UNIT-PRICE   PIC 9(4)V99.
          05 IM-ON-HAND      PIC 9(5).
          05 IM-REORDER-PT   PIC 9(5).

      *> One row per credit note. CN-TYPE R is returned goods
      *> (CN-RESTOCKED Y when they went back on the shelf), P a
      *> pricing adjustment with no goods. CN-APPLIED came off the
      *> invoice; CN-REFUND is what the customer is owed back.
       FD CREDIT-FILE.
       01 CREDIT-RECORD.
          05 CN-NUMBER       PIC 9(6).
          05 CN-INVOICE-NO   PIC 9(6).
          05 CN-ORDER-ID     PIC 9(6).
          05 CN-CUST-ID      PIC 9(5).
          05 CN-DATE         PIC 9(8).
          05 CN-LINE         PIC 9(2).
          05 CN-ITEM-NUM     PIC 9(4).
          05 CN-TYPE         PIC X.
          05 CN-QTY          PIC 9(3).
          05 CN-RESTOCKED    PIC X.
          05 CN-AMOUNT       PIC 9(6)V99.
          05 CN-APPLIED      PIC 9(6)V99.
          05 CN-REFUND       PIC 9(6)V99.

       FD PRINT-FILE.
       01 PRINT-REC          PIC X(80).

       FD SYSDATE-FILE.
       01 SYSDATE-REC            PIC X(40).

       WORKING-STORAGE SECTION.
       COPY "sysdate-ws.cpy".
       01 WS-INV-STATUS      PIC XX.
       01 RCVB-STATUS        PIC XX.
       01 RCPT-STATUS        PIC XX.
       01 ITEM-STATUS        PIC XX.
       01 WS-CN-STATUS       PIC XX.
       01 WS-PRT-STATUS      PIC XX.
       01 WS-EOF             PIC X VALUE "N".
       01 WS-CHOICE          PIC X.
       01 WS-TYPE            PIC X.
       01 WS-RESTOCK         PIC X.
       01 WS-TODAY           PIC 9(8).
       01 WS-PICK            PIC 9(6).
       01 WS-LINE-PICK       PIC 9(2).
       01 WS-QTY             PIC 9(3).
       01 WS-AVAIL-QTY       PIC 9(3).
       01 WS-AMT-TEXT        PIC X(12).
       01 WS-LINE-VALUE      PIC 9(4)V99.
       01 WS-RET-BEFORE      PIC 9(6)V99.
       01 WS-CREDIT          PIC 9(6)V99.
       01 WS-APPLIED         PIC 9(6)V99.
       01 WS-REFUND          PIC 9(6)V99.
       01 WS-LINE-LEFT       PIC S9(8)V99.
       01 WS-INV-LEFT        PIC S9(8)V99.
       01 WS-INV-CREDITED    PIC 9(8)V99.
       01 WS-NEXT-CN         PIC 9(6) VALUE 1.
       01 WS-ISSUED          PIC 9(4) VALUE 0.
       01 WS-RESTOCKED       PIC 9(4) VALUE 0.
       01 WS-TOT-CREDIT      PIC 9(8)V99 VALUE 0.
       01 WS-DESC            PIC X(20).
       01 WS-IM-IDX          PIC 9(4).
       01 WS-DISP-A          PIC ZZZ,ZZ9.99.
       01 WS-DISP-B          PIC ZZZ,ZZ9.99.
       01 WS-DISP-TOT        PIC ZZ,ZZZ,ZZ9.99.
       01 J                  PIC 9(4).
       01 K                  PIC 9(4).
       01 L                  PIC 9(4).

      *> The invoice register, loaded whole and rewritten whole.
       01 WS-IV-COUNT        PIC 9(4) VALUE 0.
       01 WS-IV-MAX          PIC 9(4) VALUE 2000.
       01 IV-TABLE.
           05 IV-ENTRY OCCURS 1 TO 2000 TIMES
                       DEPENDING ON WS-IV-COUNT.
               10 T-IV-INVOICE-NO PIC 9(6).
               10 T-IV-ORDER-ID   PIC 9(6).
               10 T-IV-CUST-ID    PIC 9(5).
               10 T-IV-DATE       PIC 9(8).
               10 T-IV-AMOUNT     PIC 9(6)V99.
               10 T-IV-OPEN-AMT   PIC 9(6)V99.
               10 T-IV-STATUS     PIC X.

       01 WS-RV-COUNT        PIC 9(4) VALUE 0.
       01 WS-RV-MAX          PIC 9(4) VALUE 2000.
       01 RV-TABLE.
           05 RV-ENTRY OCCURS 1 TO 2000 TIMES
                       DEPENDING ON WS-RV-COUNT PIC X(28).

       01 WS-IM-COUNT        PIC 9(4) VALUE 0.
       01 WS-IM-MAX          PIC 9(4) VALUE 1000.
       01 ITEM-TABLE.
           05 IM-ENTRY OCCURS 1 TO 1000 TIMES
                       DEPENDING ON WS-IM-COUNT.
               10 T-IM-ITEM-NUM   PIC 9(4).
               10 T-IM-DESC       PIC X(20).
               10 T-IM-UNIT-PRICE PIC 9(4)V99.
               10 T-IM-ON-HAND    PIC 9(5).
               10 T-IM-REORDER-PT PIC 9(5).

      *> Every credit note already issued, so a line cannot be
      *> returned or credited twice.
       01 WS-CN-COUNT        PIC 9(4) VALUE 0.
       01 WS-CN-MAX          PIC 9(4) VALUE 2000.
       01 CN-TABLE.
           05 CN-ENTRY OCCURS 1 TO 2000 TIMES
                       DEPENDING ON WS-CN-COUNT.
               10 T-CN-INVOICE-NO PIC 9(6).
               10 T-CN-LINE       PIC 9(2).
               10 T-CN-QTY        PIC 9(3).
               10 T-CN-AMOUNT     PIC 9(6)V99.

      *> The lines of the order behind the chosen invoice, in the
      *> order ORDER-MAIN wrote them, with what has already been
      *> returned and credited on each. ORDER-MAIN bills each line
      *> once at its discounted price, so T-LN-VALUE is the value
      *> billed for the whole line, not a unit price.
       01 WS-LN-COUNT        PIC 9(2) VALUE 0.
       01 WS-LN-MAX          PIC 9(2) VALUE 99.
       01 LN-TABLE.
           05 LN-ENTRY OCCURS 1 TO 99 TIMES
                       DEPENDING ON WS-LN-COUNT.
               10 T-LN-ITEM-NUM   PIC 9(4).
               10 T-LN-VALUE      PIC 9(4)V99.
               10 T-LN-QTY        PIC 9(3).
               10 T-LN-RET-QTY    PIC 9(5).
               10 T-LN-CREDITED   PIC 9(8)V99.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "SALES RETURNS AND CREDIT NOTES"
           DISPLAY "=============================="
           PERFORM READ-SYSTEM-DATE
           MOVE SD-BUSINESS-DATE TO WS-TODAY
           PERFORM LOAD-INVOICES
           IF WS-IV-COUNT = 0
               DISPLAY "No invoices on file; run INVOICE-GENERATE "
                   "first."
               STOP RUN
           END-IF
           PERFORM LOAD-RECEIVABLES
           PERFORM LOAD-ITEM-MASTER
           PERFORM LOAD-CREDIT-NOTES

           OPEN EXTEND CREDIT-FILE
           IF WS-CN-STATUS = "35"
               OPEN OUTPUT CREDIT-FILE
           END-IF
           OPEN EXTEND PRINT-FILE
           IF WS-PRT-STATUS = "35"
               OPEN OUTPUT PRINT-FILE
           END-IF

           PERFORM UNTIL WS-CHOICE = "Q"
               DISPLAY " "
               DISPLAY "(C)redit note against an invoice, (Q)uit: "
                   WITH NO ADVANCING
               ACCEPT WS-CHOICE
               MOVE FUNCTION UPPER-CASE(WS-CHOICE) TO WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN "C"
                       PERFORM ISSUE-CREDIT-NOTE
                   WHEN "Q"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Invalid option. Please try again."
               END-EVALUATE
           END-PERFORM

           CLOSE PRINT-FILE
           CLOSE CREDIT-FILE
           IF WS-ISSUED > 0
               PERFORM SAVE-INVOICES
               PERFORM SAVE-RECEIVABLES
           END-IF
           IF WS-RESTOCKED > 0
               PERFORM SAVE-ITEM-MASTER
           END-IF
           MOVE WS-TOT-CREDIT TO WS-DISP-TOT
           DISPLAY WS-ISSUED " credit notes issued for "
               WS-DISP-TOT "; " WS-RESTOCKED " returned to stock."
           STOP RUN.

       LOAD-INVOICES.
           MOVE 0 TO WS-IV-COUNT
           OPEN INPUT INVOICE-FILE
           IF WS-INV-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-EOF = "Y"
                   READ INVOICE-FILE
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF WS-IV-COUNT < WS-IV-MAX
                               ADD 1 TO WS-IV-COUNT
                               MOVE INVOICE-RECORD
                                   TO IV-ENTRY(WS-IV-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INVOICE-FILE
           END-IF
           MOVE "N" TO WS-EOF.

       SAVE-INVOICES.
           OPEN OUTPUT INVOICE-FILE
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-IV-COUNT
               MOVE IV-ENTRY(J) TO INVOICE-RECORD
               WRITE INVOICE-RECORD
           END-PERFORM
           CLOSE INVOICE-FILE.

       LOAD-RECEIVABLES.
           MOVE 0 TO WS-RV-COUNT
           OPEN INPUT RECEIVABLE-FILE
           IF RCVB-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-EOF = "Y"
                   READ RECEIVABLE-FILE
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF WS-RV-COUNT < WS-RV-MAX
                               ADD 1 TO WS-RV-COUNT
                               MOVE RECEIVABLE-RECORD
                                   TO RV-ENTRY(WS-RV-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RECEIVABLE-FILE
           END-IF
           MOVE "N" TO WS-EOF.

       SAVE-RECEIVABLES.
           OPEN OUTPUT RECEIVABLE-FILE
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-RV-COUNT
               MOVE RV-ENTRY(J) TO RECEIVABLE-RECORD
               WRITE RECEIVABLE-RECORD
           END-PERFORM
           CLOSE RECEIVABLE-FILE.

       LOAD-ITEM-MASTER.
           MOVE 0 TO WS-IM-COUNT
           OPEN INPUT ITEM-FILE
           IF ITEM-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-EOF = "Y"
                   READ ITEM-FILE
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF WS-IM-COUNT < WS-IM-MAX
                               ADD 1 TO WS-IM-COUNT
                               MOVE ITEM-RECORD
                                   TO IM-ENTRY(WS-IM-COUNT)
                           ELSE
                               DISPLAY "Warning: item table full at "
                                   WS-IM-MAX ", skipping "
                                   IM-ITEM-NUM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ITEM-FILE
           END-IF
           MOVE "N" TO WS-EOF.

      *> Returned stock goes back on the ledger, rewritten whole.
       SAVE-ITEM-MASTER.
           OPEN OUTPUT ITEM-FILE
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-IM-COUNT
               MOVE IM-ENTRY(J) TO ITEM-RECORD
               WRITE ITEM-RECORD
           END-PERFORM
           CLOSE ITEM-FILE.

       LOAD-CREDIT-NOTES.
           MOVE 0 TO WS-CN-COUNT
           OPEN INPUT CREDIT-FILE
           IF WS-CN-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-EOF = "Y"
                   READ CREDIT-FILE
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           PERFORM REMEMBER-CREDIT-NOTE
                           IF CN-NUMBER >= WS-NEXT-CN
                               COMPUTE WS-NEXT-CN = CN-NUMBER + 1
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CREDIT-FILE
           END-IF
           MOVE "N" TO WS-EOF.

       REMEMBER-CREDIT-NOTE.
           IF WS-CN-COUNT < WS-CN-MAX
               ADD 1 TO WS-CN-COUNT
               MOVE CN-INVOICE-NO TO T-CN-INVOICE-NO(WS-CN-COUNT)
               MOVE CN-LINE TO T-CN-LINE(WS-CN-COUNT)
               MOVE CN-QTY TO T-CN-QTY(WS-CN-COUNT)
               MOVE CN-AMOUNT TO T-CN-AMOUNT(WS-CN-COUNT)
           ELSE
               DISPLAY "Warning: credit note table full at "
                   WS-CN-MAX ", earlier credits may not be counted"
           END-IF.

      *> One credit note: pick the invoice and the line, then either
      *> take goods back (held to the units sold and not yet
      *> returned) or allow a pricing adjustment, both held to what
      *> is left of the line and of the invoice.
       ISSUE-CREDIT-NOTE.
           DISPLAY "Invoice number: "
           ACCEPT WS-PICK
           MOVE 0 TO K
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-IV-COUNT
               IF T-IV-INVOICE-NO(J) = WS-PICK
                   MOVE J TO K
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF K = 0
               DISPLAY "  >> No such invoice."
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-ORDER-LINES
           IF WS-LN-COUNT = 0
               DISPLAY "  >> No lines for order " T-IV-ORDER-ID(K)
                   " on ORDER-RECEIPT.DAT."
               EXIT PARAGRAPH
           END-IF
           PERFORM SUM-PRIOR-CREDITS
           PERFORM SHOW-ORDER-LINES

           DISPLAY "Line number: "
           ACCEPT WS-LINE-PICK
           IF WS-LINE-PICK < 1 OR WS-LINE-PICK > WS-LN-COUNT
               DISPLAY "  >> No such line on the invoice."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LINE-PICK TO L

           DISPLAY "(R)eturned goods or (P)ricing adjustment: "
               WITH NO ADVANCING
           ACCEPT WS-TYPE
           MOVE FUNCTION UPPER-CASE(WS-TYPE) TO WS-TYPE
           MOVE 0 TO WS-QTY
           MOVE "N" TO WS-RESTOCK
           EVALUATE WS-TYPE
               WHEN "R"
                   PERFORM TAKE-RETURNED-GOODS
               WHEN "P"
                   DISPLAY "Credit amount: "
                   ACCEPT WS-AMT-TEXT
                   MOVE FUNCTION NUMVAL(WS-AMT-TEXT) TO WS-CREDIT
               WHEN OTHER
                   DISPLAY "  >> Invalid credit type."
                   EXIT PARAGRAPH
           END-EVALUATE
           IF WS-CREDIT = 0
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-LINE-LEFT = T-LN-VALUE(L) - T-LN-CREDITED(L)
           COMPUTE WS-INV-LEFT = T-IV-AMOUNT(K) - WS-INV-CREDITED
           IF WS-INV-LEFT < WS-LINE-LEFT
               MOVE WS-INV-LEFT TO WS-LINE-LEFT
           END-IF
           IF WS-LINE-LEFT <= 0
               DISPLAY "  >> Nothing left to credit on this line."
               EXIT PARAGRAPH
           END-IF
           IF WS-CREDIT > WS-LINE-LEFT
               MOVE WS-LINE-LEFT TO WS-CREDIT
               MOVE WS-CREDIT TO WS-DISP-A
               DISPLAY "  Credit held to " WS-DISP-A
                   ", what is left of the line and invoice."
           END-IF

           PERFORM APPLY-CREDIT
           IF WS-RESTOCK = "Y"
               ADD WS-QTY TO T-IM-ON-HAND(WS-IM-IDX)
               ADD 1 TO WS-RESTOCKED
           END-IF
           PERFORM WRITE-CREDIT-NOTE
           PERFORM PRINT-CREDIT-NOTE
           ADD 1 TO WS-NEXT-CN
           ADD 1 TO WS-ISSUED
           ADD WS-CREDIT TO WS-TOT-CREDIT
           MOVE WS-CREDIT TO WS-DISP-A
           DISPLAY "Credit note " CN-NUMBER " for " WS-DISP-A
               " against invoice " T-IV-INVOICE-NO(K) "."
           IF WS-REFUND > 0
               MOVE WS-REFUND TO WS-DISP-B
               DISPLAY "  >> " WS-DISP-B " is more than was still "
                   "open -- refund due to the customer."
           END-IF.

      *> Returned goods: at most the units sold on the line less
      *> those already returned, credited pro rata of what the line
      *> was billed. The share is taken on the running total of
      *> units returned so that returning the last unit credits
      *> the line in full, with no rounding left behind. Goods fit
      *> for resale go back into stock.
       TAKE-RETURNED-GOODS.
           MOVE 0 TO WS-CREDIT
           IF T-LN-RET-QTY(L) >= T-LN-QTY(L)
               DISPLAY "  >> Every unit on this line has already "
                   "been returned."
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-AVAIL-QTY = T-LN-QTY(L) - T-LN-RET-QTY(L)
           DISPLAY "Quantity returned (up to " WS-AVAIL-QTY "): "
           ACCEPT WS-QTY
           IF WS-QTY < 1 OR WS-QTY > WS-AVAIL-QTY
               DISPLAY "  >> Quantity must be 1 to " WS-AVAIL-QTY
                   "."
               MOVE 0 TO WS-QTY
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-RET-BEFORE ROUNDED =
               T-LN-RET-QTY(L) * T-LN-VALUE(L) / T-LN-QTY(L)
           COMPUTE WS-CREDIT ROUNDED =
               (T-LN-RET-QTY(L) + WS-QTY) * T-LN-VALUE(L)
               / T-LN-QTY(L) - WS-RET-BEFORE
           DISPLAY "Goods fit to go back into stock? (Y/N): "
               WITH NO ADVANCING
           ACCEPT WS-RESTOCK
           MOVE FUNCTION UPPER-CASE(WS-RESTOCK) TO WS-RESTOCK
           IF WS-RESTOCK = "Y"
               PERFORM FIND-LINE-ITEM
               IF WS-IM-IDX = 0
                   DISPLAY "  >> Item " T-LN-ITEM-NUM(L) " is not "
                       "on the item master; not restocked."
                   MOVE "N" TO WS-RESTOCK
               END-IF
           ELSE
               MOVE "N" TO WS-RESTOCK
           END-IF.

       FIND-LINE-ITEM.
           MOVE 0 TO WS-IM-IDX
           MOVE "(NOT ON ITEM MASTER)" TO WS-DESC
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-IM-COUNT
               IF T-IM-ITEM-NUM(J) = T-LN-ITEM-NUM(L)
                   MOVE J TO WS-IM-IDX
                   MOVE T-IM-DESC(J) TO WS-DESC
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> The credit comes off what is still open on the invoice and
      *> off the order's receivable row; an invoice credited to
      *> nothing closes (status C) and its receivable is marked
      *> paid. Anything beyond the open amount is a refund.
       APPLY-CREDIT.
           MOVE 0 TO WS-APPLIED
           IF T-IV-STATUS(K) = "O"
               IF WS-CREDIT < T-IV-OPEN-AMT(K)
                   MOVE WS-CREDIT TO WS-APPLIED
               ELSE
                   MOVE T-IV-OPEN-AMT(K) TO WS-APPLIED
               END-IF
               SUBTRACT WS-APPLIED FROM T-IV-OPEN-AMT(K)
           END-IF
           COMPUTE WS-REFUND = WS-CREDIT - WS-APPLIED

           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-RV-COUNT
               MOVE RV-ENTRY(J) TO RECEIVABLE-RECORD
               IF RV-ORDER-ID = T-IV-ORDER-ID(K)
                   AND RV-PAID NOT = "Y"
                   IF WS-APPLIED < RV-AMOUNT
                       SUBTRACT WS-APPLIED FROM RV-AMOUNT
                   ELSE
                       MOVE 0 TO RV-AMOUNT
                   END-IF
                   IF T-IV-STATUS(K) = "O"
                       AND T-IV-OPEN-AMT(K) = 0
                       MOVE "Y" TO RV-PAID
                   END-IF
                   MOVE RECEIVABLE-RECORD TO RV-ENTRY(J)
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF T-IV-STATUS(K) = "O"
               AND T-IV-OPEN-AMT(K) = 0
               MOVE "C" TO T-IV-STATUS(K)
               DISPLAY "Invoice " T-IV-INVOICE-NO(K)
                   " credited in full and closed."
           END-IF.

       WRITE-CREDIT-NOTE.
           MOVE SPACES TO CREDIT-RECORD
           MOVE WS-NEXT-CN TO CN-NUMBER
           MOVE T-IV-INVOICE-NO(K) TO CN-INVOICE-NO
           MOVE T-IV-ORDER-ID(K) TO CN-ORDER-ID
           MOVE T-IV-CUST-ID(K) TO CN-CUST-ID
           MOVE WS-TODAY TO CN-DATE
           MOVE L TO CN-LINE
           MOVE T-LN-ITEM-NUM(L) TO CN-ITEM-NUM
           MOVE WS-TYPE TO CN-TYPE
           MOVE WS-QTY TO CN-QTY
           MOVE WS-RESTOCK TO CN-RESTOCKED
           MOVE WS-CREDIT TO CN-AMOUNT
           MOVE WS-APPLIED TO CN-APPLIED
           MOVE WS-REFUND TO CN-REFUND
           WRITE CREDIT-RECORD
           PERFORM REMEMBER-CREDIT-NOTE.

      *> Same document layout INVOICE-GENERATE prints, so credit
      *> notes file alongside the invoices they reverse.
       PRINT-CREDIT-NOTE.
           MOVE ALL "=" TO PRINT-REC
           WRITE PRINT-REC
           MOVE WS-CREDIT TO WS-DISP-A
           MOVE SPACES TO PRINT-REC
           STRING "CREDIT NOTE " CN-NUMBER
                  "  CUSTOMER " CN-CUST-ID
                  "  ORDER " CN-ORDER-ID
               DELIMITED BY SIZE INTO PRINT-REC
           END-STRING
           WRITE PRINT-REC
           MOVE SPACES TO PRINT-REC
           STRING "  DATED " WS-TODAY
                  "  INVOICE " CN-INVOICE-NO
                  "  AMOUNT CREDITED " WS-DISP-A
               DELIMITED BY SIZE INTO PRINT-REC
           END-STRING
           WRITE PRINT-REC
           PERFORM FIND-LINE-ITEM
           MOVE SPACES TO PRINT-REC
           IF CN-TYPE = "R"
               IF CN-RESTOCKED = "Y"
                   STRING "  LINE " CN-LINE " ITEM " CN-ITEM-NUM
                          " " WS-DESC " QTY " CN-QTY
                          " RETURNED TO STOCK"
                       DELIMITED BY SIZE INTO PRINT-REC
                   END-STRING
               ELSE
                   STRING "  LINE " CN-LINE " ITEM " CN-ITEM-NUM
                          " " WS-DESC " QTY " CN-QTY
                          " RETURNED"
                       DELIMITED BY SIZE INTO PRINT-REC
                   END-STRING
               END-IF
           ELSE
               STRING "  LINE " CN-LINE " ITEM " CN-ITEM-NUM
                      " " WS-DESC " PRICING ADJUSTMENT"
                   DELIMITED BY SIZE INTO PRINT-REC
               END-STRING
           END-IF
           WRITE PRINT-REC
           IF CN-REFUND > 0
               MOVE CN-REFUND TO WS-DISP-B
               MOVE SPACES TO PRINT-REC
               STRING "  REFUND DUE " WS-DISP-B
                   DELIMITED BY SIZE INTO PRINT-REC
               END-STRING
               WRITE PRINT-REC
           END-IF.

      *> Rows ORDER-MAIN wrote before it recorded the quantity sold
      *> have no quantity and count as one unit.
       LOAD-ORDER-LINES.
           MOVE 0 TO WS-LN-COUNT
           OPEN INPUT RECEIPT-FILE
           IF RCPT-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ RECEIPT-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF RR-ORDER-ID = T-IV-ORDER-ID(K)
                           AND WS-LN-COUNT < WS-LN-MAX
                           ADD 1 TO WS-LN-COUNT
                           MOVE RR-ITEM-NUM
                               TO T-LN-ITEM-NUM(WS-LN-COUNT)
                           MOVE RR-DISC-PRICE TO WS-LINE-VALUE
                           MOVE WS-LINE-VALUE TO T-LN-VALUE(WS-LN-COUNT)
                           IF RR-QTY NOT NUMERIC OR RR-QTY = 0
                               MOVE 1 TO T-LN-QTY(WS-LN-COUNT)
                           ELSE
                               MOVE RR-QTY
                                   TO T-LN-QTY(WS-LN-COUNT)
                           END-IF
                           MOVE 0 TO T-LN-RET-QTY(WS-LN-COUNT)
                           MOVE 0 TO T-LN-CREDITED(WS-LN-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RECEIPT-FILE
           MOVE "N" TO WS-EOF.

       SUM-PRIOR-CREDITS.
           MOVE 0 TO WS-INV-CREDITED
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-CN-COUNT
               IF T-CN-INVOICE-NO(J) = T-IV-INVOICE-NO(K)
                   ADD T-CN-AMOUNT(J) TO WS-INV-CREDITED
                   IF T-CN-LINE(J) >= 1
                       AND T-CN-LINE(J) <= WS-LN-COUNT
                       MOVE T-CN-LINE(J) TO L
                       ADD T-CN-QTY(J) TO T-LN-RET-QTY(L)
                       ADD T-CN-AMOUNT(J) TO T-LN-CREDITED(L)
                   END-IF
               END-IF
           END-PERFORM.

       SHOW-ORDER-LINES.
           MOVE T-IV-AMOUNT(K) TO WS-DISP-A
           MOVE T-IV-OPEN-AMT(K) TO WS-DISP-B
           DISPLAY "Invoice " T-IV-INVOICE-NO(K) " customer "
               T-IV-CUST-ID(K) " order " T-IV-ORDER-ID(K)
               " amount " WS-DISP-A " open " WS-DISP-B
           PERFORM VARYING L FROM 1 BY 1 UNTIL L > WS-LN-COUNT
               PERFORM FIND-LINE-ITEM
               MOVE T-LN-CREDITED(L) TO WS-DISP-A
               DISPLAY "  Line " L " item " T-LN-ITEM-NUM(L)
                   " " WS-DESC " sold " T-LN-QTY(L)
                   " billed " T-LN-VALUE(L)
                   " returned " T-LN-RET-QTY(L)
                   " credited " WS-DISP-A
           END-PERFORM.

       COPY "sysdate-read.cpy".
