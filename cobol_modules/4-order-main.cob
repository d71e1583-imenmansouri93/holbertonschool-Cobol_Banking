           SELECT OVERLIMIT-FILE ASSIGN TO "CREDIT-OVERLIMIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OVERLIMIT-STATUS.
           SELECT SYSDATE-FILE ASSIGN TO "SYSTEM-DATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
          05 RR-CODE         PIC X.
          05 FILLER          PIC X VALUE SPACE.
          05 RR-DISC-PRICE   PIC ZZZ9.99.
      *> Quantity sold on the line, so SALES-RETURN can hold a
      *> credit to what was actually sold; older rows end at the
      *> discounted price and count as one.
          05 FILLER          PIC X VALUE SPACE.
          05 RR-QTY          PIC 9(3).

      *> One receivable row per order charged on account -- the
      *> aged-receivables report works this file off until payment
       FD OVERLIMIT-FILE.
       01 OVERLIMIT-REC      PIC X(100).

       FD SYSDATE-FILE.
       01 SYSDATE-REC            PIC X(40).

       WORKING-STORAGE SECTION.
       COPY "sysdate-ws.cpy".
       01 WS-DISC-PRICE   PIC 9(4)V99.
       01 WS-ITEM-PRICE   PIC 9(4)V99.
       01 WS-ITEM-CODE    PIC X.
               10 OI-PRICE       PIC 9(4)V99.
               10 OI-CODE        PIC X.
               10 OI-DISC-PRICE  PIC 9(4)V99.
               10 OI-QTY         PIC 9(3).

       PROCEDURE DIVISION.
       MAIN-PARA.
           END-IF.

       WRITE-OVERLIMIT-ROW.
           PERFORM READ-SYSTEM-DATE
           MOVE SD-BUSINESS-DATE TO WS-ORDER-DATE
           OPEN EXTEND OVERLIMIT-FILE
           IF OVERLIMIT-STATUS = "35"
               OPEN OUTPUT OVERLIMIT-FILE
           CLOSE OVERLIMIT-FILE.

       POST-RECEIVABLE.
           PERFORM READ-SYSTEM-DATE
           MOVE SD-BUSINESS-DATE TO WS-ORDER-DATE
           OPEN EXTEND RECEIVABLE-FILE
           IF RCVB-STATUS = "35"
               OPEN OUTPUT RECEIVABLE-FILE
               MOVE WS-ITEM-PRICE TO OI-PRICE(WS-ITEM-COUNT)
               MOVE WS-ITEM-CODE  TO OI-CODE(WS-ITEM-COUNT)
               MOVE WS-DISC-PRICE TO OI-DISC-PRICE(WS-ITEM-COUNT)
               MOVE WS-ITEM-QTY   TO OI-QTY(WS-ITEM-COUNT)
           ELSE
               DISPLAY "Warning: receipt full at " WS-MAX-ITEMS
                   " items, this item will not appear on the receipt"
               MOVE OI-PRICE(WS-IDX)     TO RR-PRICE
               MOVE OI-CODE(WS-IDX)      TO RR-CODE
               MOVE OI-DISC-PRICE(WS-IDX) TO RR-DISC-PRICE
               MOVE OI-QTY(WS-IDX)       TO RR-QTY
               WRITE RECEIPT-RECORD
           END-PERFORM

           CLOSE RECEIPT-FILE.

       COPY "custid-check.cpy".
       COPY "sysdate-read.cpy".
