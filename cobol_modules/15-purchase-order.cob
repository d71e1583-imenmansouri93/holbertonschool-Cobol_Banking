       IDENTIFICATION DIVISION.
       PROGRAM-ID. PURCHASE-ORDER.

      *> Turns the reorder report into purchase orders. Every
      *> ITEM-MASTER.DAT item at or below its reorder point is
      *> ordered up to twice the reorder point, less what is on
      *> the shelf and what is already outstanding on open
      *> PURCHASE-ORDERS.DAT lines, from the active supplier with
      *> the lowest agreed price on SUPPLIER-ITEMS.DAT; the
      *> expected date is today plus that supplier's lead time.
      *> Lines are grouped into one PO per supplier and printed to
      *> PURCHASE-ORDER-PRINT.DAT. Preview mode prints the proposal
      *> only; raise mode also writes the lines to PURCHASE-
      *> ORDERS.DAT as open for GOODS-RECEIPT to receive against.
      *> Items no supplier has agreed a price for are listed as
      *> exceptions and still have to be bought by hand.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ITEM-FILE ASSIGN TO "ITEM-MASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ITEM-STATUS.
           SELECT SUPPLIER-FILE ASSIGN TO "SUPPLIER-MASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUPPLIER-STATUS.
           SELECT SUPP-ITEM-FILE ASSIGN TO "SUPPLIER-ITEMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUPP-ITEM-STATUS.
           SELECT PO-FILE ASSIGN TO "PURCHASE-ORDERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PO-FILE-STATUS.
           SELECT PRINT-FILE ASSIGN TO "PURCHASE-ORDER-PRINT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SYSDATE-FILE ASSIGN TO "SYSTEM-DATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ITEM-FILE.
       01 ITEM-RECORD.
          05 IM-ITEM-NUM     PIC 9(4).
          05 IM-DESC         PIC X(20).
          05 IM-UNIT-PRICE   PIC 9(4)V99.
          05 IM-ON-HAND      PIC 9(5).
          05 IM-REORDER-PT   PIC 9(5).

       FD SUPPLIER-FILE.
       01 SUPPLIER-RECORD.
          05 SU-SUPP-ID      PIC 9(5).
          05 SU-NAME         PIC X(30).
          05 SU-CONTACT      PIC X(30).
          05 SU-STATUS       PIC X.

       FD SUPP-ITEM-FILE.
       01 SUPP-ITEM-RECORD.
          05 SI-SUPP-ID      PIC 9(5).
          05 SI-ITEM-NUM     PIC 9(4).
          05 SI-PRICE        PIC 9(4)V99.
          05 SI-LEAD-DAYS    PIC 9(3).
          05 SI-AGREED-DATE  PIC 9(8).

      *> One row per PO line. PO-STATUS "O" open, "P" part
      *> received, "C" complete; GOODS-RECEIPT moves it along.
       FD PO-FILE.
       01 PO-RECORD.
          05 PO-NUM          PIC 9(6).
          05 PO-LINE         PIC 9(3).
          05 PO-DATE         PIC 9(8).
          05 PO-SUPP-ID      PIC 9(5).
          05 PO-ITEM-NUM     PIC 9(4).
          05 PO-QTY-ORDERED  PIC 9(5).
          05 PO-PRICE        PIC 9(4)V99.
          05 PO-EXPECTED     PIC 9(8).
          05 PO-QTY-RECEIVED PIC 9(5).
          05 PO-STATUS       PIC X.
          05 PO-LAST-RECEIPT PIC 9(8).

       FD PRINT-FILE.
       01 PRINT-REC          PIC X(100).

       FD SYSDATE-FILE.
       01 SYSDATE-REC            PIC X(40).

       WORKING-STORAGE SECTION.
       COPY "sysdate-ws.cpy".
       01 ITEM-STATUS        PIC XX.
       01 SUPPLIER-STATUS    PIC XX.
       01 SUPP-ITEM-STATUS   PIC XX.
       01 PO-FILE-STATUS     PIC XX.
       01 WS-EOF             PIC X VALUE "N".
       01 WS-TODAY           PIC 9(8).
       01 WS-MODE            PIC X.
       01 WS-NEXT-PO         PIC 9(6) VALUE 1.
       01 WS-CUR-PO          PIC 9(6).
       01 WS-CUR-LINE        PIC 9(3).
       01 WS-ON-ORDER        PIC 9(7).
       01 WS-WANTED          PIC S9(7).
       01 WS-BEST-IDX        PIC 9(4).
       01 WS-BEST-SU-IDX     PIC 9(4).
       01 WS-SU-IDX          PIC 9(4).
       01 WS-EXCEPTIONS      PIC 9(4) VALUE 0.
       01 WS-COVERED         PIC 9(4) VALUE 0.
       01 WS-PO-RAISED       PIC 9(4) VALUE 0.
       01 WS-LINE-VALUE      PIC 9(9)V99.
       01 WS-PO-VALUE        PIC 9(9)V99.
       01 WS-DISP-PRICE      PIC Z,ZZ9.99.
       01 WS-DISP-VALUE      PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-DISP-QTY        PIC ZZZZ9.
       01 J                  PIC 9(4).
       01 K                  PIC 9(4).

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

       01 WS-SU-COUNT        PIC 9(4) VALUE 0.
       01 WS-SU-MAX          PIC 9(4) VALUE 500.
       01 SU-TABLE.
           05 SU-ENTRY OCCURS 1 TO 500 TIMES
                       DEPENDING ON WS-SU-COUNT.
               10 T-SU-SUPP-ID    PIC 9(5).
               10 T-SU-NAME       PIC X(30).
               10 T-SU-CONTACT    PIC X(30).
               10 T-SU-STATUS     PIC X.

       01 WS-SI-COUNT        PIC 9(4) VALUE 0.
       01 WS-SI-MAX          PIC 9(4) VALUE 3000.
       01 SI-TABLE.
           05 SI-ENTRY OCCURS 1 TO 3000 TIMES
                       DEPENDING ON WS-SI-COUNT.
               10 T-SI-SUPP-ID    PIC 9(5).
               10 T-SI-ITEM-NUM   PIC 9(4).
               10 T-SI-PRICE      PIC 9(4)V99.
               10 T-SI-LEAD-DAYS  PIC 9(3).
               10 T-SI-AGREED-DATE PIC 9(8).

      *> Outstanding quantity on open and part-received lines, by
      *> item.
       01 WS-OO-COUNT        PIC 9(4) VALUE 0.
       01 WS-OO-MAX          PIC 9(4) VALUE 1000.
       01 OO-TABLE.
           05 OO-ENTRY OCCURS 1 TO 1000 TIMES
                       DEPENDING ON WS-OO-COUNT.
               10 T-OO-ITEM-NUM   PIC 9(4).
               10 T-OO-QTY        PIC 9(7).

      *> This run's proposed lines, before they are grouped by
      *> supplier into POs.
       01 WS-PP-COUNT        PIC 9(4) VALUE 0.
       01 WS-PP-MAX          PIC 9(4) VALUE 1000.
       01 PP-TABLE.
           05 PP-ENTRY OCCURS 1 TO 1000 TIMES
                       DEPENDING ON WS-PP-COUNT.
               10 T-PP-SUPP-ID    PIC 9(5).
               10 T-PP-ITEM-NUM   PIC 9(4).
               10 T-PP-DESC       PIC X(20).
               10 T-PP-QTY        PIC 9(5).
               10 T-PP-PRICE      PIC 9(4)V99.
               10 T-PP-EXPECTED   PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "PURCHASE ORDERS FROM REORDER POINTS"
           DISPLAY "==================================="
           PERFORM READ-SYSTEM-DATE
           MOVE SD-BUSINESS-DATE TO WS-TODAY
           PERFORM LOAD-ITEM-MASTER
           IF WS-IM-COUNT = 0
               DISPLAY "No ITEM-MASTER.DAT on file."
               STOP RUN
           END-IF
           PERFORM LOAD-SUPPLIERS
           PERFORM LOAD-SUPPLIER-ITEMS
           PERFORM LOAD-OPEN-ORDERS

           DISPLAY "(P)review proposed orders or (R)aise purchase "
               "orders: " WITH NO ADVANCING
           ACCEPT WS-MODE
           MOVE FUNCTION UPPER-CASE(WS-MODE) TO WS-MODE
           IF WS-MODE NOT = "R"
               MOVE "P" TO WS-MODE
           END-IF

           OPEN OUTPUT PRINT-FILE
           MOVE SPACES TO PRINT-REC
           IF WS-MODE = "R"
               STRING "PURCHASE ORDERS RAISED " WS-TODAY
                   DELIMITED BY SIZE INTO PRINT-REC
               END-STRING
           ELSE
               STRING "PROPOSED PURCHASE ORDERS " WS-TODAY
                      " - PREVIEW, NOTHING RAISED"
                   DELIMITED BY SIZE INTO PRINT-REC
               END-STRING
           END-IF
           WRITE PRINT-REC

           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-IM-COUNT
               IF T-IM-ON-HAND(J) <= T-IM-REORDER-PT(J)
                   PERFORM PROPOSE-ONE-ITEM
               END-IF
           END-PERFORM

           IF WS-MODE = "R" AND WS-PP-COUNT > 0
               OPEN EXTEND PO-FILE
               IF PO-FILE-STATUS = "35"
                   OPEN OUTPUT PO-FILE
               END-IF
           END-IF
           PERFORM VARYING WS-SU-IDX FROM 1 BY 1
                   UNTIL WS-SU-IDX > WS-SU-COUNT
               PERFORM WRITE-SUPPLIER-ORDER
           END-PERFORM
           IF WS-MODE = "R" AND WS-PP-COUNT > 0
               CLOSE PO-FILE
           END-IF

           MOVE SPACES TO PRINT-REC
           WRITE PRINT-REC
           MOVE SPACES TO PRINT-REC
           STRING "ORDERS " WS-PO-RAISED
                  "  LINES " WS-PP-COUNT
                  "  ALREADY ON ORDER " WS-COVERED
                  "  NO SUPPLIER " WS-EXCEPTIONS
               DELIMITED BY SIZE INTO PRINT-REC
           END-STRING
           WRITE PRINT-REC
           CLOSE PRINT-FILE

           IF WS-MODE = "R"
               DISPLAY WS-PO-RAISED " purchase orders raised ("
                   WS-PP-COUNT " lines) in PURCHASE-ORDERS.DAT"
           ELSE
               DISPLAY WS-PO-RAISED " purchase orders proposed ("
                   WS-PP-COUNT " lines), nothing raised"
           END-IF
           DISPLAY WS-COVERED " items already covered by open "
               "orders, " WS-EXCEPTIONS " with no agreed supplier; "
               "see PURCHASE-ORDER-PRINT.DAT"
           STOP RUN.

       LOAD-ITEM-MASTER.
           MOVE 0 TO WS-IM-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT ITEM-FILE
           IF ITEM-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ ITEM-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF WS-IM-COUNT < WS-IM-MAX
                           ADD 1 TO WS-IM-COUNT
                           MOVE ITEM-RECORD TO IM-ENTRY(WS-IM-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ITEM-FILE.

       LOAD-SUPPLIERS.
           MOVE 0 TO WS-SU-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT SUPPLIER-FILE
           IF SUPPLIER-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ SUPPLIER-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF WS-SU-COUNT < WS-SU-MAX
                           ADD 1 TO WS-SU-COUNT
                           MOVE SUPPLIER-RECORD
                               TO SU-ENTRY(WS-SU-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SUPPLIER-FILE.

       LOAD-SUPPLIER-ITEMS.
           MOVE 0 TO WS-SI-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT SUPP-ITEM-FILE
           IF SUPP-ITEM-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ SUPP-ITEM-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF WS-SI-COUNT < WS-SI-MAX
                           ADD 1 TO WS-SI-COUNT
                           MOVE SUPP-ITEM-RECORD
                               TO SI-ENTRY(WS-SI-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SUPP-ITEM-FILE.

      *> Sums what is still to come on every open or part-received
      *> line and carries the next free PO number past the highest
      *> on file.
       LOAD-OPEN-ORDERS.
           MOVE 0 TO WS-OO-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT PO-FILE
           IF PO-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ PO-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF PO-NUM >= WS-NEXT-PO
                           COMPUTE WS-NEXT-PO = PO-NUM + 1
                       END-IF
                       IF (PO-STATUS = "O" OR PO-STATUS = "P")
                           AND PO-QTY-ORDERED > PO-QTY-RECEIVED
                           PERFORM ADD-ON-ORDER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PO-FILE.

       ADD-ON-ORDER.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-OO-COUNT
               IF T-OO-ITEM-NUM(K) = PO-ITEM-NUM
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF K > WS-OO-COUNT
               IF WS-OO-COUNT >= WS-OO-MAX
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-OO-COUNT
               MOVE WS-OO-COUNT TO K
               MOVE PO-ITEM-NUM TO T-OO-ITEM-NUM(K)
               MOVE 0 TO T-OO-QTY(K)
           END-IF
           COMPUTE T-OO-QTY(K) = T-OO-QTY(K)
               + PO-QTY-ORDERED - PO-QTY-RECEIVED.

      *> Item J is at or below its reorder point: net off what is
      *> already on order and pick the cheapest active supplier.
       PROPOSE-ONE-ITEM.
           MOVE 0 TO WS-ON-ORDER
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-OO-COUNT
               IF T-OO-ITEM-NUM(K) = T-IM-ITEM-NUM(J)
                   MOVE T-OO-QTY(K) TO WS-ON-ORDER
                   EXIT PERFORM
               END-IF
           END-PERFORM
           COMPUTE WS-WANTED = T-IM-REORDER-PT(J) * 2
               - T-IM-ON-HAND(J) - WS-ON-ORDER
           IF WS-WANTED <= 0
               ADD 1 TO WS-COVERED
               EXIT PARAGRAPH
           END-IF
           IF WS-WANTED > 99999
               MOVE 99999 TO WS-WANTED
           END-IF

           MOVE 0 TO WS-BEST-IDX
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-SI-COUNT
               IF T-SI-ITEM-NUM(K) = T-IM-ITEM-NUM(J)
                   PERFORM CONSIDER-SUPPLIER-PRICE
               END-IF
           END-PERFORM
           IF WS-BEST-IDX = 0
               ADD 1 TO WS-EXCEPTIONS
               MOVE WS-WANTED TO WS-DISP-QTY
               MOVE SPACES TO PRINT-REC
               STRING "EXCEPTION ITEM " T-IM-ITEM-NUM(J) " "
                      T-IM-DESC(J) " NEEDS " WS-DISP-QTY
                      " - NO ACTIVE SUPPLIER HAS AGREED A PRICE"
                   DELIMITED BY SIZE INTO PRINT-REC
               END-STRING
               WRITE PRINT-REC
               EXIT PARAGRAPH
           END-IF
           IF WS-PP-COUNT >= WS-PP-MAX
               DISPLAY "Warning: order table full at " WS-PP-MAX
                   ", item " T-IM-ITEM-NUM(J) " not ordered"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PP-COUNT
           MOVE T-SI-SUPP-ID(WS-BEST-IDX) TO T-PP-SUPP-ID(WS-PP-COUNT)
           MOVE T-IM-ITEM-NUM(J) TO T-PP-ITEM-NUM(WS-PP-COUNT)
           MOVE T-IM-DESC(J) TO T-PP-DESC(WS-PP-COUNT)
           MOVE WS-WANTED TO T-PP-QTY(WS-PP-COUNT)
           MOVE T-SI-PRICE(WS-BEST-IDX) TO T-PP-PRICE(WS-PP-COUNT)
           COMPUTE T-PP-EXPECTED(WS-PP-COUNT) =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-TODAY)
                   + T-SI-LEAD-DAYS(WS-BEST-IDX)).

      *> Price row K qualifies only if its supplier is on the master
      *> and active; the lowest price wins, the first on file on a
      *> tie.
       CONSIDER-SUPPLIER-PRICE.
           MOVE 0 TO WS-BEST-SU-IDX
           PERFORM VARYING WS-SU-IDX FROM 1 BY 1
                   UNTIL WS-SU-IDX > WS-SU-COUNT
               IF T-SU-SUPP-ID(WS-SU-IDX) = T-SI-SUPP-ID(K)
                   MOVE WS-SU-IDX TO WS-BEST-SU-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-BEST-SU-IDX = 0
               EXIT PARAGRAPH
           END-IF
           IF T-SU-STATUS(WS-BEST-SU-IDX) NOT = "A"
               EXIT PARAGRAPH
           END-IF
           IF WS-BEST-IDX = 0
               MOVE K TO WS-BEST-IDX
           ELSE
               IF T-SI-PRICE(K) < T-SI-PRICE(WS-BEST-IDX)
                   MOVE K TO WS-BEST-IDX
               END-IF
           END-IF.

      *> All of supplier WS-SU-IDX's proposed lines become one PO.
       WRITE-SUPPLIER-ORDER.
           MOVE 0 TO WS-CUR-LINE
           MOVE 0 TO WS-PO-VALUE
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-PP-COUNT
               IF T-PP-SUPP-ID(J) = T-SU-SUPP-ID(WS-SU-IDX)
                   IF WS-CUR-LINE = 0
                       PERFORM START-SUPPLIER-ORDER
                   END-IF
                   ADD 1 TO WS-CUR-LINE
                   PERFORM WRITE-ORDER-LINE
               END-IF
           END-PERFORM
           IF WS-CUR-LINE > 0
               MOVE WS-PO-VALUE TO WS-DISP-VALUE
               MOVE SPACES TO PRINT-REC
               STRING "                                   "
                      "ORDER TOTAL    " WS-DISP-VALUE
                   DELIMITED BY SIZE INTO PRINT-REC
               END-STRING
               WRITE PRINT-REC
           END-IF.

       START-SUPPLIER-ORDER.
           MOVE WS-NEXT-PO TO WS-CUR-PO
           ADD 1 TO WS-NEXT-PO
           ADD 1 TO WS-PO-RAISED
           MOVE SPACES TO PRINT-REC
           WRITE PRINT-REC
           MOVE SPACES TO PRINT-REC
           STRING "PURCHASE ORDER " WS-CUR-PO
                  "  DATED " WS-TODAY
                  "  SUPPLIER " T-SU-SUPP-ID(WS-SU-IDX)
                  " " T-SU-NAME(WS-SU-IDX)
               DELIMITED BY SIZE INTO PRINT-REC
           END-STRING
           WRITE PRINT-REC
           MOVE SPACES TO PRINT-REC
           STRING "  CONTACT " T-SU-CONTACT(WS-SU-IDX)
               DELIMITED BY SIZE INTO PRINT-REC
           END-STRING
           WRITE PRINT-REC
           MOVE SPACES TO PRINT-REC
           STRING "  LN  ITEM DESCRIPTION             QTY    PRICE"
                  "          VALUE EXPECTED"
               DELIMITED BY SIZE INTO PRINT-REC
           END-STRING
           WRITE PRINT-REC.

       WRITE-ORDER-LINE.
           COMPUTE WS-LINE-VALUE = T-PP-QTY(J) * T-PP-PRICE(J)
           ADD WS-LINE-VALUE TO WS-PO-VALUE
           MOVE T-PP-QTY(J) TO WS-DISP-QTY
           MOVE T-PP-PRICE(J) TO WS-DISP-PRICE
           MOVE WS-LINE-VALUE TO WS-DISP-VALUE
           MOVE SPACES TO PRINT-REC
           STRING "  " WS-CUR-LINE " " T-PP-ITEM-NUM(J)
                  " " T-PP-DESC(J)
                  " " WS-DISP-QTY " " WS-DISP-PRICE
                  " " WS-DISP-VALUE " " T-PP-EXPECTED(J)
               DELIMITED BY SIZE INTO PRINT-REC
           END-STRING
           WRITE PRINT-REC
           IF WS-MODE = "R"
               MOVE SPACES TO PO-RECORD
               MOVE WS-CUR-PO TO PO-NUM
               MOVE WS-CUR-LINE TO PO-LINE
               MOVE WS-TODAY TO PO-DATE
               MOVE T-PP-SUPP-ID(J) TO PO-SUPP-ID
               MOVE T-PP-ITEM-NUM(J) TO PO-ITEM-NUM
               MOVE T-PP-QTY(J) TO PO-QTY-ORDERED
               MOVE T-PP-PRICE(J) TO PO-PRICE
               MOVE T-PP-EXPECTED(J) TO PO-EXPECTED
               MOVE 0 TO PO-QTY-RECEIVED
               MOVE "O" TO PO-STATUS
               MOVE 0 TO PO-LAST-RECEIPT
               WRITE PO-RECORD
           END-IF.

       COPY "sysdate-read.cpy".
