      *> Reorder report over the ITEM-MASTER.DAT stock ledger:
      *> lists every item at or below its reorder point with a
      *> suggested order quantity (enough to restock to twice the
      *> reorder point), written to REORDER-REPORT.DAT. Stock still
      *> to come on open purchase orders (PURCHASE-ORDERS.DAT) is
      *> netted off the suggestion; items it already covers are
      *> counted but not suggested again.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT ITEM-FILE ASSIGN TO "ITEM-MASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ITEM-STATUS.
           SELECT PO-FILE ASSIGN TO "PURCHASE-ORDERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PO-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "REORDER-REPORT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SYSDATE-FILE ASSIGN TO "SYSTEM-DATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
          05 IM-ON-HAND      PIC 9(5).
          05 IM-REORDER-PT   PIC 9(5).

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

       FD REPORT-FILE.
       01 REPORT-REC         PIC X(80).

       FD SYSDATE-FILE.
       01 SYSDATE-REC            PIC X(40).

       WORKING-STORAGE SECTION.
       COPY "sysdate-ws.cpy".
       01 ITEM-STATUS        PIC XX.
       01 WS-EOF             PIC X VALUE "N".
       01 WS-TODAY           PIC 9(8).
       01 PO-FILE-STATUS     PIC XX.
       01 WS-SUGGESTED       PIC 9(5).
       01 WS-WANTED          PIC S9(7).
       01 WS-ON-ORDER        PIC 9(7).
       01 WS-FLAGGED         PIC 9(4) VALUE 0.
       01 WS-COVERED         PIC 9(4) VALUE 0.
       01 K                  PIC 9(4).

       01 WS-OO-COUNT        PIC 9(4) VALUE 0.
       01 WS-OO-MAX          PIC 9(4) VALUE 1000.
       01 OO-TABLE.
           05 OO-ENTRY OCCURS 1 TO 1000 TIMES
                       DEPENDING ON WS-OO-COUNT.
               10 T-OO-ITEM-NUM   PIC 9(4).
               10 T-OO-QTY        PIC 9(7).

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "STOCK REORDER REPORT"
           PERFORM READ-SYSTEM-DATE
           MOVE SD-BUSINESS-DATE TO WS-TODAY
           PERFORM LOAD-OPEN-ORDERS

           OPEN INPUT ITEM-FILE
           IF ITEM-STATUS = "35"
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING "ITEM DESCRIPTION          ON-HAND REORDER "
                  "ON-ORDER SUGGEST"
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           PERFORM UNTIL WS-EOF = "Y"
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF IM-ON-HAND <= IM-REORDER-PT
                           PERFORM REPORT-ONE-ITEM
                       END-IF
               END-READ
           END-PERFORM
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING "ALREADY COVERED BY OPEN ORDERS:  " WS-COVERED
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           CLOSE ITEM-FILE
           CLOSE REPORT-FILE
           DISPLAY WS-FLAGGED " items need reordering, "
               WS-COVERED " already covered by open orders."
           STOP RUN.

      *> Item is at or below its reorder point: net off what is
      *> already on order; if that restocks it, just count it.
       REPORT-ONE-ITEM.
           MOVE 0 TO WS-ON-ORDER
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-OO-COUNT
               IF T-OO-ITEM-NUM(K) = IM-ITEM-NUM
                   MOVE T-OO-QTY(K) TO WS-ON-ORDER
                   EXIT PERFORM
               END-IF
           END-PERFORM
           COMPUTE WS-WANTED = IM-REORDER-PT * 2
               - IM-ON-HAND - WS-ON-ORDER
           IF WS-WANTED <= 0
               ADD 1 TO WS-COVERED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FLAGGED
           MOVE WS-WANTED TO WS-SUGGESTED
           MOVE SPACES TO REPORT-REC
           STRING IM-ITEM-NUM " " IM-DESC
                  " " IM-ON-HAND
                  "   " IM-REORDER-PT
                  "   " WS-ON-ORDER
                  " " WS-SUGGESTED
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC.

      *> Sums what is still to come on every open or part-received
      *> purchase order line, per item.
       LOAD-OPEN-ORDERS.
           MOVE 0 TO WS-OO-COUNT
           OPEN INPUT PO-FILE
           IF PO-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ PO-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF (PO-STATUS = "O" OR PO-STATUS = "P")
                           AND PO-QTY-ORDERED > PO-QTY-RECEIVED
                           PERFORM ADD-ON-ORDER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PO-FILE
           MOVE "N" TO WS-EOF.

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

       COPY "sysdate-read.cpy".
