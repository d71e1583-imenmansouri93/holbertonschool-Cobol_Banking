       IDENTIFICATION DIVISION.
       PROGRAM-ID. GOODS-RECEIPT.

      *> Books stock arriving against purchase orders. The goods-in
      *> team's entries arrive in GOODS-RECEIVED.DAT (PO number,
      *> item number, quantity delivered); each is matched to its
      *> PURCHASE-ORDERS.DAT line, the quantity added to IM-ON-HAND
      *> on ITEM-MASTER.DAT and to the line's received quantity.
      *> A delivery short of what is outstanding leaves the line
      *> part received; one beyond it closes the line and the
      *> excess is booked into stock but logged as an over-delivery
      *> for purchasing to take up with the supplier. Every receipt
      *> goes to GOODS-RECEIPT-LOG.DAT; the run's results and any
      *> unmatched entries are printed to GOODS-RECEIPT-REPORT.DAT.
      *> Once booked, GOODS-RECEIVED.DAT is renamed to
      *> GOODS-RECEIVED.DAT.DONE-<date>-<time> so a second run
      *> cannot book the same deliveries again.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECEIVED-FILE ASSIGN TO "GOODS-RECEIVED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECEIVED-STATUS.
           SELECT ITEM-FILE ASSIGN TO "ITEM-MASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ITEM-STATUS.
           SELECT PO-FILE ASSIGN TO "PURCHASE-ORDERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PO-FILE-STATUS.
           SELECT RECEIPT-LOG-FILE ASSIGN TO "GOODS-RECEIPT-LOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECEIPT-LOG-STATUS.
           SELECT REPORT-FILE ASSIGN TO "GOODS-RECEIPT-REPORT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SYSDATE-FILE ASSIGN TO "SYSTEM-DATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RECEIVED-FILE.
       01 RECEIVED-RECORD.
          05 GR-PO-NUM       PIC 9(6).
          05 GR-ITEM-NUM     PIC 9(4).
          05 GR-QTY          PIC 9(5).

       FD ITEM-FILE.
       01 ITEM-RECORD.
          05 IM-ITEM-NUM     PIC 9(4).
          05 IM-DESC         PIC X(20).
          05 IM-UNIT-PRICE   PIC 9(4)V99.
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

      *> RL-RESULT FULL (line now complete), PART (still short) or
      *> OVER (RL-OVER-QTY beyond what was outstanding).
       FD RECEIPT-LOG-FILE.
       01 RECEIPT-LOG-RECORD.
          05 RL-DATE         PIC 9(8).
          05 RL-PO-NUM       PIC 9(6).
          05 RL-PO-LINE      PIC 9(3).
          05 RL-SUPP-ID      PIC 9(5).
          05 RL-ITEM-NUM     PIC 9(4).
          05 RL-QTY          PIC 9(5).
          05 RL-OVER-QTY     PIC 9(5).
          05 RL-RESULT       PIC X(4).

       FD REPORT-FILE.
       01 REPORT-REC         PIC X(100).

       FD SYSDATE-FILE.
       01 SYSDATE-REC            PIC X(40).

       WORKING-STORAGE SECTION.
       COPY "sysdate-ws.cpy".
       01 RECEIVED-STATUS    PIC XX.
       01 ITEM-STATUS        PIC XX.
       01 PO-FILE-STATUS     PIC XX.
       01 RECEIPT-LOG-STATUS PIC XX.
       01 WS-EOF             PIC X VALUE "N".
       01 WS-TODAY           PIC 9(8).
       01 WS-TIME-RAW        PIC 9(8).
       01 WS-CMD             PIC X(100).
       01 WS-PO-IDX          PIC 9(4).
       01 WS-IM-IDX          PIC 9(4).
       01 WS-OUTSTANDING     PIC 9(5).
       01 WS-OVER            PIC 9(5).
       01 WS-NEW-ON-HAND     PIC 9(5).
       01 WS-RESULT          PIC X(4).
       01 WS-OVER-TXT        PIC X(16).
       01 WS-REJECT-REASON   PIC X(30).
       01 WS-RECEIVED        PIC 9(4) VALUE 0.
       01 WS-PART            PIC 9(4) VALUE 0.
       01 WS-OVER-COUNT      PIC 9(4) VALUE 0.
       01 WS-REJECTED        PIC 9(4) VALUE 0.
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

      *> PURCHASE-ORDERS.DAT, loaded whole and rewritten whole.
       01 WS-PO-COUNT        PIC 9(5) VALUE 0.
       01 WS-PO-MAX          PIC 9(5) VALUE 20000.
       01 WS-PO-USABLE       PIC X VALUE "Y".
       01 PO-TABLE.
           05 PO-ENTRY OCCURS 1 TO 20000 TIMES
                       DEPENDING ON WS-PO-COUNT.
               10 T-PO-NUM          PIC 9(6).
               10 T-PO-LINE         PIC 9(3).
               10 T-PO-DATE         PIC 9(8).
               10 T-PO-SUPP-ID      PIC 9(5).
               10 T-PO-ITEM-NUM     PIC 9(4).
               10 T-PO-QTY-ORDERED  PIC 9(5).
               10 T-PO-PRICE        PIC 9(4)V99.
               10 T-PO-EXPECTED     PIC 9(8).
               10 T-PO-QTY-RECEIVED PIC 9(5).
               10 T-PO-STATUS       PIC X.
               10 T-PO-LAST-RECEIPT PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "GOODS RECEIPT AGAINST PURCHASE ORDERS"
           PERFORM READ-SYSTEM-DATE
           MOVE SD-BUSINESS-DATE TO WS-TODAY
           PERFORM LOAD-ITEM-MASTER
           IF WS-IM-COUNT = 0
               DISPLAY "No ITEM-MASTER.DAT on file."
               STOP RUN
           END-IF
           PERFORM LOAD-PURCHASE-ORDERS
           IF WS-PO-USABLE = "N"
               DISPLAY "PURCHASE-ORDERS.DAT exceeds " WS-PO-MAX
                   " lines; nothing received."
               STOP RUN
           END-IF
           IF WS-PO-COUNT = 0
               DISPLAY "No PURCHASE-ORDERS.DAT on file."
               STOP RUN
           END-IF

           OPEN INPUT RECEIVED-FILE
           IF RECEIVED-STATUS = "35"
               DISPLAY "No GOODS-RECEIVED.DAT entries on file."
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-REC
           STRING "GOODS RECEIPT - " WS-TODAY
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE "PO     LN  ITEM DESCRIPTION          ORDERED RECEIVED"
               TO REPORT-REC
           WRITE REPORT-REC

           PERFORM UNTIL WS-EOF = "Y"
               READ RECEIVED-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM RECEIVE-ONE-DELIVERY
               END-READ
           END-PERFORM
           CLOSE RECEIVED-FILE

           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING "RECEIVED " WS-RECEIVED
                  "  PART " WS-PART
                  "  OVER-DELIVERED " WS-OVER-COUNT
                  "  REJECTED " WS-REJECTED
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           CLOSE REPORT-FILE

           IF WS-RECEIVED > 0
               PERFORM SAVE-ITEM-MASTER
               PERFORM SAVE-PURCHASE-ORDERS
           END-IF
           ACCEPT WS-TIME-RAW FROM TIME
           MOVE SPACES TO WS-CMD
           STRING "mv GOODS-RECEIVED.DAT GOODS-RECEIVED.DAT.DONE-"
                  WS-TODAY "-" WS-TIME-RAW(1:6)
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING
           CALL "SYSTEM" USING WS-CMD
           DISPLAY WS-RECEIVED " deliveries received (" WS-PART
               " part, " WS-OVER-COUNT " over), " WS-REJECTED
               " rejected; report in GOODS-RECEIPT-REPORT.DAT"
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
           CLOSE ITEM-FILE
           MOVE "N" TO WS-EOF.

       SAVE-ITEM-MASTER.
           OPEN OUTPUT ITEM-FILE
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-IM-COUNT
               MOVE IM-ENTRY(K) TO ITEM-RECORD
               WRITE ITEM-RECORD
           END-PERFORM
           CLOSE ITEM-FILE.

      *> A file larger than the table is refused outright, since
      *> rewriting a partial copy would lose orders.
       LOAD-PURCHASE-ORDERS.
           MOVE 0 TO WS-PO-COUNT
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
                       IF WS-PO-COUNT < WS-PO-MAX
                           ADD 1 TO WS-PO-COUNT
                           MOVE PO-RECORD TO PO-ENTRY(WS-PO-COUNT)
                       ELSE
                           MOVE "N" TO WS-PO-USABLE
                           MOVE "Y" TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PO-FILE
           MOVE "N" TO WS-EOF.

       SAVE-PURCHASE-ORDERS.
           OPEN OUTPUT PO-FILE
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-PO-COUNT
               MOVE PO-ENTRY(K) TO PO-RECORD
               WRITE PO-RECORD
           END-PERFORM
           CLOSE PO-FILE.

      *> Matches the delivery to the first line of its PO for the
      *> item that is still open or part received; a delivery
      *> against a line already complete is all over-delivery.
       RECEIVE-ONE-DELIVERY.
           MOVE 0 TO WS-PO-IDX
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-PO-COUNT
               IF T-PO-NUM(J) = GR-PO-NUM
                   AND T-PO-ITEM-NUM(J) = GR-ITEM-NUM
                   IF WS-PO-IDX = 0
                       MOVE J TO WS-PO-IDX
                   END-IF
                   IF T-PO-STATUS(J) NOT = "C"
                       MOVE J TO WS-PO-IDX
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM
           IF WS-PO-IDX = 0
               MOVE "NO SUCH PO LINE" TO WS-REJECT-REASON
               PERFORM REJECT-DELIVERY
               EXIT PARAGRAPH
           END-IF
           IF GR-QTY = 0
               MOVE "ZERO QUANTITY" TO WS-REJECT-REASON
               PERFORM REJECT-DELIVERY
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-IM-IDX
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-IM-COUNT
               IF T-IM-ITEM-NUM(K) = GR-ITEM-NUM
                   MOVE K TO WS-IM-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-IM-IDX = 0
               MOVE "ITEM NOT ON STOCK LEDGER" TO WS-REJECT-REASON
               PERFORM REJECT-DELIVERY
               EXIT PARAGRAPH
           END-IF
           IF T-PO-QTY-ORDERED(WS-PO-IDX)
               > T-PO-QTY-RECEIVED(WS-PO-IDX)
               COMPUTE WS-OUTSTANDING = T-PO-QTY-ORDERED(WS-PO-IDX)
                   - T-PO-QTY-RECEIVED(WS-PO-IDX)
           ELSE
               MOVE 0 TO WS-OUTSTANDING
           END-IF
           ADD GR-QTY TO T-IM-ON-HAND(WS-IM-IDX)
               GIVING WS-NEW-ON-HAND
               ON SIZE ERROR
                   MOVE "ON-HAND WOULD OVERFLOW" TO WS-REJECT-REASON
                   PERFORM REJECT-DELIVERY
                   EXIT PARAGRAPH
           END-ADD
           ADD GR-QTY TO T-PO-QTY-RECEIVED(WS-PO-IDX)
               ON SIZE ERROR
                   MOVE "RECEIVED QTY WOULD OVERFLOW"
                       TO WS-REJECT-REASON
                   PERFORM REJECT-DELIVERY
                   EXIT PARAGRAPH
           END-ADD
           MOVE WS-NEW-ON-HAND TO T-IM-ON-HAND(WS-IM-IDX)
           MOVE 0 TO WS-OVER
           IF GR-QTY > WS-OUTSTANDING
               COMPUTE WS-OVER = GR-QTY - WS-OUTSTANDING
               MOVE "OVER" TO WS-RESULT
               MOVE "C" TO T-PO-STATUS(WS-PO-IDX)
               ADD 1 TO WS-OVER-COUNT
           ELSE
               IF GR-QTY = WS-OUTSTANDING
                   MOVE "FULL" TO WS-RESULT
                   MOVE "C" TO T-PO-STATUS(WS-PO-IDX)
               ELSE
                   MOVE "PART" TO WS-RESULT
                   MOVE "P" TO T-PO-STATUS(WS-PO-IDX)
                   ADD 1 TO WS-PART
               END-IF
           END-IF
           MOVE WS-TODAY TO T-PO-LAST-RECEIPT(WS-PO-IDX)
           ADD 1 TO WS-RECEIVED
           PERFORM WRITE-RECEIPT-LOG

           MOVE SPACES TO WS-OVER-TXT
           IF WS-OVER > 0
               STRING "OVER BY " WS-OVER
                   DELIMITED BY SIZE INTO WS-OVER-TXT
               END-STRING
           END-IF
           MOVE SPACES TO REPORT-REC
           STRING T-PO-NUM(WS-PO-IDX) " " T-PO-LINE(WS-PO-IDX)
                  " " GR-ITEM-NUM " " T-IM-DESC(WS-IM-IDX)
                  " " T-PO-QTY-ORDERED(WS-PO-IDX)
                  "   " T-PO-QTY-RECEIVED(WS-PO-IDX)
                  "  " WS-RESULT " " WS-OVER-TXT
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC.

       REJECT-DELIVERY.
           ADD 1 TO WS-REJECTED
           MOVE SPACES TO REPORT-REC
           STRING GR-PO-NUM " ITEM " GR-ITEM-NUM " QTY " GR-QTY
                  " REJECTED - " WS-REJECT-REASON
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC.

       WRITE-RECEIPT-LOG.
           OPEN EXTEND RECEIPT-LOG-FILE
           IF RECEIPT-LOG-STATUS = "35"
               OPEN OUTPUT RECEIPT-LOG-FILE
           END-IF
           MOVE SPACES TO RECEIPT-LOG-RECORD
           MOVE WS-TODAY TO RL-DATE
           MOVE T-PO-NUM(WS-PO-IDX) TO RL-PO-NUM
           MOVE T-PO-LINE(WS-PO-IDX) TO RL-PO-LINE
           MOVE T-PO-SUPP-ID(WS-PO-IDX) TO RL-SUPP-ID
           MOVE GR-ITEM-NUM TO RL-ITEM-NUM
           MOVE GR-QTY TO RL-QTY
           MOVE WS-OVER TO RL-OVER-QTY
           MOVE WS-RESULT TO RL-RESULT
           WRITE RECEIPT-LOG-RECORD
           CLOSE RECEIPT-LOG-FILE.

       COPY "sysdate-read.cpy".
