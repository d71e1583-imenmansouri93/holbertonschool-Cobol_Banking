       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPEN-PO-REPORT.

      *> Open purchase orders: every PURCHASE-ORDERS.DAT line still
      *> open or part received, with the supplier, what is still to
      *> come and its value at the agreed price, and OVERDUE where
      *> the expected date has passed. Written to OPEN-PO-REPORT.DAT
      *> with the outstanding total -- the stock REORDER-REPORT and
      *> PURCHASE-ORDER count as already on order.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PO-FILE ASSIGN TO "PURCHASE-ORDERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PO-FILE-STATUS.
           SELECT ITEM-FILE ASSIGN TO "ITEM-MASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ITEM-STATUS.
           SELECT SUPPLIER-FILE ASSIGN TO "SUPPLIER-MASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUPPLIER-STATUS.
           SELECT REPORT-FILE ASSIGN TO "OPEN-PO-REPORT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SYSDATE-FILE ASSIGN TO "SYSTEM-DATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD REPORT-FILE.
       01 REPORT-REC         PIC X(120).

       FD SYSDATE-FILE.
       01 SYSDATE-REC            PIC X(40).

       WORKING-STORAGE SECTION.
       COPY "sysdate-ws.cpy".
       01 PO-FILE-STATUS     PIC XX.
       01 ITEM-STATUS        PIC XX.
       01 SUPPLIER-STATUS    PIC XX.
       01 WS-EOF             PIC X VALUE "N".
       01 WS-TODAY           PIC 9(8).
       01 WS-OUTSTANDING     PIC 9(5).
       01 WS-LINE-VALUE      PIC 9(9)V99.
       01 WS-TOT-VALUE       PIC 9(11)V99 VALUE 0.
       01 WS-LINES           PIC 9(5) VALUE 0.
       01 WS-OVERDUE         PIC 9(5) VALUE 0.
       01 WS-FLAG            PIC X(8).
       01 WS-DESC            PIC X(20).
       01 WS-SUPP-NAME       PIC X(20).
       01 WS-DISP-VALUE      PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-DISP-TOTAL      PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 J                  PIC 9(4).

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

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "OPEN PURCHASE ORDER REPORT"
           PERFORM READ-SYSTEM-DATE
           MOVE SD-BUSINESS-DATE TO WS-TODAY
           PERFORM LOAD-ITEM-MASTER
           PERFORM LOAD-SUPPLIERS

           OPEN INPUT PO-FILE
           IF PO-FILE-STATUS = "35"
               DISPLAY "No PURCHASE-ORDERS.DAT on file."
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-REC
           STRING "OPEN PURCHASE ORDERS - " WS-TODAY
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING "PO     LN  SUPP  SUPPLIER             ITEM "
                  "DESCRIPTION          ORDER  RCVD  OWED"
                  "          VALUE EXPECTED"
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           PERFORM UNTIL WS-EOF = "Y"
               READ PO-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF (PO-STATUS = "O" OR PO-STATUS = "P")
                           AND PO-QTY-ORDERED > PO-QTY-RECEIVED
                           PERFORM REPORT-ONE-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PO-FILE

           MOVE WS-TOT-VALUE TO WS-DISP-TOTAL
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING "OPEN LINES " WS-LINES
                  "  OVERDUE " WS-OVERDUE
                  "  OUTSTANDING VALUE " WS-DISP-TOTAL
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           CLOSE REPORT-FILE
           DISPLAY WS-LINES " open lines, " WS-OVERDUE
               " overdue; report in OPEN-PO-REPORT.DAT"
           STOP RUN.

       REPORT-ONE-LINE.
           ADD 1 TO WS-LINES
           COMPUTE WS-OUTSTANDING = PO-QTY-ORDERED - PO-QTY-RECEIVED
           COMPUTE WS-LINE-VALUE = WS-OUTSTANDING * PO-PRICE
           ADD WS-LINE-VALUE TO WS-TOT-VALUE
           MOVE WS-LINE-VALUE TO WS-DISP-VALUE
           MOVE SPACES TO WS-FLAG
           IF PO-EXPECTED < WS-TODAY
               MOVE "OVERDUE" TO WS-FLAG
               ADD 1 TO WS-OVERDUE
           END-IF

           MOVE "(NOT ON ITEM MASTER)" TO WS-DESC
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-IM-COUNT
               IF T-IM-ITEM-NUM(J) = PO-ITEM-NUM
                   MOVE T-IM-DESC(J) TO WS-DESC
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE "(UNKNOWN SUPPLIER)" TO WS-SUPP-NAME
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-SU-COUNT
               IF T-SU-SUPP-ID(J) = PO-SUPP-ID
                   MOVE T-SU-NAME(J) TO WS-SUPP-NAME
                   EXIT PERFORM
               END-IF
           END-PERFORM

           MOVE SPACES TO REPORT-REC
           STRING PO-NUM " " PO-LINE " " PO-SUPP-ID " " WS-SUPP-NAME
                  " " PO-ITEM-NUM " " WS-DESC
                  " " PO-QTY-ORDERED " " PO-QTY-RECEIVED
                  " " WS-OUTSTANDING " " WS-DISP-VALUE
                  " " PO-EXPECTED " " WS-FLAG
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC.

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
           CLOSE SUPPLIER-FILE
           MOVE "N" TO WS-EOF.

       COPY "sysdate-read.cpy".
