      *> fixed-format CTR-FILING.DAT for those over the
      *> ctr-threshold.dat threshold (default 10000.00), and flags
      *> structuring -- several just-under-threshold deposits --
      *> onto the fraud desk's SUSPICIOUS-TXN.DAT worklist. A
      *> refiling for a day in an archived month reads that month's
      *> POSTED-TRANS archive through TXN-ARCHIVE-INDEX.DAT. Foreign
      *> banknote deals at FX-COUNTER (FX-DEALS.DAT) are cash too:
      *> the base cash a named customer paid in or took out counts
      *> with the rest of their day.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSTED-FILE ASSIGN TO WS-POSTED-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTED-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO "CUSTOMERS.DAT"
               ALTERNATE RECORD KEY IS CUST-LNAME
                   WITH DUPLICATES
               FILE STATUS IS WS-CUST-STATUS.
           SELECT FX-DEALS-FILE ASSIGN TO "FX-DEALS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FX-STATUS.
           SELECT THRESHOLD-FILE ASSIGN TO "ctr-threshold.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-THRESH-STATUS.
           SELECT SUSPICIOUS-FILE ASSIGN TO "SUSPICIOUS-TXN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUS-STATUS.
           SELECT SYSDATE-FILE ASSIGN TO "SYSTEM-DATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSDATE-STATUS.
           SELECT ARCHIVE-INDEX ASSIGN TO "TXN-ARCHIVE-INDEX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCHIVE-INDEX-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 CUST-BALANCE    PIC 9(5)V99.
           05 CUST-DELETED    PIC X(01).

      *> FX-COUNTER's deal log; only the fields this report needs.
       FD FX-DEALS-FILE.
       01 FX-DEALS-RECORD.
           05 FX-DEAL-NO      PIC 9(6).
           05 FX-DATE         PIC 9(8).
           05 FILLER          PIC X(14).
           05 FX-CUST-ID      PIC 9(5).
           05 FX-DIRECTION    PIC X.
           05 FILLER          PIC X(41).
           05 FX-CASH-BASE    PIC 9(8)V99.
           05 FILLER          PIC X(11).

       FD THRESHOLD-FILE.
       01 THRESHOLD-REC     PIC X(10).

       FD SUSPICIOUS-FILE.
       01 SUSPICIOUS-RECORD PIC X(80).

       FD SYSDATE-FILE.
       01 SYSDATE-REC            PIC X(40).

       FD ARCHIVE-INDEX.
       01 ARCHIVE-INDEX-REC      PIC X(100).

       WORKING-STORAGE SECTION.
       COPY "sysdate-ws.cpy".
       COPY "txnarch-ws.cpy".
       01 WS-POSTED-STATUS  PIC XX.
       01 WS-POSTED-NAME    PIC X(30).
       01 WS-ARCHIVED-DAY   PIC X VALUE "N".
       01 WS-CUST-STATUS    PIC XX.
       01 WS-THRESH-STATUS  PIC XX.
       01 WS-SUS-STATUS     PIC XX.
       01 WS-FX-STATUS      PIC XX.
       01 WS-EOF            PIC X VALUE "N".
       01 WS-REPORT-DATE-TXT PIC X(8).
       01 WS-REPORT-DATE    PIC 9(8).
       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "DAILY LARGE-CASH-TRANSACTION REPORT"
           PERFORM READ-SYSTEM-DATE
           MOVE SD-BUSINESS-DATE TO WS-REPORT-DATE
           DISPLAY "Report date YYYYMMDD (blank = today): "
           ACCEPT WS-REPORT-DATE-TXT
           IF WS-REPORT-DATE-TXT NOT = SPACES
      *> between our own books and fees are bank charges, so
      *> neither counts toward the filing.
       AGGREGATE-CASH-DAY.
           PERFORM LOAD-ARCHIVE-INDEX
           MOVE "POSTED" TO WS-AX-FIND-REGISTER
           MOVE WS-REPORT-DATE(1:6) TO WS-AX-FIND-MONTH
           MOVE 6 TO WS-AX-FIND-LEN
           MOVE 0 TO WS-AX-IDX
           PERFORM NEXT-ARCHIVE-MATCH
           IF WS-AX-FOUND = "Y"
               MOVE "Y" TO WS-ARCHIVED-DAY
               MOVE AX-FILE-NAME TO WS-POSTED-NAME
               PERFORM SCAN-POSTED-FILE
           END-IF
           PERFORM SCAN-FX-DEALS
           MOVE "POSTED-TRANS.DAT" TO WS-POSTED-NAME
           PERFORM SCAN-POSTED-FILE
           IF WS-POSTED-STATUS = "35" AND WS-ARCHIVED-DAY = "N"
               AND WS-AG-COUNT = 0
               DISPLAY "No POSTED-TRANS.DAT on file."
               STOP RUN
           END-IF.

       SCAN-POSTED-FILE.
           OPEN INPUT POSTED-FILE
           IF WS-POSTED-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ POSTED-FILE
           CLOSE POSTED-FILE
           MOVE "N" TO WS-EOF.

      *> A customer buying notes pays cash in, one selling notes
      *> takes cash out; each deal is bucketed as the matching
      *> posting would be. Walk-in deals carry no customer id.
       SCAN-FX-DEALS.
           OPEN INPUT FX-DEALS-FILE
           IF WS-FX-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ FX-DEALS-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF FX-DATE = WS-REPORT-DATE
                           AND FX-CUST-ID NOT = 0
                           MOVE FX-CUST-ID TO PJ-ACC-ID
                           MOVE FX-CASH-BASE TO PJ-AMT
                           IF FX-DIRECTION = "B"
                               MOVE "DEPOSIT   " TO PJ-TXN-TYPE
                           ELSE
                               MOVE "WITHDRAWAL" TO PJ-TXN-TYPE
                           END-IF
                           PERFORM BUCKET-ONE-MOVEMENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FX-DEALS-FILE
           MOVE "N" TO WS-EOF.

       BUCKET-ONE-MOVEMENT.
           MOVE 0 TO WS-AG-IDX
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-AG-COUNT
           WRITE SUSPICIOUS-RECORD
           CLOSE SUSPICIOUS-FILE
           DISPLAY WS-SUS-LINE.

       COPY "sysdate-read.cpy".
       COPY "txnarch-check.cpy".
