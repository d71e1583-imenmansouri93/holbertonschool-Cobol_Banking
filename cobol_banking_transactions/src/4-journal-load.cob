      *> PROCESSED-INPUTS.DAT gives the posting side, without
      *> moving the register. Every new row inserts through the
      *> parameterized dbapi layer inside one transaction bracket.
      *> Closed months TXN-ARCHIVE has moved out of the register
      *> still count toward the rows ever on it: the archived row
      *> counts on TXN-ARCHIVE-INDEX.DAT stand in front of the live
      *> file, and TXN-ARCHIVE only moves rows this loader has
      *> already taken.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT CONTROL-FILE ASSIGN TO "JOURNAL-LOAD-CONTROL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT SYSDATE-FILE ASSIGN TO "SYSTEM-DATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSDATE-STATUS.
           SELECT ARCHIVE-INDEX ASSIGN TO "TXN-ARCHIVE-INDEX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCHIVE-INDEX-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 FILLER            PIC X.
           05 JC-HASH           PIC 9(13)V99.

       FD SYSDATE-FILE.
       01 SYSDATE-REC            PIC X(40).

       FD ARCHIVE-INDEX.
       01 ARCHIVE-INDEX-REC      PIC X(100).

       WORKING-STORAGE SECTION.
       COPY "sysdate-ws.cpy".
       COPY "dbapi.cpy".
       COPY "txnarch-ws.cpy".
       01 WS-ARCHIVED-ROWS     PIC 9(7) VALUE 0.
       01 WS-POSTED-STATUS     PIC XX.
       01 WS-CTL-STATUS        PIC XX.
       01 WS-EOF               PIC X VALUE "N".
           END-IF

           MOVE "N" TO WS-EOF
           MOVE WS-ARCHIVED-ROWS TO WS-ROW-NO
           OPEN INPUT POSTED-FILE
           PERFORM UNTIL WS-EOF = "Y"
               READ POSTED-FILE
           MOVE "N" TO WS-EOF.

       COUNT-REGISTER-ROWS.
           MOVE 0 TO WS-ARCHIVED-ROWS
           PERFORM LOAD-ARCHIVE-INDEX
           PERFORM VARYING WS-AX-IDX FROM 1 BY 1
                   UNTIL WS-AX-IDX > WS-AX-COUNT
               MOVE AX-ENTRY(WS-AX-IDX) TO ARCHIVE-INDEX-DETAIL
               IF AX-REGISTER = "POSTED"
                   ADD AX-COUNT TO WS-ARCHIVED-ROWS
               END-IF
           END-PERFORM
           MOVE WS-ARCHIVED-ROWS TO WS-FILE-ROWS
           MOVE "N" TO WS-EOF
           OPEN INPUT POSTED-FILE
           IF WS-POSTED-STATUS = "35"
               ADD PJ-AMT TO WS-SLICE-HASH
           END-IF.

      *> The loader never moves the register; only the control
      *> file moves. Archived history stays reachable for the
      *> reversal desk, the large-cash filing and the
      *> profitability run through the archive index.
       ADVANCE-HIGH-WATER.
           PERFORM READ-SYSTEM-DATE
           MOVE SD-BUSINESS-DATE TO WS-RUN-DATE
           ACCEPT WS-RUN-TIME FROM TIME

           OPEN EXTEND CONTROL-FILE

       COPY "dbconnect.cpy".
       COPY "dbtxn.cpy".
       COPY "sysdate-read.cpy".
       COPY "txnarch-check.cpy".
