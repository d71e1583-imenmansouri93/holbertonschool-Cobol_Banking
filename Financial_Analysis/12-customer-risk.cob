           SELECT AUDIT-FILE ASSIGN TO "AUDIT-TRAIL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.
           SELECT SYSDATE-FILE ASSIGN TO "SYSTEM-DATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 ACC-CURRENCY PIC X(3).
           05 ACC-STATUS   PIC X(8).
           05 ACC-LAST-ACTIVITY PIC 9(8).
           05 ACC-BRANCH   PIC X(4).

       FD WATCHLIST-FILE.
       01 WATCHLIST-RECORD.
           05 FC-USER         PIC X(8).
           05 FC-COMMENT      PIC X(30).
           05 FC-SUS-LINE     PIC X(80).
           05 FC-SAR-FLAG     PIC X.
           05 FC-SAR-REF      PIC X(12).
           05 FC-SAR-DATE     PIC 9(8).

       FD SUSPICIOUS-FILE.
       01 SUSPICIOUS-RECORD   PIC X(80).
       01 REGISTER-REC        PIC X(100).

       FD AUDIT-FILE.
       01 AUDIT-RECORD        PIC X(130).

       FD SYSDATE-FILE.
       01 SYSDATE-REC            PIC X(40).

       WORKING-STORAGE SECTION.
       COPY "sysdate-ws.cpy".
       COPY "audit-ws.cpy".
       01 WS-CUST-STATUS     PIC XX.
       01 WS-CONTACT-STATUS  PIC XX.
       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "CUSTOMER RISK SCORING RUN"
           PERFORM READ-SYSTEM-DATE
           MOVE SD-BUSINESS-DATE TO WS-TODAY
           PERFORM LOAD-WATCHLIST-NUMBERS
           PERFORM LOAD-CASE-HISTORY
           PERFORM LOAD-SUSPICIOUS-HITS
           END-IF.

       COPY "audit-write.cpy".
       COPY "sysdate-read.cpy".
