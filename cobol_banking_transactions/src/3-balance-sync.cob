               FILE STATUS IS WS-TOL-STATUS.
           SELECT DELTA-FILE ASSIGN TO "SYNC-DELTA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SYSDATE-FILE ASSIGN TO "SYSTEM-DATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 ACC-CURRENCY PIC X(3).
           05 ACC-STATUS   PIC X(8).
           05 ACC-LAST-ACTIVITY PIC 9(8).
           05 ACC-BRANCH   PIC X(4).

       FD TOLERANCE-FILE.
       01 TOLERANCE-REC     PIC X(10).
       FD DELTA-FILE.
       01 DELTA-REC         PIC X(100).

       FD SYSDATE-FILE.
       01 SYSDATE-REC            PIC X(40).

       WORKING-STORAGE SECTION.
       COPY "sysdate-ws.cpy".
       COPY "dbapi.cpy".
       01 WS-ACC-STATUS     PIC XX.
       01 WS-TOL-STATUS     PIC XX.
       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "FLAT-FILE TO SQL BALANCE SYNC"
           PERFORM READ-SYSTEM-DATE
           MOVE SD-BUSINESS-DATE TO WS-TODAY
           PERFORM LOAD-TOLERANCE.

           COPY "dbenv.cpy".

       COPY "dbconnect.cpy".
       COPY "dbtxn.cpy".
       COPY "sysdate-read.cpy".
