               ASSIGN TO 'integrity-tolerance-pct.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TOL-STATUS.
           SELECT SYSDATE-FILE ASSIGN TO 'SYSTEM-DATE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 ACC-CURRENCY PIC X(3).
           05 ACC-STATUS   PIC X(8).
           05 ACC-LAST-ACTIVITY PIC 9(8).
           05 ACC-BRANCH   PIC X(4).

       FD CUST-FILE.
       01 CUSTOMER-RECORD.
       FD TOLERANCE-FILE.
       01 TOLERANCE-REC     PIC X(10).

       FD SYSDATE-FILE.
       01 SYSDATE-REC            PIC X(40).

       WORKING-STORAGE SECTION.
       COPY 'sysdate-ws.cpy'.
       01 WS-ACC-STATUS     PIC XX.
       01 WS-CUST-STATUS    PIC XX.
       01 WS-LOANS-STATUS   PIC XX.
       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY 'MASTER FILE INTEGRITY SWEEP'
           PERFORM READ-SYSTEM-DATE
           MOVE SD-BUSINESS-DATE TO WS-TODAY
           PERFORM LOAD-TOLERANCE
           PERFORM LOAD-PREVIOUS-COUNTS
           OPEN OUTPUT DEFECT-FILE
               END-STRING
               PERFORM NOTE-DEFECT
           END-IF.

       COPY 'sysdate-read.cpy'.
