           SELECT WINDOW-FILE ASSIGN TO 'escheat-window-days.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WIN-STATUS.
           SELECT SYSDATE-FILE ASSIGN TO 'SYSTEM-DATE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 ACC-CURRENCY PIC X(3).
           05 ACC-STATUS   PIC X(8).
           05 ACC-LAST-ACTIVITY PIC 9(8).
           05 ACC-BRANCH   PIC X(4).

       FD CUSTOMER-FILE.
       01 CUSTOMER-RECORD.
       FD WINDOW-FILE.
       01 WINDOW-REC        PIC X(10).

       FD SYSDATE-FILE.
       01 SYSDATE-REC            PIC X(40).

       WORKING-STORAGE SECTION.
       COPY 'sysdate-ws.cpy'.
       01 WS-ACC-STATUS     PIC XX.
       01 WS-CUST-STATUS    PIC XX.
       01 WS-PEND-STATUS    PIC XX.
       MAIN-PARA.
           DISPLAY 'ESCHEATMENT PROCESSING'
           DISPLAY '======================'
           PERFORM READ-SYSTEM-DATE
           MOVE SD-BUSINESS-DATE TO WS-TODAY
           PERFORM LOAD-PARAMETERS
           PERFORM LOAD-PENDING-TABLE

           END-STRING
           WRITE REGISTER-REC
           CLOSE REGISTER-FILE.

       COPY 'sysdate-read.cpy'.
