           SELECT MJRNL-FILE ASSIGN TO 'MASTER-JOURNAL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MJRNL-STATUS.
           SELECT SYSDATE-FILE ASSIGN TO 'SYSTEM-DATE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 ACC-CURRENCY PIC X(3).
           05 ACC-STATUS   PIC X(8).
           05 ACC-LAST-ACTIVITY PIC 9(8).
           05 ACC-BRANCH   PIC X(4).

      *> The journal lines UPDATE-CUSTOMER appends:
      *> YYYYMMDD-HHMMSSnn CUST-ID=nnnnn ... -- only the leading
       FD MJRNL-FILE.
       01 MJRNL-RECORD      PIC X(160).

       FD SYSDATE-FILE.
       01 SYSDATE-REC            PIC X(40).

       WORKING-STORAGE SECTION.
       COPY 'sysdate-ws.cpy'.
       01 WS-ACC-STATUS     PIC XX.
       01 WS-TXN-STATUS     PIC XX.
       01 WS-LOG-STATUS     PIC XX.
       MAIN-PARA.
           DISPLAY 'DORMANT ACCOUNT PROCESSING'
           DISPLAY '=========================='
           PERFORM READ-SYSTEM-DATE
           MOVE SD-BUSINESS-DATE TO WS-TODAY
           MOVE 'DORM-SCAN' TO MJRNL-PROGRAM
           PERFORM LOAD-THRESHOLD

           DISPLAY 'Account ' WS-PICK-ACC ' reactivated.'.

       COPY "mstjrnl-write.cpy".
       COPY 'sysdate-read.cpy'.
