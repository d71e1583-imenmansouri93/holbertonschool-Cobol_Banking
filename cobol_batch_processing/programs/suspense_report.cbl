               FILE STATUS IS WS-AGE-STATUS.
           SELECT REPORT-FILE ASSIGN TO 'SUSPENSE-AGING.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SYSDATE-FILE ASSIGN TO 'SYSTEM-DATE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD REPORT-FILE.
       01 REPORT-REC        PIC X(100).

       FD SYSDATE-FILE.
       01 SYSDATE-REC            PIC X(40).

       WORKING-STORAGE SECTION.
       COPY 'sysdate-ws.cpy'.
       01 WS-SUSP-STATUS    PIC XX.
       01 WS-AGE-STATUS     PIC XX.
       01 WS-EOF            PIC X VALUE 'N'.
       MAIN-PARA.
           DISPLAY 'SUSPENSE ACCOUNT PROCESSING'
           DISPLAY '==========================='
           PERFORM READ-SYSTEM-DATE
           MOVE SD-BUSINESS-DATE TO WS-TODAY
           PERFORM LOAD-MAX-AGE
           PERFORM LOAD-SUSPENSE-TABLE
           IF WS-SU-COUNT = 0
           IF WS-FOUND = 'N'
               DISPLAY '  >> No open suspense item with that id.'
           END-IF.

       COPY 'sysdate-read.cpy'.
