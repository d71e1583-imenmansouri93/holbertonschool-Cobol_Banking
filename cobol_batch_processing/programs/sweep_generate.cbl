               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACTIVITY-FILE ASSIGN TO 'SWEEP-ACTIVITY.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SYSDATE-FILE ASSIGN TO 'SYSTEM-DATE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ACTIVITY-FILE.
       01 ACTIVITY-REC      PIC X(100).

       FD SYSDATE-FILE.
       01 SYSDATE-REC            PIC X(40).

       WORKING-STORAGE SECTION.
       COPY 'sysdate-ws.cpy'.
       01 WS-SWEEP-STATUS   PIC XX.
       01 WS-UPD-STATUS     PIC XX.
       01 WS-EOF            PIC X VALUE 'N'.
       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY 'BALANCE-TRIGGERED SWEEP GENERATOR'
           PERFORM READ-SYSTEM-DATE
           MOVE SD-BUSINESS-DATE TO WS-TODAY

           PERFORM LOAD-SWEEP-BOOK
           IF WS-SW-COUNT = 0
               DELIMITED BY SIZE INTO ACTIVITY-REC
           END-STRING
           WRITE ACTIVITY-REC.

       COPY 'sysdate-read.cpy'.
