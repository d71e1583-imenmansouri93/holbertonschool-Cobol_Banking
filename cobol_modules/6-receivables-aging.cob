               FILE STATUS IS RCVB-STATUS.
           SELECT AGING-FILE ASSIGN TO "ORDER-AGING.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SYSDATE-FILE ASSIGN TO "SYSTEM-DATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD AGING-FILE.
       01 AGING-REC          PIC X(100).

       FD SYSDATE-FILE.
       01 SYSDATE-REC            PIC X(40).

       WORKING-STORAGE SECTION.
       COPY "sysdate-ws.cpy".
       01 RCVB-STATUS        PIC XX.
       01 WS-EOF             PIC X VALUE "N".
       01 WS-TODAY           PIC 9(8).
       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "AGED RECEIVABLES REPORT"
           PERFORM READ-SYSTEM-DATE
           MOVE SD-BUSINESS-DATE TO WS-TODAY
           INITIALIZE GRAND-TOTALS

           OPEN INPUT RECEIVABLE-FILE
           MOVE WS-LINE-WORK TO AGING-REC
           WRITE AGING-REC
           CLOSE AGING-FILE.

       COPY "sysdate-read.cpy".
