           SELECT REPORT-FILE
               ASSIGN TO "CREDIT-OVERLIMIT-REPORT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SYSDATE-FILE ASSIGN TO "SYSTEM-DATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD REPORT-FILE.
       01 REPORT-REC         PIC X(100).

       FD SYSDATE-FILE.
       01 SYSDATE-REC            PIC X(40).

       WORKING-STORAGE SECTION.
       COPY "sysdate-ws.cpy".
       01 RCVB-STATUS        PIC XX.
       01 LIMITS-STATUS      PIC XX.
       01 WS-EOF             PIC X VALUE "N".
       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "CREDIT OVER-LIMIT REPORT"
           PERFORM READ-SYSTEM-DATE
           MOVE SD-BUSINESS-DATE TO WS-TODAY

           PERFORM SUM-OPEN-BALANCES
           IF WS-CB-COUNT = 0
               CLOSE LIMITS-FILE
           END-IF
           MOVE "N" TO WS-EOF.

       COPY "sysdate-read.cpy".
