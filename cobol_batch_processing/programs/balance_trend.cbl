               FILE STATUS IS WS-BH-STATUS.
           SELECT REPORT-FILE ASSIGN TO 'BALANCE-TREND.DAT'
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
       01 WS-BH-STATUS      PIC XX.
       01 WS-EOF            PIC X VALUE 'N'.
       01 WS-TODAY          PIC 9(8).
       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY 'BALANCE TREND REPORT (LAST 30 DAYS)'
           PERFORM READ-SYSTEM-DATE
           MOVE SD-BUSINESS-DATE TO WS-TODAY
           COMPUTE WS-CUTOFF-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY) - 30
           COMPUTE WS-CUTOFF =
                   WRITE REPORT-REC
               END-IF
           END-PERFORM.

       COPY 'sysdate-read.cpy'.
