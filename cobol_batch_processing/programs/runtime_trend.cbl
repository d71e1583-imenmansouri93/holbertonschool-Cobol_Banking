           SELECT ALERT-FILE ASSIGN TO 'MORNING-ALERTS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.
           SELECT SYSDATE-FILE ASSIGN TO 'SYSTEM-DATE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ALERT-FILE.
       01 ALERT-REC          PIC X(100).

       FD SYSDATE-FILE.
       01 SYSDATE-REC            PIC X(40).

       WORKING-STORAGE SECTION.
       COPY 'sysdate-ws.cpy'.
       01 WS-HIST-STATUS     PIC XX.
       01 WS-SLA-STATUS      PIC XX.
       01 WS-GROWTH-STATUS   PIC XX.
       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY 'BATCH RUNTIME TREND AND SLA CHECK'
           PERFORM READ-SYSTEM-DATE
           MOVE SD-BUSINESS-DATE TO WS-TODAY
           PERFORM LOAD-GROWTH-PCT
           PERFORM ACCUMULATE-HISTORY
           IF WS-ST-COUNT = 0
           WRITE ALERT-REC
           CLOSE ALERT-FILE
           DISPLAY ALERT-REC.

       COPY 'sysdate-read.cpy'.
