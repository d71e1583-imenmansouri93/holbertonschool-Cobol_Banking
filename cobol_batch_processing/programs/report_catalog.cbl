           SELECT RETENTION-FILE ASSIGN TO 'report-retention.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RET-STATUS.
           SELECT SYSDATE-FILE ASSIGN TO 'SYSTEM-DATE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RETENTION-FILE.
       01 RETENTION-REC     PIC X(10).

       FD SYSDATE-FILE.
       01 SYSDATE-REC            PIC X(40).

       WORKING-STORAGE SECTION.
       COPY 'sysdate-ws.cpy'.
       01 WS-GEN-NAME       PIC X(60).
       01 WS-GEN-STATUS     PIC XX.
       01 WS-CAT-STATUS     PIC XX.
       MAIN-PARA.
           DISPLAY 'REPORT CATALOG, RETENTION AND REPRINT'
           DISPLAY '====================================='
           PERFORM READ-SYSTEM-DATE
           MOVE SD-BUSINESS-DATE TO WS-TODAY
           PERFORM LOAD-RETENTION
           PERFORM LOAD-CATALOG

                   END-IF
               END-PERFORM
           END-IF.

       COPY 'sysdate-read.cpy'.
