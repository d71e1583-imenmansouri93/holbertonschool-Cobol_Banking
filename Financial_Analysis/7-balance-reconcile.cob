           SELECT TOLERANCE-FILE ASSIGN TO "drift-tolerance.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TOL-STATUS.
           SELECT SYSDATE-FILE ASSIGN TO "SYSTEM-DATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TOLERANCE-FILE.
       01 TOLERANCE-RECORD    PIC X(10).

       FD SYSDATE-FILE.
       01 SYSDATE-REC            PIC X(40).

       WORKING-STORAGE SECTION.
       COPY "sysdate-ws.cpy".
       01 WS-UPD-STATUS       PIC XX.
       01 WS-BAL-STATUS       PIC XX.
       01 WS-TOL-STATUS       PIC XX.
       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "CROSS-SYSTEM BALANCE RECONCILIATION"
           PERFORM READ-SYSTEM-DATE
           MOVE SD-BUSINESS-DATE TO WS-TODAY
           PERFORM LOAD-TOLERANCE
           PERFORM LOAD-BALANCE-TABLE

               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

       COPY "sysdate-read.cpy".
