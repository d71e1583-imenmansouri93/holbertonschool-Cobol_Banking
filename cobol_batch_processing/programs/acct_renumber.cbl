               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO 'ACCT-RENUMBER-REPORT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SYSDATE-FILE ASSIGN TO 'SYSTEM-DATE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 ACC-CURRENCY PIC X(3).
           05 ACC-STATUS   PIC X(8).
           05 ACC-LAST-ACTIVITY PIC 9(8).
           05 ACC-BRANCH   PIC X(4).

       FD BALANCE-FILE.
       01 BALANCE-RECORD.
       FD REPORT-FILE.
       01 REPORT-REC        PIC X(100).

       FD SYSDATE-FILE.
       01 SYSDATE-REC            PIC X(40).

       WORKING-STORAGE SECTION.
       COPY 'sysdate-ws.cpy'.
       01 WS-ACC-STATUS     PIC XX.
       01 WS-BAL-STATUS     PIC XX.
       01 WS-IDX-STATUS     PIC XX.
       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY 'ACCOUNT NUMBER CONVERSION RUN'
           PERFORM READ-SYSTEM-DATE
           MOVE SD-BUSINESS-DATE TO WS-TODAY
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-REC
           STRING 'ACCOUNT RENUMBERING - ' WS-TODAY
               ADD 1 TO WS-XLATES
           END-PERFORM
           CLOSE XLATE-FILE.

       COPY 'sysdate-read.cpy'.
