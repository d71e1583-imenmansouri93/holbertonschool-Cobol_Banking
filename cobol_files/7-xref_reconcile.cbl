               FILE STATUS IS WS-ACC-STATUS.
           SELECT XREF-REPORT ASSIGN TO "XREF-EXCEPTIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SYSDATE-FILE ASSIGN TO "SYSTEM-DATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 ACC-CURRENCY PIC X(3).
           05 ACC-STATUS   PIC X(8).
           05 ACC-LAST-ACTIVITY PIC 9(8).
           05 ACC-BRANCH   PIC X(4).

       FD XREF-REPORT.
       01 XREF-REC          PIC X(100).

       FD SYSDATE-FILE.
       01 SYSDATE-REC            PIC X(40).

       WORKING-STORAGE SECTION.
       COPY "sysdate-ws.cpy".
       01 WS-CUST-STATUS    PIC XX.
       01 WS-ACC-STATUS     PIC XX.
       01 WS-END-FILE       PIC X VALUE "N".
       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "CUSTOMER/ACCOUNT CROSS-REFERENCE RECONCILIATION"
           PERFORM READ-SYSTEM-DATE
           MOVE SD-BUSINESS-DATE TO WS-TODAY

           OPEN INPUT ACCOUNTS
           IF WS-ACC-STATUS NOT = "00"
                   WRITE XREF-REC
               END-IF
           END-PERFORM.

       COPY "sysdate-read.cpy".
