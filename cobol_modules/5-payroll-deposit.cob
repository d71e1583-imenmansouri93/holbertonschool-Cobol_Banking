               FILE STATUS IS XREF-STATUS.
           SELECT DEPOSIT-FILE ASSIGN TO "PAYROLL-DEPOSITS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SYSDATE-FILE ASSIGN TO "SYSTEM-DATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 DP-TRL-COUNT    PIC 9(6).
           05 DP-TRL-HASH     PIC 9(10)V99.

       FD  SYSDATE-FILE.
       01  SYSDATE-REC           PIC X(40).

       WORKING-STORAGE SECTION.
       COPY "sysdate-ws.cpy".
       01  RUN-FILE-STATUS    PIC XX.
       01  XREF-STATUS        PIC XX.
       01  WS-EOF             PIC X VALUE "N".
       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "PAYROLL DIRECT-DEPOSIT EXTRACT"
           PERFORM READ-SYSTEM-DATE
           MOVE SD-BUSINESS-DATE TO WS-PAY-DATE

           PERFORM LOAD-XREF
           IF WS-XR-COUNT = 0
           MOVE WS-DEP-COUNT TO DP-TRL-COUNT
           MOVE WS-DEP-HASH TO DP-TRL-HASH
           WRITE DEPOSIT-TRAILER.

       COPY "sysdate-read.cpy".
