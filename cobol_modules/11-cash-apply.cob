               FILE STATUS IS RCVB-STATUS.
           SELECT STMT-FILE ASSIGN TO "OPEN-ITEMS-STATEMENT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SYSDATE-FILE ASSIGN TO "SYSTEM-DATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD STMT-FILE.
       01 STMT-REC           PIC X(100).

       FD SYSDATE-FILE.
       01 SYSDATE-REC            PIC X(40).

       WORKING-STORAGE SECTION.
       COPY "sysdate-ws.cpy".
       01 WS-INV-STATUS      PIC XX.
       01 RCVB-STATUS        PIC XX.
       01 WS-EOF             PIC X VALUE "N".
       MAIN-PARA.
           DISPLAY "CASH APPLICATION"
           DISPLAY "================"
           PERFORM READ-SYSTEM-DATE
           MOVE SD-BUSINESS-DATE TO WS-TODAY
           PERFORM LOAD-INVOICES
           IF WS-IV-COUNT = 0
               DISPLAY "No invoices on file; run INVOICE-GENERATE "
           CLOSE STMT-FILE
           DISPLAY WS-SHOWN " open invoices; statement in "
               "OPEN-ITEMS-STATEMENT.DAT".

       COPY "sysdate-read.cpy".
