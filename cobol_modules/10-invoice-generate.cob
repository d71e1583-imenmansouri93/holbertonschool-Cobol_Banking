           SELECT PRINT-FILE ASSIGN TO "INVOICE-PRINT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRT-STATUS.
           SELECT SYSDATE-FILE ASSIGN TO "SYSTEM-DATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PRINT-FILE.
       01 PRINT-REC          PIC X(80).

       FD SYSDATE-FILE.
       01 SYSDATE-REC            PIC X(40).

       WORKING-STORAGE SECTION.
       COPY "sysdate-ws.cpy".
       01 RCVB-STATUS        PIC XX.
       01 WS-INV-STATUS      PIC XX.
       01 WS-PRT-STATUS      PIC XX.
       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "INVOICE GENERATION"
           PERFORM READ-SYSTEM-DATE
           MOVE SD-BUSINESS-DATE TO WS-TODAY
           PERFORM LOAD-INVOICED-ORDERS

           OPEN INPUT RECEIVABLE-FILE
               DELIMITED BY SIZE INTO PRINT-REC
           END-STRING
           WRITE PRINT-REC.

       COPY "sysdate-read.cpy".
