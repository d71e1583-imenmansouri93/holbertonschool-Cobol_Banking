               FILE STATUS IS WS-HH-STATUS.
           SELECT REPORT-FILE ASSIGN TO "HOUSEHOLD-BALANCES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SYSDATE-FILE ASSIGN TO "SYSTEM-DATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 CA-ADDR2        PIC X(30).
           05 CA-CITY         PIC X(20).
           05 CA-POSTCODE     PIC X(10).
           05 CA-MAIL-RETURNED PIC X.
           05 CA-RETURNED-DATE PIC 9(8).

       FD CUSTOMER-FILE.
       01 CUSTOMER-RECORD.
       FD REPORT-FILE.
       01 REPORT-REC          PIC X(100).

       FD SYSDATE-FILE.
       01 SYSDATE-REC            PIC X(40).

       WORKING-STORAGE SECTION.
       COPY "sysdate-ws.cpy".
       01 WS-ADDR-STATUS     PIC XX.
       01 WS-CUST-STATUS     PIC XX.
       01 WS-HH-STATUS       PIC XX.
       MAIN-PARA.
           DISPLAY "HOUSEHOLD GROUPING"
           DISPLAY "=================="
           PERFORM READ-SYSTEM-DATE
           MOVE SD-BUSINESS-DATE TO WS-TODAY
           PERFORM LOAD-HOUSEHOLDS

           PERFORM UNTIL WS-CHOICE = "Q"
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC.

       COPY "sysdate-read.cpy".
