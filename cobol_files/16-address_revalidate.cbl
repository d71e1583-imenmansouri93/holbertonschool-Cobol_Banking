               FILE STATUS IS WS-ADDR-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO "ADDRESS-EXCEPTIONS.DAT"
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

       FD EXCEPTION-FILE.
       01 EXCEPTION-REC       PIC X(100).

       FD SYSDATE-FILE.
       01 SYSDATE-REC            PIC X(40).

       WORKING-STORAGE SECTION.
       COPY "sysdate-ws.cpy".
       01 WS-ADDR-STATUS     PIC XX.
       01 WS-EOF             PIC X VALUE "N".
       01 WS-TODAY           PIC 9(8).
       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "CUSTOMER ADDRESS RE-VALIDATION"
           PERFORM READ-SYSTEM-DATE
           MOVE SD-BUSINESS-DATE TO WS-TODAY

           OPEN I-O ADDRESS-FILE
           IF WS-ADDR-STATUS NOT = "00"
               END-STRING
               WRITE EXCEPTION-REC
           END-IF.

       COPY "sysdate-read.cpy".
