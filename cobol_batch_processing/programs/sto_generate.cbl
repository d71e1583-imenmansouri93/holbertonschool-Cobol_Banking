           SELECT CALENDAR-FILE ASSIGN TO "BANK-HOLIDAYS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAL-STATUS.
           SELECT SYSDATE-FILE ASSIGN TO "SYSTEM-DATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CALENDAR-FILE.
       01 CALENDAR-REC       PIC X(10).

       FD SYSDATE-FILE.
       01 SYSDATE-REC            PIC X(40).

       WORKING-STORAGE SECTION.
       COPY "sysdate-ws.cpy".
       01 WS-STO-STATUS      PIC XX.
       01 WS-EOF             PIC X VALUE 'N'.
       01 WS-TODAY           PIC 9(8).
       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "STANDING ORDER GENERATOR"
           PERFORM READ-SYSTEM-DATE
           MOVE SD-BUSINESS-DATE TO WS-TODAY
           PERFORM LOAD-BANK-CALENDAR

           PERFORM LOAD-ORDER-TABLE
           CLOSE STO-FILE.

       COPY "calendar-check.cpy".
       COPY "sysdate-read.cpy".
