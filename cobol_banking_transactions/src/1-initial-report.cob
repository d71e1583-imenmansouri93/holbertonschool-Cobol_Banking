       FILE-CONTROL.
           SELECT REPORT-FILE ASSIGN TO WS-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SYSDATE-FILE ASSIGN TO "SYSTEM-DATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-FILE.
       01  REPORT-LINE    PIC X(80).

       FD  SYSDATE-FILE.
       01  SYSDATE-REC           PIC X(40).

       WORKING-STORAGE SECTION.
       COPY "sysdate-ws.cpy".
       COPY "dbapi.cpy".

       01  L              PIC 9(4) VALUE 0.
           END-IF.

*> Step 3: Open the balance report file for this run
           PERFORM READ-SYSTEM-DATE
           MOVE SD-BUSINESS-DATE TO WS-DATE-NOW
           ACCEPT WS-TIME-NOW FROM TIME
           MOVE SPACES TO WS-FORMAT
           ACCEPT WS-FORMAT FROM ENVIRONMENT "REPORT_FORMAT"
           WRITE REPORT-LINE.

       COPY "dbconnect.cpy".
       COPY "sysdate-read.cpy".
