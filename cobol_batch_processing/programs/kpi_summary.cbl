               FILE STATUS IS WS-HIST-STATUS.
           SELECT SUMMARY-FILE ASSIGN TO 'DAILY-KPI-SUMMARY.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SYSDATE-FILE ASSIGN TO 'SYSTEM-DATE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 FC-USER         PIC X(8).
           05 FC-COMMENT      PIC X(30).
           05 FC-SUS-LINE     PIC X(80).
           05 FC-SAR-FLAG     PIC X.
           05 FC-SAR-REF      PIC X(12).
           05 FC-SAR-DATE     PIC 9(8).

       FD DORM-FILE.
       01 DORM-REC          PIC X(100).
       FD SUMMARY-FILE.
       01 SUMMARY-REC       PIC X(100).

       FD SYSDATE-FILE.
       01 SYSDATE-REC            PIC X(40).

       WORKING-STORAGE SECTION.
       COPY 'sysdate-ws.cpy'.
       01 WS-POSTED-STATUS  PIC XX.
       01 WS-REJ-STATUS     PIC XX.
       01 WS-CASE-STATUS    PIC XX.
       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY 'DAILY MANAGEMENT KPI SUMMARY'
           PERFORM READ-SYSTEM-DATE
           MOVE SD-BUSINESS-DATE TO WS-TODAY

           PERFORM COUNT-POSTINGS
           PERFORM COUNT-REJECTS
           MOVE WS-PENDING TO KH-PENDING
           WRITE HISTORY-RECORD
           CLOSE HISTORY-FILE.

       COPY 'sysdate-read.cpy'.
