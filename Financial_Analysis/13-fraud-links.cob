               FILE STATUS IS WS-TRANS-STATUS.
           SELECT CLUSTER-FILE ASSIGN TO "FRAUD-CLUSTERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SYSDATE-FILE ASSIGN TO "SYSTEM-DATE.DAT"
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

       FD CONTACT-FILE.
       01 CONTACT-RECORD.
           05 CA-ADDR2        PIC X(30).
           05 CA-CITY         PIC X(20).
           05 CA-POSTCODE     PIC X(10).
           05 CA-MAIL-RETURNED PIC X.
           05 CA-RETURNED-DATE PIC 9(8).

       FD TRANS-FILE.
       01 TRANS-RECORD.
       FD CLUSTER-FILE.
       01 CLUSTER-REC        PIC X(100).

       FD SYSDATE-FILE.
       01 SYSDATE-REC            PIC X(40).

       WORKING-STORAGE SECTION.
       COPY "sysdate-ws.cpy".
       01 WS-CASE-STATUS     PIC XX.
       01 WS-CONTACT-STATUS  PIC XX.
       01 WS-ADDR-STATUS     PIC XX.
       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "FRAUD LINK ANALYSIS"
           PERFORM READ-SYSTEM-DATE
           MOVE SD-BUSINESS-DATE TO WS-TODAY
           PERFORM LOAD-SEED-ACCOUNTS
           IF WS-SE-COUNT = 0
               DISPLAY "No open or confirmed fraud cases to link."
               DELIMITED BY SIZE INTO CLUSTER-REC
           END-STRING
           WRITE CLUSTER-REC.

       COPY "sysdate-read.cpy".
