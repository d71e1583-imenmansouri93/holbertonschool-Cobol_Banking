               FILE STATUS IS AUDIT-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "AUDIT-QUERY-REPORT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SESSION-FILE ASSIGN TO "SESSION.REGISTRY.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SESSION-REC-TERMINAL
               FILE STATUS IS SESSION-STATUS.

       DATA DIVISION.
       FD AUDIT-FILE.
      *> Fixed layout of the line WRITE-AUDIT-RECORD builds:
      *> YYYYMMDD-HHMMSSnn PPPPPPPPPP OOOOOOOOOO CUST-ID=zzzz9 ...
      *> followed in columns 101-130 by the chain sequence and hash.
       01 AUDIT-RECORD.
           05 AQ-DATE         PIC 9(8).
           05 FILLER          PIC X.
           05 AQ-OPERATION    PIC X(10).
           05 FILLER          PIC X(9).
           05 AQ-CUST-ID      PIC X(5).
           05 AQ-REST         PIC X(47).
           05 AQ-CHAIN        PIC X(30).

       FD REPORT-FILE.
       01 REPORT-REC          PIC X(100).

       FD SESSION-FILE.
       01 SESSION-RECORD.
           05 SESSION-REC-TERMINAL PIC X(8).
           05 SESSION-REC-USER-ID PIC X(8).
           05 SESSION-REC-ACCESS  PIC 9.
           05 SESSION-REC-DATE    PIC 9(8).
                   DISPLAY WS-MASKED-REC
                   WRITE REPORT-REC FROM WS-MASKED-REC
               ELSE
                   DISPLAY AUDIT-RECORD(1:100)
                   WRITE REPORT-REC FROM AUDIT-RECORD
               END-IF
           END-IF.
