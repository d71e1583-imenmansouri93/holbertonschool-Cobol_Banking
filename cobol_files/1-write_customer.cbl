           SELECT AUDIT-FILE ASSIGN TO "AUDIT-TRAIL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.
           SELECT SYSSTAT-FILE ASSIGN TO "SYSTEM-STATUS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSSTAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  CUST-DELETED      PIC X(01).

       FD  AUDIT-FILE.
       01  AUDIT-RECORD          PIC X(130).

       FD  SYSSTAT-FILE.
       01  SYSSTAT-REC           PIC X(60).

       WORKING-STORAGE SECTION.
       COPY "sysstat-ws.cpy".
       01  FILE-STATUS           PIC XX.
       01  WS-CUST-ID            PIC X(5).
       01  WS-CUST-FNAME         PIC X(10).

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM CHECK-ONLINE-AVAILABLE
           IF SYSSTAT-ONLINE NOT = "Y"
               STOP RUN
           END-IF
           PERFORM UNTIL CUSTID-IS-VALID
               DISPLAY "Enter Customer ID (5 digits): "
               ACCEPT WS-CUST-ID
       COPY "audit-write.cpy".
       COPY "custid-check.cpy".
       COPY "dupscreen-check.cpy".
       COPY "sysstat-check.cpy".
