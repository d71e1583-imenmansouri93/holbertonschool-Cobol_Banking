           SELECT DUP-REVIEW-FILE ASSIGN TO "DUP-REVIEW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DUP-REVIEW-STATUS.
           SELECT SYSSTAT-FILE ASSIGN TO "SYSTEM-STATUS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSSTAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 CUST-DELETED      PIC X(01).

       FD AUDIT-FILE.
       01 AUDIT-RECORD          PIC X(130).

       FD NEW-CUST-FILE.
       01 NEW-CUST-RECORD       PIC X(80).
       FD DUP-REVIEW-FILE.
       01 DUP-REVIEW-RECORD     PIC X(80).

       FD SYSSTAT-FILE.
       01 SYSSTAT-REC            PIC X(60).

       WORKING-STORAGE SECTION.
       COPY "sysstat-ws.cpy".
       01 FILE-STATUS           PIC XX.
       01 NEW-CUST-STATUS       PIC XX.
       01 WS-CUST-ID            PIC 9(5).

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM CHECK-ONLINE-AVAILABLE
           IF SYSSTAT-ONLINE NOT = "Y"
               STOP RUN
           END-IF
           OPEN I-O CUSTOMER-FILE
           IF FILE-STATUS = "35"
               OPEN OUTPUT CUSTOMER-FILE
       COPY "audit-write.cpy".
       COPY "custid-check.cpy".
       COPY "dupscreen-check.cpy".
       COPY "sysstat-check.cpy".
