           SELECT TXN-FILE ASSIGN TO "CUSTOMER-TRANSACTIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TXN-FILE-STATUS.
           SELECT SYSDATE-FILE ASSIGN TO "SYSTEM-DATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSDATE-STATUS.
           SELECT SYSSTAT-FILE ASSIGN TO "SYSTEM-STATUS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSSTAT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CUSTOMER-FILE.
           05 CUST-DELETED    PIC X(01).

       FD AUDIT-FILE.
       01 AUDIT-RECORD        PIC X(130).

       FD TXN-FILE.
       01 TXN-RECORD           PIC X(80).

       FD SYSDATE-FILE.
       01 SYSDATE-REC            PIC X(40).

       FD SYSSTAT-FILE.
       01 SYSSTAT-REC            PIC X(60).

       WORKING-STORAGE SECTION.
       COPY "sysdate-ws.cpy".
       COPY "sysstat-ws.cpy".
       01 WS-STATUS              PIC XX.
       01 WS-ID-INPUT            PIC X(5).
       01 WS-AMOUNT-INPUT        PIC 9(5)V99.
           IF NOT CUSTID-IS-VALID
               STOP RUN
           END-IF
           PERFORM CHECK-ONLINE-AVAILABLE
           IF SYSSTAT-ONLINE NOT = "Y"
               STOP RUN
           END-IF
           MOVE WS-ID-INPUT TO CUST-ID
           OPEN I-O CUSTOMER-FILE
           READ CUSTOMER-FILE
      *> customer's own transaction history, separate from the generic
      *> AUDIT-TRAIL.DAT change log.
       WRITE-TRANSACTION-RECORD.
           PERFORM READ-SYSTEM-DATE
           MOVE SD-BUSINESS-DATE TO WS-TXN-DATE
           ACCEPT WS-TXN-TIME FROM TIME
           MOVE WS-AMOUNT-INPUT TO WS-AMOUNT-EDIT
           MOVE CUST-BALANCE TO WS-BAL-EDIT

       COPY "audit-write.cpy".
       COPY "custid-check.cpy".
       COPY "sysdate-read.cpy".
       COPY "sysstat-check.cpy".
