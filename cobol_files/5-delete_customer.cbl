           SELECT AUDIT-FILE ASSIGN TO "AUDIT-TRAIL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.
           SELECT SESSION-FILE ASSIGN TO "SESSION.REGISTRY.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SESSION-REC-TERMINAL
               FILE STATUS IS SESSION-STATUS.
           SELECT SYSSTAT-FILE ASSIGN TO "SYSTEM-STATUS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSSTAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 CUST-DELETED  PIC X(01).

       FD AUDIT-FILE.
       01 AUDIT-RECORD      PIC X(130).

       FD SESSION-FILE.
       01 SESSION-RECORD.
           05 SESSION-REC-TERMINAL  PIC X(8).
           05 SESSION-REC-USER-ID   PIC X(8).
           05 SESSION-REC-ACCESS    PIC 9.
           05 SESSION-REC-DATE      PIC 9(8).
           05 SESSION-REC-TIME      PIC 9(8).

       FD SYSSTAT-FILE.
       01 SYSSTAT-REC            PIC X(60).

       WORKING-STORAGE SECTION.
       COPY "sysstat-ws.cpy".
       01 WS-FILE-STATUS      PIC XX.
       01 WS-ACCOUNT-ID       PIC X(5).
       COPY "audit-ws.cpy".
           IF AUTHZ-GRANTED NOT = "Y"
               STOP RUN
           END-IF
           PERFORM CHECK-ONLINE-AVAILABLE
           IF SYSSTAT-ONLINE NOT = "Y"
               STOP RUN
           END-IF

           DISPLAY "Enter account number to delete: "
           ACCEPT WS-ACCOUNT-ID
       COPY "custid-check.cpy".
       COPY "authz-check.cpy".
       COPY "session-check.cpy".
       COPY "sysstat-check.cpy".
