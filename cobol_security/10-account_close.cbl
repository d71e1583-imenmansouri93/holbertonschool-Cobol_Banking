           SELECT AUDIT-FILE ASSIGN TO "AUDIT-TRAIL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.
           SELECT SESSION-FILE ASSIGN TO "SESSION.REGISTRY.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SESSION-REC-TERMINAL
               FILE STATUS IS SESSION-STATUS.
           SELECT SYSDATE-FILE ASSIGN TO "SYSTEM-DATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSDATE-STATUS.
           SELECT SYSSTAT-FILE ASSIGN TO "SYSTEM-STATUS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSSTAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 PQ-REST          PIC X(80).

       FD AUDIT-FILE.
       01 AUDIT-RECORD     PIC X(130).

       FD SESSION-FILE.
       01 SESSION-RECORD.
           05 SESSION-REC-TERMINAL PIC X(8).
           05 SESSION-REC-USER-ID PIC X(8).
           05 SESSION-REC-ACCESS  PIC 9.
           05 SESSION-REC-DATE    PIC 9(8).
           05 SESSION-REC-TIME    PIC 9(8).

       FD SYSDATE-FILE.
       01 SYSDATE-REC            PIC X(40).

       FD SYSSTAT-FILE.
       01 SYSSTAT-REC            PIC X(60).

       WORKING-STORAGE SECTION.
       COPY "sysdate-ws.cpy".
       COPY "session-ws.cpy".
       COPY "authz-ws.cpy".
       COPY "sysstat-ws.cpy".
       COPY "audit-ws.cpy".
       77 WS-FILE-STATUS    PIC XX.
       77 WS-APPR-STATUS    PIC XX.
       77 WS-PEND-STATUS    PIC XX.
       77 WS-EOF            PIC X VALUE 'N'.
       77 WS-ACCT-INPUT     PIC X(10).
       77 WS-OFFICER        PIC X(8).
           IF AUTHZ-GRANTED NOT = "Y"
               STOP RUN
           END-IF
           PERFORM CHECK-ONLINE-AVAILABLE
           IF SYSSTAT-ONLINE NOT = "Y"
               STOP RUN
           END-IF
           MOVE SESSION-REC-USER-ID TO WS-OFFICER
           PERFORM READ-SYSTEM-DATE
           MOVE SD-BUSINESS-DATE TO WS-TODAY
           ACCEPT WS-RUN-TIME FROM TIME

           DISPLAY "ACCOUNT CLOSURE"
               CLOSE PENDING-FILE
           END-IF.

      *> The closure line has its own wording but is chained onto
      *> the trail like every other line (see audit-write.cpy).
       WRITE-CLOSURE-AUDIT.
           MOVE SPACES TO WS-AUDIT-BODY
           STRING WS-TODAY "-" WS-RUN-TIME
                  " ACCT-CLOSE CLOSED ACCOUNT=" WS-ACCT-INPUT
                  " OFFICER=" WS-OFFICER
               DELIMITED BY SIZE
               INTO WS-AUDIT-BODY
           END-STRING
           PERFORM APPEND-AUDIT-LINE.

       COPY "session-check.cpy".
       COPY "authz-check.cpy".
       COPY "sysdate-read.cpy".
       COPY "sysstat-check.cpy".
       COPY "audit-write.cpy".
