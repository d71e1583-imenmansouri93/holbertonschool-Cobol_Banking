           SELECT ALERTS-FILE ASSIGN TO "OPERATOR-ALERTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERTS-STATUS.
           SELECT SESSION-FILE ASSIGN TO "SESSION.REGISTRY.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SESSION-REC-TERMINAL
               FILE STATUS IS SESSION-STATUS.
           SELECT SYSDATE-FILE ASSIGN TO "SYSTEM-DATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD SESSION-FILE.
       01 SESSION-RECORD.
           05 SESSION-REC-TERMINAL PIC X(8).
           05 SESSION-REC-USER-ID PIC X(8).
           05 SESSION-REC-ACCESS  PIC 9.
           05 SESSION-REC-DATE    PIC 9(8).
           05 SESSION-REC-TIME    PIC 9(8).

       FD SYSDATE-FILE.
       01 SYSDATE-REC            PIC X(40).

       WORKING-STORAGE SECTION.
       COPY "sysdate-ws.cpy".
       01 WS-GEN-NAME        PIC X(60).
       01 WS-GEN-STATUS      PIC XX.
       01 WS-STATE-STATUS    PIC XX.
       01 WS-RULES-STATUS    PIC XX.
       01 WS-ALERTS-STATUS   PIC XX.
       01 SESSION-STATUS     PIC XX.
       01 WS-SESSION-TERMINAL PIC X(8).
       01 WS-EOF             PIC X VALUE "N".
       01 WS-CHOICE          PIC X.
       01 WS-TODAY           PIC 9(8).
       01 K                  PIC 9(4).
       01 M                  PIC 9(2).

      *> The five logs the operator used to watch by hand, and the
      *> settlement reconciliation's aged breaks, and AUDIT-VERIFY's
      *> breaks in the audit and login hash chains.
       01 LOG-LIST-DATA.
           05 FILLER PIC X(24) VALUE "WITHDRAWAL_ERRORS.LOG".
           05 FILLER PIC X(24) VALUE "ERRORS.LOG".
           05 FILLER PIC X(24) VALUE "build/db_errors.log".
           05 FILLER PIC X(24) VALUE "DORMANCY-LOG.DAT".
           05 FILLER PIC X(24) VALUE "TXN-REJECTED.DAT".
           05 FILLER PIC X(24) VALUE "RECON-BREAKS.LOG".
           05 FILLER PIC X(24) VALUE "AUDIT-CHAIN-BREAKS.LOG".
       01 LOG-LIST REDEFINES LOG-LIST-DATA.
           05 LL-NAME PIC X(24) OCCURS 7 TIMES.

      *> Last-scan line counts per log.
       01 WS-ST-COUNT        PIC 9(2) VALUE 0.
       MAIN-PARA.
           DISPLAY "OPERATOR ALERT CONSOLE"
           DISPLAY "======================"
           PERFORM READ-SYSTEM-DATE
           MOVE SD-BUSINESS-DATE TO WS-TODAY
           PERFORM READ-OPERATOR-SESSION
           PERFORM LOAD-SCAN-STATE
           PERFORM LOAD-SEVERITY-RULES
           STOP RUN.

       READ-OPERATOR-SESSION.
           MOVE SPACES TO WS-SESSION-TERMINAL
           ACCEPT WS-SESSION-TERMINAL
               FROM ENVIRONMENT "BANK_TERMINAL_ID"
           IF WS-SESSION-TERMINAL = SPACES
               MOVE "CONSOLE" TO WS-SESSION-TERMINAL
           END-IF
           OPEN INPUT SESSION-FILE
           IF SESSION-STATUS = "00"
               MOVE WS-SESSION-TERMINAL TO SESSION-REC-TERMINAL
               READ SESSION-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SESSION-REC-USER-ID TO WS-OPERATOR
               END-READ
               CLOSE SESSION-FILE
       SEED-DEFAULT-RULES.
           DISPLAY "No SEVERITY-RULES.DAT found, using compiled-in "
               "classification"
           MOVE 4 TO WS-SR-COUNT
           MOVE "ABEND"        TO T-SR-PATTERN(1)
           MOVE "CRIT"         TO T-SR-SEVERITY(1)
           MOVE "Insufficient" TO T-SR-PATTERN(2)
           MOVE "WARN"         TO T-SR-SEVERITY(2)
           MOVE "REACTIVATED"  TO T-SR-PATTERN(3)
           MOVE "INFO"         TO T-SR-SEVERITY(3)
           MOVE "CHAIN BREAK"  TO T-SR-PATTERN(4)
           MOVE "CRIT"         TO T-SR-SEVERITY(4).

       LOAD-ALERT-TABLE.
           MOVE 0 TO WS-OA-COUNT

       SCAN-ALL-LOGS.
           MOVE 0 TO WS-NEW-ALERTS
           PERFORM VARYING M FROM 1 BY 1 UNTIL M > 7
               PERFORM SCAN-ONE-LOG
           END-PERFORM
           DISPLAY WS-NEW-ALERTS " new alerts consolidated.".
                       "that number."
               END-IF
           END-IF.

       COPY "sysdate-read.cpy".
