       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUTHLIMIT.

      *> Per-operator transaction authority. Any teller who could
      *> open the withdrawal screen could pay out any amount, and
      *> anyone on the GL desk could stage any size of journal set;
      *> the only ceilings were per account, never per person.
      *> USER-LIMITS.DAT, kept beside USER-PERMISSIONS.DAT, gives
      *> each operator a limit for each kind of transaction (see
      *> authlimit-ws.cpy); a row for user id "*" is the limit for
      *> anyone without a row of their own, and an operator with
      *> neither may not post that kind unaided at all. Over the
      *> limit the posting stops and a supervisor authenticates at
      *> this terminal against USERS.DAT: a different, enabled user
      *> whose own limit covers the amount. The override -- or the
      *> refusal -- goes to LOGIN-AUDIT.LOG as two lines, the
      *> supervisor's then the operator's, the way UNLOCK-USER
      *> records its unlocks. A site with no USER-LIMITS.DAT has set
      *> no limits and nothing is stopped. The limits file is read
      *> on the first call and kept for the run.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIMITS-FILE ASSIGN TO "USER-LIMITS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIM-STATUS.
           SELECT USERS-FILE ASSIGN TO "USERS.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-USERS-STATUS.
           SELECT LOGIN-AUDIT-FILE ASSIGN TO "LOGIN-AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOGIN-AUDIT-STATUS.
           SELECT SESSION-FILE ASSIGN TO "SESSION.REGISTRY.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SESSION-REC-TERMINAL
               FILE STATUS IS SESSION-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LIMITS-FILE.
       01  LIMITS-RECORD.
           05 UL-USER-ID         PIC X(8).
           05 UL-TXN-KIND        PIC X(8).
           05 UL-LIMIT           PIC 9(9)V99.

       FD  USERS-FILE.
       01  USERS-RECORD.
           05 USER-ID-FLD        PIC X(8).
           05 USER-NAME-FLD      PIC X(20).
           05 PASSWORD-FLD       PIC X(8).
           05 ACCESS-LEVEL-FLD   PIC 9.
           05 PW-CHANGED-FLD     PIC 9(8).

       FD  LOGIN-AUDIT-FILE.
       01  LOGIN-AUDIT-RECORD    PIC X(130).

       FD  SESSION-FILE.
       01  SESSION-RECORD.
           05 SESSION-REC-TERMINAL PIC X(8).
           05 SESSION-REC-USER-ID PIC X(8).
           05 SESSION-REC-ACCESS  PIC 9.
           05 SESSION-REC-DATE    PIC 9(8).
           05 SESSION-REC-TIME    PIC 9(8).

       WORKING-STORAGE SECTION.
       COPY "login-audit-ws.cpy".
       01  SESSION-STATUS        PIC XX.
       01  WS-SES-TERMINAL       PIC X(8) VALUE SPACES.
       01  WS-OPERATOR-LEVEL     PIC 9 VALUE 0.
       01  WS-LIM-STATUS         PIC XX.
       01  WS-USERS-STATUS       PIC XX.
       01  WS-LOADED             PIC X VALUE "N".
       01  WS-LIMITS-ON-FILE     PIC X VALUE "N".
       01  WS-EOF                PIC X VALUE "N".
       01  WS-LOOK-USER          PIC X(8).
       01  WS-FOUND-LIMIT        PIC 9(9)V99.
       01  WS-LIMIT-FOUND        PIC X.
       01  WS-SUP-ID             PIC X(8).
       01  WS-SUP-PASSWORD       PIC X(8).
       01  WS-SUP-LEVEL          PIC 9 VALUE 0.
       01  WS-SUP-RESULT         PIC X(10).
       01  WS-SHOW-AMT           PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-SHOW-LIMIT         PIC ZZZ,ZZZ,ZZ9.99.
       01  J                     PIC 9(4).

      *> USER-LIMITS.DAT in memory.
       01  WS-UL-COUNT           PIC 9(4) VALUE 0.
       01  WS-UL-MAX             PIC 9(4) VALUE 2000.
       01  UL-TABLE.
           05 UL-ENTRY OCCURS 1 TO 2000 TIMES
                       DEPENDING ON WS-UL-COUNT.
               10 T-UL-USER-ID   PIC X(8).
               10 T-UL-TXN-KIND  PIC X(8).
               10 T-UL-LIMIT     PIC 9(9)V99.

       LINKAGE SECTION.
       COPY "authlimit-ws.cpy".

       PROCEDURE DIVISION USING AUTHORITY-LIMIT-AREA.
       MAIN-PARA.
           IF WS-LOADED NOT = "Y"
               PERFORM LOAD-USER-LIMITS
               MOVE "Y" TO WS-LOADED
           END-IF
           MOVE "N" TO AL-GRANTED
           MOVE SPACES TO AL-OVERRIDE-BY

           PERFORM READ-OPERATOR-SESSION

           IF WS-LIMITS-ON-FILE = "N"
               MOVE 999999999.99 TO AL-LIMIT
               MOVE "Y" TO AL-GRANTED
               GOBACK
           END-IF

           MOVE AL-OPERATOR TO WS-LOOK-USER
           PERFORM FIND-USER-LIMIT
           MOVE WS-FOUND-LIMIT TO AL-LIMIT
           IF AL-AMOUNT <= AL-LIMIT
               MOVE "Y" TO AL-GRANTED
           ELSE
               PERFORM REQUEST-SUPERVISOR-OVERRIDE
           END-IF
           GOBACK.

      *> The operator is whoever holds the session on this
      *> terminal; with no session it is nobody, and nobody has
      *> only the "*" limit.
       READ-OPERATOR-SESSION.
           MOVE SPACES TO AL-OPERATOR
           MOVE 0 TO WS-OPERATOR-LEVEL
           IF WS-SES-TERMINAL = SPACES
               ACCEPT WS-SES-TERMINAL
                   FROM ENVIRONMENT "BANK_TERMINAL_ID"
           END-IF
           IF WS-SES-TERMINAL = SPACES
               MOVE "CONSOLE" TO WS-SES-TERMINAL
           END-IF
           OPEN INPUT SESSION-FILE
           IF SESSION-STATUS = "00"
               MOVE WS-SES-TERMINAL TO SESSION-REC-TERMINAL
               READ SESSION-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SESSION-REC-USER-ID TO AL-OPERATOR
                       MOVE SESSION-REC-ACCESS TO WS-OPERATOR-LEVEL
               END-READ
               CLOSE SESSION-FILE
           END-IF.

       LOAD-USER-LIMITS.
           MOVE 0 TO WS-UL-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT LIMITS-FILE
           IF WS-LIM-STATUS = "35"
               MOVE "N" TO WS-LIMITS-ON-FILE
           ELSE
               MOVE "Y" TO WS-LIMITS-ON-FILE
               PERFORM UNTIL WS-EOF = "Y"
                   READ LIMITS-FILE
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF WS-UL-COUNT < WS-UL-MAX
                               AND UL-LIMIT IS NUMERIC
                               ADD 1 TO WS-UL-COUNT
                               MOVE UL-USER-ID
                                   TO T-UL-USER-ID(WS-UL-COUNT)
                               MOVE UL-TXN-KIND
                                   TO T-UL-TXN-KIND(WS-UL-COUNT)
                               MOVE UL-LIMIT
                                   TO T-UL-LIMIT(WS-UL-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LIMITS-FILE
           END-IF
           MOVE "N" TO WS-EOF.

      *> The user's own row for the kind, else the "*" row, else
      *> nothing may be posted unaided (limit 0). A blank user id
      *> never matches a row of its own.
       FIND-USER-LIMIT.
           MOVE 0 TO WS-FOUND-LIMIT
           MOVE "N" TO WS-LIMIT-FOUND
           IF WS-LOOK-USER NOT = SPACES
               PERFORM VARYING J FROM 1 BY 1
                       UNTIL J > WS-UL-COUNT
                   IF T-UL-USER-ID(J) = WS-LOOK-USER
                       AND T-UL-TXN-KIND(J) = AL-TXN-KIND
                       MOVE T-UL-LIMIT(J) TO WS-FOUND-LIMIT
                       MOVE "Y" TO WS-LIMIT-FOUND
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           IF WS-LIMIT-FOUND = "N"
               PERFORM VARYING J FROM 1 BY 1
                       UNTIL J > WS-UL-COUNT
                   IF T-UL-USER-ID(J) = "*"
                       AND T-UL-TXN-KIND(J) = AL-TXN-KIND
                       MOVE T-UL-LIMIT(J) TO WS-FOUND-LIMIT
                       MOVE "Y" TO WS-LIMIT-FOUND
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

       REQUEST-SUPERVISOR-OVERRIDE.
           MOVE AL-AMOUNT TO WS-SHOW-AMT
           MOVE AL-LIMIT TO WS-SHOW-LIMIT
           DISPLAY "  >> Amount " WS-SHOW-AMT " exceeds the "
               FUNCTION TRIM(AL-TXN-KIND) " authority limit "
               WS-SHOW-LIMIT
           IF AL-OPERATOR = SPACES
               DISPLAY "     (no operator session on this terminal)."
           ELSE
               DISPLAY "     of operator "
                   FUNCTION TRIM(AL-OPERATOR) "."
           END-IF
           DISPLAY "  >> A supervisor must authenticate here to "
               "override."
           DISPLAY "Supervisor user id (blank to cancel): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-SUP-ID
           ACCEPT WS-SUP-ID
           IF WS-SUP-ID = SPACES
               DISPLAY "  >> No override given."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Supervisor password: " WITH NO ADVANCING
           MOVE SPACES TO WS-SUP-PASSWORD
           ACCEPT WS-SUP-PASSWORD

           PERFORM VERIFY-SUPERVISOR
           IF WS-SUP-RESULT = "OVRD-BY"
               MOVE "Y" TO AL-GRANTED
               MOVE WS-SUP-ID TO AL-OVERRIDE-BY
               DISPLAY "  >> Override by " FUNCTION TRIM(WS-SUP-ID)
                   " accepted."
           ELSE
               DISPLAY "  >> Override refused."
           END-IF
           PERFORM WRITE-OVERRIDE-AUDIT.

      *> A wrong password or unknown id is logged as the login
      *> failure it is, so LOGIN-ANALYZER counts it with the rest.
       VERIFY-SUPERVISOR.
           MOVE "NOTFOUND" TO WS-SUP-RESULT
           MOVE 0 TO WS-SUP-LEVEL
           MOVE "N" TO WS-EOF
           OPEN INPUT USERS-FILE
           IF WS-USERS-STATUS NOT = "00"
               DISPLAY "  >> USERS.DAT cannot be read."
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ USERS-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF USER-ID-FLD = WS-SUP-ID
                           MOVE "Y" TO WS-EOF
                           MOVE ACCESS-LEVEL-FLD TO WS-SUP-LEVEL
                           IF PASSWORD-FLD = WS-SUP-PASSWORD
                               MOVE "OVRD-BY" TO WS-SUP-RESULT
                           ELSE
                               MOVE "FAILURE" TO WS-SUP-RESULT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE USERS-FILE
           MOVE "N" TO WS-EOF

           EVALUATE TRUE
               WHEN WS-SUP-RESULT NOT = "OVRD-BY"
                   DISPLAY "  >> Supervisor id or password not "
                       "recognized."
               WHEN WS-SUP-LEVEL = 0
                   DISPLAY "  >> " FUNCTION TRIM(WS-SUP-ID)
                       " is disabled."
                   MOVE "OVRD-DENY" TO WS-SUP-RESULT
               WHEN WS-SUP-ID = AL-OPERATOR
                   DISPLAY "  >> The override must come from a "
                       "different user."
                   MOVE "OVRD-DENY" TO WS-SUP-RESULT
               WHEN OTHER
                   MOVE WS-SUP-ID TO WS-LOOK-USER
                   PERFORM FIND-USER-LIMIT
                   IF AL-AMOUNT > WS-FOUND-LIMIT
                       MOVE WS-FOUND-LIMIT TO WS-SHOW-LIMIT
                       DISPLAY "  >> " FUNCTION TRIM(WS-SUP-ID)
                           "'s own limit " WS-SHOW-LIMIT
                           " does not cover it."
                       MOVE "OVRD-DENY" TO WS-SUP-RESULT
                   END-IF
           END-EVALUATE.

       WRITE-OVERRIDE-AUDIT.
           MOVE WS-SES-TERMINAL TO WS-LGN-TERMINAL
           MOVE AL-PROGRAM TO WS-LGN-PROGRAM
           MOVE WS-SUP-ID TO WS-LGN-USER-ID
           MOVE WS-SUP-RESULT TO WS-LGN-RESULT
           IF WS-SUP-RESULT = "FAILURE" OR WS-SUP-RESULT = "NOTFOUND"
               MOVE SPACE TO WS-LGN-ACCESS
           ELSE
               MOVE WS-SUP-LEVEL TO WS-LGN-ACCESS
           END-IF
           PERFORM WRITE-LOGIN-AUDIT

           MOVE AL-PROGRAM TO WS-LGN-PROGRAM
           MOVE AL-OPERATOR TO WS-LGN-USER-ID
           IF AL-GRANTED = "Y"
               MOVE "OVRD-FOR" TO WS-LGN-RESULT
           ELSE
               MOVE "OVRD-DENY" TO WS-LGN-RESULT
           END-IF
           MOVE WS-OPERATOR-LEVEL TO WS-LGN-ACCESS
           PERFORM WRITE-LOGIN-AUDIT.

       COPY "login-audit-write.cpy".
