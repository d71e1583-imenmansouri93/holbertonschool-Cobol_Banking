           SELECT LOGIN-AUDIT-FILE ASSIGN TO "LOGIN-AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOGIN-AUDIT-STATUS.
           SELECT SESSION-FILE ASSIGN TO "SESSION.REGISTRY.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SESSION-REC-TERMINAL
               FILE STATUS IS SESSION-STATUS.
           SELECT PWHIST-FILE ASSIGN TO "USERS-PWHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
           05 LOCKOUT-TIME       PIC 9(8).

       FD LOGIN-AUDIT-FILE.
       01 LOGIN-AUDIT-RECORD     PIC X(130).

       FD SESSION-FILE.
       01 SESSION-RECORD.
           05 SESSION-REC-TERMINAL PIC X(8).
           05 SESSION-REC-USER-ID PIC X(8).
           05 SESSION-REC-ACCESS  PIC 9.
           05 SESSION-REC-DATE    PIC 9(8).
           05 SESSION-REC-TIME    PIC 9(8).

      *> Registered terminals and the highest access level each may
      *> present (see SECURE-LOGIN for the binding rules).
       77 WS-FOUND-FLAG        PIC X VALUE 'N'.
       77 WS-PASS-FLAG         PIC X VALUE 'N'.
       77 WS-LOCKED-FLAG       PIC X VALUE 'N'.
       77 WS-DISABLED-FLAG     PIC X VALUE 'N'.
       77 WS-MESSAGE           PIC X(40).
       77 WS-TERM-STATUS       PIC XX.
       77 WS-TERM-EOF          PIC X VALUE 'N'.
               STOP RUN
           END-IF
           PERFORM UNTIL WS-PASS-FLAG = 'Y' OR WS-LOCKED-FLAG = 'Y'
                   OR WS-DISABLED-FLAG = 'Y'
               *> Display header
               DISPLAY "BANKING LOGIN SYSTEM"
               DISPLAY "====================="
                   NOT AT END
                       IF USER-ID = WS-INPUT-ID
                           MOVE 'Y' TO WS-FOUND-FLAG
      *> Level 0 is a disabled user id: refused without checking
      *> the password, and not counted towards a lockout.
                           IF USER-ACCESS-LEVEL = 0
                               MOVE 'Y' TO WS-DISABLED-FLAG
                               DISPLAY "This user id is disabled; "
                                   "contact the security officer."
                           ELSE
                               IF USER-PASSWORD = WS-INPUT-PASS
                                   MOVE 'Y' TO WS-PASS-FLAG
                                   DISPLAY "Login successful!"
                                   DISPLAY "Welcome, " FUNCTION
                                   TRIM(USER-NAME)
                                   DISPLAY "Access level: "
                                   USER-ACCESS-LEVEL
                               ELSE

                                   DISPLAY "Invalid password. "
                                       "Authentication failed."
                               END-IF
                           END-IF
                           MOVE 'Y' TO WS-EOF
                       END-IF
           MOVE "LIMITED-AT" TO WS-LGN-PROGRAM
           MOVE WS-INPUT-ID TO WS-LGN-USER-ID
           MOVE SPACE TO WS-LGN-ACCESS
           IF WS-DISABLED-FLAG = 'Y'
               MOVE "DISABLED" TO WS-LGN-RESULT
           ELSE
               IF WS-PASS-FLAG = 'Y'
                   PERFORM RESET-LOCKOUT-ENTRY
                   MOVE "SUCCESS" TO WS-LGN-RESULT
      *> The terminal's ceiling caps the session's level.
                   IF USER-ACCESS-LEVEL > WS-TERM-CEILING
                       MOVE WS-TERM-CEILING TO USER-ACCESS-LEVEL
                       DISPLAY "Access level capped at "
                           USER-ACCESS-LEVEL " by terminal "
                           WS-TERMINAL-ID
                   END-IF
                   MOVE USER-ACCESS-LEVEL TO WS-LGN-ACCESS
               ELSE
                   IF WS-FOUND-FLAG = 'N'
                       DISPLAY "User not found."
                       MOVE "NOTFOUND" TO WS-LGN-RESULT
                   ELSE
                       PERFORM BUMP-LOCKOUT-ENTRY
                       MOVE "FAILURE" TO WS-LGN-RESULT
                   END-IF
               END-IF
           END-IF
           PERFORM WRITE-LOGIN-AUDIT
           IF WS-LGN-RESULT = "SUCCESS"
               PERFORM WRITE-SESSION
               IF WS-SES-REFUSED NOT = "Y"
                   PERFORM CHECK-PASSWORD-AGE
               END-IF
           END-IF
           PERFORM SAVE-LOCKOUT-TABLE

           IF WS-PASS-FLAG NOT = 'Y' AND WS-LOCKED-FLAG NOT = 'Y'
               AND WS-DISABLED-FLAG NOT = 'Y'
               IF WS-LOCK-IDX > 0
                   AND T-LOCK-ATTEMPTS(WS-LOCK-IDX) >= 3
                   MOVE 'Y' TO WS-LOCKED-FLAG
           END-IF.

      *> Captures and verifies the terminal at sign-on (environment
      *> BANK_TERMINAL_ID, CONSOLE when unset). A site with no
      *> TERMINALS.DAT keeps the historical any-terminal behavior.
       VERIFY-TERMINAL.
           MOVE SPACES TO WS-TERMINAL-ID
           ACCEPT WS-TERMINAL-ID FROM ENVIRONMENT
               "BANK_TERMINAL_ID"
      *> No prompt: the terminal keys this desk's row in the
      *> session registry, and a typed id could claim another desk's.
           IF WS-TERMINAL-ID = SPACES
               MOVE "CONSOLE" TO WS-TERMINAL-ID
           END-IF
           MOVE WS-TERMINAL-ID TO WS-SES-TERMINAL
           MOVE WS-TERMINAL-ID TO WS-LGN-TERMINAL
