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

      *> Registered terminals and the highest access level each may
      *> present -- any credentials used to work from any terminal,
           MOVE "SECURE-LOG" TO WS-LGN-PROGRAM
           MOVE WS-USER-ID TO WS-LGN-USER-ID
           MOVE SPACE TO WS-LGN-ACCESS
      *> Level 0 is a disabled user id -- disabled by USER-ADMIN or
      *> by INACTIVE-USERS for going unused -- refused before the
      *> password or a reset token is even looked at.
           IF WS-FOUND = "Y" AND WS-DISPLAY-ACCESS = 0
               DISPLAY " "
               DISPLAY "This user id is disabled; contact the "
                   "security officer."
               MOVE "DISABLED" TO WS-LGN-RESULT
           ELSE
               IF WS-FOUND = "Y"
                   IF WS-PASSWORD = PASSWORD-FLD
                       DISPLAY " "
      *> The terminal's ceiling caps the level the session opens
      *> at: a level-5 user at the lobby terminal works at the
      *> lobby terminal's level.
                       IF WS-DISPLAY-ACCESS > WS-TERM-CEILING
                           MOVE WS-TERM-CEILING TO WS-DISPLAY-ACCESS
                           DISPLAY "Access level capped at "
                               WS-DISPLAY-ACCESS " by terminal "
                               WS-TERMINAL-ID
                       END-IF
                       DISPLAY "Welcome, " WS-DISPLAY-USER-NAME
                               ". Access level: " WS-DISPLAY-ACCESS
                       MOVE "SUCCESS" TO WS-LGN-RESULT
                       MOVE WS-DISPLAY-ACCESS TO WS-LGN-ACCESS
                   ELSE
                       PERFORM TRY-RESET-TOKEN
                       IF WS-TOKEN-OK = "Y"
                           DISPLAY " "
                           DISPLAY "One-time reset token accepted."
                           IF WS-DISPLAY-ACCESS > WS-TERM-CEILING
                               MOVE WS-TERM-CEILING
                                   TO WS-DISPLAY-ACCESS
                           END-IF
                           MOVE "TOKENRST" TO WS-LGN-RESULT
                           MOVE WS-DISPLAY-ACCESS TO WS-LGN-ACCESS
                       ELSE
                           DISPLAY " "
                           DISPLAY "Invalid password. Authentication "
                               "failed."
                           MOVE "FAILURE" TO WS-LGN-RESULT
                       END-IF
                   END-IF
               ELSE
                   DISPLAY " "
                   DISPLAY "User not found."
                   MOVE "NOTFOUND" TO WS-LGN-RESULT
               END-IF
           END-IF
           PERFORM WRITE-LOGIN-AUDIT
           IF WS-LGN-RESULT = "SUCCESS"
               PERFORM WRITE-SESSION
               IF WS-SES-REFUSED NOT = "Y"
                   PERFORM CHECK-PASSWORD-AGE
               END-IF
           END-IF
      *> A token sign-on goes straight through the forced change --
      *> the same reuse-history and max-age discipline as an
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
