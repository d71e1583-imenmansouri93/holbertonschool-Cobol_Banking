           SELECT LOGIN-AUDIT-FILE ASSIGN TO "LOGIN-AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOGIN-AUDIT-STATUS.
           SELECT SESSION-FILE ASSIGN TO "SESSION.REGISTRY.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SESSION-REC-TERMINAL
               FILE STATUS IS SESSION-STATUS.

       DATA DIVISION.
           05 USER-PW-CHANGED   PIC 9(8).

       FD LOGIN-AUDIT-FILE.
       01 LOGIN-AUDIT-RECORD    PIC X(130).

       FD SESSION-FILE.
       01 SESSION-RECORD.
           05 SESSION-REC-TERMINAL PIC X(8).
           05 SESSION-REC-USER-ID PIC X(8).
           05 SESSION-REC-ACCESS  PIC 9.
           05 SESSION-REC-DATE    PIC 9(8).
           05 SESSION-REC-TIME    PIC 9(8).

       WORKING-STORAGE SECTION.
       COPY "login-audit-ws.cpy".
       01 ATTEMPTS-LEFT        PIC 9 VALUE 3.
       01 FOUND-FLAG           PIC X VALUE 'N'.
       01 WS-USER-FOUND        PIC X VALUE 'N'.
       01 WS-DISABLED          PIC X VALUE 'N'.
       01 I                    PIC 9(2).
       01 DUMMY                PIC X.          *> Pause ENTER

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM UNTIL ATTEMPTS-LEFT = 0 OR FOUND-FLAG = 'Y'
                   OR WS-DISABLED = 'Y'
               DISPLAY "BANKING LOGIN SYSTEM"
               DISPLAY "====================="
               DISPLAY "Enter User ID: " WITH NO ADVANCING
                           IF USER-ID = INPUT-USER-ID
                               MOVE 'Y' TO WS-USER-FOUND
                               PERFORM HASH-PASSWORD
      *> Level 0 is a disabled user id, refused outright.
                               IF USER-ACCESS-LEVEL = 0
                                   MOVE 'Y' TO WS-DISABLED
                                   DISPLAY "This user id is "
                                       "disabled; contact the "
                                       "security officer."
                               ELSE
                                   IF USER-PASSWORD = HASHED-PASSWORD
                                       DISPLAY "Login successful!"
                                       DISPLAY "Welcome, "
                                           FUNCTION TRIM(USER-NAME)
                                       DISPLAY "Access level: "
                                           USER-ACCESS-LEVEL
                                       MOVE 'Y' TO FOUND-FLAG
                                   ELSE
                                       DISPLAY "Invalid password."
                                   END-IF
                               END-IF
                               MOVE 'Y' TO WS-EOF
                           END-IF
               MOVE "ENCRYPTED-" TO WS-LGN-PROGRAM
               MOVE INPUT-USER-ID TO WS-LGN-USER-ID
               MOVE SPACE TO WS-LGN-ACCESS
               IF WS-DISABLED = 'Y'
                   MOVE "DISABLED" TO WS-LGN-RESULT
               ELSE
                   IF FOUND-FLAG = 'Y'
                       MOVE "SUCCESS" TO WS-LGN-RESULT
                       MOVE USER-ACCESS-LEVEL TO WS-LGN-ACCESS
                   ELSE
                       IF WS-USER-FOUND = 'N'
                           MOVE "NOTFOUND" TO WS-LGN-RESULT
                       ELSE
                           MOVE "FAILURE" TO WS-LGN-RESULT
                       END-IF
                   END-IF
               END-IF
               PERFORM WRITE-LOGIN-AUDIT
                   PERFORM WRITE-SESSION
               END-IF

               IF FOUND-FLAG = 'N' AND WS-DISABLED = 'N'
                   IF WS-USER-FOUND = 'N'
                       DISPLAY "User not found."
                   END-IF
