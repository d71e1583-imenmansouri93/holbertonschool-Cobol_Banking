
      *> Explicit sign-off for the shared-terminal problem: until now
      *> there was no way to log out, so the last successful login
      *> authorized the terminal forever. This deletes this
      *> terminal's row from the session registry -- and only that
      *> row, so operators logged in at other desks stay signed on
      *> (session-check.cpy fails closed on a missing row) -- and
      *> writes a LOGOFF event to LOGIN-AUDIT.LOG naming the user who
      *> was signed off.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SESSION-FILE ASSIGN TO "SESSION.REGISTRY.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SESSION-REC-TERMINAL
               FILE STATUS IS SESSION-STATUS.
           SELECT LOGIN-AUDIT-FILE ASSIGN TO "LOGIN-AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
       FILE SECTION.
       FD  SESSION-FILE.
       01  SESSION-RECORD.
           05 SESSION-REC-TERMINAL PIC X(8).
           05 SESSION-REC-USER-ID PIC X(8).
           05 SESSION-REC-ACCESS  PIC 9.
           05 SESSION-REC-DATE    PIC 9(8).
           05 SESSION-REC-TIME    PIC 9(8).

       FD  LOGIN-AUDIT-FILE.
       01  LOGIN-AUDIT-RECORD    PIC X(130).

       WORKING-STORAGE SECTION.
       COPY "login-audit-ws.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.
      *> Same terminal resolution as the gated programs: environment
      *> only, so one desk can never sign another desk off.
           ACCEPT WS-SES-TERMINAL FROM ENVIRONMENT "BANK_TERMINAL_ID"
           IF WS-SES-TERMINAL = SPACES
               MOVE "CONSOLE" TO WS-SES-TERMINAL
           END-IF

           OPEN I-O SESSION-FILE
           IF SESSION-STATUS = "00"
               MOVE WS-SES-TERMINAL TO SESSION-REC-TERMINAL
               READ SESSION-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SESSION-REC-USER-ID NOT = SPACES
                           MOVE "Y" TO WS-HAD-SESSION
                           MOVE SESSION-REC-USER-ID
                           MOVE SESSION-REC-ACCESS
                               TO WS-SIGNED-ACCESS
                       END-IF
                       DELETE SESSION-FILE RECORD
                           INVALID KEY
                               DISPLAY "Session row for terminal "
                                   FUNCTION TRIM(WS-SES-TERMINAL)
                                   " could not be removed."
                       END-DELETE
               END-READ
               CLOSE SESSION-FILE
           END-IF

           IF WS-HAD-SESSION = "N"
               DISPLAY "No active session on terminal "
                   FUNCTION TRIM(WS-SES-TERMINAL) "."
               STOP RUN
           END-IF

           MOVE "SIGN-OFF" TO WS-LGN-PROGRAM
           MOVE WS-SIGNED-USER TO WS-LGN-USER-ID
           MOVE "LOGOFF" TO WS-LGN-RESULT
           MOVE WS-SIGNED-ACCESS TO WS-LGN-ACCESS
           MOVE WS-SES-TERMINAL TO WS-LGN-TERMINAL
           PERFORM WRITE-LOGIN-AUDIT

           DISPLAY "User " FUNCTION TRIM(WS-SIGNED-USER)
