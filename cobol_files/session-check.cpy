      *> ---------------------------------------------------------
      *> SESSION-CHECK - reads the access level of whoever is logged
      *> in on this terminal out of the session registry, rather
      *> than trusting a digit typed at this program's own console.
      *> COPY this into the PROCEDURE DIVISION as its own paragraph
      *> and PERFORM READ-SESSION-ACCESS-LEVEL before PERFORM
      *> CHECK-AUTHORIZATION-LEVEL (authz-check.cpy).
      *> AUTHZ-USER-LEVEL comes back 0 -- the lowest possible level
      *> -- if this terminal has no session row or the row is older
      *> than the validity window (SESSION_VALIDITY_MINUTES, default
      *> 480), so a gated program fails closed when nobody has
      *> logged in here recently. Another terminal's login never
      *> counts: the row is read by this terminal's key only.
      *> SIGN-OFF deletes the terminal's row, which fails closed
      *> here the same way.
      *> ---------------------------------------------------------
       READ-SESSION-ACCESS-LEVEL.
           MOVE 0 TO AUTHZ-USER-LEVEL
               MOVE FUNCTION NUMVAL(WS-SES-VALIDITY-TXT)
                   TO WS-SES-VALIDITY
           END-IF
           PERFORM RESOLVE-SESSION-TERMINAL
           MOVE SPACES TO SESSION-RECORD
           OPEN INPUT SESSION-FILE
           IF SESSION-STATUS = "00"
               MOVE WS-SES-TERMINAL TO SESSION-REC-TERMINAL
               READ SESSION-FILE
                   INVALID KEY
                       MOVE SPACES TO SESSION-RECORD
                       DISPLAY "  >> No active session on terminal "
                           FUNCTION TRIM(WS-SES-TERMINAL)
                           " (log in first); denying access."
                   NOT INVALID KEY
                       PERFORM CHECK-SESSION-AGE
               END-READ
               CLOSE SESSION-FILE
               END-IF
           END-IF
           .

      *> The terminal comes from the environment only -- never a
      *> prompt, or anyone could type another desk's terminal id and
      *> act under its operator.
       RESOLVE-SESSION-TERMINAL.
           IF WS-SES-TERMINAL = SPACES
               ACCEPT WS-SES-TERMINAL
                   FROM ENVIRONMENT "BANK_TERMINAL_ID"
           END-IF
           IF WS-SES-TERMINAL = SPACES
               MOVE "CONSOLE" TO WS-SES-TERMINAL
           END-IF
           .
