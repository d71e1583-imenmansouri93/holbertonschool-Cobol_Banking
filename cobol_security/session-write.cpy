      *> ---------------------------------------------------------
      *> SESSION-WRITE - records the authenticated user and access
      *> level from a successful login as this terminal's row in the
      *> session registry SESSION.REGISTRY.IDX. COPY this into the
      *> PROCEDURE DIVISION as its own paragraphs and PERFORM
      *> WRITE-SESSION right after a login that sets WS-LGN-RESULT
      *> to "SUCCESS" (see login-audit-ws.cpy for WS-LGN-USER-ID /
      *> WS-LGN-ACCESS). One row per terminal: a new login on the
      *> same terminal replaces that terminal's row and no other.
      *> A user who still holds a live session on a different
      *> terminal is refused (WS-SES-REFUSED "Y", a DUPSESSN line in
      *> LOGIN-AUDIT.LOG) until they sign off there or the session
      *> expires.
      *> ---------------------------------------------------------
       WRITE-SESSION.
           MOVE "N" TO WS-SES-REFUSED
           MOVE SPACES TO WS-SES-OTHER-TERM
           MOVE SPACES TO WS-SES-VALIDITY-TXT
           ACCEPT WS-SES-VALIDITY-TXT
               FROM ENVIRONMENT "SESSION_VALIDITY_MINUTES"
           IF WS-SES-VALIDITY-TXT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-SES-VALIDITY-TXT)
                   TO WS-SES-VALIDITY
           END-IF
           IF WS-SES-TERMINAL = SPACES
               ACCEPT WS-SES-TERMINAL
                   FROM ENVIRONMENT "BANK_TERMINAL_ID"
           END-IF
           IF WS-SES-TERMINAL = SPACES
               MOVE "CONSOLE" TO WS-SES-TERMINAL
           END-IF

           OPEN I-O SESSION-FILE
           IF SESSION-STATUS = "35"
               OPEN OUTPUT SESSION-FILE
               CLOSE SESSION-FILE
               OPEN I-O SESSION-FILE
           END-IF
           PERFORM FIND-USER-ON-OTHER-TERMINAL
           IF WS-SES-REFUSED = "Y"
               CLOSE SESSION-FILE
               DISPLAY "  >> " FUNCTION TRIM(WS-LGN-USER-ID)
                   " already has a live session on terminal "
                   FUNCTION TRIM(WS-SES-OTHER-TERM)
                   "; sign off there first."
               MOVE "DUPSESSN" TO WS-LGN-RESULT
               PERFORM WRITE-LOGIN-AUDIT
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO SESSION-RECORD
           MOVE WS-SES-TERMINAL TO SESSION-REC-TERMINAL
           MOVE WS-LGN-USER-ID TO SESSION-REC-USER-ID
           MOVE WS-LGN-ACCESS TO SESSION-REC-ACCESS
      *> Login timestamp -- session-check.cpy refuses sessions older
      *> stop honoring last Tuesday's login.
           ACCEPT SESSION-REC-DATE FROM DATE YYYYMMDD
           ACCEPT SESSION-REC-TIME FROM TIME
           WRITE SESSION-RECORD
               INVALID KEY
                   REWRITE SESSION-RECORD
           END-WRITE
           CLOSE SESSION-FILE
           .

      *> Walks the registry for the same user on any other terminal
      *> whose session is still inside the validity window; an
      *> expired row there does not block the new login.
       FIND-USER-ON-OTHER-TERMINAL.
           MOVE "N" TO WS-SES-EOF
           MOVE LOW-VALUES TO SESSION-REC-TERMINAL
           START SESSION-FILE
               KEY IS NOT LESS THAN SESSION-REC-TERMINAL
               INVALID KEY
                   MOVE "Y" TO WS-SES-EOF
           END-START
           PERFORM UNTIL WS-SES-EOF = "Y"
               READ SESSION-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SES-EOF
                   NOT AT END
                       IF SESSION-REC-USER-ID = WS-LGN-USER-ID
                           AND SESSION-REC-TERMINAL
                               NOT = WS-SES-TERMINAL
                           PERFORM CHECK-OTHER-SESSION-LIVE
                           IF WS-SES-LIVE = "Y"
                               MOVE "Y" TO WS-SES-REFUSED
                               MOVE SESSION-REC-TERMINAL
                                   TO WS-SES-OTHER-TERM
                               MOVE "Y" TO WS-SES-EOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

       CHECK-OTHER-SESSION-LIVE.
           MOVE "N" TO WS-SES-LIVE
           IF SESSION-REC-DATE IS NUMERIC
               AND SESSION-REC-TIME IS NUMERIC
               ACCEPT WS-SES-NOW-DATE FROM DATE YYYYMMDD
               ACCEPT WS-SES-NOW-TIME FROM TIME
               MOVE WS-SES-NOW-TIME(1:2) TO WS-SES-NOW-HH
               MOVE WS-SES-NOW-TIME(3:2) TO WS-SES-NOW-MM
               MOVE SESSION-REC-TIME(1:2) TO WS-SES-LOG-HH
               MOVE SESSION-REC-TIME(3:2) TO WS-SES-LOG-MM
               COMPUTE WS-SES-AGE-MIN =
                   (FUNCTION INTEGER-OF-DATE(WS-SES-NOW-DATE)
                    - FUNCTION INTEGER-OF-DATE(SESSION-REC-DATE))
                   * 1440
                   + (WS-SES-NOW-HH * 60 + WS-SES-NOW-MM)
                   - (WS-SES-LOG-HH * 60 + WS-SES-LOG-MM)
               IF WS-SES-AGE-MIN NOT > WS-SES-VALIDITY
                   AND WS-SES-AGE-MIN NOT < 0
                   MOVE "Y" TO WS-SES-LIVE
               END-IF
           END-IF
           .
