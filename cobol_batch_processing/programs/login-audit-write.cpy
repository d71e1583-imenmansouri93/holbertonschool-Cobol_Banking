      *> ---------------------------------------------------------
      *> LOGIN-AUDIT-WRITE - appends one line to LOGIN-AUDIT.LOG
      *> recording a login attempt. COPY this into the PROCEDURE
      *> DIVISION as its own paragraphs and PERFORM
      *> WRITE-LOGIN-AUDIT after setting the WS-LGN-* fields from
      *> login-audit-ws.cpy.
      *> Every line is chained the way audit-write.cpy chains
      *> AUDIT-TRAIL.DAT: the next sequence number after the last
      *> chained line on file and a hash of the previous line's
      *> hash, its own text and its sequence number.
      *> ---------------------------------------------------------
       WRITE-LOGIN-AUDIT.
           ACCEPT WS-LGN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-LGN-TIME FROM TIME

           MOVE SPACES TO WS-LGN-BODY
           STRING WS-LGN-DATE "-" WS-LGN-TIME
                  " " WS-LGN-PROGRAM
                  " USER-ID=" WS-LGN-USER-ID
                  " RESULT=" WS-LGN-RESULT
                  " ACCESS=" WS-LGN-ACCESS
                  " TERM=" WS-LGN-TERMINAL
               DELIMITED BY SIZE
               INTO WS-LGN-BODY
           END-STRING

           PERFORM FIND-LOGIN-CHAIN-HEAD
           COMPUTE WS-LGN-SEQ = WS-LGN-LAST-SEQ + 1
           PERFORM COMPUTE-LOGIN-HASH
           MOVE " SEQ=" TO WS-LGN-SEQ-TAG
           MOVE " HASH=" TO WS-LGN-HASH-TAG

           OPEN EXTEND LOGIN-AUDIT-FILE
           WRITE LOGIN-AUDIT-RECORD FROM WS-LGN-LINE
           CLOSE LOGIN-AUDIT-FILE
           .

       FIND-LOGIN-CHAIN-HEAD.
           MOVE 0 TO WS-LGN-LAST-SEQ
           MOVE 0 TO WS-LGN-LAST-HASH
           OPEN INPUT LOGIN-AUDIT-FILE
           IF LOGIN-AUDIT-STATUS = "35"
               OPEN OUTPUT LOGIN-AUDIT-FILE
               CLOSE LOGIN-AUDIT-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-LGN-CHAIN-EOF
           PERFORM UNTIL WS-LGN-CHAIN-EOF = "Y"
               READ LOGIN-AUDIT-FILE
                   AT END
                       MOVE "Y" TO WS-LGN-CHAIN-EOF
                   NOT AT END
                       IF LOGIN-AUDIT-RECORD(101:5) = " SEQ="
                           AND LOGIN-AUDIT-RECORD(106:9) IS NUMERIC
                           AND LOGIN-AUDIT-RECORD(121:10) IS NUMERIC
                           MOVE LOGIN-AUDIT-RECORD(106:9)
                               TO WS-LGN-LAST-SEQ
                           MOVE LOGIN-AUDIT-RECORD(121:10)
                               TO WS-LGN-LAST-HASH
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOGIN-AUDIT-FILE
           .

      *> WS-LGN-HASH from WS-LGN-LAST-HASH, WS-LGN-BODY and
      *> WS-LGN-SEQ.
       COMPUTE-LOGIN-HASH.
           MOVE SPACES TO WS-LGN-HASH-INPUT
           STRING WS-LGN-LAST-HASH WS-LGN-BODY WS-LGN-SEQ
               DELIMITED BY SIZE INTO WS-LGN-HASH-INPUT
           END-STRING
           MOVE 0 TO WS-LGN-HASH-ACCUM
           PERFORM VARYING WS-LGN-HASH-I FROM 1 BY 1
                   UNTIL WS-LGN-HASH-I > 119
               COMPUTE WS-LGN-HASH-ORD = FUNCTION ORD(
                   WS-LGN-HASH-INPUT(WS-LGN-HASH-I:1))
               COMPUTE WS-LGN-HASH-ACCUM = FUNCTION MOD(
                   WS-LGN-HASH-ACCUM * 31 + WS-LGN-HASH-ORD,
                   9999999967)
           END-PERFORM
           MOVE WS-LGN-HASH-ACCUM TO WS-LGN-HASH
           .
