      *> ---------------------------------------------------------
      *> AUDIT-WRITE - appends one line to AUDIT-TRAIL.DAT describing
      *> a customer record change. COPY this into the PROCEDURE
      *> DIVISION as its own paragraphs and PERFORM
      *> WRITE-AUDIT-RECORD after setting the WS-AUDIT-* fields from
      *> audit-ws.cpy.
      *> Every line is chained: it carries the next sequence number
      *> after the last chained line on file and a hash of the
      *> previous line's hash, its own text and its sequence number,
      *> so an edited, deleted or reordered line breaks the chain.
      *> Lines written before the chain existed carry neither and
      *> are passed over. The hash is the same base-31 rolling fold
      *> HASH-PASSWORD uses, over every character.
      *> ---------------------------------------------------------
       WRITE-AUDIT-RECORD.
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-AUDIT-TIME FROM TIME
           MOVE WS-AUDIT-CUST-ID TO WS-AUDIT-CUST-ID-EDIT
           MOVE WS-AUDIT-OLD-BAL TO WS-AUDIT-OLD-BAL-EDIT
           MOVE WS-AUDIT-NEW-BAL TO WS-AUDIT-NEW-BAL-EDIT

           MOVE SPACES TO WS-AUDIT-BODY
           STRING WS-AUDIT-DATE "-" WS-AUDIT-TIME
                  " " WS-AUDIT-PROGRAM
                  " " WS-AUDIT-OPERATION
                  " CUST-ID=" WS-AUDIT-CUST-ID-EDIT
                  " OLD-BAL=" WS-AUDIT-OLD-BAL-EDIT
                  " NEW-BAL=" WS-AUDIT-NEW-BAL-EDIT
               DELIMITED BY SIZE
               INTO WS-AUDIT-BODY
           END-STRING
           PERFORM APPEND-AUDIT-LINE
           .

       APPEND-AUDIT-LINE.
           PERFORM FIND-AUDIT-CHAIN-HEAD
           COMPUTE WS-AUDIT-SEQ = WS-AUDIT-LAST-SEQ + 1
           PERFORM COMPUTE-AUDIT-HASH
           MOVE " SEQ=" TO WS-AUDIT-SEQ-TAG
           MOVE " HASH=" TO WS-AUDIT-HASH-TAG

           OPEN EXTEND AUDIT-FILE
           WRITE AUDIT-RECORD FROM WS-AUDIT-LINE
           CLOSE AUDIT-FILE
           .

      *> The last chained line on file gives the sequence number and
      *> hash to chain from; none (a new or pre-chain file) starts
      *> the chain at 1 from a zero hash.
       FIND-AUDIT-CHAIN-HEAD.
           MOVE 0 TO WS-AUDIT-LAST-SEQ
           MOVE 0 TO WS-AUDIT-LAST-HASH
           OPEN INPUT AUDIT-FILE
           IF AUDIT-FILE-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
               CLOSE AUDIT-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-AUDIT-CHAIN-EOF
           PERFORM UNTIL WS-AUDIT-CHAIN-EOF = "Y"
               READ AUDIT-FILE
                   AT END
                       MOVE "Y" TO WS-AUDIT-CHAIN-EOF
                   NOT AT END
                       IF AUDIT-RECORD(101:5) = " SEQ="
                           AND AUDIT-RECORD(106:9) IS NUMERIC
                           AND AUDIT-RECORD(121:10) IS NUMERIC
                           MOVE AUDIT-RECORD(106:9)
                               TO WS-AUDIT-LAST-SEQ
                           MOVE AUDIT-RECORD(121:10)
                               TO WS-AUDIT-LAST-HASH
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUDIT-FILE
           .

      *> WS-AUDIT-HASH from WS-AUDIT-LAST-HASH, WS-AUDIT-BODY and
      *> WS-AUDIT-SEQ.
       COMPUTE-AUDIT-HASH.
           MOVE SPACES TO WS-AUDIT-HASH-INPUT
           STRING WS-AUDIT-LAST-HASH WS-AUDIT-BODY WS-AUDIT-SEQ
               DELIMITED BY SIZE INTO WS-AUDIT-HASH-INPUT
           END-STRING
           MOVE 0 TO WS-AUDIT-HASH-ACCUM
           PERFORM VARYING WS-AUDIT-HASH-I FROM 1 BY 1
                   UNTIL WS-AUDIT-HASH-I > 119
               COMPUTE WS-AUDIT-HASH-ORD = FUNCTION ORD(
                   WS-AUDIT-HASH-INPUT(WS-AUDIT-HASH-I:1))
               COMPUTE WS-AUDIT-HASH-ACCUM = FUNCTION MOD(
                   WS-AUDIT-HASH-ACCUM * 31 + WS-AUDIT-HASH-ORD,
                   9999999967)
           END-PERFORM
           MOVE WS-AUDIT-HASH-ACCUM TO WS-AUDIT-HASH
           .
