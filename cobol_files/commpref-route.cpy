      *> ---------------------------------------------------------
      *> COMMPREF-ROUTE - decides which channel a customer item
      *> goes out on and writes the e-delivery extract and the
      *> suppression log. COPY into the PROCEDURE DIVISION as its
      *> own paragraphs after COPYing commpref-ws.cpy into
      *> WORKING-STORAGE. PERFORM OPEN-DELIVERY-FILES once before
      *> the first item and CLOSE-DELIVERY-FILES after the last.
      *> Returned mail stops paper until the address is updated:
      *> the item goes electronically if there is an e-mail on
      *> file, else a mandatory item is printed for the branch to
      *> hold and anything else is suppressed. Marketing never
      *> falls back to another channel. Everything that does not
      *> go out the way the customer asked is logged.
      *> ---------------------------------------------------------
       OPEN-DELIVERY-FILES.
           MOVE "N" TO WS-CP-PREFS-OPEN
           MOVE "N" TO WS-CP-ADDR-OPEN
           OPEN INPUT PREFS-FILE
           IF COMMPREF-STATUS = "00"
               MOVE "Y" TO WS-CP-PREFS-OPEN
           END-IF
           OPEN INPUT ADDRESS-FILE
           IF COMMPREF-ADDR-STATUS = "00"
               MOVE "Y" TO WS-CP-ADDR-OPEN
           END-IF
           OPEN EXTEND EDELIVERY-FILE
           IF COMMPREF-ED-STATUS = "35"
               OPEN OUTPUT EDELIVERY-FILE
           END-IF
           OPEN EXTEND SUPPRESS-LOG
           IF COMMPREF-LOG-STATUS = "35"
               OPEN OUTPUT SUPPRESS-LOG
           END-IF
           .

       CLOSE-DELIVERY-FILES.
           IF WS-CP-PREFS-OPEN = "Y"
               CLOSE PREFS-FILE
           END-IF
           IF WS-CP-ADDR-OPEN = "Y"
               CLOSE ADDRESS-FILE
           END-IF
           CLOSE EDELIVERY-FILE
           CLOSE SUPPRESS-LOG
           .

       ROUTE-CUSTOMER-ITEM.
           MOVE "P" TO WS-CP-WANT
           MOVE SPACES TO WS-CP-EMAIL
           MOVE SPACES TO WS-CP-REASON
           MOVE "N" TO WS-CP-RETURNED
           IF WS-CP-PREFS-OPEN = "Y"
               MOVE WS-CP-CUST-ID TO CP-CUST-ID
               READ PREFS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CP-EMAIL TO WS-CP-EMAIL
                       EVALUATE WS-CP-ITEM
                           WHEN "S"
                               MOVE CP-STATEMENTS TO WS-CP-WANT
                           WHEN "M"
                               MOVE CP-MARKETING TO WS-CP-WANT
                           WHEN OTHER
                               MOVE CP-NOTICES TO WS-CP-WANT
                       END-EVALUATE
               END-READ
           END-IF
           IF WS-CP-WANT NOT = "E" AND WS-CP-WANT NOT = "N"
               MOVE "P" TO WS-CP-WANT
           END-IF
           IF WS-CP-WANT = "N" AND WS-CP-ITEM NOT = "M"
               MOVE "P" TO WS-CP-WANT
           END-IF
           IF WS-CP-ADDR-OPEN = "Y"
               MOVE WS-CP-CUST-ID TO CA-CUST-ID
               READ ADDRESS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CA-MAIL-RETURNED = "Y"
                           MOVE "Y" TO WS-CP-RETURNED
                       END-IF
               END-READ
           END-IF

           EVALUATE TRUE
               WHEN WS-CP-WANT = "N" AND WS-CP-MANDATORY NOT = "Y"
                   MOVE "X" TO WS-CP-CHANNEL
                   MOVE "OPTED OUT OF MARKETING" TO WS-CP-REASON
               WHEN WS-CP-WANT = "E" AND WS-CP-EMAIL NOT = SPACES
                   MOVE "E" TO WS-CP-CHANNEL
               WHEN WS-CP-RETURNED = "N"
                   MOVE "P" TO WS-CP-CHANNEL
                   IF WS-CP-WANT = "E"
                       MOVE "NO E-MAIL ON FILE - PRINTED"
                           TO WS-CP-REASON
                   END-IF
               WHEN WS-CP-ITEM = "M"
                   MOVE "X" TO WS-CP-CHANNEL
                   MOVE "MAIL RETURNED" TO WS-CP-REASON
               WHEN WS-CP-EMAIL NOT = SPACES
                   MOVE "E" TO WS-CP-CHANNEL
                   MOVE "MAIL RETURNED - SENT BY E-MAIL"
                       TO WS-CP-REASON
               WHEN WS-CP-MANDATORY = "Y"
                   MOVE "H" TO WS-CP-CHANNEL
                   MOVE "MAIL RETURNED - HELD AT BRANCH"
                       TO WS-CP-REASON
               WHEN OTHER
                   MOVE "X" TO WS-CP-CHANNEL
                   MOVE "MAIL RETURNED" TO WS-CP-REASON
           END-EVALUATE

           EVALUATE WS-CP-CHANNEL
               WHEN "P"
                   ADD 1 TO WS-CP-PRINTED
               WHEN "E"
                   ADD 1 TO WS-CP-EMAILED
               WHEN "H"
                   ADD 1 TO WS-CP-HELD
               WHEN OTHER
                   ADD 1 TO WS-CP-SUPPRESSED
           END-EVALUATE
           IF WS-CP-REASON NOT = SPACES
               PERFORM LOG-ROUTED-ITEM
           END-IF
           .

       LOG-ROUTED-ITEM.
           MOVE SPACES TO SUPPRESS-LOG-RECORD
           MOVE WS-CP-DATE TO SL-DATE
           MOVE WS-CP-PROGRAM TO SL-PROGRAM
           MOVE WS-CP-CUST-ID TO SL-CUST-ID
           MOVE WS-CP-DOC TO SL-DOC
           MOVE WS-CP-REF TO SL-REF
           MOVE WS-CP-CHANNEL TO SL-CHANNEL
           MOVE WS-CP-REASON TO SL-REASON
           WRITE SUPPRESS-LOG-RECORD
           .

       WRITE-EDELIVERY-LINE.
           MOVE SPACES TO EDELIVERY-RECORD
           MOVE WS-CP-DATE TO ED-DATE
           MOVE WS-CP-CUST-ID TO ED-CUST-ID
           MOVE WS-CP-DOC TO ED-DOC
           MOVE WS-CP-REF TO ED-REF
           MOVE WS-CP-EMAIL TO ED-EMAIL
           MOVE WS-CP-TEXT TO ED-TEXT
           WRITE EDELIVERY-RECORD
           .
