      *> ---------------------------------------------------------
      *> MINOR-CHECK - whether a customer is under the age of
      *> majority, from the date of birth on CUSTOMER-CONTACT.DAT.
      *> COPY into the PROCEDURE DIVISION as its own paragraphs
      *> after COPYing minor-ws.cpy into WORKING-STORAGE. The
      *> contact file is opened and closed here, so the caller must
      *> not hold it open when PERFORMing CHECK-CUSTOMER-MINOR.
      *> ---------------------------------------------------------
       CHECK-CUSTOMER-MINOR.
           MOVE SPACES TO CC-DOB
           OPEN INPUT CONTACT-FILE
           IF MINOR-CONTACT-STATUS = "00"
               MOVE WS-MN-CUST-ID TO CC-CUST-ID
               READ CONTACT-FILE
                   INVALID KEY
                       MOVE SPACES TO CC-DOB
               END-READ
               CLOSE CONTACT-FILE
           END-IF
           PERFORM DERIVE-MINOR-FROM-DOB
           .

      *> The majority date is the birthday the age of majority is
      *> reached on: the same month and day, that many years on.
       DERIVE-MINOR-FROM-DOB.
           MOVE "N" TO WS-MN-MINOR
           MOVE "N" TO WS-MN-DOB-KNOWN
           MOVE 0 TO WS-MN-DOB
           MOVE 0 TO WS-MN-MAJORITY-DATE
           IF CC-DOB(3:1) = "/" AND CC-DOB(6:1) = "/"
               STRING CC-DOB(7:4) CC-DOB(1:2) CC-DOB(4:2)
                   DELIMITED BY SIZE INTO WS-MN-DOB-TEXT
               END-STRING
               IF WS-MN-DOB-TEXT NUMERIC
                   MOVE WS-MN-DOB-TEXT TO WS-MN-DOB
               END-IF
           END-IF
           IF WS-MN-DOB = 0
               OR FUNCTION TEST-DATE-YYYYMMDD(WS-MN-DOB) NOT = 0
               MOVE 0 TO WS-MN-DOB
           ELSE
               MOVE "Y" TO WS-MN-DOB-KNOWN
               COMPUTE WS-MN-MAJORITY-DATE =
                   WS-MN-DOB + WS-MN-MAJORITY-AGE * 10000
               IF WS-MN-AS-OF < WS-MN-MAJORITY-DATE
                   MOVE "Y" TO WS-MN-MINOR
               END-IF
           END-IF
           .
