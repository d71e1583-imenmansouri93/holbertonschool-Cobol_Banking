      *> emits print-ready letters to CUSTOMER-LETTERS.DAT with a
      *> SENT-NOTICES.LOG entry per letter, so the branch can prove
      *> when a customer was warned.
      *> A template whose rows carry M in the class byte is a
      *> marketing piece; marketing letters to a customer on the
      *> BEREAVEMENT register are suppressed -- the trigger is
      *> stamped X and nothing is printed. Service letters still go,
      *> the estate needs them.
      *> Each letter is routed by the customer's communication
      *> preferences (commpref-route.cpy): printed, or sent to the
      *> E-DELIVERY.DAT extract for customers who chose e-mail
      *> notices (or marketing). Paper stops while mail to the
      *> address is being returned. A template with R in the class
      *> byte is a regulatory notice that must go out on some
      *> channel -- with no deliverable address or e-mail it is
      *> printed for the branch to hold. A letter that is not sent
      *> is stamped X and logged to MAIL-SUPPRESSED.LOG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT NOTICE-LOG ASSIGN TO "SENT-NOTICES.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT SYSDATE-FILE ASSIGN TO "SYSTEM-DATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSDATE-STATUS.
           SELECT BEREAVE-FILE ASSIGN TO "BEREAVEMENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BV-STATUS.
           SELECT PREFS-FILE ASSIGN TO "CUSTOMER-PREFS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-CUST-ID
               FILE STATUS IS COMMPREF-STATUS.
           SELECT ADDRESS-FILE ASSIGN TO "CUSTOMER-ADDRESS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-CUST-ID
               FILE STATUS IS COMMPREF-ADDR-STATUS.
           SELECT EDELIVERY-FILE ASSIGN TO "E-DELIVERY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COMMPREF-ED-STATUS.
           SELECT SUPPRESS-LOG ASSIGN TO "MAIL-SUPPRESSED.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COMMPREF-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> Template rows: a four-character template id, a class byte
      *> (M marketing, R regulatory, anything else a service
      *> letter -- existing rows carry a blank separator there),
      *> and one line of letter text per row.
       FD TEMPLATE-FILE.
       01 TEMPLATE-RECORD.
           05 LT-ID          PIC X(4).
           05 LT-CLASS       PIC X.
           05 LT-TEXT        PIC X(75).

       FD TRIGGER-FILE.
       FD NOTICE-LOG.
       01 NOTICE-LOG-REC      PIC X(80).

       FD SYSDATE-FILE.
       01 SYSDATE-REC            PIC X(40).

      *> Maintained by BEREAVEMENT; only the customer id is read.
       FD BEREAVE-FILE.
       01 BEREAVE-RECORD.
           05 BV-CUST-ID        PIC 9(5).
           05 FILLER            PIC X(150).

       FD PREFS-FILE.
       01 PREFS-RECORD.
           05 CP-CUST-ID      PIC 9(5).
           05 CP-STATEMENTS   PIC X.
           05 CP-NOTICES      PIC X.
           05 CP-MARKETING    PIC X.
           05 CP-EMAIL        PIC X(60).
           05 CP-CHANGED-DATE PIC 9(8).

       FD ADDRESS-FILE.
       01 ADDRESS-RECORD.
           05 CA-CUST-ID      PIC 9(5).
           05 CA-COUNTRY      PIC X(2).
           05 CA-ADDR1        PIC X(30).
           05 CA-ADDR2        PIC X(30).
           05 CA-CITY         PIC X(20).
           05 CA-POSTCODE     PIC X(10).
           05 CA-MAIL-RETURNED PIC X.
           05 CA-RETURNED-DATE PIC 9(8).

       FD EDELIVERY-FILE.
       01 EDELIVERY-RECORD.
           05 ED-DATE         PIC 9(8).
           05 ED-CUST-ID      PIC 9(5).
           05 ED-DOC          PIC X(4).
           05 ED-REF          PIC X(10).
           05 ED-EMAIL        PIC X(60).
           05 ED-TEXT         PIC X(100).

       FD SUPPRESS-LOG.
       01 SUPPRESS-LOG-RECORD.
           05 SL-DATE         PIC 9(8).
           05 SL-PROGRAM      PIC X(10).
           05 SL-CUST-ID      PIC 9(5).
           05 SL-DOC          PIC X(4).
           05 SL-REF          PIC X(10).
           05 SL-CHANNEL      PIC X.
           05 SL-REASON       PIC X(30).

       WORKING-STORAGE SECTION.
       COPY "sysdate-ws.cpy".
       COPY "commpref-ws.cpy".
       01 WS-LETTER-CLASS    PIC X.
       01 WS-TPL-STATUS      PIC XX.
       01 WS-TRG-STATUS      PIC XX.
       01 WS-CUST-STATUS     PIC XX.
       01 WS-NOW-TIME        PIC 9(8).
       01 WS-LETTERS         PIC 9(5) VALUE 0.
       01 WS-SKIPPED         PIC 9(5) VALUE 0.
       01 WS-SUPPRESSED      PIC 9(5) VALUE 0.
       01 WS-BV-STATUS       PIC XX.
       01 WS-DECEASED        PIC X.
       01 WS-CUST-NAME       PIC X(21).
       01 WS-TPL-FOUND       PIC X.
       01 WS-AMOUNT-EDIT     PIC ZZZ,ZZ9.99.
           05 TL-ENTRY OCCURS 1 TO 300 TIMES
                       DEPENDING ON WS-TL-COUNT.
               10 T-LT-ID      PIC X(4).
               10 T-LT-CLASS   PIC X.
               10 T-LT-TEXT    PIC X(75).

      *> Customers on the bereavement register.
       01 WS-DC-COUNT        PIC 9(4) VALUE 0.
       01 WS-DC-MAX          PIC 9(4) VALUE 2000.
       01 DC-TABLE.
           05 DC-ENTRY OCCURS 1 TO 2000 TIMES
                       DEPENDING ON WS-DC-COUNT.
               10 T-DC-CUST-ID PIC 9(5).

      *> The trigger queue, loaded whole and rewritten with the
      *> processed rows stamped sent.
       01 WS-TG-COUNT        PIC 9(4) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "CUSTOMER LETTER ENGINE"
           PERFORM READ-SYSTEM-DATE
           MOVE SD-BUSINESS-DATE TO WS-TODAY
           ACCEPT WS-NOW-TIME FROM TIME
           MOVE "LETTERENG" TO WS-CP-PROGRAM
           MOVE WS-TODAY TO WS-CP-DATE

           PERFORM LOAD-TEMPLATES
           IF WS-TL-COUNT = 0
               STOP RUN
           END-IF
           PERFORM LOAD-TRIGGERS
           PERFORM LOAD-DECEASED
           IF WS-TG-COUNT = 0
               DISPLAY "No letter triggers pending."
               STOP RUN
           OPEN INPUT CUSTOMER-FILE
           OPEN INPUT CONTACT-FILE
           OPEN OUTPUT LETTER-FILE
           PERFORM OPEN-DELIVERY-FILES
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-TG-COUNT
               IF T-TG-STATUS(J) = "P"
                   PERFORM GENERATE-ONE-LETTER
               END-IF
           END-PERFORM
           PERFORM CLOSE-DELIVERY-FILES
           CLOSE LETTER-FILE
           CLOSE CONTACT-FILE
           CLOSE CUSTOMER-FILE
           PERFORM SAVE-TRIGGERS
           DISPLAY WS-LETTERS " letters generated, " WS-SKIPPED
               " triggers skipped; output in CUSTOMER-LETTERS.DAT"
           IF WS-SUPPRESSED > 0
               DISPLAY WS-SUPPRESSED " marketing letters suppressed "
                   "for deceased customers."
           END-IF
           DISPLAY WS-CP-PRINTED " printed, " WS-CP-EMAILED
               " to E-DELIVERY.DAT, " WS-CP-HELD " held at branch, "
               WS-CP-SUPPRESSED " not sent (see MAIL-SUPPRESSED.LOG)."
           STOP RUN.

       LOAD-TEMPLATES.
                               ADD 1 TO WS-TL-COUNT
                               MOVE LT-ID
                                   TO T-LT-ID(WS-TL-COUNT)
                               MOVE LT-CLASS
                                   TO T-LT-CLASS(WS-TL-COUNT)
                               MOVE LT-TEXT
                                   TO T-LT-TEXT(WS-TL-COUNT)
                           END-IF
           END-IF
           MOVE "N" TO WS-EOF.

       LOAD-DECEASED.
           MOVE 0 TO WS-DC-COUNT
           OPEN INPUT BEREAVE-FILE
           IF WS-BV-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-EOF = "Y"
                   READ BEREAVE-FILE
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF WS-DC-COUNT < WS-DC-MAX
                               ADD 1 TO WS-DC-COUNT
                               MOVE BV-CUST-ID
                                   TO T-DC-CUST-ID(WS-DC-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BEREAVE-FILE
           END-IF
           MOVE "N" TO WS-EOF.

       SAVE-TRIGGERS.
           OPEN OUTPUT TRIGGER-FILE
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-TG-COUNT
                   " left pending."
               EXIT PARAGRAPH
           END-IF
           MOVE T-LT-CLASS(K) TO WS-LETTER-CLASS
           IF WS-LETTER-CLASS = "M"
               MOVE "N" TO WS-DECEASED
               PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-DC-COUNT
                   IF T-DC-CUST-ID(K) = T-TG-CUST-ID(J)
                       MOVE "Y" TO WS-DECEASED
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-DECEASED = "Y"
                   MOVE "X" TO T-TG-STATUS(J)
                   ADD 1 TO WS-SUPPRESSED
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE T-TG-CUST-ID(J) TO WS-CP-CUST-ID
           MOVE "N" TO WS-CP-ITEM
           IF WS-LETTER-CLASS = "M"
               MOVE "M" TO WS-CP-ITEM
           END-IF
           MOVE "N" TO WS-CP-MANDATORY
           IF WS-LETTER-CLASS = "R"
               MOVE "Y" TO WS-CP-MANDATORY
           END-IF
           MOVE T-TG-TEMPLATE(J) TO WS-CP-DOC
           MOVE WS-TODAY TO WS-CP-REF
           PERFORM ROUTE-CUSTOMER-ITEM
           IF WS-CP-CHANNEL = "X"
               MOVE "X" TO T-TG-STATUS(J)
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-CUST-NAME
           STRING FUNCTION TRIM(CUST-FNAME) " "
           MOVE T-TG-AMOUNT(J) TO WS-AMOUNT-EDIT

           MOVE 0 TO K
           MOVE ALL "=" TO WS-OUT-LINE
           PERFORM EMIT-LETTER-LINE
           IF WS-CP-CHANNEL = "H"
               MOVE "  ** HOLD AT BRANCH -- MAIL RETURNED **"
                   TO WS-OUT-LINE
               PERFORM EMIT-LETTER-LINE
           END-IF
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-TL-COUNT
               IF T-LT-ID(K) = T-TG-TEMPLATE(J)
                   PERFORM EXPAND-ONE-LINE
                   PERFORM EMIT-LETTER-LINE
               END-IF
           END-PERFORM

               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SPACES TO WS-OUT-LINE
                   STRING "  CONTACT ON FILE: "
                          FUNCTION TRIM(CC-PHONE)
                       DELIMITED BY SIZE INTO WS-OUT-LINE
                   END-STRING
                   PERFORM EMIT-LETTER-LINE
           END-READ

           MOVE "S" TO T-TG-STATUS(J)
           ADD 1 TO WS-LETTERS
           PERFORM WRITE-NOTICE-LOG.

      *> Letter lines go to the print file, or to the e-delivery
      *> extract when the letter is going by e-mail.
       EMIT-LETTER-LINE.
           IF WS-CP-CHANNEL = "E"
               MOVE WS-OUT-LINE TO WS-CP-TEXT
               PERFORM WRITE-EDELIVERY-LINE
           ELSE
               MOVE WS-OUT-LINE TO LETTER-REC
               WRITE LETTER-REC
           END-IF.

      *> Copies the template line character by character, expanding
      *> &NAME, &ACCT, &DATE and &AMOUNT where they appear.
       EXPAND-ONE-LINE.
                  " TEMPLATE=" T-TG-TEMPLATE(J)
                  " CUST-ID=" T-TG-CUST-ID(J)
                  " AMOUNT=" WS-AMOUNT-EDIT
                  " SENT VIA=" WS-CP-CHANNEL
               DELIMITED BY SIZE INTO NOTICE-LOG-REC
           END-STRING
           WRITE NOTICE-LOG-REC
           CLOSE NOTICE-LOG.

       COPY "sysdate-read.cpy".
       COPY "commpref-route.cpy".
