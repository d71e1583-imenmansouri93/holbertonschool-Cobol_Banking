      *> a signing role, the number of signatures the account
      *> requires on a debit. The teller window refuses a single
      *> signatory on two-to-sign accounts, and the statement run
      *> addresses every listed owner. An owner or joint owner may
      *> carry a recorded share of the account (percent); zero
      *> means none is recorded and the deposit coverage run splits
      *> the balance equally.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ALTERNATE RECORD KEY IS CUST-LNAME
                   WITH DUPLICATES
               FILE STATUS IS WS-CUST-STATUS.
           SELECT SYSSTAT-FILE ASSIGN TO "SYSTEM-STATUS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSSTAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 AO-CUST-ID   PIC 9(5).
           05 AO-ROLE      PIC X.
           05 AO-SIGS-REQ  PIC 9.
           05 AO-SHARE-PCT PIC 999V99.

       FD CUSTOMER-FILE.
       01 CUSTOMER-RECORD.
           05 CUST-BALANCE    PIC 9(5)V99.
           05 CUST-DELETED    PIC X(01).

       FD SYSSTAT-FILE.
       01 SYSSTAT-REC            PIC X(60).

       WORKING-STORAGE SECTION.
       COPY "sysstat-ws.cpy".
       01 WS-OWN-STATUS      PIC XX.
       01 WS-CUST-STATUS     PIC XX.
       01 WS-EOF             PIC X VALUE "N".
       01 WS-CHOICE          PIC X.
       01 WS-PICK-ACC        PIC 9(5).
       01 WS-PICK            PIC 9(3).
       01 WS-SHARE-TEXT      PIC X(7).
       01 WS-DISP-SHARE      PIC ZZ9.99.
       01 WS-SHOWN           PIC 9(3) VALUE 0.
       01 J                  PIC 9(3).

               10 T-AO-CUST-ID  PIC 9(5).
               10 T-AO-ROLE     PIC X.
               10 T-AO-SIGS-REQ PIC 9.
               10 T-AO-SHARE-PCT PIC 999V99.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "ACCOUNT OWNERSHIP AND SIGNATORIES"
           DISPLAY "================================="
      *> Listing stays open through the nightly posting window;
      *> adding or dropping links does not.
           PERFORM CHECK-ONLINE-AVAILABLE
           PERFORM LOAD-OWNER-TABLE

           PERFORM UNTIL WS-CHOICE = "Q"
                   "link, (Q)uit: " WITH NO ADVANCING
               ACCEPT WS-CHOICE
               MOVE FUNCTION UPPER-CASE(WS-CHOICE) TO WS-CHOICE
               IF SYSSTAT-ONLINE = "N"
                   AND (WS-CHOICE = "A" OR WS-CHOICE = "D")
                   DISPLAY "Refused: nightly posting window running, "
                       "listing only."
                   MOVE SPACE TO WS-CHOICE
               END-IF
               EVALUATE WS-CHOICE
                   WHEN SPACE
                       CONTINUE
                   WHEN "A"
                       PERFORM ADD-LINK
                   WHEN "L"
               END-EVALUATE
           END-PERFORM

           IF SYSSTAT-ONLINE = "Y"
               PERFORM SAVE-OWNER-TABLE
               DISPLAY "Ownership file saved."
           END-IF
           STOP RUN.

       LOAD-OWNER-TABLE.
               MOVE "V" TO T-AO-ROLE(WS-AO-COUNT)
               DISPLAY "  >> Unknown role, stored view-only."
           END-IF
           MOVE 0 TO T-AO-SHARE-PCT(WS-AO-COUNT)
           IF T-AO-ROLE(WS-AO-COUNT) = "O"
               OR T-AO-ROLE(WS-AO-COUNT) = "J"
               PERFORM CAPTURE-OWNER-SHARE
           END-IF
           IF T-AO-ROLE(WS-AO-COUNT) = "V"
               MOVE 0 TO T-AO-SIGS-REQ(WS-AO-COUNT)
           ELSE
               " linked to account " T-AO-ACC-ID(WS-AO-COUNT)
               " as " T-AO-ROLE(WS-AO-COUNT) ".".

      *> Blank or zero leaves the share unrecorded.
       CAPTURE-OWNER-SHARE.
           DISPLAY "Ownership share % (blank = equal split): "
           MOVE SPACES TO WS-SHARE-TEXT
           ACCEPT WS-SHARE-TEXT
           IF WS-SHARE-TEXT NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-SHARE-TEXT) NOT = 0
                   DISPLAY "  >> Not a number, no share recorded."
               ELSE
                   IF FUNCTION NUMVAL(WS-SHARE-TEXT) > 100
                       DISPLAY "  >> Over 100%, no share recorded."
                   ELSE
                       MOVE FUNCTION NUMVAL(WS-SHARE-TEXT)
                           TO T-AO-SHARE-PCT(WS-AO-COUNT)
                   END-IF
               END-IF
           END-IF.

       LIST-ACCOUNT-LINKS.
           DISPLAY "Account id (5 digits): "
           ACCEPT WS-PICK-ACC
           MOVE 0 TO WS-SHOWN
           DISPLAY "NO  CUST  ROLE SIGS SHARE%"
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-AO-COUNT
               IF T-AO-ACC-ID(J) = WS-PICK-ACC
                   ADD 1 TO WS-SHOWN
                   MOVE T-AO-SHARE-PCT(J) TO WS-DISP-SHARE
                   DISPLAY J "  " T-AO-CUST-ID(J) "  "
                       T-AO-ROLE(J) "   " T-AO-SIGS-REQ(J)
                       "   " WS-DISP-SHARE
               END-IF
           END-PERFORM
           IF WS-SHOWN = 0
               SUBTRACT 1 FROM WS-AO-COUNT
               DISPLAY "Link dropped."
           END-IF.

       COPY "sysstat-check.cpy".
