      *> VALIDATEPHONE for the phone format codes, FORMATDATE for
      *> the century-window and leap-year date checks, ValidateIBAN
      *> for the country table and mod-97 checksum.
      *> A completed periodic KYC review is recorded here too: the
      *> operator (level 3 or higher) confirms it after the details
      *> are checked, which stamps KYC-REVIEWS.DAT with today's
      *> review and the next due date for the customer's risk grade
      *> and releases any KYC-nnnnn freeze KYC-REFRESH placed on
      *> the accounts for an overdue review.
      *> The customer's e-mail address and communication
      *> preferences (paper or electronic for statements, notices
      *> and marketing) are kept in CUSTOMER-PREFS.DAT, the same
      *> kind of keyed extension, for the output programs to route
      *> by (see commpref-route.cpy). Mail the post office sends
      *> back is marked against the address here; paper stops until
      *> a new address is captured, which clears the mark.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-CUST-ID
               FILE STATUS IS WS-ADDR-STATUS.
           SELECT PREFS-FILE ASSIGN TO "CUSTOMER-PREFS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-CUST-ID
               FILE STATUS IS WS-PREFS-STATUS.
           SELECT SYSSTAT-FILE ASSIGN TO "SYSTEM-STATUS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSSTAT-STATUS.
           SELECT KYC-FILE ASSIGN TO "KYC-REVIEWS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KYC-REVIEW-STATUS.
           SELECT RISK-FILE ASSIGN TO "CUSTOMER-RISK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RISK-STATUS.
           SELECT HOLDS-FILE ASSIGN TO "ACCOUNT-HOLDS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLDS-STATUS.
           SELECT SESSION-FILE ASSIGN TO "SESSION.REGISTRY.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SESSION-REC-TERMINAL
               FILE STATUS IS SESSION-STATUS.
           SELECT SYSDATE-FILE ASSIGN TO "SYSTEM-DATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 CA-ADDR2        PIC X(30).
           05 CA-CITY         PIC X(20).
           05 CA-POSTCODE     PIC X(10).
           05 CA-MAIL-RETURNED PIC X.
           05 CA-RETURNED-DATE PIC 9(8).

      *> E-mail and channel choices; no row means paper for all.
       FD PREFS-FILE.
       01 PREFS-RECORD.
           05 CP-CUST-ID      PIC 9(5).
           05 CP-STATEMENTS   PIC X.
           05 CP-NOTICES      PIC X.
           05 CP-MARKETING    PIC X.
           05 CP-EMAIL        PIC X(60).
           05 CP-CHANGED-DATE PIC 9(8).

       FD SYSSTAT-FILE.
       01 SYSSTAT-REC            PIC X(60).

      *> The review register KYC-REFRESH works (see kyc-ws.cpy).
       FD KYC-FILE.
       01 KYC-RECORD.
           05 KY-CUST-ID      PIC 9(5).
           05 KY-GRADE        PIC X.
           05 KY-LAST-REVIEW  PIC 9(8).
           05 KY-NEXT-DUE     PIC 9(8).
           05 KY-REMINDED     PIC 9(8).
           05 KY-STATUS       PIC X.
           05 KY-REVIEWED-BY  PIC X(8).

      *> Written by CUSTOMER-RISK, one row per active customer.
       FD RISK-FILE.
       01 RISK-RECORD.
           05 CR-CUST-ID      PIC 9(5).
           05 CR-SCORE        PIC 9(3).
           05 CR-GRADE        PIC X.
           05 CR-SCORED-DATE  PIC 9(8).

      *> The hold file LEGAL-HOLD maintains.
       FD HOLDS-FILE.
       01 HOLDS-RECORD.
           05 AH-ACC-ID     PIC 9(5).
           05 AH-TYPE       PIC X.
           05 AH-ORDER-REF  PIC X(12).
           05 AH-AMOUNT     PIC 9(8)V99.
           05 AH-CAPTURED   PIC 9(8)V99.
           05 AH-PAYEE      PIC X(20).
           05 AH-STATUS     PIC X.
           05 AH-EFF-DATE   PIC 9(8).

       FD SESSION-FILE.
       01 SESSION-RECORD.
           05 SESSION-REC-TERMINAL  PIC X(8).
           05 SESSION-REC-USER-ID   PIC X(8).
           05 SESSION-REC-ACCESS    PIC 9.
           05 SESSION-REC-DATE      PIC 9(8).
           05 SESSION-REC-TIME      PIC 9(8).

       FD SYSDATE-FILE.
       01 SYSDATE-REC            PIC X(40).

       WORKING-STORAGE SECTION.
       COPY "sysstat-ws.cpy".
       01 WS-STATUS           PIC XX.
       01 WS-CONTACT-STATUS   PIC XX.
       01 WS-ID-INPUT         PIC X(5).
       01 WS-RAW-ADDR2        PIC X(30).
       01 WS-RAW-CITY         PIC X(20).
       01 WS-RAW-POSTCODE     PIC X(10).
       01 WS-RETURNED-ANSWER  PIC X.
       01 WS-PREFS-STATUS     PIC XX.
       01 WS-HAVE-PREFS       PIC X VALUE "N".
       01 WS-RAW-EMAIL        PIC X(80).
       01 WS-EMAIL-VALID      PIC X.
       01 WS-EMAIL-LEN        PIC 9(3).
       01 WS-EMAIL-AT-POS     PIC 9(3).
       01 WS-EMAIL-AT-COUNT   PIC 9(3).
       01 WS-EMAIL-DOT-COUNT  PIC 9(3).
       01 WS-EMAIL-DOMAIN     PIC X(80).
       01 WS-DOMAIN-LEN       PIC 9(3).
       01 WS-PREF-ANSWER      PIC X.
       COPY "custid-ws.cpy".
       COPY "sysdate-ws.cpy".
       COPY "authz-ws.cpy".
       COPY "session-ws.cpy".
       COPY "kyc-ws.cpy".
       01 WS-RISK-STATUS      PIC XX.
       01 WS-HOLDS-STATUS     PIC XX.
       01 WS-KYC-ANSWER       PIC X.
       01 WS-EOF              PIC X VALUE "N".
       01 WS-TODAY            PIC 9(8).
       01 WS-KY-IDX           PIC 9(4).
       01 WS-KYC-REF          PIC X(12).
       01 WS-WAS-RESTRICTED   PIC X.
       01 WS-RELEASED         PIC 9(3).
       01 J                   PIC 9(4).

      *> The review register, loaded whole and rewritten whole.
       01 WS-KY-COUNT         PIC 9(4) VALUE 0.
       01 WS-KY-MAX           PIC 9(4) VALUE 2000.
       01 KY-TABLE.
           05 KY-ENTRY OCCURS 1 TO 2000 TIMES
                       DEPENDING ON WS-KY-COUNT.
               10 T-KY-CUST-ID     PIC 9(5).
               10 T-KY-GRADE       PIC X.
               10 T-KY-LAST-REVIEW PIC 9(8).
               10 T-KY-NEXT-DUE    PIC 9(8).
               10 T-KY-REMINDED    PIC 9(8).
               10 T-KY-STATUS      PIC X.
               10 T-KY-REVIEWED-BY PIC X(8).

      *> The hold file, loaded whole when a KYC freeze is lifted.
       01 WS-AH-COUNT         PIC 9(4) VALUE 0.
       01 WS-AH-MAX           PIC 9(4) VALUE 2000.
       01 AH-TABLE.
           05 AH-ENTRY OCCURS 1 TO 2000 TIMES
                       DEPENDING ON WS-AH-COUNT.
               10 T-AH-ACC-ID     PIC 9(5).
               10 T-AH-TYPE       PIC X.
               10 T-AH-ORDER-REF  PIC X(12).
               10 T-AH-AMOUNT     PIC 9(8)V99.
               10 T-AH-CAPTURED   PIC 9(8)V99.
               10 T-AH-PAYEE      PIC X(20).
               10 T-AH-STATUS     PIC X.
               10 T-AH-EFF-DATE   PIC 9(8).

       PROCEDURE DIVISION.
       BEGIN.
           DISPLAY "CUSTOMER CONTACT / KYC MAINTENANCE"
           DISPLAY "=================================="
           PERFORM CHECK-ONLINE-AVAILABLE
           IF SYSSTAT-ONLINE NOT = "Y"
               STOP RUN
           END-IF
           DISPLAY "Enter Account ID:"
           ACCEPT WS-ID-INPUT
           MOVE WS-ID-INPUT TO WS-CUSTID-INPUT
           CLOSE CUSTOMER-FILE
           DISPLAY "Customer: " FUNCTION TRIM(CUST-FNAME)
               " " FUNCTION TRIM(CUST-LNAME)
           PERFORM READ-SYSTEM-DATE
           MOVE SD-BUSINESS-DATE TO WS-TODAY

           PERFORM OPEN-CONTACT-FILE
           PERFORM READ-EXISTING-CONTACT
           PERFORM OPEN-ADDRESS-FILE
           PERFORM READ-EXISTING-ADDRESS
           PERFORM CAPTURE-ADDRESS
           IF WS-ADDR-CHANGED = "N" AND WS-HAVE-ADDRESS = "Y"
               PERFORM CAPTURE-MAIL-RETURNED
           END-IF
           IF WS-ADDR-CHANGED = "Y"
               PERFORM SAVE-ADDRESS-RECORD
           END-IF
           CLOSE ADDRESS-FILE

           PERFORM OPEN-PREFS-FILE
           PERFORM READ-EXISTING-PREFS
           PERFORM CAPTURE-EMAIL
           PERFORM CAPTURE-PREFERENCES
           PERFORM SAVE-PREFS-RECORD
           CLOSE PREFS-FILE
           DISPLAY "Contact details saved for account " CUST-ID "."

           DISPLAY "Record a completed KYC review for this "
               "customer? (Y/N): "
           MOVE SPACES TO WS-KYC-ANSWER
           ACCEPT WS-KYC-ANSWER
           IF WS-KYC-ANSWER = "Y" OR WS-KYC-ANSWER = "y"
               PERFORM RECORD-KYC-REVIEW
           END-IF
           STOP RUN.

       OPEN-CONTACT-FILE.
               INVALID KEY
                   MOVE SPACES TO CA-COUNTRY CA-ADDR1 CA-ADDR2
                       CA-CITY CA-POSTCODE
                   MOVE "N" TO CA-MAIL-RETURNED
                   MOVE 0 TO CA-RETURNED-DATE
               NOT INVALID KEY
                   MOVE "Y" TO WS-HAVE-ADDRESS
                   DISPLAY "Existing address:"
                   DISPLAY "  " CA-ADDR2
                   DISPLAY "  " CA-CITY " " CA-POSTCODE
                       " (" CA-COUNTRY ")"
                   IF CA-MAIL-RETURNED = "Y"
                       DISPLAY "  ** Mail returned since "
                           CA-RETURNED-DATE
                           " -- paper is stopped until updated."
                   END-IF
           END-READ.

      *> The address goes through VALIDATEADDRESS (postal rules per
                   MOVE WS-RAW-ADDR2 TO CA-ADDR2
                   MOVE WS-RAW-CITY TO CA-CITY
                   MOVE WS-RAW-POSTCODE TO CA-POSTCODE
                   MOVE "N" TO CA-MAIL-RETURNED
                   MOVE 0 TO CA-RETURNED-DATE
                   MOVE "Y" TO WS-ADDR-CHANGED
               ELSE
                   DISPLAY "  >> Address not stored."
               END-WRITE
           END-IF.

      *> Mail returned by the post office stops paper to the
      *> address on file until a new one is captured above.
       CAPTURE-MAIL-RETURNED.
           IF CA-MAIL-RETURNED = "Y"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Is mail being returned from this address? "
               "(Y/N): "
           MOVE SPACES TO WS-RETURNED-ANSWER
           ACCEPT WS-RETURNED-ANSWER
           IF WS-RETURNED-ANSWER = "Y" OR WS-RETURNED-ANSWER = "y"
               MOVE "Y" TO CA-MAIL-RETURNED
               MOVE WS-TODAY TO CA-RETURNED-DATE
               MOVE "Y" TO WS-ADDR-CHANGED
               DISPLAY "  >> Paper mail stopped for this address."
           END-IF.

       SAVE-CONTACT-RECORD.
           MOVE CUST-ID TO CC-CUST-ID
           IF WS-HAVE-RECORD = "Y"
               END-WRITE
           END-IF.

       OPEN-PREFS-FILE.
           OPEN I-O PREFS-FILE
           IF WS-PREFS-STATUS = "35"
               OPEN OUTPUT PREFS-FILE
               CLOSE PREFS-FILE
               OPEN I-O PREFS-FILE
           END-IF.

       READ-EXISTING-PREFS.
           MOVE "N" TO WS-HAVE-PREFS
           MOVE CUST-ID TO CP-CUST-ID
           READ PREFS-FILE
               INVALID KEY
                   MOVE "P" TO CP-STATEMENTS CP-NOTICES CP-MARKETING
                   MOVE SPACES TO CP-EMAIL
               NOT INVALID KEY
                   MOVE "Y" TO WS-HAVE-PREFS
                   DISPLAY "Existing preferences:"
                   DISPLAY "  E-mail    : " CP-EMAIL
                   DISPLAY "  Statements: " CP-STATEMENTS
                       "  Notices: " CP-NOTICES
                       "  Marketing: " CP-MARKETING
           END-READ.

      *> A basic shape check only: one "@", something before it,
      *> and a dotted domain after it with no embedded spaces. "-"
      *> removes the address on file.
       CAPTURE-EMAIL.
           DISPLAY "Enter e-mail address (blank = keep, - = remove): "
           MOVE SPACES TO WS-RAW-EMAIL
           ACCEPT WS-RAW-EMAIL
           IF WS-RAW-EMAIL = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-RAW-EMAIL = "-"
               MOVE SPACES TO CP-EMAIL
               DISPLAY "  >> E-mail removed; electronic items will "
                   "print."
               EXIT PARAGRAPH
           END-IF
           PERFORM VALIDATE-EMAIL
           IF WS-EMAIL-VALID = "Y"
               MOVE WS-RAW-EMAIL TO CP-EMAIL
           ELSE
               DISPLAY "  >> E-mail not stored."
           END-IF.

       VALIDATE-EMAIL.
           MOVE "N" TO WS-EMAIL-VALID
           MOVE 0 TO WS-EMAIL-LEN
           INSPECT WS-RAW-EMAIL TALLYING WS-EMAIL-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-EMAIL-LEN = 0 OR WS-EMAIL-LEN > 60
               EXIT PARAGRAPH
           END-IF
           IF WS-EMAIL-LEN < 80
               IF WS-RAW-EMAIL(WS-EMAIL-LEN + 1:) NOT = SPACES
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE 0 TO WS-EMAIL-AT-COUNT
           INSPECT WS-RAW-EMAIL TALLYING WS-EMAIL-AT-COUNT
               FOR ALL "@"
           IF WS-EMAIL-AT-COUNT NOT = 1
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EMAIL-AT-POS
           INSPECT WS-RAW-EMAIL TALLYING WS-EMAIL-AT-POS
               FOR CHARACTERS BEFORE INITIAL "@"
           IF WS-EMAIL-AT-POS = 0
               OR WS-EMAIL-AT-POS + 4 > WS-EMAIL-LEN
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DOMAIN-LEN = WS-EMAIL-LEN - WS-EMAIL-AT-POS - 1
           MOVE SPACES TO WS-EMAIL-DOMAIN
           MOVE WS-RAW-EMAIL(WS-EMAIL-AT-POS + 2:WS-DOMAIN-LEN)
               TO WS-EMAIL-DOMAIN
           MOVE 0 TO WS-EMAIL-DOT-COUNT
           INSPECT WS-EMAIL-DOMAIN TALLYING WS-EMAIL-DOT-COUNT
               FOR ALL "."
           IF WS-EMAIL-DOT-COUNT = 0
               OR WS-EMAIL-DOMAIN(1:1) = "."
               OR WS-EMAIL-DOMAIN(WS-DOMAIN-LEN:1) = "."
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-EMAIL-VALID.

      *> P paper or E electronic for each kind of item, and N for
      *> no marketing at all. Electronic needs an e-mail on file.
       CAPTURE-PREFERENCES.
           DISPLAY "Statements by (P)aper or (E)-mail "
               "(blank = keep): "
           PERFORM ACCEPT-CHANNEL-CHOICE
           IF WS-PREF-ANSWER = "P" OR WS-PREF-ANSWER = "E"
               MOVE WS-PREF-ANSWER TO CP-STATEMENTS
           END-IF
           DISPLAY "Notices by (P)aper or (E)-mail (blank = keep): "
           PERFORM ACCEPT-CHANNEL-CHOICE
           IF WS-PREF-ANSWER = "P" OR WS-PREF-ANSWER = "E"
               MOVE WS-PREF-ANSWER TO CP-NOTICES
           END-IF
           DISPLAY "Marketing by (P)aper, (E)-mail or (N)one "
               "(blank = keep): "
           PERFORM ACCEPT-CHANNEL-CHOICE
           IF WS-PREF-ANSWER = "P" OR WS-PREF-ANSWER = "E"
               OR WS-PREF-ANSWER = "N"
               MOVE WS-PREF-ANSWER TO CP-MARKETING
           END-IF.

       ACCEPT-CHANNEL-CHOICE.
           MOVE SPACES TO WS-PREF-ANSWER
           ACCEPT WS-PREF-ANSWER
           MOVE FUNCTION UPPER-CASE(WS-PREF-ANSWER) TO WS-PREF-ANSWER
           IF WS-PREF-ANSWER = "E" AND CP-EMAIL = SPACES
               DISPLAY "  >> No e-mail on file; choice not changed."
               MOVE SPACES TO WS-PREF-ANSWER
           END-IF.

       SAVE-PREFS-RECORD.
           MOVE CUST-ID TO CP-CUST-ID
           MOVE WS-TODAY TO CP-CHANGED-DATE
           IF WS-HAVE-PREFS = "Y"
               REWRITE PREFS-RECORD
           ELSE
               WRITE PREFS-RECORD
                   INVALID KEY
                       DISPLAY "  >> Could not write preferences "
                           "record (status " WS-PREFS-STATUS ")"
               END-WRITE
           END-IF.

      *> The review is an attestation, so it is taken only from a
      *> logged-in operator of level 3 or higher, who is named on
      *> the register.
       RECORD-KYC-REVIEW.
           PERFORM READ-SESSION-ACCESS-LEVEL
           MOVE 3 TO AUTHZ-REQUIRED-LEVEL
           PERFORM CHECK-AUTHORIZATION-LEVEL
           IF AUTHZ-GRANTED NOT = "Y"
               DISPLAY "  >> KYC review not recorded."
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-KYC-TABLE
           MOVE 0 TO WS-KY-IDX
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-KY-COUNT
               IF T-KY-CUST-ID(J) = CUST-ID
                   MOVE J TO WS-KY-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-KY-IDX = 0
               IF WS-KY-COUNT >= WS-KY-MAX
                   DISPLAY "  >> Review register is full; KYC "
                       "review not recorded."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-KY-COUNT
               MOVE WS-KY-COUNT TO WS-KY-IDX
               MOVE CUST-ID TO T-KY-CUST-ID(WS-KY-IDX)
               MOVE SPACE TO T-KY-GRADE(WS-KY-IDX)
               MOVE SPACE TO T-KY-STATUS(WS-KY-IDX)
           END-IF
           PERFORM FIND-CURRENT-GRADE
           MOVE "N" TO WS-WAS-RESTRICTED
           IF T-KY-STATUS(WS-KY-IDX) = "R"
               MOVE "Y" TO WS-WAS-RESTRICTED
           END-IF

           MOVE WS-TODAY TO WS-KY-FROM-DATE
           PERFORM SET-KYC-DUE-DATE
           MOVE WS-KY-GRADE TO T-KY-GRADE(WS-KY-IDX)
           MOVE WS-TODAY TO T-KY-LAST-REVIEW(WS-KY-IDX)
           MOVE WS-KY-DUE-DATE TO T-KY-NEXT-DUE(WS-KY-IDX)
           MOVE 0 TO T-KY-REMINDED(WS-KY-IDX)
           MOVE "C" TO T-KY-STATUS(WS-KY-IDX)
           MOVE SESSION-REC-USER-ID TO T-KY-REVIEWED-BY(WS-KY-IDX)
           PERFORM SAVE-KYC-TABLE
           DISPLAY "KYC review recorded; next review due "
               WS-KY-DUE-DATE " (grade " WS-KY-GRADE ")."
           IF WS-WAS-RESTRICTED = "Y"
               PERFORM RELEASE-KYC-HOLDS
           END-IF.

      *> The grade CUSTOMER-RISK last gave, else the one already on
      *> the register.
       FIND-CURRENT-GRADE.
           MOVE T-KY-GRADE(WS-KY-IDX) TO WS-KY-GRADE
           MOVE "N" TO WS-EOF
           OPEN INPUT RISK-FILE
           IF WS-RISK-STATUS = "00"
               PERFORM UNTIL WS-EOF = "Y"
                   READ RISK-FILE
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF CR-CUST-ID = CUST-ID
                               MOVE CR-GRADE TO WS-KY-GRADE
                               MOVE "Y" TO WS-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RISK-FILE
           END-IF
           MOVE "N" TO WS-EOF.

       LOAD-KYC-TABLE.
           MOVE 0 TO WS-KY-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT KYC-FILE
           IF KYC-REVIEW-STATUS = "00"
               PERFORM UNTIL WS-EOF = "Y"
                   READ KYC-FILE
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF WS-KY-COUNT < WS-KY-MAX
                               ADD 1 TO WS-KY-COUNT
                               MOVE KYC-RECORD
                                   TO KY-ENTRY(WS-KY-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KYC-FILE
           END-IF
           MOVE "N" TO WS-EOF.

       SAVE-KYC-TABLE.
           OPEN OUTPUT KYC-FILE
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-KY-COUNT
               MOVE KY-ENTRY(J) TO KYC-RECORD
               WRITE KYC-RECORD
           END-PERFORM
           CLOSE KYC-FILE.

      *> The customer's KYC freeze rows go R (released), as a
      *> release at LEGAL-HOLD would leave them.
       RELEASE-KYC-HOLDS.
           MOVE SPACES TO WS-KYC-REF
           STRING "KYC-" CUST-ID DELIMITED BY SIZE INTO WS-KYC-REF
           END-STRING
           MOVE 0 TO WS-AH-COUNT
           MOVE 0 TO WS-RELEASED
           MOVE "N" TO WS-EOF
           OPEN INPUT HOLDS-FILE
           IF WS-HOLDS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ HOLDS-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF WS-AH-COUNT < WS-AH-MAX
                           ADD 1 TO WS-AH-COUNT
                           MOVE HOLDS-RECORD
                               TO AH-ENTRY(WS-AH-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HOLDS-FILE
           MOVE "N" TO WS-EOF
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-AH-COUNT
               IF T-AH-ORDER-REF(J) = WS-KYC-REF
                   AND T-AH-TYPE(J) = "F"
                   AND T-AH-STATUS(J) = "A"
                   MOVE "R" TO T-AH-STATUS(J)
                   ADD 1 TO WS-RELEASED
               END-IF
           END-PERFORM
           IF WS-RELEASED > 0
               OPEN OUTPUT HOLDS-FILE
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-AH-COUNT
                   MOVE AH-ENTRY(J) TO HOLDS-RECORD
                   WRITE HOLDS-RECORD
               END-PERFORM
               CLOSE HOLDS-FILE
           END-IF
           DISPLAY WS-RELEASED " KYC freeze(s) released on the "
               "customer's accounts.".

       COPY "custid-check.cpy".
       COPY "sysstat-check.cpy".
       COPY "sysdate-read.cpy".
       COPY "session-check.cpy".
       COPY "authz-check.cpy".
       COPY "kyc-cycle.cpy".
