       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOMER-360.

      *> Front-desk inquiry answering "what does this customer have
      *> with us" in one screen, where staff used to run
      *> NAME-SEARCH, ACCOUNT-OWNERS, the balance programs,
      *> LOAN-PAYOFF, the term deposit listing and the order
      *> receivables one after another. The clerk keys a CUST-ID or
      *> a last-name prefix (picked from a numbered list as in
      *> NAME-SEARCH) and sees:
      *>   - contact details and address;
      *>   - every account the customer owns, holds jointly or signs
      *>     on, with balance and status from ACCOUNTS.MASTER.IDX;
      *>   - loans not yet paid with the arrears band from the last
      *>     LOAN-DELINQUENCY run (LOAN-AGING.DAT);
      *>   - active term deposits with their maturity;
      *>   - open order receivables;
      *>   - the household and the risk grade;
      *>   - open fraud cases and complaints.
      *> The viewer's session access level masks as the rest of the
      *> suite does: below level 4 customer and account ids show as
      *> ***nn, co-members of the household are not named, and the
      *> phone, date of birth and IBAN are masked. Every lookup is
      *> written to AUDIT-TRAIL.DAT -- INQUIRY for a masked view,
      *> DISCLOSURE for a full one.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO "CUSTOMERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               ALTERNATE RECORD KEY IS CUST-LNAME
                   WITH DUPLICATES
               FILE STATUS IS WS-CUST-STATUS.
           SELECT CONTACT-FILE ASSIGN TO "CUSTOMER-CONTACT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-CUST-ID
               FILE STATUS IS WS-CONTACT-STATUS.
           SELECT ADDRESS-FILE ASSIGN TO "CUSTOMER-ADDRESS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-CUST-ID
               FILE STATUS IS WS-ADDR-STATUS.
           SELECT ACCOUNTS ASSIGN TO "ACCOUNTS.MASTER.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACC-ID
               FILE STATUS IS WS-ACC-STATUS.
           SELECT OWNERS-FILE ASSIGN TO "ACCOUNT-OWNERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OWN-STATUS.
           SELECT LOANS-FILE ASSIGN TO "LOANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOANS-STATUS.
           SELECT AGING-FILE ASSIGN TO "LOAN-AGING.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGING-STATUS.
           SELECT TD-FILE ASSIGN TO "TERM-DEPOSITS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TD-STATUS.
           SELECT RECEIVABLE-FILE ASSIGN TO "ORDER-RECEIVABLES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCVB-STATUS.
           SELECT HOUSEHOLD-FILE ASSIGN TO "HOUSEHOLDS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HH-STATUS.
           SELECT RISK-FILE ASSIGN TO "CUSTOMER-RISK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RISK-STATUS.
           SELECT CASE-FILE ASSIGN TO "FRAUD-CASES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASE-STATUS.
           SELECT COMPLAINT-FILE ASSIGN TO "COMPLAINTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CMPL-STATUS.
           SELECT SESSION-FILE ASSIGN TO "SESSION.REGISTRY.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SESSION-REC-TERMINAL
               FILE STATUS IS SESSION-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDIT-TRAIL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.
           SELECT SYSDATE-FILE ASSIGN TO "SYSTEM-DATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CUSTOMER-FILE.
       01 CUSTOMER-RECORD.
           05 CUST-ID         PIC 9(5).
           05 CUST-FNAME      PIC X(10).
           05 CUST-LNAME      PIC X(10).
           05 CUST-BALANCE    PIC 9(5)V99.
           05 CUST-DELETED    PIC X(01).

       FD CONTACT-FILE.
       01 CONTACT-RECORD.
           05 CC-CUST-ID      PIC 9(5).
           05 CC-PHONE        PIC X(20).
           05 CC-DOB          PIC X(10).
           05 CC-IBAN         PIC X(34).

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

       FD ACCOUNTS.
       01 ACC-FILE-REC.
           05 ACC-ID       PIC 9(5).
           05 ACC-NAME     PIC X(20).
           05 ACC-TYPE     PIC X(8).
           05 ACC-BAL      PIC S9(8)V99 SIGN LEADING SEPARATE.
           05 ACC-CURRENCY PIC X(3).
           05 ACC-STATUS   PIC X(8).
           05 ACC-LAST-ACTIVITY PIC 9(8).
           05 ACC-BRANCH   PIC X(4).

       FD OWNERS-FILE.
       01 OWNERS-RECORD.
           05 AO-ACC-ID    PIC 9(5).
           05 AO-CUST-ID   PIC 9(5).
           05 AO-ROLE      PIC X.
           05 AO-SIGS-REQ  PIC 9.
           05 AO-SHARE-PCT PIC 999V99.

       FD LOANS-FILE.
       01 LOANS-RECORD.
          05 LN-LOAN-ID        PIC 9(6).
          05 LN-CUST-ID        PIC 9(5).
          05 LN-PRINCIPAL      PIC 9(5).
          05 LN-RATE-PCT       PIC 99.
          05 LN-TERM-YEARS     PIC 99.
          05 LN-STATUS         PIC X(8).
          05 LN-OUTSTANDING    PIC 9(7)V99.
          05 LN-PAID-THRU      PIC 99.
          05 LN-YEAR-PAID      PIC 9(7)V99.
          05 LN-ORIG-DATE      PIC 9(8).

      *> LOAN-DELINQUENCY's detail lines: loan, customer, due date,
      *> days past due, band.
       FD AGING-FILE.
       01 AGING-REC.
          05 AG-LOAN-ID        PIC X(6).
          05 FILLER            PIC X.
          05 AG-CUST-ID        PIC X(5).
          05 FILLER            PIC X(4).
          05 AG-DUE-DATE       PIC X(8).
          05 FILLER            PIC X.
          05 AG-DPD            PIC X(5).
          05 FILLER            PIC X.
          05 AG-BAND           PIC X(8).
          05 FILLER            PIC X(61).

       FD TD-FILE.
       01 TD-RECORD.
          05 TD-ID           PIC 9(6).
          05 TD-CUST-ID      PIC 9(5).
          05 TD-ACC-ID       PIC 9(5).
          05 TD-PRINCIPAL    PIC 9(8)V99.
          05 TD-RATE-PCT     PIC 99V99.
          05 TD-TERM-MONTHS  PIC 9(3).
          05 TD-OPEN-DATE    PIC 9(8).
          05 TD-MATURITY     PIC 9(8).
          05 TD-DISPOSAL     PIC X.
          05 TD-STATUS       PIC X.

       FD RECEIVABLE-FILE.
       01 RECEIVABLE-RECORD.
          05 RV-ORDER-ID     PIC 9(6).
          05 RV-CUST-ID      PIC 9(5).
          05 RV-DATE         PIC 9(8).
          05 RV-AMOUNT       PIC 9(6)V99.
          05 RV-PAID         PIC X.

       FD HOUSEHOLD-FILE.
       01 HOUSEHOLD-RECORD.
           05 HH-ID           PIC 9(4).
           05 HH-CUST-ID      PIC 9(5).

       FD RISK-FILE.
       01 RISK-RECORD.
           05 CR-CUST-ID      PIC 9(5).
           05 CR-SCORE        PIC 9(3).
           05 CR-GRADE        PIC X.
           05 CR-SCORED-DATE  PIC 9(8).

       FD CASE-FILE.
       01 CASE-RECORD.
           05 FC-CASE-NO      PIC 9(6).
           05 FC-STATUS       PIC X(9).
           05 FC-OPENED       PIC 9(8).
           05 FC-DISP-DATE    PIC 9(8).
           05 FC-USER         PIC X(8).
           05 FC-COMMENT      PIC X(30).
           05 FC-SUS-LINE     PIC X(80).
           05 FC-SAR-FLAG     PIC X.
           05 FC-SAR-REF      PIC X(12).
           05 FC-SAR-DATE     PIC 9(8).

       FD COMPLAINT-FILE.
       01 COMPLAINT-RECORD.
           05 CM-CASE-NO        PIC 9(6).
           05 CM-CUST-ID        PIC 9(5).
           05 CM-CATEGORY       PIC X(4).
           05 CM-PRODUCT        PIC X(8).
           05 CM-ACC-ID         PIC 9(5).
           05 CM-SUMMARY        PIC X(30).
           05 CM-RECEIVED-DATE  PIC 9(8).
           05 CM-RECEIVED-BY    PIC X(8).
           05 CM-DEADLINE       PIC 9(8).
           05 CM-ACK-DATE       PIC 9(8).
           05 CM-ACK-BY         PIC X(8).
           05 CM-STATUS         PIC X.
           05 CM-REST           PIC X(57).

       FD SESSION-FILE.
       01 SESSION-RECORD.
           05 SESSION-REC-TERMINAL PIC X(8).
           05 SESSION-REC-USER-ID PIC X(8).
           05 SESSION-REC-ACCESS  PIC 9.
           05 SESSION-REC-DATE    PIC 9(8).
           05 SESSION-REC-TIME    PIC 9(8).

       FD AUDIT-FILE.
       01 AUDIT-RECORD        PIC X(130).

       FD SYSDATE-FILE.
       01 SYSDATE-REC            PIC X(40).

       WORKING-STORAGE SECTION.
       COPY "sysdate-ws.cpy".
       COPY "session-ws.cpy".
       COPY "authz-ws.cpy".
       COPY "audit-ws.cpy".
       COPY "custid-ws.cpy".
       01 WS-CUST-STATUS     PIC XX.
       01 WS-CONTACT-STATUS  PIC XX.
       01 WS-ADDR-STATUS     PIC XX.
       01 WS-ACC-STATUS      PIC XX.
       01 WS-OWN-STATUS      PIC XX.
       01 WS-LOANS-STATUS    PIC XX.
       01 WS-AGING-STATUS    PIC XX.
       01 WS-TD-STATUS       PIC XX.
       01 WS-RCVB-STATUS     PIC XX.
       01 WS-HH-STATUS       PIC XX.
       01 WS-RISK-STATUS     PIC XX.
       01 WS-CASE-STATUS     PIC XX.
       01 WS-CMPL-STATUS     PIC XX.
       01 WS-EOF             PIC X VALUE "N".
       01 WS-TODAY           PIC 9(8).
       01 WS-KEY-INPUT       PIC X(10).
       01 WS-PREFIX-LEN      PIC 99.
       01 WS-CUST            PIC 9(5).
       01 WS-PICK            PIC 9(3).
       01 WS-SHOW-ID         PIC 9(5).
       01 WS-MASKED-ID       PIC X(5).
       01 WS-MASKED-PHONE    PIC X(20).
       01 WS-MASKED-DOB      PIC X(10).
       01 WS-MASKED-IBAN     PIC X(34).
       01 WS-IBAN-LEN        PIC 99.
       01 WS-PHONE-LEN       PIC 99.
       01 WS-ROLE-NAME       PIC X(9).
       01 WS-DISP-BAL        PIC -Z(7)9.99.
       01 WS-DISP-AMT        PIC Z(6)9.99.
       01 WS-DISP-RATE       PIC Z9.99.
       01 WS-DISP-DAYS       PIC -Z(4)9.
       01 WS-DAYS            PIC S9(5).
       01 WS-BAND            PIC X(8).
       01 WS-RV-TOTAL        PIC 9(8)V99 VALUE 0.
       01 WS-SHOWN           PIC 9(3) VALUE 0.
       01 WS-HH-OF-CUST      PIC 9(4) VALUE 0.
       01 WS-HH-OTHERS       PIC 9(3) VALUE 0.
       01 WS-DISP-COUNT      PIC ZZ9.
       01 WS-CASE-ACC        PIC 9(9).
       01 J                  PIC 9(3).
       01 K                  PIC 9(3).

      *> The hits offered when the clerk searches by name.
       01 WS-MATCHES         PIC 9(3) VALUE 0.
       01 WS-HIT-MAX         PIC 9(3) VALUE 100.
       01 HIT-TABLE.
           05 HIT-ENTRY OCCURS 1 TO 100 TIMES
                        DEPENDING ON WS-MATCHES.
               10 HIT-CUST-ID   PIC 9(5).
               10 HIT-FNAME     PIC X(10).
               10 HIT-LNAME     PIC X(10).

      *> The customer's accounts: the primary account (ACC-ID =
      *> CUST-ID) and every owner, joint or signatory link.
       01 WS-AC-COUNT        PIC 9(3) VALUE 0.
       01 WS-AC-MAX          PIC 9(3) VALUE 100.
       01 AC-TABLE.
           05 AC-ENTRY OCCURS 1 TO 100 TIMES
                       DEPENDING ON WS-AC-COUNT.
               10 AC-ACC-ID     PIC 9(5).
               10 AC-ROLE       PIC X.

      *> Latest aging band per loan from LOAN-AGING.DAT.
       01 WS-AG-COUNT        PIC 9(4) VALUE 0.
       01 WS-AG-MAX          PIC 9(4) VALUE 2000.
       01 AG-TABLE.
           05 AG-ENTRY OCCURS 1 TO 2000 TIMES
                       DEPENDING ON WS-AG-COUNT.
               10 T-AG-LOAN-ID  PIC X(6).
               10 T-AG-DPD      PIC X(5).
               10 T-AG-BAND     PIC X(8).

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "CUSTOMER 360 INQUIRY"
           DISPLAY "===================="
           PERFORM READ-SESSION-ACCESS-LEVEL
           MOVE 1 TO AUTHZ-REQUIRED-LEVEL
           PERFORM CHECK-AUTHORIZATION-LEVEL
           IF AUTHZ-GRANTED NOT = "Y"
               STOP RUN
           END-IF
           PERFORM READ-SYSTEM-DATE
           MOVE SD-BUSINESS-DATE TO WS-TODAY

           OPEN INPUT CUSTOMER-FILE
           IF WS-CUST-STATUS NOT = "00"
               DISPLAY "Cannot open CUSTOMERS.DAT (status "
                   WS-CUST-STATUS ")"
               STOP RUN
           END-IF

           DISPLAY "Customer id, or last-name prefix to search: "
           ACCEPT WS-KEY-INPUT
           IF WS-KEY-INPUT = SPACES
               DISPLAY "  >> Nothing to look up."
               CLOSE CUSTOMER-FILE
               STOP RUN
           END-IF
           IF WS-KEY-INPUT(1:5) IS NUMERIC
               AND WS-KEY-INPUT(6:5) = SPACES
               MOVE WS-KEY-INPUT(1:5) TO WS-CUSTID-INPUT
               PERFORM VALIDATE-CUST-ID-FORMAT
               IF NOT CUSTID-IS-VALID
                   CLOSE CUSTOMER-FILE
                   STOP RUN
               END-IF
               MOVE WS-CUSTID-INPUT TO WS-CUST
           ELSE
               PERFORM PICK-BY-NAME
           END-IF

           MOVE WS-CUST TO CUST-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   DISPLAY "  >> Customer not on CUSTOMERS.DAT."
                   CLOSE CUSTOMER-FILE
                   STOP RUN
           END-READ

           PERFORM SHOW-CUSTOMER
           PERFORM SHOW-CONTACT
           PERFORM SHOW-ACCOUNTS
           PERFORM SHOW-LOANS
           PERFORM SHOW-TERM-DEPOSITS
           PERFORM SHOW-RECEIVABLES
           PERFORM SHOW-HOUSEHOLD
           PERFORM SHOW-FLAGS
           CLOSE CUSTOMER-FILE

           PERFORM WRITE-LOOKUP-AUDIT
           STOP RUN.

      *> Name search as NAME-SEARCH does it: the alternate key from
      *> the prefix forward, active records only, numbered for the
      *> pick. Ids are masked on the list below level 4; the pick is
      *> carried inside this program, so the clerk never needs the
      *> full id.
       PICK-BY-NAME.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-KEY-INPUT TRAILING))
               TO WS-PREFIX-LEN
           MOVE WS-KEY-INPUT TO CUST-LNAME
           START CUSTOMER-FILE KEY NOT LESS THAN CUST-LNAME
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "Y"
               READ CUSTOMER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF CUST-LNAME(1:WS-PREFIX-LEN) NOT =
                           WS-KEY-INPUT(1:WS-PREFIX-LEN)
                           MOVE "Y" TO WS-EOF
                       ELSE IF CUST-DELETED NOT = "Y"
                           PERFORM KEEP-ONE-MATCH
                       END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "N" TO WS-EOF

           IF WS-MATCHES = 0
               DISPLAY "No active customers match '"
                   FUNCTION TRIM(WS-KEY-INPUT TRAILING) "'."
               CLOSE CUSTOMER-FILE
               STOP RUN
           END-IF
           DISPLAY " "
           DISPLAY "NO  CUST-ID FIRST NAME LAST NAME"
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-MATCHES
               MOVE HIT-CUST-ID(J) TO WS-SHOW-ID
               PERFORM MASK-SHOW-ID
               DISPLAY J "  " WS-MASKED-ID "   "
                   HIT-FNAME(J) " " HIT-LNAME(J)
           END-PERFORM
           DISPLAY "Entry number to view (0 = none): "
           ACCEPT WS-PICK
           IF WS-PICK < 1 OR WS-PICK > WS-MATCHES
               DISPLAY "  >> Nothing selected."
               CLOSE CUSTOMER-FILE
               STOP RUN
           END-IF
           MOVE HIT-CUST-ID(WS-PICK) TO WS-CUST.

       KEEP-ONE-MATCH.
           IF WS-MATCHES < WS-HIT-MAX
               ADD 1 TO WS-MATCHES
               MOVE CUST-ID    TO HIT-CUST-ID(WS-MATCHES)
               MOVE CUST-FNAME TO HIT-FNAME(WS-MATCHES)
               MOVE CUST-LNAME TO HIT-LNAME(WS-MATCHES)
           ELSE
               DISPLAY "Warning: more than " WS-HIT-MAX
                   " matches, narrow the prefix"
               MOVE "Y" TO WS-EOF
           END-IF.

      *> Customer and account ids below level 4 show only their
      *> last two digits, as NAME-SEARCH and the statements do.
       MASK-SHOW-ID.
           MOVE WS-SHOW-ID TO WS-MASKED-ID
           IF AUTHZ-USER-LEVEL < 4
               MOVE "***" TO WS-MASKED-ID(1:3)
           END-IF.

       SHOW-CUSTOMER.
           MOVE CUST-ID TO WS-SHOW-ID
           PERFORM MASK-SHOW-ID
           DISPLAY " "
           DISPLAY "CUSTOMER " WS-MASKED-ID "  "
               FUNCTION TRIM(CUST-FNAME) " "
               FUNCTION TRIM(CUST-LNAME)
           IF CUST-DELETED = "Y"
               DISPLAY "  ** CUSTOMER RECORD IS DELETED **"
           END-IF

           MOVE "N" TO WS-EOF
           OPEN INPUT RISK-FILE
           IF WS-RISK-STATUS = "35"
               DISPLAY "  Risk grade : not scored"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ RISK-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                       DISPLAY "  Risk grade : not scored"
                   NOT AT END
                       IF CR-CUST-ID = CUST-ID
                           DISPLAY "  Risk grade : " CR-GRADE
                               "  (score " CR-SCORE ", scored "
                               CR-SCORED-DATE ")"
                           MOVE "Y" TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RISK-FILE
           MOVE "N" TO WS-EOF.

      *> Below level 4 the phone shows its last four characters,
      *> the date of birth its year and the IBAN its country and
      *> last four.
       SHOW-CONTACT.
           DISPLAY " "
           DISPLAY "CONTACT"
           OPEN INPUT CONTACT-FILE
           IF WS-CONTACT-STATUS NOT = "00"
               DISPLAY "  No contact details on file."
           ELSE
               MOVE CUST-ID TO CC-CUST-ID
               READ CONTACT-FILE
                   INVALID KEY
                       DISPLAY "  No contact details on file."
                   NOT INVALID KEY
                       PERFORM MASK-CONTACT
                       DISPLAY "  Phone: " WS-MASKED-PHONE
                       DISPLAY "  DOB  : " WS-MASKED-DOB
                       DISPLAY "  IBAN : " WS-MASKED-IBAN
               END-READ
               CLOSE CONTACT-FILE
           END-IF

           DISPLAY "ADDRESS"
           OPEN INPUT ADDRESS-FILE
           IF WS-ADDR-STATUS NOT = "00"
               DISPLAY "  No address on file."
           ELSE
               MOVE CUST-ID TO CA-CUST-ID
               READ ADDRESS-FILE
                   INVALID KEY
                       DISPLAY "  No address on file."
                   NOT INVALID KEY
                       DISPLAY "  " CA-ADDR1
                       IF CA-ADDR2 NOT = SPACES
                           DISPLAY "  " CA-ADDR2
                       END-IF
                       DISPLAY "  " CA-CITY " " CA-POSTCODE " "
                           CA-COUNTRY
                       IF CA-MAIL-RETURNED = "Y"
                           DISPLAY "  ** MAIL RETURNED "
                               CA-RETURNED-DATE " **"
                       END-IF
               END-READ
               CLOSE ADDRESS-FILE
           END-IF.

       MASK-CONTACT.
           MOVE CC-PHONE TO WS-MASKED-PHONE
           MOVE CC-DOB TO WS-MASKED-DOB
           MOVE CC-IBAN TO WS-MASKED-IBAN
           IF AUTHZ-USER-LEVEL >= 4
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(CC-PHONE TRAILING))
               TO WS-PHONE-LEN
           MOVE ALL "*" TO WS-MASKED-PHONE
           IF CC-PHONE = SPACES
               MOVE SPACES TO WS-MASKED-PHONE
           ELSE IF WS-PHONE-LEN > 4
               MOVE CC-PHONE(WS-PHONE-LEN - 3:4)
                   TO WS-MASKED-PHONE(WS-PHONE-LEN - 3:4)
               MOVE SPACES TO WS-MASKED-PHONE(WS-PHONE-LEN + 1:)
           ELSE
               MOVE SPACES TO WS-MASKED-PHONE(5:)
           END-IF
           END-IF
           IF CC-DOB NOT = SPACES
               MOVE "**/**/" TO WS-MASKED-DOB(1:6)
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(CC-IBAN TRAILING))
               TO WS-IBAN-LEN
           MOVE ALL "*" TO WS-MASKED-IBAN
           IF CC-IBAN = SPACES
               MOVE SPACES TO WS-MASKED-IBAN
           ELSE IF WS-IBAN-LEN > 6
               MOVE CC-IBAN(1:2) TO WS-MASKED-IBAN(1:2)
               MOVE CC-IBAN(WS-IBAN-LEN - 3:4)
                   TO WS-MASKED-IBAN(WS-IBAN-LEN - 3:4)
               MOVE SPACES TO WS-MASKED-IBAN(WS-IBAN-LEN + 1:)
           ELSE
               MOVE SPACES TO WS-MASKED-IBAN(5:)
           END-IF
           END-IF.

      *> View-only (V) links are not holdings and are left out.
       SHOW-ACCOUNTS.
           MOVE 1 TO WS-AC-COUNT
           MOVE CUST-ID TO AC-ACC-ID(1)
           MOVE "P" TO AC-ROLE(1)
           OPEN INPUT OWNERS-FILE
           IF WS-OWN-STATUS NOT = "35"
               PERFORM UNTIL WS-EOF = "Y"
                   READ OWNERS-FILE
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF AO-CUST-ID = CUST-ID
                               AND (AO-ROLE = "O" OR AO-ROLE = "J"
                                    OR AO-ROLE = "S")
                               PERFORM ADD-OWNED-ACCOUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OWNERS-FILE
           END-IF
           MOVE "N" TO WS-EOF

           DISPLAY " "
           DISPLAY "ACCOUNTS"
           DISPLAY "  ACCT  ROLE      TYPE     CCY      BALANCE STATUS"
           MOVE 0 TO WS-SHOWN
           OPEN INPUT ACCOUNTS
           IF WS-ACC-STATUS NOT = "00"
               DISPLAY "  Account master not available (status "
                   WS-ACC-STATUS ")"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-AC-COUNT
               MOVE AC-ACC-ID(J) TO ACC-ID
               READ ACCOUNTS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM SHOW-ONE-ACCOUNT
               END-READ
           END-PERFORM
           CLOSE ACCOUNTS
           IF WS-SHOWN = 0
               DISPLAY "  No accounts."
           END-IF.

      *> The customer's own row for the primary account replaces the
      *> implied primary entry rather than listing it twice.
       ADD-OWNED-ACCOUNT.
           IF AO-ACC-ID = CUST-ID
               MOVE AO-ROLE TO AC-ROLE(1)
               EXIT PARAGRAPH
           END-IF
           IF WS-AC-COUNT < WS-AC-MAX
               ADD 1 TO WS-AC-COUNT
               MOVE AO-ACC-ID TO AC-ACC-ID(WS-AC-COUNT)
               MOVE AO-ROLE TO AC-ROLE(WS-AC-COUNT)
           END-IF.

       SHOW-ONE-ACCOUNT.
           EVALUATE AC-ROLE(J)
               WHEN "P"
                   MOVE "PRIMARY" TO WS-ROLE-NAME
               WHEN "O"
                   MOVE "OWNER" TO WS-ROLE-NAME
               WHEN "J"
                   MOVE "JOINT" TO WS-ROLE-NAME
               WHEN OTHER
                   MOVE "SIGNATORY" TO WS-ROLE-NAME
           END-EVALUATE
           MOVE ACC-ID TO WS-SHOW-ID
           PERFORM MASK-SHOW-ID
           MOVE ACC-BAL TO WS-DISP-BAL
           DISPLAY "  " WS-MASKED-ID " " WS-ROLE-NAME " " ACC-TYPE
               " " ACC-CURRENCY " " WS-DISP-BAL " " ACC-STATUS
           ADD 1 TO WS-SHOWN.

      *> The band is as of the last LOAN-DELINQUENCY run; a loan not
      *> on that report has not been aged yet.
       SHOW-LOANS.
           PERFORM LOAD-AGING-BANDS
           DISPLAY " "
           DISPLAY "LOANS"
           MOVE 0 TO WS-SHOWN
           OPEN INPUT LOANS-FILE
           IF WS-LOANS-STATUS NOT = "35"
               PERFORM UNTIL WS-EOF = "Y"
                   READ LOANS-FILE
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF LN-CUST-ID = CUST-ID
                               AND LN-STATUS NOT = "PAID"
                               PERFORM SHOW-ONE-LOAN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOANS-FILE
           END-IF
           MOVE "N" TO WS-EOF
           IF WS-SHOWN = 0
               DISPLAY "  No loans outstanding."
           END-IF.

       LOAD-AGING-BANDS.
           MOVE 0 TO WS-AG-COUNT
           OPEN INPUT AGING-FILE
           IF WS-AGING-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ AGING-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF AG-LOAN-ID IS NUMERIC
                           AND WS-AG-COUNT < WS-AG-MAX
                           ADD 1 TO WS-AG-COUNT
                           MOVE AG-LOAN-ID
                               TO T-AG-LOAN-ID(WS-AG-COUNT)
                           MOVE AG-DPD TO T-AG-DPD(WS-AG-COUNT)
                           MOVE AG-BAND TO T-AG-BAND(WS-AG-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AGING-FILE
           MOVE "N" TO WS-EOF.

       SHOW-ONE-LOAN.
           MOVE "NOT AGED" TO WS-BAND
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-AG-COUNT
               IF T-AG-LOAN-ID(K) = LN-LOAN-ID
                   MOVE T-AG-BAND(K) TO WS-BAND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE LN-OUTSTANDING TO WS-DISP-AMT
           DISPLAY "  Loan " LN-LOAN-ID " " LN-STATUS
               " outstanding " WS-DISP-AMT
               "  arrears band " WS-BAND
           ADD 1 TO WS-SHOWN.

       SHOW-TERM-DEPOSITS.
           DISPLAY " "
           DISPLAY "TERM DEPOSITS"
           MOVE 0 TO WS-SHOWN
           OPEN INPUT TD-FILE
           IF WS-TD-STATUS NOT = "35"
               PERFORM UNTIL WS-EOF = "Y"
                   READ TD-FILE
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF TD-CUST-ID = CUST-ID
                               AND TD-STATUS = "A"
                               PERFORM SHOW-ONE-DEPOSIT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TD-FILE
           END-IF
           MOVE "N" TO WS-EOF
           IF WS-SHOWN = 0
               DISPLAY "  No active term deposits."
           END-IF.

       SHOW-ONE-DEPOSIT.
           MOVE TD-PRINCIPAL TO WS-DISP-AMT
           MOVE TD-RATE-PCT TO WS-DISP-RATE
           COMPUTE WS-DAYS =
               FUNCTION INTEGER-OF-DATE(TD-MATURITY)
               - FUNCTION INTEGER-OF-DATE(WS-TODAY)
           MOVE WS-DAYS TO WS-DISP-DAYS
           DISPLAY "  Deposit " TD-ID " " WS-DISP-AMT " at "
               WS-DISP-RATE "% matures " TD-MATURITY
               " (" WS-DISP-DAYS " days)"
           ADD 1 TO WS-SHOWN.

       SHOW-RECEIVABLES.
           DISPLAY " "
           DISPLAY "OPEN RECEIVABLES"
           MOVE 0 TO WS-SHOWN
           MOVE 0 TO WS-RV-TOTAL
           OPEN INPUT RECEIVABLE-FILE
           IF WS-RCVB-STATUS NOT = "35"
               PERFORM UNTIL WS-EOF = "Y"
                   READ RECEIVABLE-FILE
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF RV-CUST-ID = CUST-ID
                               AND RV-PAID NOT = "Y"
                               MOVE RV-AMOUNT TO WS-DISP-AMT
                               DISPLAY "  Order " RV-ORDER-ID
                                   " dated " RV-DATE " "
                                   WS-DISP-AMT
                               ADD RV-AMOUNT TO WS-RV-TOTAL
                               ADD 1 TO WS-SHOWN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RECEIVABLE-FILE
           END-IF
           MOVE "N" TO WS-EOF
           IF WS-SHOWN = 0
               DISPLAY "  No open receivables."
           ELSE
               MOVE WS-RV-TOTAL TO WS-DISP-AMT
               DISPLAY "  Total open      " WS-DISP-AMT
           END-IF.

      *> Co-members are named only at level 4 and above, as the
      *> statement run does for co-owners.
       SHOW-HOUSEHOLD.
           DISPLAY " "
           DISPLAY "HOUSEHOLD"
           MOVE 0 TO WS-HH-OF-CUST
           MOVE 0 TO WS-HH-OTHERS
           OPEN INPUT HOUSEHOLD-FILE
           IF WS-HH-STATUS = "35"
               DISPLAY "  Not grouped into a household."
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ HOUSEHOLD-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF HH-CUST-ID = CUST-ID
                           MOVE HH-ID TO WS-HH-OF-CUST
                           MOVE "Y" TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HOUSEHOLD-FILE
           MOVE "N" TO WS-EOF
           IF WS-HH-OF-CUST = 0
               DISPLAY "  Not grouped into a household."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "  Household " WS-HH-OF-CUST
           MOVE CUST-ID TO WS-CUST
           OPEN INPUT HOUSEHOLD-FILE
           PERFORM UNTIL WS-EOF = "Y"
               READ HOUSEHOLD-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF HH-ID = WS-HH-OF-CUST
                           AND HH-CUST-ID NOT = WS-CUST
                           ADD 1 TO WS-HH-OTHERS
                           IF AUTHZ-USER-LEVEL >= 4
                               PERFORM SHOW-HOUSEHOLD-MEMBER
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HOUSEHOLD-FILE
           MOVE "N" TO WS-EOF
           MOVE WS-CUST TO CUST-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           MOVE WS-HH-OTHERS TO WS-DISP-COUNT
           DISPLAY "  " WS-DISP-COUNT " other member(s)".

       SHOW-HOUSEHOLD-MEMBER.
           MOVE HH-CUST-ID TO CUST-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   DISPLAY "    " HH-CUST-ID " (not on file)"
               NOT INVALID KEY
                   DISPLAY "    " CUST-ID " "
                       FUNCTION TRIM(CUST-FNAME) " "
                       FUNCTION TRIM(CUST-LNAME)
           END-READ.

      *> Fraud cases name the account in the first nine bytes of the
      *> suspicious line; complaints are open until resolved (O
      *> received or K acknowledged).
       SHOW-FLAGS.
           DISPLAY " "
           DISPLAY "FLAGS"
           MOVE 0 TO WS-SHOWN
           OPEN INPUT CASE-FILE
           IF WS-CASE-STATUS NOT = "35"
               PERFORM UNTIL WS-EOF = "Y"
                   READ CASE-FILE
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF FC-STATUS = "OPEN"
                               AND FUNCTION TEST-NUMVAL(
                                   FC-SUS-LINE(1:9)) = 0
                               PERFORM CHECK-ONE-FRAUD-CASE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CASE-FILE
           END-IF
           MOVE "N" TO WS-EOF

           OPEN INPUT COMPLAINT-FILE
           IF WS-CMPL-STATUS NOT = "35"
               PERFORM UNTIL WS-EOF = "Y"
                   READ COMPLAINT-FILE
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF CM-CUST-ID = CUST-ID
                               AND (CM-STATUS = "O"
                                    OR CM-STATUS = "K")
                               DISPLAY "  ** OPEN COMPLAINT "
                                   CM-CASE-NO " " CM-CATEGORY
                                   " deadline " CM-DEADLINE " **"
                               ADD 1 TO WS-SHOWN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COMPLAINT-FILE
           END-IF
           MOVE "N" TO WS-EOF
           IF WS-SHOWN = 0
               DISPLAY "  No open fraud cases or complaints."
           END-IF.

       CHECK-ONE-FRAUD-CASE.
           MOVE FUNCTION NUMVAL(FC-SUS-LINE(1:9)) TO WS-CASE-ACC
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-AC-COUNT
               IF AC-ACC-ID(K) = WS-CASE-ACC
                   DISPLAY "  ** OPEN FRAUD CASE " FC-CASE-NO
                       " opened " FC-OPENED " **"
                   ADD 1 TO WS-SHOWN
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> Every lookup is an event on the trail; a full-detail view
      *> is recorded as a disclosure, as NAME-SEARCH does.
       WRITE-LOOKUP-AUDIT.
           MOVE "CUST-360" TO WS-AUDIT-PROGRAM
           IF AUTHZ-USER-LEVEL >= 4
               MOVE "DISCLOSURE" TO WS-AUDIT-OPERATION
           ELSE
               MOVE "INQUIRY" TO WS-AUDIT-OPERATION
           END-IF
           MOVE WS-CUST TO WS-AUDIT-CUST-ID
           MOVE 0 TO WS-AUDIT-OLD-BAL
           MOVE 0 TO WS-AUDIT-NEW-BAL
           PERFORM WRITE-AUDIT-RECORD.

       COPY "custid-check.cpy".
       COPY "session-check.cpy".
       COPY "authz-check.cpy".
       COPY "audit-write.cpy".
       COPY "sysdate-read.cpy".
