       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPLAINT-CASE.
       AUTHOR. HOLBERTON.

      *> Customer complaints register. Complaints used to live in a
      *> shared mailbox and the regulator's response deadline went
      *> by unnoticed more than once. Each complaint is recorded
      *> here against the customer's CUST-ID with its category, the
      *> product or account it concerns, the operator who took it
      *> and the date it was received, and lives in COMPLAINTS.DAT
      *> with one of these statuses:
      *>   O  received, not yet acknowledged
      *>   K  acknowledged to the customer
      *>   U  resolved, upheld
      *>   R  resolved, rejected
      *> The resolution deadline is complaint-deadline-days.dat
      *> days (default 56) from the date received. An upheld
      *> complaint may carry a redress amount; redress needs a
      *> second operator's approval before COMPLAINT-PROCESS stages
      *> it as a credit to the customer's account through the
      *> posting window. The redress status is:
      *>   space  no redress
      *>   P      awaiting approval
      *>   A      approved, to be staged tonight
      *>   S      staged (the credit's id is on the complaint)
      *>   D      declined at approval
      *> COMPLAINT-PROCESS prints the aging report of complaints
      *> running out of time, COMPLAINT-RETURN the quarterly summary
      *> by category for the regulatory complaints return. The
      *> operator signed on at this terminal is recorded on every
      *> step.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPLAINT-FILE ASSIGN TO 'COMPLAINTS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CM-STATUS.
           SELECT DEADLINE-FILE
               ASSIGN TO 'complaint-deadline-days.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DLD-STATUS.
           SELECT OWNERS-FILE ASSIGN TO 'ACCOUNT-OWNERS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OWN-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTOMERS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               ALTERNATE RECORD KEY IS CUST-LNAME
                   WITH DUPLICATES
               FILE STATUS IS WS-CUST-STATUS.
           SELECT ACCOUNTS ASSIGN TO 'ACCOUNTS.MASTER.IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACC-ID
               FILE STATUS IS WS-ACC-STATUS.
           SELECT SESSION-FILE ASSIGN TO 'SESSION.REGISTRY.IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SESSION-REC-TERMINAL
               FILE STATUS IS SESSION-STATUS.
           SELECT SYSDATE-FILE ASSIGN TO 'SYSTEM-DATE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> CM-ACC-ID is the account complained about (zero when the
      *> complaint is not about one account), CM-REDRESS-ACC the
      *> account the redress is credited to, CM-REDRESS-TXN the id
      *> of the credit COMPLAINT-PROCESS staged.
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
           05 CM-RESOLVED-DATE  PIC 9(8).
           05 CM-RESOLVED-BY    PIC X(8).
           05 CM-REDRESS        PIC 9(8)V99.
           05 CM-REDRESS-ACC    PIC 9(5).
           05 CM-CURRENCY       PIC X(3).
           05 CM-REDRESS-STATUS PIC X.
           05 CM-APPROVED-BY    PIC X(8).
           05 CM-APPROVED-DATE  PIC 9(8).
           05 CM-REDRESS-TXN    PIC X(6).

       FD DEADLINE-FILE.
       01 DEADLINE-REC       PIC X(10).

       FD OWNERS-FILE.
       01 OWNERS-RECORD.
           05 AO-ACC-ID    PIC 9(5).
           05 AO-CUST-ID   PIC 9(5).
           05 AO-ROLE      PIC X.
           05 AO-SIGS-REQ  PIC 9.
           05 AO-SHARE-PCT PIC 999V99.

       FD CUSTOMER-FILE.
       01 CUSTOMER-RECORD.
           05 CUST-ID         PIC 9(5).
           05 CUST-FNAME      PIC X(10).
           05 CUST-LNAME      PIC X(10).
           05 CUST-BALANCE    PIC 9(5)V99.
           05 CUST-DELETED    PIC X(01).

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

       FD SESSION-FILE.
       01 SESSION-RECORD.
           05 SESSION-REC-TERMINAL PIC X(8).
           05 SESSION-REC-USER-ID PIC X(8).
           05 SESSION-REC-ACCESS  PIC 9.
           05 SESSION-REC-DATE    PIC 9(8).
           05 SESSION-REC-TIME    PIC 9(8).

       FD SYSDATE-FILE.
       01 SYSDATE-REC            PIC X(40).

       WORKING-STORAGE SECTION.
       COPY 'sysdate-ws.cpy'.
       01 WS-CM-STATUS       PIC XX.
       01 WS-DLD-STATUS      PIC XX.
       01 WS-OWN-STATUS      PIC XX.
       01 WS-CUST-STATUS     PIC XX.
       01 WS-ACC-STATUS      PIC XX.
       01 SESSION-STATUS     PIC XX.
       01 WS-SESSION-TERMINAL PIC X(8).
       01 WS-OPERATOR        PIC X(8) VALUE SPACES.
       01 WS-EOF             PIC X VALUE 'N'.
       01 WS-TODAY           PIC 9(8).
       01 WS-CHOICE          PIC X VALUE SPACE.
       01 WS-PICK-CUST       PIC 9(5).
       01 WS-PICK-ACC        PIC 9(5).
       01 WS-PICK-CASE       PIC 9(6).
       01 WS-PICK-TEXT       PIC X(8).
       01 WS-PICK-CAT        PIC X(4).
       01 WS-DATE-TEXT       PIC X(8).
       01 WS-AMT-TEXT        PIC X(12).
       01 WS-REDRESS         PIC 9(8)V99.
       01 WS-OK              PIC X.
       01 WS-FOUND-IDX       PIC 9(5) VALUE 0.
       01 WS-SHOWN           PIC 9(5) VALUE 0.
       01 WS-NEXT-CASE       PIC 9(6) VALUE 0.
       01 WS-DEADLINE-DAYS   PIC 9(3) VALUE 56.
       01 WS-CONFIRM         PIC X.
       01 WS-DISP-AMT        PIC Z(7)9.99.
       01 J                  PIC 9(5).

      *> The complaint categories the regulatory return is cut by.
       01 CATEGORY-LIST-DATA.
           05 FILLER PIC X(24) VALUE 'ACCTACCOUNT OPERATION   '.
           05 FILLER PIC X(24) VALUE 'FEESFEES AND CHARGES    '.
           05 FILLER PIC X(24) VALUE 'PAYMPAYMENTS            '.
           05 FILLER PIC X(24) VALUE 'CARDCARDS               '.
           05 FILLER PIC X(24) VALUE 'LENDLENDING             '.
           05 FILLER PIC X(24) VALUE 'FRAUFRAUD AND SCAMS     '.
           05 FILLER PIC X(24) VALUE 'SERVSERVICE             '.
           05 FILLER PIC X(24) VALUE 'OTHROTHER               '.
       01 CATEGORY-LIST REDEFINES CATEGORY-LIST-DATA.
           05 CAT-ENTRY OCCURS 8 TIMES.
               10 CAT-CODE   PIC X(4).
               10 CAT-DESC   PIC X(20).
       01 WS-CAT-COUNT       PIC 9(2) VALUE 8.
       01 WS-CAT-IDX         PIC 9(2).

      *> The register is loaded whole and rewritten whole.
       01 WS-CM-COUNT        PIC 9(5) VALUE 0.
       01 WS-CM-MAX          PIC 9(5) VALUE 10000.
       01 CM-TABLE.
           05 CM-ENTRY OCCURS 1 TO 10000 TIMES
                       DEPENDING ON WS-CM-COUNT.
               10 T-CM-CASE-NO        PIC 9(6).
               10 T-CM-CUST-ID        PIC 9(5).
               10 T-CM-CATEGORY       PIC X(4).
               10 T-CM-PRODUCT        PIC X(8).
               10 T-CM-ACC-ID         PIC 9(5).
               10 T-CM-SUMMARY        PIC X(30).
               10 T-CM-RECEIVED-DATE  PIC 9(8).
               10 T-CM-RECEIVED-BY    PIC X(8).
               10 T-CM-DEADLINE       PIC 9(8).
               10 T-CM-ACK-DATE       PIC 9(8).
               10 T-CM-ACK-BY         PIC X(8).
               10 T-CM-STATUS         PIC X.
               10 T-CM-RESOLVED-DATE  PIC 9(8).
               10 T-CM-RESOLVED-BY    PIC X(8).
               10 T-CM-REDRESS        PIC 9(8)V99.
               10 T-CM-REDRESS-ACC    PIC 9(5).
               10 T-CM-CURRENCY       PIC X(3).
               10 T-CM-REDRESS-STATUS PIC X.
               10 T-CM-APPROVED-BY    PIC X(8).
               10 T-CM-APPROVED-DATE  PIC 9(8).
               10 T-CM-REDRESS-TXN    PIC X(6).

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY 'CUSTOMER COMPLAINTS'
           DISPLAY '==================='
           PERFORM READ-SYSTEM-DATE
           MOVE SD-BUSINESS-DATE TO WS-TODAY
           PERFORM READ-OPERATOR-SESSION
           IF WS-OPERATOR = SPACES
               DISPLAY 'No operator signed on at terminal '
                   WS-SESSION-TERMINAL
                   '; complaints cannot be recorded or resolved.'
               STOP RUN
           END-IF
           PERFORM LOAD-DEADLINE-DAYS
           PERFORM LOAD-COMPLAINT-TABLE

           PERFORM UNTIL WS-CHOICE = 'Q'
               DISPLAY ' '
               DISPLAY '(L)ist, (R)eceive, ac(K)nowledge, (U)phold, '
                   're(J)ect, (A)pprove redress, (Q)uit: '
                   WITH NO ADVANCING
               ACCEPT WS-CHOICE
               MOVE FUNCTION UPPER-CASE(WS-CHOICE) TO WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN 'L'
                       PERFORM LIST-COMPLAINTS
                   WHEN 'R'
                       PERFORM RECEIVE-COMPLAINT
                   WHEN 'K'
                       PERFORM ACKNOWLEDGE-COMPLAINT
                   WHEN 'U'
                       PERFORM UPHOLD-COMPLAINT
                   WHEN 'J'
                       PERFORM REJECT-COMPLAINT
                   WHEN 'A'
                       PERFORM APPROVE-REDRESS
                   WHEN 'Q'
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'Invalid option. Please try again.'
               END-EVALUATE
           END-PERFORM

           PERFORM SAVE-COMPLAINT-TABLE
           DISPLAY 'Complaints saved.'
           STOP RUN.

       READ-OPERATOR-SESSION.
           MOVE SPACES TO WS-SESSION-TERMINAL
           ACCEPT WS-SESSION-TERMINAL
               FROM ENVIRONMENT 'BANK_TERMINAL_ID'
           IF WS-SESSION-TERMINAL = SPACES
               MOVE 'CONSOLE' TO WS-SESSION-TERMINAL
           END-IF
           OPEN INPUT SESSION-FILE
           IF SESSION-STATUS = '00'
               MOVE WS-SESSION-TERMINAL TO SESSION-REC-TERMINAL
               READ SESSION-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SESSION-REC-USER-ID TO WS-OPERATOR
               END-READ
               CLOSE SESSION-FILE
           END-IF.

       LOAD-DEADLINE-DAYS.
           OPEN INPUT DEADLINE-FILE
           IF WS-DLD-STATUS NOT = '35'
               READ DEADLINE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE FUNCTION NUMVAL(DEADLINE-REC)
                           TO WS-DEADLINE-DAYS
               END-READ
               CLOSE DEADLINE-FILE
           END-IF.

       LOAD-COMPLAINT-TABLE.
           MOVE 0 TO WS-CM-COUNT
           MOVE 0 TO WS-NEXT-CASE
           MOVE 'N' TO WS-EOF
           OPEN INPUT COMPLAINT-FILE
           IF WS-CM-STATUS = '35'
               DISPLAY '  (no complaints on file yet)'
           ELSE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ COMPLAINT-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF WS-CM-COUNT < WS-CM-MAX
                               ADD 1 TO WS-CM-COUNT
                               MOVE COMPLAINT-RECORD
                                   TO CM-ENTRY(WS-CM-COUNT)
                               IF CM-CASE-NO > WS-NEXT-CASE
                                   MOVE CM-CASE-NO TO WS-NEXT-CASE
                               END-IF
                           ELSE
                               DISPLAY 'Warning: complaint table '
                                   'full at ' WS-CM-MAX
                                   ', skipping complaint ' CM-CASE-NO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COMPLAINT-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       SAVE-COMPLAINT-TABLE.
           OPEN OUTPUT COMPLAINT-FILE
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-CM-COUNT
               MOVE CM-ENTRY(J) TO COMPLAINT-RECORD
               WRITE COMPLAINT-RECORD
           END-PERFORM
           CLOSE COMPLAINT-FILE.

       LIST-COMPLAINTS.
           DISPLAY 'Customer id (5 digits): '
           ACCEPT WS-PICK-CUST
           MOVE 0 TO WS-SHOWN
           DISPLAY 'CASE   CAT  PRODUCT  ACCT  RECEIVED DEADLINE '
               'ACK-DATE S     REDRESS R SUMMARY'
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-CM-COUNT
               IF T-CM-CUST-ID(J) = WS-PICK-CUST
                   ADD 1 TO WS-SHOWN
                   MOVE T-CM-REDRESS(J) TO WS-DISP-AMT
                   DISPLAY T-CM-CASE-NO(J) ' ' T-CM-CATEGORY(J) ' '
                       T-CM-PRODUCT(J) ' ' T-CM-ACC-ID(J) ' '
                       T-CM-RECEIVED-DATE(J) ' ' T-CM-DEADLINE(J) ' '
                       T-CM-ACK-DATE(J) ' ' T-CM-STATUS(J) ' '
                       WS-DISP-AMT ' ' T-CM-REDRESS-STATUS(J) ' '
                       T-CM-SUMMARY(J)
               END-IF
           END-PERFORM
           IF WS-SHOWN = 0
               DISPLAY '  (no complaints for this customer)'
           END-IF.

      *> The customer must be on file; the account, when the
      *> complaint is about one, must be theirs. The product
      *> defaults to the account's type.
       RECEIVE-COMPLAINT.
           IF WS-CM-COUNT >= WS-CM-MAX
               DISPLAY '  >> Complaint register is full.'
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'Customer id (5 digits): '
           ACCEPT WS-PICK-CUST
           PERFORM CHECK-CUSTOMER
           IF WS-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           PERFORM PICK-CATEGORY
           IF WS-CAT-IDX = 0
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'Account concerned (5 digits, 0 = none): '
           ACCEPT WS-PICK-ACC
           MOVE SPACES TO ACC-TYPE
           IF WS-PICK-ACC NOT = 0
               PERFORM CHECK-CUSTOMER-ACCOUNT
               IF WS-OK = 'N'
                   EXIT PARAGRAPH
               END-IF
           END-IF
           DISPLAY 'Date received (YYYYMMDD, blank = today): '
           ACCEPT WS-DATE-TEXT
           IF WS-DATE-TEXT = SPACES
               MOVE WS-TODAY TO WS-DATE-TEXT
           END-IF
           IF WS-DATE-TEXT NOT NUMERIC
               OR FUNCTION TEST-DATE-YYYYMMDD(
                      FUNCTION NUMVAL(WS-DATE-TEXT)) NOT = 0
               OR WS-DATE-TEXT > WS-TODAY
               DISPLAY '  >> Not a valid date on or before today.'
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-CM-COUNT
           ADD 1 TO WS-NEXT-CASE
           MOVE WS-CM-COUNT TO J
           MOVE SPACES TO CM-ENTRY(J)
           MOVE WS-NEXT-CASE TO T-CM-CASE-NO(J)
           MOVE WS-PICK-CUST TO T-CM-CUST-ID(J)
           MOVE CAT-CODE(WS-CAT-IDX) TO T-CM-CATEGORY(J)
           MOVE WS-PICK-ACC TO T-CM-ACC-ID(J)
           IF ACC-TYPE NOT = SPACES
               MOVE ACC-TYPE TO T-CM-PRODUCT(J)
           ELSE
               DISPLAY 'Product concerned (8 chars, blank = none): '
               ACCEPT T-CM-PRODUCT(J)
               MOVE FUNCTION UPPER-CASE(T-CM-PRODUCT(J))
                   TO T-CM-PRODUCT(J)
           END-IF
           DISPLAY 'Summary of the complaint (30 chars): '
           ACCEPT T-CM-SUMMARY(J)
           MOVE WS-DATE-TEXT TO T-CM-RECEIVED-DATE(J)
           MOVE WS-OPERATOR TO T-CM-RECEIVED-BY(J)
           COMPUTE T-CM-DEADLINE(J) = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(T-CM-RECEIVED-DATE(J))
               + WS-DEADLINE-DAYS)
           MOVE 0 TO T-CM-ACK-DATE(J)
           MOVE 'O' TO T-CM-STATUS(J)
           MOVE 0 TO T-CM-RESOLVED-DATE(J)
           MOVE 0 TO T-CM-REDRESS(J)
           MOVE 0 TO T-CM-REDRESS-ACC(J)
           MOVE SPACE TO T-CM-REDRESS-STATUS(J)
           MOVE 0 TO T-CM-APPROVED-DATE(J)
           DISPLAY 'Complaint ' T-CM-CASE-NO(J) ' recorded; resolve '
               'by ' T-CM-DEADLINE(J) '.'.

       PICK-CATEGORY.
           MOVE 0 TO WS-CAT-IDX
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-CAT-COUNT
               DISPLAY '  ' CAT-CODE(J) '  ' CAT-DESC(J)
           END-PERFORM
           DISPLAY 'Category: '
           ACCEPT WS-PICK-CAT
           MOVE FUNCTION UPPER-CASE(WS-PICK-CAT) TO WS-PICK-CAT
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-CAT-COUNT
               IF CAT-CODE(J) = WS-PICK-CAT
                   MOVE J TO WS-CAT-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-CAT-IDX = 0
               DISPLAY '  >> Unknown category.'
           END-IF.

       CHECK-CUSTOMER.
           MOVE 'N' TO WS-OK
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUST-STATUS NOT = '00'
               DISPLAY 'Cannot open CUSTOMERS.DAT '
                   '(status ' WS-CUST-STATUS ')'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PICK-CUST TO CUST-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   DISPLAY '  >> Customer not on file.'
               NOT INVALID KEY
                   MOVE 'Y' TO WS-OK
                   DISPLAY '  ' FUNCTION TRIM(CUST-FNAME) ' '
                       FUNCTION TRIM(CUST-LNAME)
           END-READ
           CLOSE CUSTOMER-FILE.

      *> The account must be on the master, and held by the
      *> customer: their primary account (the one numbered with
      *> their CUST-ID) or one ACCOUNT-OWNERS.DAT names them on.
      *> ACC-FILE-REC is left holding the account.
       CHECK-CUSTOMER-ACCOUNT.
           MOVE 'N' TO WS-OK
           OPEN INPUT ACCOUNTS
           IF WS-ACC-STATUS NOT = '00'
               DISPLAY 'Cannot open ACCOUNTS.MASTER.IDX '
                   '(status ' WS-ACC-STATUS ')'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PICK-ACC TO ACC-ID
           READ ACCOUNTS
               INVALID KEY
                   DISPLAY '  >> Account not on the master.'
                   CLOSE ACCOUNTS
                   EXIT PARAGRAPH
           END-READ
           CLOSE ACCOUNTS

           IF WS-PICK-ACC = WS-PICK-CUST
               MOVE 'Y' TO WS-OK
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT OWNERS-FILE
           IF WS-OWN-STATUS NOT = '35'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ OWNERS-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF AO-ACC-ID = WS-PICK-ACC
                               AND AO-CUST-ID = WS-PICK-CUST
                               MOVE 'Y' TO WS-OK
                               MOVE 'Y' TO WS-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OWNERS-FILE
           END-IF
           MOVE 'N' TO WS-EOF
           IF WS-OK = 'N'
               DISPLAY '  >> Customer ' WS-PICK-CUST
                   ' does not hold account ' WS-PICK-ACC '.'
           END-IF.

      *> Only a complaint still open (received or acknowledged) can
      *> be acknowledged or resolved.
       PICK-OPEN-COMPLAINT.
           MOVE 0 TO WS-FOUND-IDX
           PERFORM FIND-COMPLAINT
           IF WS-FOUND-IDX = 0
               EXIT PARAGRAPH
           END-IF
           IF T-CM-STATUS(WS-FOUND-IDX) NOT = 'O'
               AND T-CM-STATUS(WS-FOUND-IDX) NOT = 'K'
               DISPLAY '  >> Complaint ' WS-PICK-CASE
                   ' is already resolved (status '
                   T-CM-STATUS(WS-FOUND-IDX) ').'
               MOVE 0 TO WS-FOUND-IDX
               EXIT PARAGRAPH
           END-IF
           PERFORM SHOW-AND-CONFIRM.

       FIND-COMPLAINT.
           MOVE 0 TO WS-FOUND-IDX
           DISPLAY 'Complaint number: '
           ACCEPT WS-PICK-TEXT
           IF WS-PICK-TEXT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-PICK-TEXT) TO WS-PICK-CASE
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-CM-COUNT
               IF T-CM-CASE-NO(J) = WS-PICK-CASE
                   MOVE J TO WS-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-FOUND-IDX = 0
               DISPLAY '  >> No such complaint.'
           END-IF.

       SHOW-AND-CONFIRM.
           DISPLAY '  Complaint ' T-CM-CASE-NO(WS-FOUND-IDX)
               ' customer ' T-CM-CUST-ID(WS-FOUND-IDX) ' '
               T-CM-CATEGORY(WS-FOUND-IDX) ' received '
               T-CM-RECEIVED-DATE(WS-FOUND-IDX) ' deadline '
               T-CM-DEADLINE(WS-FOUND-IDX)
           DISPLAY '  ' T-CM-SUMMARY(WS-FOUND-IDX)
           DISPLAY 'Confirm (Y/N): '
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
               MOVE 0 TO WS-FOUND-IDX
           END-IF.

       ACKNOWLEDGE-COMPLAINT.
           PERFORM PICK-OPEN-COMPLAINT
           IF WS-FOUND-IDX = 0
               EXIT PARAGRAPH
           END-IF
           IF T-CM-STATUS(WS-FOUND-IDX) = 'K'
               DISPLAY '  >> Already acknowledged on '
                   T-CM-ACK-DATE(WS-FOUND-IDX) '.'
               EXIT PARAGRAPH
           END-IF
           MOVE 'K' TO T-CM-STATUS(WS-FOUND-IDX)
           MOVE WS-TODAY TO T-CM-ACK-DATE(WS-FOUND-IDX)
           MOVE WS-OPERATOR TO T-CM-ACK-BY(WS-FOUND-IDX)
           DISPLAY 'Complaint acknowledged.'.

      *> A complaint resolved without a separate acknowledgement
      *> counts as acknowledged by the resolution letter.
       MARK-RESOLVED.
           IF T-CM-ACK-DATE(WS-FOUND-IDX) = 0
               MOVE WS-TODAY TO T-CM-ACK-DATE(WS-FOUND-IDX)
               MOVE WS-OPERATOR TO T-CM-ACK-BY(WS-FOUND-IDX)
           END-IF
           MOVE WS-TODAY TO T-CM-RESOLVED-DATE(WS-FOUND-IDX)
           MOVE WS-OPERATOR TO T-CM-RESOLVED-BY(WS-FOUND-IDX).

      *> Redress is credited to the account complained about, or
      *> the customer's primary account when there was none, unless
      *> the operator names another account the customer holds.
      *> It waits for a second operator's approval.
       UPHOLD-COMPLAINT.
           PERFORM PICK-OPEN-COMPLAINT
           IF WS-FOUND-IDX = 0
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'Redress amount (blank = none): '
           ACCEPT WS-AMT-TEXT
           MOVE 0 TO WS-REDRESS
           IF WS-AMT-TEXT NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-AMT-TEXT) NOT = 0
                   DISPLAY '  >> Not a valid amount.'
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION NUMVAL(WS-AMT-TEXT) TO WS-REDRESS
           END-IF
           IF WS-REDRESS > 0
               MOVE T-CM-CUST-ID(WS-FOUND-IDX) TO WS-PICK-CUST
               MOVE T-CM-ACC-ID(WS-FOUND-IDX) TO WS-PICK-ACC
               IF WS-PICK-ACC = 0
                   MOVE WS-PICK-CUST TO WS-PICK-ACC
               END-IF
               DISPLAY 'Credit redress to account (blank = '
                   WS-PICK-ACC '): '
               ACCEPT WS-PICK-TEXT
               IF WS-PICK-TEXT NOT = SPACES
                   MOVE FUNCTION NUMVAL(WS-PICK-TEXT) TO WS-PICK-ACC
               END-IF
               PERFORM CHECK-CUSTOMER-ACCOUNT
               IF WS-OK = 'N'
                   EXIT PARAGRAPH
               END-IF
               IF ACC-STATUS = 'CLOSED'
                   DISPLAY '  >> Account ' WS-PICK-ACC ' is closed; '
                       'name an open account for the redress.'
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-REDRESS TO T-CM-REDRESS(WS-FOUND-IDX)
               MOVE WS-PICK-ACC TO T-CM-REDRESS-ACC(WS-FOUND-IDX)
               MOVE ACC-CURRENCY TO T-CM-CURRENCY(WS-FOUND-IDX)
               MOVE 'P' TO T-CM-REDRESS-STATUS(WS-FOUND-IDX)
           END-IF
           MOVE 'U' TO T-CM-STATUS(WS-FOUND-IDX)
           PERFORM MARK-RESOLVED
           IF WS-REDRESS > 0
               DISPLAY 'Complaint upheld; redress awaits a second '
                   'operator''s approval.'
           ELSE
               DISPLAY 'Complaint upheld.'
           END-IF.

       REJECT-COMPLAINT.
           PERFORM PICK-OPEN-COMPLAINT
           IF WS-FOUND-IDX = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 'R' TO T-CM-STATUS(WS-FOUND-IDX)
           PERFORM MARK-RESOLVED
           DISPLAY 'Complaint rejected.'.

      *> Four eyes on money leaving the bank: the operator who
      *> upheld the complaint cannot approve its redress.
       APPROVE-REDRESS.
           PERFORM FIND-COMPLAINT
           IF WS-FOUND-IDX = 0
               EXIT PARAGRAPH
           END-IF
           IF T-CM-REDRESS-STATUS(WS-FOUND-IDX) NOT = 'P'
               DISPLAY '  >> Complaint ' WS-PICK-CASE
                   ' has no redress awaiting approval.'
               EXIT PARAGRAPH
           END-IF
           IF T-CM-RESOLVED-BY(WS-FOUND-IDX) = WS-OPERATOR
               DISPLAY '  >> You upheld this complaint; another '
                   'operator must approve its redress.'
               EXIT PARAGRAPH
           END-IF
           MOVE T-CM-REDRESS(WS-FOUND-IDX) TO WS-DISP-AMT
           DISPLAY '  Redress ' WS-DISP-AMT ' '
               T-CM-CURRENCY(WS-FOUND-IDX) ' to account '
               T-CM-REDRESS-ACC(WS-FOUND-IDX) ', upheld by '
               T-CM-RESOLVED-BY(WS-FOUND-IDX)
           DISPLAY '  ' T-CM-SUMMARY(WS-FOUND-IDX)
           DISPLAY '(A)pprove, (D)ecline, or blank to leave: '
           ACCEPT WS-CONFIRM
           MOVE FUNCTION UPPER-CASE(WS-CONFIRM) TO WS-CONFIRM
           EVALUATE WS-CONFIRM
               WHEN 'A'
                   MOVE 'A' TO T-CM-REDRESS-STATUS(WS-FOUND-IDX)
                   DISPLAY 'Redress approved; it is staged in '
                       'tonight''s COMPLAINT-PROCESS run.'
               WHEN 'D'
                   MOVE 'D' TO T-CM-REDRESS-STATUS(WS-FOUND-IDX)
                   DISPLAY 'Redress declined.'
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE WS-OPERATOR TO T-CM-APPROVED-BY(WS-FOUND-IDX)
           MOVE WS-TODAY TO T-CM-APPROVED-DATE(WS-FOUND-IDX).

       COPY 'sysdate-read.cpy'.
