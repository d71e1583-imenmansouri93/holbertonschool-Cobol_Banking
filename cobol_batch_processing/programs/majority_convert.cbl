       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAJORITY-CONVERT.
       AUTHOR. HOLBERTON.

      *> Monthly conversion of customers reaching the age of
      *> majority (schedule it MSTART in the job list). Works from
      *> the dates of birth on CUSTOMER-CONTACT.DAT: every customer
      *> whose majority date fell since the last run -- and anyone
      *> already of age who still holds a youth product, such as a
      *> customer whose date of birth was captured late -- has
      *>   - each youth account (a PRODUCT-CATALOG.DAT product with
      *>     an adult equivalent) moved to the adult product on
      *>     ACCOUNTS.MASTER.IDX through the master journal, with a
      *>     PRODUCT-SWITCHES.DAT row so the accrual run settles the
      *>     youth interest to the conversion date, as for any
      *>     product switch;
      *>   - the guardians' signatory links on those accounts
      *>     dropped from ACCOUNT-OWNERS.DAT;
      *>   - an MAJW welcome letter queued through LETTER-ENGINE.
      *> The accounts looked at are the one sharing the customer's
      *> id and those the customer owns or jointly owns on
      *> ACCOUNT-OWNERS.DAT. Each customer converted gets a row on
      *> MAJORITY-CONVERSIONS.DAT; the latest run date there is
      *> where the next run's window starts.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTACT-FILE ASSIGN TO 'CUSTOMER-CONTACT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-CUST-ID
               FILE STATUS IS MINOR-CONTACT-STATUS.
           SELECT ACCOUNTS ASSIGN TO 'ACCOUNTS.MASTER.IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACC-ID
               FILE STATUS IS WS-ACC-STATUS.
           SELECT CATALOG-FILE ASSIGN TO 'PRODUCT-CATALOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-STATUS.
           SELECT OWNERS-FILE ASSIGN TO 'ACCOUNT-OWNERS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OWN-STATUS.
           SELECT SWITCH-FILE ASSIGN TO 'PRODUCT-SWITCHES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PS-STATUS.
           SELECT TRIGGER-FILE ASSIGN TO 'LETTER-TRIGGERS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TG-STATUS.
           SELECT CONVERT-FILE ASSIGN TO 'MAJORITY-CONVERSIONS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MV-STATUS.
           SELECT MJRNL-FILE ASSIGN TO 'MASTER-JOURNAL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MJRNL-STATUS.
           SELECT SYSDATE-FILE ASSIGN TO 'SYSTEM-DATE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CONTACT-FILE.
       01 CONTACT-RECORD.
           05 CC-CUST-ID      PIC 9(5).
           05 CC-PHONE        PIC X(20).
           05 CC-DOB          PIC X(10).
           05 CC-IBAN         PIC X(34).

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

      *> Same layout ACCOUNT-OPEN keeps the catalog in.
       FD CATALOG-FILE.
       01 CATALOG-RECORD.
           05 PC-ACC-TYPE    PIC X(8).
           05 PC-OD-LIMIT    PIC 9(6)V99.
           05 PC-RATE-CODE   PIC X(4).
           05 PC-MIN-DEPOSIT PIC 9(8)V99.
           05 PC-MINOR-OK    PIC X.
           05 PC-ADULT-TYPE  PIC X(8).

       FD OWNERS-FILE.
       01 OWNERS-RECORD.
           05 AO-ACC-ID    PIC 9(5).
           05 AO-CUST-ID   PIC 9(5).
           05 AO-ROLE      PIC X.
           05 AO-SIGS-REQ  PIC 9.
           05 AO-SHARE-PCT PIC 999V99.

      *> Same layout PRODUCT-SWITCH keeps its register in.
       FD SWITCH-FILE.
       01 SWITCH-RECORD.
           05 PS-SEQ             PIC 9(5).
           05 PS-ACC-ID          PIC 9(5).
           05 PS-SWITCH-DATE     PIC 9(8).
           05 PS-OLD-TYPE        PIC X(8).
           05 PS-NEW-TYPE        PIC X(8).
           05 PS-OLD-RATE-CODE   PIC X(4).
           05 PS-SWITCHED-BY     PIC X(8).
           05 PS-FEE             PIC 9(8)V99.
           05 PS-FEE-TXN         PIC X(6).
           05 PS-SETTLE-STATUS   PIC X.
           05 PS-SETTLED-AMT     PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 PS-SETTLED-DATE    PIC 9(8).

       FD TRIGGER-FILE.
       01 TRIGGER-RECORD.
           05 TG-TEMPLATE    PIC X(4).
           05 TG-CUST-ID     PIC 9(5).
           05 TG-AMOUNT      PIC 9(8)V99.
           05 TG-STATUS      PIC X.

      *> One row per customer converted: the run, the customer,
      *> the majority date, and what the run changed.
       FD CONVERT-FILE.
       01 CONVERT-RECORD.
           05 MV-RUN-DATE        PIC 9(8).
           05 MV-CUST-ID         PIC 9(5).
           05 MV-MAJORITY-DATE   PIC 9(8).
           05 MV-ACCOUNTS        PIC 9(3).
           05 MV-CONVERTED       PIC 9(3).
           05 MV-LINKS-DROPPED   PIC 9(3).

       FD MJRNL-FILE.
       01 MJRNL-RECORD      PIC X(160).

       FD SYSDATE-FILE.
       01 SYSDATE-REC            PIC X(40).

       WORKING-STORAGE SECTION.
       COPY 'sysdate-ws.cpy'.
       COPY "mstjrnl-ws.cpy".
       COPY "minor-ws.cpy".
       01 WS-ACC-STATUS     PIC XX.
       01 WS-CAT-STATUS     PIC XX.
       01 WS-OWN-STATUS     PIC XX.
       01 WS-PS-STATUS      PIC XX.
       01 WS-TG-STATUS      PIC XX.
       01 WS-MV-STATUS      PIC XX.
       01 WS-EOF            PIC X VALUE 'N'.
       01 WS-TODAY          PIC 9(8).
       01 WS-FROM-DATE      PIC 9(8) VALUE 0.
       01 WS-NEXT-SEQ       PIC 9(5) VALUE 0.
       01 WS-IN-WINDOW      PIC X.
       01 WS-HAS-YOUTH      PIC X.
       01 WS-CAT-IDX        PIC 9(2).
       01 WS-ADULT-IDX      PIC 9(2).
       01 WS-PC-IDX         PIC 9(2).
       01 WS-CONVERTED      PIC 9(3).
       01 WS-DROPPED        PIC 9(3).
       01 WS-AO-DROPPED     PIC 9(5) VALUE 0.
       01 WS-CUSTOMERS      PIC 9(5) VALUE 0.
       01 WS-TOTAL-CONV     PIC 9(5) VALUE 0.
       01 WS-TOTAL-DROP     PIC 9(5) VALUE 0.
       01 WS-TOTAL-LEFT     PIC 9(5) VALUE 0.
       01 J                 PIC 9(4).
       01 K                 PIC 9(4).

      *> The product catalog, with the same compiled-in fallback
      *> ACCOUNT-OPEN uses.
       01 WS-PC-COUNT       PIC 9(2) VALUE 0.
       01 WS-PC-MAX         PIC 9(2) VALUE 20.
       01 PC-TABLE.
           05 PC-ENTRY OCCURS 1 TO 20 TIMES
                       DEPENDING ON WS-PC-COUNT.
               10 T-PC-ACC-TYPE    PIC X(8).
               10 T-PC-OD-LIMIT    PIC 9(6)V99.
               10 T-PC-RATE-CODE   PIC X(4).
               10 T-PC-MIN-DEPOSIT PIC 9(8)V99.
               10 T-PC-MINOR-OK    PIC X.
               10 T-PC-ADULT-TYPE  PIC X(8).

      *> The ownership file, loaded whole; rewritten whole when a
      *> guardian link was dropped. A dropped row is blanked to
      *> account zero and left out of the rewrite.
       01 WS-AO-COUNT       PIC 9(4) VALUE 0.
       01 WS-AO-MAX         PIC 9(4) VALUE 2000.
       01 AO-TABLE.
           05 AO-ENTRY OCCURS 1 TO 2000 TIMES
                       DEPENDING ON WS-AO-COUNT.
               10 T-AO-ACC-ID   PIC 9(5).
               10 T-AO-CUST-ID  PIC 9(5).
               10 T-AO-ROLE     PIC X.
               10 T-AO-SIGS-REQ PIC 9.
               10 T-AO-SHARE-PCT PIC 999V99.

      *> The accounts of the customer being converted.
       01 WS-CA-COUNT       PIC 9(2) VALUE 0.
       01 WS-CA-MAX         PIC 9(2) VALUE 50.
       01 CA-TABLE.
           05 CA-ACC-ID OCCURS 50 TIMES PIC 9(5).

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY 'AGE OF MAJORITY CONVERSION'
           DISPLAY '=========================='
           PERFORM READ-SYSTEM-DATE
           MOVE SD-BUSINESS-DATE TO WS-TODAY
           MOVE WS-TODAY TO WS-MN-AS-OF
           MOVE 'MAJORITY' TO MJRNL-PROGRAM
           PERFORM LOAD-PRODUCT-CATALOG
           PERFORM LOAD-OWNER-TABLE
           PERFORM FIND-WINDOW-START
           PERFORM FIND-NEXT-SWITCH-SEQ
           DISPLAY 'Majority dates after ' WS-FROM-DATE
               ' up to ' WS-TODAY

           OPEN INPUT CONTACT-FILE
           IF MINOR-CONTACT-STATUS NOT = '00'
               DISPLAY 'No CUSTOMER-CONTACT.DAT on file; nothing '
                   'to convert.'
               STOP RUN
           END-IF
           OPEN I-O ACCOUNTS
           IF WS-ACC-STATUS NOT = '00'
               DISPLAY 'ABEND: cannot open ACCOUNTS.MASTER.IDX '
                   '(status ' WS-ACC-STATUS ')'
               CLOSE CONTACT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND CONVERT-FILE
           IF WS-MV-STATUS = '35'
               OPEN OUTPUT CONVERT-FILE
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ CONTACT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM CHECK-ONE-CUSTOMER
               END-READ
           END-PERFORM

           CLOSE CONVERT-FILE
           CLOSE ACCOUNTS
           CLOSE CONTACT-FILE
           IF WS-AO-DROPPED > 0
               PERFORM SAVE-OWNER-TABLE
           END-IF

           DISPLAY WS-CUSTOMERS ' customer(s) converted; '
               WS-TOTAL-CONV ' youth account(s) moved to the adult '
               'product, ' WS-TOTAL-DROP ' guardian link(s) dropped.'
           IF WS-TOTAL-LEFT > 0
               DISPLAY WS-TOTAL-LEFT ' youth account(s) left '
                   'unconverted -- see the messages above.'
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-PRODUCT-CATALOG.
           MOVE 0 TO WS-PC-COUNT
           OPEN INPUT CATALOG-FILE
           IF WS-CAT-STATUS = '35'
               PERFORM SEED-DEFAULT-CATALOG
           ELSE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ CATALOG-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF WS-PC-COUNT < WS-PC-MAX
                               ADD 1 TO WS-PC-COUNT
                               MOVE CATALOG-RECORD
                                   TO PC-ENTRY(WS-PC-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CATALOG-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       SEED-DEFAULT-CATALOG.
           DISPLAY 'No PRODUCT-CATALOG.DAT found, using the '
               'standard CHECKING/SAVINGS products'
           MOVE 2 TO WS-PC-COUNT
           MOVE 'CHECKING' TO T-PC-ACC-TYPE(1)
           MOVE 500.00    TO T-PC-OD-LIMIT(1)
           MOVE 'STD1'    TO T-PC-RATE-CODE(1)
           MOVE 25.00     TO T-PC-MIN-DEPOSIT(1)
           MOVE SPACE     TO T-PC-MINOR-OK(1)
           MOVE SPACES    TO T-PC-ADULT-TYPE(1)
           MOVE 'SAVINGS' TO T-PC-ACC-TYPE(2)
           MOVE 0         TO T-PC-OD-LIMIT(2)
           MOVE 'SAV1'    TO T-PC-RATE-CODE(2)
           MOVE 100.00    TO T-PC-MIN-DEPOSIT(2)
           MOVE 'Y'       TO T-PC-MINOR-OK(2)
           MOVE SPACES    TO T-PC-ADULT-TYPE(2).

       LOAD-OWNER-TABLE.
           MOVE 0 TO WS-AO-COUNT
           OPEN INPUT OWNERS-FILE
           IF WS-OWN-STATUS = '35'
               CONTINUE
           ELSE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ OWNERS-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF WS-AO-COUNT < WS-AO-MAX
                               ADD 1 TO WS-AO-COUNT
                               MOVE OWNERS-RECORD
                                   TO AO-ENTRY(WS-AO-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OWNERS-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       SAVE-OWNER-TABLE.
           OPEN OUTPUT OWNERS-FILE
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-AO-COUNT
               IF T-AO-ACC-ID(J) NOT = 0
                   MOVE AO-ENTRY(J) TO OWNERS-RECORD
                   WRITE OWNERS-RECORD
               END-IF
           END-PERFORM
           CLOSE OWNERS-FILE.

      *> The window opens the day after the latest run on the
      *> register; the first run ever looks back one month.
       FIND-WINDOW-START.
           MOVE 0 TO WS-FROM-DATE
           OPEN INPUT CONVERT-FILE
           IF WS-MV-STATUS NOT = '35'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ CONVERT-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF MV-RUN-DATE > WS-FROM-DATE
                               MOVE MV-RUN-DATE TO WS-FROM-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONVERT-FILE
           END-IF
           MOVE 'N' TO WS-EOF
           IF WS-FROM-DATE = 0
               COMPUTE WS-FROM-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-TODAY) - 31)
           END-IF.

       FIND-NEXT-SWITCH-SEQ.
           MOVE 0 TO WS-NEXT-SEQ
           OPEN INPUT SWITCH-FILE
           IF WS-PS-STATUS NOT = '35'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ SWITCH-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF PS-SEQ > WS-NEXT-SEQ
                               MOVE PS-SEQ TO WS-NEXT-SEQ
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SWITCH-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

      *> Of age by today, and either newly so or still holding a
      *> youth product.
       CHECK-ONE-CUSTOMER.
           PERFORM DERIVE-MINOR-FROM-DOB
           IF WS-MN-DOB-KNOWN NOT = 'Y' OR WS-MN-MINOR = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-IN-WINDOW
           IF WS-MN-MAJORITY-DATE > WS-FROM-DATE
               MOVE 'Y' TO WS-IN-WINDOW
           END-IF
           PERFORM COLLECT-CUSTOMER-ACCOUNTS
           IF WS-CA-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-IN-WINDOW = 'N' AND WS-HAS-YOUTH = 'N'
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-CONVERTED
           MOVE 0 TO WS-DROPPED
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-CA-COUNT
               PERFORM CONVERT-ONE-ACCOUNT
               PERFORM DROP-GUARDIAN-LINKS
           END-PERFORM
      *> A catch-up customer whose youth product still cannot be
      *> converted is reported again next run, not re-lettered.
           IF WS-IN-WINDOW = 'N' AND WS-CONVERTED = 0
               AND WS-DROPPED = 0
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO CONVERT-RECORD
           MOVE WS-TODAY TO MV-RUN-DATE
           MOVE CC-CUST-ID TO MV-CUST-ID
           MOVE WS-MN-MAJORITY-DATE TO MV-MAJORITY-DATE
           MOVE WS-CA-COUNT TO MV-ACCOUNTS
           MOVE WS-CONVERTED TO MV-CONVERTED
           MOVE WS-DROPPED TO MV-LINKS-DROPPED
           WRITE CONVERT-RECORD
           PERFORM WRITE-WELCOME-TRIGGER
           ADD 1 TO WS-CUSTOMERS
           ADD WS-CONVERTED TO WS-TOTAL-CONV
           ADD WS-DROPPED TO WS-TOTAL-DROP
           DISPLAY 'Customer ' CC-CUST-ID ' of age '
               WS-MN-MAJORITY-DATE ': ' WS-CONVERTED
               ' account(s) converted, ' WS-DROPPED
               ' guardian link(s) dropped'.

      *> The account sharing the customer's id, then every account
      *> the customer owns or jointly owns; closed accounts and
      *> accounts not on the master are passed over.
       COLLECT-CUSTOMER-ACCOUNTS.
           MOVE 0 TO WS-CA-COUNT
           MOVE 'N' TO WS-HAS-YOUTH
           MOVE CC-CUST-ID TO ACC-ID
           PERFORM NOTE-CUSTOMER-ACCOUNT
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-AO-COUNT
               IF T-AO-CUST-ID(J) = CC-CUST-ID
                   AND T-AO-ACC-ID(J) NOT = CC-CUST-ID
                   AND T-AO-ACC-ID(J) NOT = 0
                   AND (T-AO-ROLE(J) = 'O' OR T-AO-ROLE(J) = 'J')
                   MOVE T-AO-ACC-ID(J) TO ACC-ID
                   PERFORM NOTE-CUSTOMER-ACCOUNT
               END-IF
           END-PERFORM.

       NOTE-CUSTOMER-ACCOUNT.
           READ ACCOUNTS
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF ACC-STATUS = 'CLOSED' OR WS-CA-COUNT >= WS-CA-MAX
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CA-COUNT
           MOVE ACC-ID TO CA-ACC-ID(WS-CA-COUNT)
           PERFORM FIND-CATALOG-TYPE
           IF WS-CAT-IDX > 0
               IF T-PC-ADULT-TYPE(WS-CAT-IDX) NOT = SPACES
                   MOVE 'Y' TO WS-HAS-YOUTH
               END-IF
           END-IF.

       FIND-CATALOG-TYPE.
           MOVE 0 TO WS-CAT-IDX
           PERFORM VARYING WS-PC-IDX FROM 1 BY 1
                   UNTIL WS-PC-IDX > WS-PC-COUNT
               IF T-PC-ACC-TYPE(WS-PC-IDX) = ACC-TYPE
                   MOVE WS-PC-IDX TO WS-CAT-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> A youth account moves to its adult product in place; the
      *> adult product must itself be on the catalog.
       CONVERT-ONE-ACCOUNT.
           MOVE CA-ACC-ID(K) TO ACC-ID
           READ ACCOUNTS
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           PERFORM FIND-CATALOG-TYPE
           IF WS-CAT-IDX = 0
               EXIT PARAGRAPH
           END-IF
           IF T-PC-ADULT-TYPE(WS-CAT-IDX) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-ADULT-IDX
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-PC-COUNT
               IF T-PC-ACC-TYPE(J) = T-PC-ADULT-TYPE(WS-CAT-IDX)
                   MOVE J TO WS-ADULT-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-ADULT-IDX = 0
               DISPLAY '  >> Account ' ACC-ID ': adult product '
                   T-PC-ADULT-TYPE(WS-CAT-IDX) ' is not on the '
                   'catalog; left as ' ACC-TYPE '.'
               ADD 1 TO WS-TOTAL-LEFT
               EXIT PARAGRAPH
           END-IF

           MOVE ACC-FILE-REC TO MJRNL-BEFORE-IMAGE
           MOVE T-PC-ACC-TYPE(WS-ADULT-IDX) TO ACC-TYPE
           MOVE ACC-FILE-REC TO MJRNL-AFTER-IMAGE
           MOVE 'R' TO MJRNL-ACTION
           PERFORM WRITE-MASTER-JOURNAL
           REWRITE ACC-FILE-REC
               INVALID KEY
                   DISPLAY '  >> Account ' ACC-ID ' could not be '
                       'rewritten; left unconverted.'
                   ADD 1 TO WS-TOTAL-LEFT
                   EXIT PARAGRAPH
           END-REWRITE
           PERFORM WRITE-SWITCH-RECORD
           ADD 1 TO WS-CONVERTED.

      *> The youth interest is settled to the conversion date by
      *> the accrual run, exactly as for a switch at the counter.
       WRITE-SWITCH-RECORD.
           IF WS-NEXT-SEQ = 99999
               MOVE 0 TO WS-NEXT-SEQ
           END-IF
           ADD 1 TO WS-NEXT-SEQ
           OPEN EXTEND SWITCH-FILE
           IF WS-PS-STATUS = '35'
               OPEN OUTPUT SWITCH-FILE
           END-IF
           MOVE SPACES TO SWITCH-RECORD
           MOVE WS-NEXT-SEQ TO PS-SEQ
           MOVE ACC-ID TO PS-ACC-ID
           MOVE WS-TODAY TO PS-SWITCH-DATE
           MOVE T-PC-ACC-TYPE(WS-CAT-IDX) TO PS-OLD-TYPE
           MOVE ACC-TYPE TO PS-NEW-TYPE
           MOVE T-PC-RATE-CODE(WS-CAT-IDX) TO PS-OLD-RATE-CODE
           MOVE 'MAJORITY' TO PS-SWITCHED-BY
           MOVE 0 TO PS-FEE
           MOVE SPACES TO PS-FEE-TXN
           MOVE 'P' TO PS-SETTLE-STATUS
           MOVE 0 TO PS-SETTLED-AMT
           MOVE 0 TO PS-SETTLED-DATE
           WRITE SWITCH-RECORD
           CLOSE SWITCH-FILE.

      *> A minor's signatories are the guardians; once the owner
      *> is of age every other customer's signatory link on the
      *> account goes.
       DROP-GUARDIAN-LINKS.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-AO-COUNT
               IF T-AO-ACC-ID(J) = CA-ACC-ID(K)
                   AND T-AO-ROLE(J) = 'S'
                   AND T-AO-CUST-ID(J) NOT = CC-CUST-ID
                   DISPLAY '  Account ' CA-ACC-ID(K)
                       ': guardian ' T-AO-CUST-ID(J)
                       ' signatory link dropped'
                   MOVE 0 TO T-AO-ACC-ID(J)
                   ADD 1 TO WS-DROPPED
                   ADD 1 TO WS-AO-DROPPED
               END-IF
           END-PERFORM.

       WRITE-WELCOME-TRIGGER.
           OPEN EXTEND TRIGGER-FILE
           IF WS-TG-STATUS = '35'
               OPEN OUTPUT TRIGGER-FILE
           END-IF
           MOVE SPACES TO TRIGGER-RECORD
           MOVE 'MAJW' TO TG-TEMPLATE
           MOVE CC-CUST-ID TO TG-CUST-ID
           MOVE 0 TO TG-AMOUNT
           MOVE 'P' TO TG-STATUS
           WRITE TRIGGER-RECORD
           CLOSE TRIGGER-FILE.

       COPY "mstjrnl-write.cpy".
       COPY 'sysdate-read.cpy'.
       COPY "minor-check.cpy".
