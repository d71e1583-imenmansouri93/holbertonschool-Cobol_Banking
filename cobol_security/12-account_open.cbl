      *> screen; the opening deposit (at least the product minimum)
      *> is staged through the normal posting pipeline; and the
      *> day's openings land on the OPENED-ACCOUNTS.DAT report with
      *> the opening officer's session id. Every account is opened
      *> at a branch on the branch register, by default the branch
      *> of the terminal the officer is working at.
      *> A customer under the age of majority (by the date of birth
      *> on CUSTOMER-CONTACT.DAT) may only open a product the
      *> catalog marks as open to minors, never one carrying an
      *> overdraft, and only with at least one adult guardian, who
      *> is linked to the account as a signatory on
      *> ACCOUNT-OWNERS.DAT. Youth products -- those the catalog
      *> gives an adult equivalent for the majority conversion --
      *> are for minors only.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT OPENED-FILE ASSIGN TO "OPENED-ACCOUNTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPENED-STATUS.
           SELECT SESSION-FILE ASSIGN TO "SESSION.REGISTRY.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SESSION-REC-TERMINAL
               FILE STATUS IS SESSION-STATUS.
           SELECT MJRNL-FILE ASSIGN TO "MASTER-JOURNAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MJRNL-STATUS.
           SELECT SYSDATE-FILE ASSIGN TO "SYSTEM-DATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSDATE-STATUS.
           SELECT SYSSTAT-FILE ASSIGN TO "SYSTEM-STATUS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSSTAT-STATUS.
           SELECT BRANCH-FILE ASSIGN TO "branches.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BRANCH-STATUS.
           SELECT CONTACT-FILE ASSIGN TO "CUSTOMER-CONTACT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-CUST-ID
               FILE STATUS IS MINOR-CONTACT-STATUS.
           SELECT OWNERS-FILE ASSIGN TO "ACCOUNT-OWNERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OWN-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 ACC-CURRENCY PIC X(3).
           05 ACC-STATUS   PIC X(8).
           05 ACC-LAST-ACTIVITY PIC 9(8).
           05 ACC-BRANCH   PIC X(4).

       FD CUSTOMER-FILE.
       01 CUSTOMER-RECORD.
           05 CUST-DELETED    PIC X(01).

      *> One row per sellable product: type, default overdraft
      *> limit, rate code, and the minimum opening deposit; then Y
      *> when a minor may hold the product and, for a youth
      *> product, the adult product it converts to at majority.
      *> Rows written before the last two columns existed read
      *> blank there: adults only, no conversion.
       FD CATALOG-FILE.
       01 CATALOG-RECORD.
           05 PC-ACC-TYPE    PIC X(8).
           05 PC-OD-LIMIT    PIC 9(6)V99.
           05 PC-RATE-CODE   PIC X(4).
           05 PC-MIN-DEPOSIT PIC 9(8)V99.
           05 PC-MINOR-OK    PIC X.
           05 PC-ADULT-TYPE  PIC X(8).

       FD TRANS-OUT.
       01 TRANS-OUT-REC.
           05 OUT-TRL-HASH    PIC 9(10)V99.

       FD OPENED-FILE.
       01 OPENED-REC          PIC X(120).

       FD SESSION-FILE.
       01 SESSION-RECORD.
           05 SESSION-REC-TERMINAL PIC X(8).
           05 SESSION-REC-USER-ID PIC X(8).
           05 SESSION-REC-ACCESS  PIC 9.
           05 SESSION-REC-DATE    PIC 9(8).
       FD MJRNL-FILE.
       01 MJRNL-RECORD      PIC X(160).

       FD SYSDATE-FILE.
       01 SYSDATE-REC            PIC X(40).

       FD SYSSTAT-FILE.
       01 SYSSTAT-REC            PIC X(60).

       FD BRANCH-FILE.
       01 BRANCH-REC             PIC X(80).

       FD CONTACT-FILE.
       01 CONTACT-RECORD.
           05 CC-CUST-ID      PIC 9(5).
           05 CC-PHONE        PIC X(20).
           05 CC-DOB          PIC X(10).
           05 CC-IBAN         PIC X(34).

       FD OWNERS-FILE.
       01 OWNERS-RECORD.
           05 AO-ACC-ID    PIC 9(5).
           05 AO-CUST-ID   PIC 9(5).
           05 AO-ROLE      PIC X.
           05 AO-SIGS-REQ  PIC 9.
           05 AO-SHARE-PCT PIC 999V99.

       WORKING-STORAGE SECTION.
       COPY "sysdate-ws.cpy".
       COPY "session-ws.cpy".
       COPY "mstjrnl-ws.cpy".
       COPY "authz-ws.cpy".
       COPY "custid-ws.cpy".
       COPY "dupscreen-ws.cpy".
       COPY "sysstat-ws.cpy".
       COPY "branch-ws.cpy".
       COPY "minor-ws.cpy".
       77 WS-ACC-STATUS     PIC XX.
       77 WS-CUST-STATUS    PIC XX.
       77 WS-CAT-STATUS     PIC XX.
       77 WS-DEPOSIT        PIC 9(8)V99.
       77 WS-ANSWER         PIC X.
       77 WS-DISP-AMT       PIC Z(7)9.99.
       77 WS-BRANCH         PIC X(4).
       77 J                 PIC 9(2).
       77 WS-OWN-STATUS     PIC XX.
       77 WS-OWNER-MINOR    PIC X VALUE 'N'.
       77 WS-OWNER-REC      PIC X(33).

      *> The guardians of a minor owner, linked as signatories.
       77 WS-GD-COUNT       PIC 9 VALUE 0.
       77 WS-GD-MAX         PIC 9 VALUE 2.
       77 WS-GD-INPUT       PIC X(5).
       01 GD-TABLE.
           05 GD-CUST-ID OCCURS 2 TIMES PIC 9(5).

      *> The product catalog, with a compiled-in fallback matching
      *> the overdraft schedule the updater already defaults to.
               10 T-PC-OD-LIMIT    PIC 9(6)V99.
               10 T-PC-RATE-CODE   PIC X(4).
               10 T-PC-MIN-DEPOSIT PIC 9(8)V99.
               10 T-PC-MINOR-OK    PIC X.
               10 T-PC-ADULT-TYPE  PIC X(8).

      *> The staged opening-deposit batch, trailer recomputed on
      *> every save the way APPROVAL-RELEASE maintains its file.
           IF AUTHZ-GRANTED NOT = "Y"
               STOP RUN
           END-IF
           PERFORM CHECK-ONLINE-AVAILABLE
           IF SYSSTAT-ONLINE NOT = "Y"
               STOP RUN
           END-IF
           MOVE SESSION-REC-USER-ID TO WS-OFFICER
           PERFORM READ-SYSTEM-DATE
           MOVE SD-BUSINESS-DATE TO WS-TODAY
           ACCEPT WS-RUN-TIME FROM TIME

           DISPLAY "ACCOUNT OPENING"
           DISPLAY "==============="
           PERFORM LOAD-PRODUCT-CATALOG
           PERFORM LOAD-BRANCHES

           DISPLAY "Owning customer id (5 digits): "
           ACCEPT WS-CUSTID-INPUT

      *> The duplicate screen surfaces other records that look like
      *> the same human, so the clerk can stop a split relationship
      *> before it opens another account. The scan walks the
      *> customer file, so the owner's record is set aside first.
           MOVE CUSTOMER-RECORD TO WS-OWNER-REC
           MOVE CUST-FNAME TO WS-DUP-NEW-FNAME
           MOVE CUST-LNAME TO WS-DUP-NEW-LNAME
           PERFORM SCREEN-FOR-DUPLICATES
           CLOSE CUSTOMER-FILE
           MOVE WS-OWNER-REC TO CUSTOMER-RECORD
           IF WS-DUP-MATCHES > 1
               DISPLAY WS-DUP-MATCHES " records match this name. "
                   "Proceed anyway? (Y/N): "
               END-IF
           END-IF

           MOVE CUST-ID TO WS-MN-CUST-ID
           MOVE WS-TODAY TO WS-MN-AS-OF
           PERFORM CHECK-CUSTOMER-MINOR
           MOVE WS-MN-MINOR TO WS-OWNER-MINOR
           IF WS-OWNER-MINOR = "Y"
               DISPLAY "Customer is a minor until "
                   WS-MN-MAJORITY-DATE "."
           END-IF

           PERFORM PICK-PRODUCT
           IF WS-CAT-IDX = 0
               STOP RUN
           END-IF
           PERFORM CHECK-PRODUCT-AGE-RULES
           IF WS-CAT-IDX = 0
               STOP RUN
           END-IF
           IF WS-OWNER-MINOR = "Y"
               PERFORM CAPTURE-GUARDIANS
               IF WS-GD-COUNT = 0
                   DISPLAY "  >> A minor's account needs at least "
                       "one guardian; opening refused."
                   STOP RUN
               END-IF
           END-IF

           DISPLAY "Branch (blank = " WS-BR-TERM-BRANCH "): "
           MOVE SPACES TO WS-BR-TEST-CODE
           ACCEPT WS-BR-TEST-CODE
           IF WS-BR-TEST-CODE = SPACES
               MOVE WS-BR-TERM-BRANCH TO WS-BR-TEST-CODE
           END-IF
           PERFORM CHECK-BRANCH-CODE
           IF WS-BR-VALID NOT = "Y"
               DISPLAY "  >> Branch " WS-BR-TEST-CODE " is not on the "
                   "branch register; opening refused."
               STOP RUN
           END-IF
           MOVE WS-BR-TEST-CODE TO WS-BRANCH
           DISPLAY "Branch: " WS-BRANCH " " WS-BR-TEST-NAME

           DISPLAY "New account id (5 digits): "
           ACCEPT WS-NEW-ACC-ID
           END-IF

           PERFORM WRITE-MASTER-RECORD
           IF WS-OWNER-MINOR = "Y"
               PERFORM WRITE-GUARDIAN-LINKS
           END-IF
           PERFORM STAGE-OPENING-DEPOSIT
           PERFORM WRITE-OPENED-REPORT

           DISPLAY "Account " WS-NEW-ACC-ID " opened as "
               T-PC-ACC-TYPE(WS-CAT-IDX) " at branch " WS-BRANCH
               " by "
               FUNCTION TRIM(WS-OFFICER) "."
           DISPLAY "Stage OPENING-TRANS.DAT into the next posting "
               "window."
           MOVE 500.00    TO T-PC-OD-LIMIT(1)
           MOVE "STD1"    TO T-PC-RATE-CODE(1)
           MOVE 25.00     TO T-PC-MIN-DEPOSIT(1)
           MOVE SPACE     TO T-PC-MINOR-OK(1)
           MOVE SPACES    TO T-PC-ADULT-TYPE(1)
           MOVE "SAVINGS" TO T-PC-ACC-TYPE(2)
           MOVE 0         TO T-PC-OD-LIMIT(2)
           MOVE "SAV1"    TO T-PC-RATE-CODE(2)
           MOVE 100.00    TO T-PC-MIN-DEPOSIT(2)
           MOVE "Y"       TO T-PC-MINOR-OK(2)
           MOVE SPACES    TO T-PC-ADULT-TYPE(2).

       PICK-PRODUCT.
           DISPLAY "PRODUCT   OD-LIMIT  RATE MIN-DEPOSIT"
                   "product; opening refused."
           END-IF.

      *> A minor takes only a product open to minors and carrying
      *> no overdraft; a youth product is for minors only.
       CHECK-PRODUCT-AGE-RULES.
           IF WS-OWNER-MINOR = "Y"
               IF T-PC-MINOR-OK(WS-CAT-IDX) NOT = "Y"
                   OR T-PC-OD-LIMIT(WS-CAT-IDX) > 0
                   DISPLAY "  >> The " T-PC-ACC-TYPE(WS-CAT-IDX)
                       " product is not open to minors; opening "
                       "refused."
                   MOVE 0 TO WS-CAT-IDX
               END-IF
           ELSE
               IF T-PC-ADULT-TYPE(WS-CAT-IDX) NOT = SPACES
                   DISPLAY "  >> The " T-PC-ACC-TYPE(WS-CAT-IDX)
                       " product is a youth product for customers "
                       "under " WS-MN-MAJORITY-AGE "; opening "
                       "refused."
                   MOVE 0 TO WS-CAT-IDX
               END-IF
           END-IF.

      *> Each guardian must be an adult customer on file. The
      *> owner's record is set aside while the guardians are read
      *> and put back for the master row.
       CAPTURE-GUARDIANS.
           MOVE CUSTOMER-RECORD TO WS-OWNER-REC
           MOVE 0 TO WS-GD-COUNT
           OPEN INPUT CUSTOMER-FILE
           PERFORM UNTIL WS-GD-COUNT >= WS-GD-MAX
               DISPLAY "Guardian customer id (blank = no more): "
               MOVE SPACES TO WS-GD-INPUT
               ACCEPT WS-GD-INPUT
               IF WS-GD-INPUT = SPACES
                   EXIT PERFORM
               END-IF
               MOVE WS-GD-INPUT TO WS-CUSTID-INPUT
               PERFORM VALIDATE-CUST-ID-FORMAT
               IF CUSTID-IS-VALID
                   PERFORM CHECK-ONE-GUARDIAN
               END-IF
           END-PERFORM
           CLOSE CUSTOMER-FILE
           MOVE WS-OWNER-REC TO CUSTOMER-RECORD
           MOVE CUST-ID TO WS-CUSTID-INPUT.

       CHECK-ONE-GUARDIAN.
           MOVE FUNCTION NUMVAL(WS-GD-INPUT) TO CUST-ID
           IF CUST-ID = WS-MN-CUST-ID
               DISPLAY "  >> A minor cannot be their own guardian."
               EXIT PARAGRAPH
           END-IF
           READ CUSTOMER-FILE
               INVALID KEY
                   DISPLAY "  >> Customer " CUST-ID " not on file."
                   EXIT PARAGRAPH
           END-READ
           IF CUST-DELETED = "Y"
               DISPLAY "  >> Customer " CUST-ID " not on file."
               EXIT PARAGRAPH
           END-IF
           MOVE CUST-ID TO WS-MN-CUST-ID
           PERFORM CHECK-CUSTOMER-MINOR
           MOVE WS-OWNER-REC(1:5) TO WS-MN-CUST-ID
           IF WS-MN-MINOR = "Y"
               DISPLAY "  >> Customer " CUST-ID " is a minor and "
                   "cannot act as guardian."
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-GD-COUNT
           MOVE CUST-ID TO GD-CUST-ID(WS-GD-COUNT)
           DISPLAY "Guardian: " FUNCTION TRIM(CUST-FNAME)
               " " FUNCTION TRIM(CUST-LNAME).

      *> The minor owns the account; each guardian signs on it
      *> alone until the majority conversion removes the link.
       WRITE-GUARDIAN-LINKS.
           OPEN EXTEND OWNERS-FILE
           IF WS-OWN-STATUS = "35"
               OPEN OUTPUT OWNERS-FILE
           END-IF
           MOVE WS-NEW-ACC-ID TO AO-ACC-ID
           MOVE CUST-ID TO AO-CUST-ID
           MOVE "O" TO AO-ROLE
           MOVE 1 TO AO-SIGS-REQ
           MOVE 0 TO AO-SHARE-PCT
           WRITE OWNERS-RECORD
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-GD-COUNT
               MOVE WS-NEW-ACC-ID TO AO-ACC-ID
               MOVE GD-CUST-ID(J) TO AO-CUST-ID
               MOVE "S" TO AO-ROLE
               MOVE 1 TO AO-SIGS-REQ
               MOVE 0 TO AO-SHARE-PCT
               WRITE OWNERS-RECORD
           END-PERFORM
           CLOSE OWNERS-FILE
           DISPLAY WS-GD-COUNT " guardian(s) linked as signatories.".

      *> The master row opens with a zero balance -- the opening
      *> deposit arrives through the pipeline like any other money.
       WRITE-MASTER-RECORD.
           MOVE "USD" TO ACC-CURRENCY
           MOVE "ACTIVE" TO ACC-STATUS
           MOVE WS-TODAY TO ACC-LAST-ACTIVITY
           MOVE WS-BRANCH TO ACC-BRANCH
           MOVE "ACCT-OPEN" TO MJRNL-PROGRAM
           MOVE SPACES TO MJRNL-BEFORE-IMAGE
           MOVE ACC-FILE-REC TO MJRNL-AFTER-IMAGE
                  " TYPE=" T-PC-ACC-TYPE(WS-CAT-IDX)
                  " DEPOSIT=" WS-DISP-AMT
                  " OFFICER=" WS-OFFICER
                  " BRANCH=" WS-BRANCH
               DELIMITED BY SIZE INTO OPENED-REC
           END-STRING
           WRITE OPENED-REC
       COPY "custid-check.cpy".
       COPY "dupscreen-check.cpy".
       COPY "mstjrnl-write.cpy".
       COPY "sysdate-read.cpy".
       COPY "sysstat-check.cpy".
       COPY "branch-check.cpy".
       COPY "minor-check.cpy".
