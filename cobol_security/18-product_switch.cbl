       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRODUCT-SWITCH.

      *> Moves an existing account to another catalogued product --
      *> CHECKING to SAVINGS and the like -- in place. Until now a
      *> branch closed the account with ACCOUNT-CLOSE and opened a
      *> new one with ACCOUNT-OPEN, and the customer lost the
      *> account number along with every standing order, direct
      *> deposit and line of history hanging off it. Here only
      *> ACC-TYPE changes on ACCOUNTS.MASTER.IDX, through the
      *> master journal, once the balance satisfies the target
      *> product's rules in PRODUCT-CATALOG.DAT: a credit balance
      *> at least the product minimum, an overdrawn one within the
      *> product's overdraft limit, both after the switch fee.
      *>
      *> The switch fee is the SWCH row of FEE-SCHEDULE.DAT for the
      *> product being left (basis E, charged per event -- waived
      *> when the balance reaches the row's waiver floor) and goes
      *> out as a FEE on SWITCH-TRANS.DAT for the next posting
      *> window. Interest accrued so far under the old product's
      *> rate code is settled by the next daily accrual run, which
      *> capitalizes every accrual dated before the switch and
      *> stamps the switch settled on PRODUCT-SWITCHES.DAT; the
      *> days from the switch on accrue at the new product's rate.
      *> A PSWC letter trigger sends the customer the
      *> product-change notice through LETTER-ENGINE.
      *>
      *> An account held by a minor -- its primary customer or any
      *> owner or joint owner on ACCOUNT-OWNERS.DAT under the age
      *> of majority -- may only move to a product open to minors
      *> with no overdraft; a youth product takes only such
      *> accounts. Youth accounts move to their adult product in
      *> the monthly MAJORITY-CONVERT run, not here.
      *>
      *> PRODUCT-SWITCHES.DAT keeps one row per switch:
      *>   P  switched, interest to the switch date not yet settled
      *>   S  interest settled by the accrual run

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNTS ASSIGN TO "ACCOUNTS.MASTER.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACC-ID
               FILE STATUS IS WS-ACC-STATUS.
           SELECT CATALOG-FILE ASSIGN TO "PRODUCT-CATALOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-STATUS.
           SELECT SCHEDULE-FILE ASSIGN TO "FEE-SCHEDULE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHED-STATUS.
           SELECT ACCRUAL-FILE ASSIGN TO "ACCRUED-INTEREST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AI-STATUS.
           SELECT SWITCH-FILE ASSIGN TO "PRODUCT-SWITCHES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PS-STATUS.
           SELECT TRANS-OUT ASSIGN TO "SWITCH-TRANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT TRIGGER-FILE ASSIGN TO "LETTER-TRIGGERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TG-STATUS.
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

      *> Same layout FEE-ASSESS reads the schedule in.
       FD SCHEDULE-FILE.
       01 SCHEDULE-RECORD.
           05 FS-FEE-CODE   PIC X(4).
           05 FS-ACC-TYPE   PIC X(8).
           05 FS-BASIS      PIC X.
           05 FS-AMOUNT     PIC 9(5)V99.
           05 FS-WAIVE-MIN  PIC 9(8)V99.

      *> The accrual ledger INTEREST-ACCRUAL keeps; read here only
      *> to show the officer what the switch will settle.
       FD ACCRUAL-FILE.
       01 ACCRUAL-RECORD.
           05 AI-ACC-ID          PIC X(9).
           05 AI-DATE            PIC 9(8).
           05 AI-TYPE            PIC X(8).
           05 AI-AMOUNT          PIC 9(7)V99.
           05 AI-RATE            PIC 9V9(4).
           05 AI-CAPITALIZED     PIC X.
           05 AI-CAP-DATE        PIC 9(8).

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

       FD TRANS-OUT.
       01 TRANS-OUT-REC.
           05 OUT-TXN-ID      PIC X(6).
           05 OUT-TXN-TYPE    PIC X(10).
           05 OUT-TXN-ACC-ID  PIC 9(5).
           05 OUT-TXN-AMT     PIC 9(8)V99.
           05 OUT-TXN-DATE    PIC 9(8).
           05 OUT-TXN-DEST-ID PIC 9(5).
           05 OUT-TXN-CURRENCY PIC X(3).
       01 TRANS-OUT-TRAILER.
           05 OUT-TRL-TAG     PIC X(6).
           05 OUT-TRL-COUNT   PIC 9(6).
           05 OUT-TRL-HASH    PIC 9(10)V99.

       FD TRIGGER-FILE.
       01 TRIGGER-RECORD.
           05 TG-TEMPLATE    PIC X(4).
           05 TG-CUST-ID     PIC 9(5).
           05 TG-AMOUNT      PIC 9(8)V99.
           05 TG-STATUS      PIC X.

       FD SESSION-FILE.
       01 SESSION-RECORD.
           05 SESSION-REC-TERMINAL PIC X(8).
           05 SESSION-REC-USER-ID PIC X(8).
           05 SESSION-REC-ACCESS  PIC 9.
           05 SESSION-REC-DATE    PIC 9(8).
           05 SESSION-REC-TIME    PIC 9(8).

       FD MJRNL-FILE.
       01 MJRNL-RECORD      PIC X(160).

       FD SYSDATE-FILE.
       01 SYSDATE-REC            PIC X(40).

       FD SYSSTAT-FILE.
       01 SYSSTAT-REC            PIC X(60).

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
       COPY "sysstat-ws.cpy".
       COPY "minor-ws.cpy".
       77 WS-ACC-STATUS     PIC XX.
       77 WS-CAT-STATUS     PIC XX.
       77 WS-SCHED-STATUS   PIC XX.
       77 WS-AI-STATUS      PIC XX.
       77 WS-PS-STATUS      PIC XX.
       77 WS-OUT-STATUS     PIC XX.
       77 WS-TG-STATUS      PIC XX.
       77 WS-EOF            PIC X VALUE 'N'.
       77 WS-OFFICER        PIC X(8).
       77 WS-TODAY          PIC 9(8).
       77 WS-PICK-ACC       PIC 9(5).
       77 WS-TYPE-PICK      PIC X(8).
       77 WS-CAT-IDX        PIC 9(2) VALUE 0.
       77 WS-OLD-TYPE       PIC X(8).
       77 WS-BALANCE        PIC S9(8)V99.
       77 WS-OLD-RATE-CODE  PIC X(4).
       77 WS-FEE-AMT        PIC 9(8)V99 VALUE 0.
       77 WS-FEE-WAIVED     PIC X VALUE 'N'.
       77 WS-FEE-TXN        PIC X(6).
       77 WS-PROJECTED      PIC S9(9)V99.
       77 WS-OVERDRAWN      PIC 9(9)V99.
       77 WS-ACCRUED        PIC S9(7)V99.
       77 WS-ACCRUED-DAYS   PIC 9(5).
       77 WS-PS-COUNT       PIC 9(5) VALUE 0.
       77 WS-PS-PENDING     PIC X VALUE 'N'.
       77 WS-NEXT-SEQ       PIC 9(5).
       77 WS-ANSWER         PIC X.
       77 WS-DISP-AMT       PIC -Z(7)9.99.
       77 J                 PIC 9(2).
       77 WS-OWN-STATUS     PIC XX.
       77 WS-HOLDER-MINOR   PIC X VALUE 'N'.

      *> The product catalog, with the same compiled-in fallback
      *> ACCOUNT-OPEN uses.
       77 WS-PC-COUNT       PIC 9(2) VALUE 0.
       77 WS-PC-MAX         PIC 9(2) VALUE 20.
       01 PC-TABLE.
           05 PC-ENTRY OCCURS 1 TO 20 TIMES
                       DEPENDING ON WS-PC-COUNT.
               10 T-PC-ACC-TYPE    PIC X(8).
               10 T-PC-OD-LIMIT    PIC 9(6)V99.
               10 T-PC-RATE-CODE   PIC X(4).
               10 T-PC-MIN-DEPOSIT PIC 9(8)V99.
               10 T-PC-MINOR-OK    PIC X.
               10 T-PC-ADULT-TYPE  PIC X(8).

      *> The staged switch-fee batch, trailer recomputed on every
      *> save the way ACCOUNT-OPEN maintains its file.
       77 WS-TX-COUNT       PIC 9(3) VALUE 0.
       77 WS-TX-MAX         PIC 9(3) VALUE 200.
       77 WS-TX-HASH        PIC 9(10)V99.
       77 WS-TX-K           PIC 9(3).
       01 TX-TABLE.
           05 TX-ENTRY OCCURS 1 TO 200 TIMES
                       DEPENDING ON WS-TX-COUNT PIC X(47).

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM READ-SESSION-ACCESS-LEVEL
           MOVE 3 TO AUTHZ-REQUIRED-LEVEL
           PERFORM CHECK-AUTHORIZATION-LEVEL
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

           DISPLAY "PRODUCT SWITCH"
           DISPLAY "=============="
           PERFORM LOAD-PRODUCT-CATALOG

           DISPLAY "Account id (5 digits): "
           ACCEPT WS-PICK-ACC
           OPEN INPUT ACCOUNTS
           IF WS-ACC-STATUS NOT = "00"
               DISPLAY "  >> Cannot open ACCOUNTS.MASTER.IDX "
                   "(status " WS-ACC-STATUS ")"
               STOP RUN
           END-IF
           MOVE WS-PICK-ACC TO ACC-ID
           READ ACCOUNTS
               INVALID KEY
                   DISPLAY "  >> Account " WS-PICK-ACC
                       " is not on the master."
                   CLOSE ACCOUNTS
                   STOP RUN
           END-READ
           CLOSE ACCOUNTS
           IF ACC-STATUS = "CLOSED"
               DISPLAY "  >> Account " ACC-ID " is closed; a closed "
                   "account cannot change product."
               STOP RUN
           END-IF
           MOVE ACC-TYPE TO WS-OLD-TYPE
           MOVE ACC-BAL TO WS-BALANCE
           MOVE ACC-BAL TO WS-DISP-AMT
           DISPLAY "Account " ACC-ID " " FUNCTION TRIM(ACC-NAME)
           DISPLAY "  Product " ACC-TYPE "  balance " WS-DISP-AMT
               "  status " ACC-STATUS

           PERFORM CHECK-PENDING-SWITCH
           IF WS-PS-PENDING = "Y"
               DISPLAY "  >> This account switched product since the "
                   "last accrual run; switch it again once that "
                   "interest is settled."
               STOP RUN
           END-IF

           MOVE SPACES TO WS-OLD-RATE-CODE
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-PC-COUNT
               IF T-PC-ACC-TYPE(J) = WS-OLD-TYPE
                   MOVE T-PC-RATE-CODE(J) TO WS-OLD-RATE-CODE
                   EXIT PERFORM
               END-IF
           END-PERFORM

           PERFORM PICK-PRODUCT
           IF WS-CAT-IDX = 0
               STOP RUN
           END-IF
           IF T-PC-ACC-TYPE(WS-CAT-IDX) = WS-OLD-TYPE
               DISPLAY "  >> The account is already a " WS-OLD-TYPE
                   " account; nothing to switch."
               STOP RUN
           END-IF

           PERFORM CHECK-ACCOUNT-HOLDERS-MINOR
           PERFORM CHECK-PRODUCT-AGE-RULES
           IF WS-CAT-IDX = 0
               STOP RUN
           END-IF

           PERFORM FIND-SWITCH-FEE
           PERFORM CHECK-TARGET-RULES
           IF WS-CAT-IDX = 0
               STOP RUN
           END-IF
           PERFORM SUM-ACCRUED-INTEREST

           DISPLAY " "
           DISPLAY "Switch " WS-PICK-ACC " from " WS-OLD-TYPE " to "
               T-PC-ACC-TYPE(WS-CAT-IDX)
           MOVE WS-FEE-AMT TO WS-DISP-AMT
           IF WS-FEE-WAIVED = "Y"
               DISPLAY "  Switch fee      waived (balance at or "
                   "above the waiver floor)"
           ELSE
               DISPLAY "  Switch fee     " WS-DISP-AMT
           END-IF
           MOVE WS-ACCRUED TO WS-DISP-AMT
           DISPLAY "  Accrued so far " WS-DISP-AMT " over "
               WS-ACCRUED-DAYS " day(s) at rate code "
               WS-OLD-RATE-CODE
           DISPLAY "  (settled by tonight's accrual run)"
           DISPLAY "Proceed with the switch? (Y/N): "
           ACCEPT WS-ANSWER
           MOVE FUNCTION UPPER-CASE(WS-ANSWER) TO WS-ANSWER
           IF WS-ANSWER NOT = "Y"
               DISPLAY "Switch abandoned."
               STOP RUN
           END-IF

           PERFORM REWRITE-MASTER-RECORD
           MOVE SPACES TO WS-FEE-TXN
           IF WS-FEE-AMT > 0
               PERFORM STAGE-SWITCH-FEE
           END-IF
           PERFORM WRITE-SWITCH-RECORD
           PERFORM WRITE-LETTER-TRIGGER

           DISPLAY "Account " WS-PICK-ACC " switched to "
               T-PC-ACC-TYPE(WS-CAT-IDX)
               " by " FUNCTION TRIM(WS-OFFICER) "."
           IF WS-FEE-TXN NOT = SPACES
               DISPLAY "Stage SWITCH-TRANS.DAT into the next posting "
                   "window."
           END-IF
           STOP RUN.

       LOAD-PRODUCT-CATALOG.
           MOVE 0 TO WS-PC-COUNT
           OPEN INPUT CATALOG-FILE
           IF WS-CAT-STATUS = "35"
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
           DISPLAY "No PRODUCT-CATALOG.DAT found, using the "
               "standard CHECKING/SAVINGS products"
           MOVE 2 TO WS-PC-COUNT
           MOVE "CHECKING" TO T-PC-ACC-TYPE(1)
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
           DISPLAY "PRODUCT   OD-LIMIT  RATE MIN-BALANCE"
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-PC-COUNT
               MOVE T-PC-MIN-DEPOSIT(J) TO WS-DISP-AMT
               DISPLAY T-PC-ACC-TYPE(J) "  "
                   T-PC-OD-LIMIT(J) " " T-PC-RATE-CODE(J)
                   " " WS-DISP-AMT
           END-PERFORM
           DISPLAY "Switch to product: "
           ACCEPT WS-TYPE-PICK
           MOVE FUNCTION UPPER-CASE(WS-TYPE-PICK) TO WS-TYPE-PICK
           MOVE 0 TO WS-CAT-IDX
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-PC-COUNT
               IF T-PC-ACC-TYPE(J) = WS-TYPE-PICK
                   MOVE J TO WS-CAT-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-CAT-IDX = 0
               DISPLAY "  >> " WS-TYPE-PICK " is not a catalogued "
                   "product; switch refused."
           END-IF.

      *> The account's holders are its primary customer (the id
      *> the account shares) and every owner or joint owner linked
      *> on ACCOUNT-OWNERS.DAT; one minor among them is enough.
       CHECK-ACCOUNT-HOLDERS-MINOR.
           MOVE 'N' TO WS-HOLDER-MINOR
           MOVE WS-TODAY TO WS-MN-AS-OF
           MOVE WS-PICK-ACC TO WS-MN-CUST-ID
           PERFORM CHECK-CUSTOMER-MINOR
           MOVE WS-MN-MINOR TO WS-HOLDER-MINOR
           OPEN INPUT OWNERS-FILE
           IF WS-OWN-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'Y' OR WS-HOLDER-MINOR = 'Y'
               READ OWNERS-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF AO-ACC-ID = WS-PICK-ACC
                           AND (AO-ROLE = "O" OR AO-ROLE = "J")
                           MOVE AO-CUST-ID TO WS-MN-CUST-ID
                           PERFORM CHECK-CUSTOMER-MINOR
                           MOVE WS-MN-MINOR TO WS-HOLDER-MINOR
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OWNERS-FILE
           MOVE 'N' TO WS-EOF.

      *> A minor's account moves only to a product open to minors
      *> with no overdraft; a youth product takes only accounts
      *> held by a minor.
       CHECK-PRODUCT-AGE-RULES.
           IF WS-HOLDER-MINOR = "Y"
               IF T-PC-MINOR-OK(WS-CAT-IDX) NOT = "Y"
                   OR T-PC-OD-LIMIT(WS-CAT-IDX) > 0
                   DISPLAY "  >> The account is held by a minor and "
                       "the " T-PC-ACC-TYPE(WS-CAT-IDX)
                       " product is not open to minors; switch "
                       "refused."
                   MOVE 0 TO WS-CAT-IDX
               END-IF
           ELSE
               IF T-PC-ADULT-TYPE(WS-CAT-IDX) NOT = SPACES
                   DISPLAY "  >> The " T-PC-ACC-TYPE(WS-CAT-IDX)
                       " product is a youth product for customers "
                       "under " WS-MN-MAJORITY-AGE "; switch "
                       "refused."
                   MOVE 0 TO WS-CAT-IDX
               END-IF
           END-IF.

      *> The register is short and read whole: it gives the next
      *> switch number and tells whether this account still has a
      *> switch waiting for its interest to be settled.
       CHECK-PENDING-SWITCH.
           MOVE 'N' TO WS-PS-PENDING
           MOVE 0 TO WS-PS-COUNT
           MOVE 0 TO WS-NEXT-SEQ
           OPEN INPUT SWITCH-FILE
           IF WS-PS-STATUS NOT = "35"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ SWITCH-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-PS-COUNT
                           IF PS-SEQ > WS-NEXT-SEQ
                               MOVE PS-SEQ TO WS-NEXT-SEQ
                           END-IF
                           IF PS-ACC-ID = WS-PICK-ACC
                               AND PS-SETTLE-STATUS = "P"
                               MOVE 'Y' TO WS-PS-PENDING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SWITCH-FILE
           END-IF
           MOVE 'N' TO WS-EOF
           IF WS-NEXT-SEQ = 99999
               MOVE 0 TO WS-NEXT-SEQ
           END-IF
           ADD 1 TO WS-NEXT-SEQ.

      *> The SWCH fee of the product being left, charged flat like
      *> every per-event fee; an account at or above the row's
      *> waiver floor switches free.
       FIND-SWITCH-FEE.
           MOVE 0 TO WS-FEE-AMT
           MOVE 'N' TO WS-FEE-WAIVED
           OPEN INPUT SCHEDULE-FILE
           IF WS-SCHED-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ SCHEDULE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF FS-FEE-CODE = "SWCH"
                           AND FS-ACC-TYPE = WS-OLD-TYPE
                           MOVE FS-AMOUNT TO WS-FEE-AMT
                           IF FS-WAIVE-MIN > 0
                               AND WS-BALANCE >= FS-WAIVE-MIN
                               MOVE 0 TO WS-FEE-AMT
                               MOVE 'Y' TO WS-FEE-WAIVED
                           END-IF
                           MOVE 'Y' TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SCHEDULE-FILE
           MOVE 'N' TO WS-EOF.

      *> The balance the account carries into the new product is
      *> today's balance less the switch fee. In credit it must
      *> reach the product's minimum balance; overdrawn, it must
      *> sit within the product's overdraft limit -- a product with
      *> no limit takes no overdrawn accounts at all.
       CHECK-TARGET-RULES.
           COMPUTE WS-PROJECTED = WS-BALANCE - WS-FEE-AMT
           IF WS-PROJECTED >= 0
               IF WS-PROJECTED < T-PC-MIN-DEPOSIT(WS-CAT-IDX)
                   MOVE T-PC-MIN-DEPOSIT(WS-CAT-IDX) TO WS-DISP-AMT
                   DISPLAY "  >> The " T-PC-ACC-TYPE(WS-CAT-IDX)
                       " product requires a balance of at least "
                       WS-DISP-AMT " after the switch fee; switch "
                       "refused."
                   MOVE 0 TO WS-CAT-IDX
               END-IF
           ELSE
               COMPUTE WS-OVERDRAWN = 0 - WS-PROJECTED
               IF WS-OVERDRAWN > T-PC-OD-LIMIT(WS-CAT-IDX)
                   MOVE T-PC-OD-LIMIT(WS-CAT-IDX) TO WS-DISP-AMT
                   DISPLAY "  >> The " T-PC-ACC-TYPE(WS-CAT-IDX)
                       " product allows an overdraft of at most "
                       WS-DISP-AMT "; switch refused."
                   MOVE 0 TO WS-CAT-IDX
               END-IF
           END-IF.

      *> Net of the account's uncapitalized accrual rows, interest
      *> credits less overdraft fee debits, the same way the
      *> capitalization pass nets them.
       SUM-ACCRUED-INTEREST.
           MOVE 0 TO WS-ACCRUED
           MOVE 0 TO WS-ACCRUED-DAYS
           OPEN INPUT ACCRUAL-FILE
           IF WS-AI-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ACCRUAL-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF AI-CAPITALIZED = "N"
                           AND FUNCTION TEST-NUMVAL(AI-ACC-ID) = 0
                           AND FUNCTION NUMVAL(AI-ACC-ID) = WS-PICK-ACC
                           ADD 1 TO WS-ACCRUED-DAYS
                           IF AI-TYPE = "INTEREST"
                               ADD AI-AMOUNT TO WS-ACCRUED
                           ELSE
                               SUBTRACT AI-AMOUNT FROM WS-ACCRUED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCRUAL-FILE
           MOVE 'N' TO WS-EOF.

      *> Re-read under I-O so the rewrite carries whatever the
      *> posting run may have changed since the account was shown.
       REWRITE-MASTER-RECORD.
           OPEN I-O ACCOUNTS
           IF WS-ACC-STATUS NOT = "00"
               DISPLAY "ABEND: cannot open ACCOUNTS.MASTER.IDX "
                   "(status " WS-ACC-STATUS ")"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-PICK-ACC TO ACC-ID
           READ ACCOUNTS
               INVALID KEY
                   DISPLAY "  >> Account " WS-PICK-ACC " is no "
                       "longer on the master; switch refused."
                   CLOSE ACCOUNTS
                   STOP RUN
           END-READ
           MOVE "PROD-SWTCH" TO MJRNL-PROGRAM
           MOVE ACC-FILE-REC TO MJRNL-BEFORE-IMAGE
           MOVE T-PC-ACC-TYPE(WS-CAT-IDX) TO ACC-TYPE
           MOVE ACC-FILE-REC TO MJRNL-AFTER-IMAGE
           MOVE "R" TO MJRNL-ACTION
           PERFORM WRITE-MASTER-JOURNAL
           REWRITE ACC-FILE-REC
               INVALID KEY
                   DISPLAY "  >> Account " ACC-ID " could not be "
                       "rewritten; switch refused."
                   CLOSE ACCOUNTS
                   STOP RUN
           END-REWRITE
           CLOSE ACCOUNTS.

       STAGE-SWITCH-FEE.
           PERFORM LOAD-TRANS-BATCH
           IF WS-TX-COUNT >= WS-TX-MAX
               DISPLAY "  >> SWITCH-TRANS.DAT is full; stage the "
                   "current batch, then post the fee by hand."
           ELSE
               STRING "W" WS-NEXT-SEQ DELIMITED BY SIZE
                   INTO WS-FEE-TXN
               END-STRING
               MOVE SPACES TO TRANS-OUT-REC
               MOVE WS-FEE-TXN TO OUT-TXN-ID
               MOVE "FEE       " TO OUT-TXN-TYPE
               MOVE WS-PICK-ACC TO OUT-TXN-ACC-ID
               MOVE WS-FEE-AMT TO OUT-TXN-AMT
               MOVE WS-TODAY TO OUT-TXN-DATE
               MOVE 0 TO OUT-TXN-DEST-ID
               MOVE SPACES TO OUT-TXN-CURRENCY
               ADD 1 TO WS-TX-COUNT
               MOVE TRANS-OUT-REC TO TX-ENTRY(WS-TX-COUNT)
               PERFORM SAVE-TRANS-BATCH
           END-IF.

       LOAD-TRANS-BATCH.
           MOVE 0 TO WS-TX-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT TRANS-OUT
           IF WS-OUT-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ TRANS-OUT
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF OUT-TXN-ID NOT = "TRLR99"
                               AND WS-TX-COUNT < WS-TX-MAX
                               ADD 1 TO WS-TX-COUNT
                               MOVE TRANS-OUT-REC
                                   TO TX-ENTRY(WS-TX-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANS-OUT
           END-IF
           MOVE 'N' TO WS-EOF.

       SAVE-TRANS-BATCH.
           MOVE 0 TO WS-TX-HASH
           OPEN OUTPUT TRANS-OUT
           PERFORM VARYING WS-TX-K FROM 1 BY 1
                   UNTIL WS-TX-K > WS-TX-COUNT
               MOVE TX-ENTRY(WS-TX-K) TO TRANS-OUT-REC
               ADD OUT-TXN-AMT TO WS-TX-HASH
               WRITE TRANS-OUT-REC
           END-PERFORM
           MOVE SPACES TO TRANS-OUT-TRAILER
           MOVE "TRLR99" TO OUT-TRL-TAG
           MOVE WS-TX-COUNT TO OUT-TRL-COUNT
           MOVE WS-TX-HASH TO OUT-TRL-HASH
           WRITE TRANS-OUT-TRAILER
           CLOSE TRANS-OUT.

       WRITE-SWITCH-RECORD.
           OPEN EXTEND SWITCH-FILE
           IF WS-PS-STATUS = "35"
               OPEN OUTPUT SWITCH-FILE
           END-IF
           MOVE SPACES TO SWITCH-RECORD
           MOVE WS-NEXT-SEQ TO PS-SEQ
           MOVE WS-PICK-ACC TO PS-ACC-ID
           MOVE WS-TODAY TO PS-SWITCH-DATE
           MOVE WS-OLD-TYPE TO PS-OLD-TYPE
           MOVE T-PC-ACC-TYPE(WS-CAT-IDX) TO PS-NEW-TYPE
           MOVE WS-OLD-RATE-CODE TO PS-OLD-RATE-CODE
           MOVE WS-OFFICER TO PS-SWITCHED-BY
           MOVE WS-FEE-AMT TO PS-FEE
           MOVE WS-FEE-TXN TO PS-FEE-TXN
           MOVE "P" TO PS-SETTLE-STATUS
           MOVE 0 TO PS-SETTLED-AMT
           MOVE 0 TO PS-SETTLED-DATE
           WRITE SWITCH-RECORD
           CLOSE SWITCH-FILE.

      *> The product-change notice; the amount on the trigger is
      *> the switch fee charged.
       WRITE-LETTER-TRIGGER.
           OPEN EXTEND TRIGGER-FILE
           IF WS-TG-STATUS = "35"
               OPEN OUTPUT TRIGGER-FILE
           END-IF
           MOVE SPACES TO TRIGGER-RECORD
           MOVE "PSWC" TO TG-TEMPLATE
           MOVE WS-PICK-ACC TO TG-CUST-ID
           MOVE WS-FEE-AMT TO TG-AMOUNT
           MOVE "P" TO TG-STATUS
           WRITE TRIGGER-RECORD
           CLOSE TRIGGER-FILE.

       COPY "session-check.cpy".
       COPY "authz-check.cpy".
       COPY "mstjrnl-write.cpy".
       COPY "sysdate-read.cpy".
       COPY "sysstat-check.cpy".
       COPY "minor-check.cpy".
