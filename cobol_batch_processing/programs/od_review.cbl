      *> limit per teller account: a quarter of the account's
      *> average balance from BALANCE-HISTORY.DAT, cut to zero when
      *> the customer is delinquent on LOAN-AGING.DAT or the
      *> account sits DORMANT on the master, and always zero for an
      *> account held by a minor (the primary customer or an owner
      *> on ACCOUNT-OWNERS.DAT under the age of majority by the
      *> date of birth on CUSTOMER-CONTACT.DAT) -- a minor is never
      *> given an overdraft, and no limit above zero is approved
      *> for one either. Changes land on an on-screen worklist a
      *> credit officer approves or rejects; approved changes apply
      *> to ACCOUNT-BALANCES.DAT with an audit-trail entry and a
      *> customer notice trigger.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT AUDIT-FILE ASSIGN TO 'AUDIT-TRAIL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.
           SELECT SESSION-FILE ASSIGN TO 'SESSION.REGISTRY.IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SESSION-REC-TERMINAL
               FILE STATUS IS SESSION-STATUS.
           SELECT SYSDATE-FILE ASSIGN TO 'SYSTEM-DATE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSDATE-STATUS.
           SELECT CONTACT-FILE ASSIGN TO 'CUSTOMER-CONTACT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-CUST-ID
               FILE STATUS IS MINOR-CONTACT-STATUS.
           SELECT OWNERS-FILE ASSIGN TO 'ACCOUNT-OWNERS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OWN-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 ACC-CURRENCY PIC X(3).
           05 ACC-STATUS   PIC X(8).
           05 ACC-LAST-ACTIVITY PIC 9(8).
           05 ACC-BRANCH   PIC X(4).

       FD WORKLIST-FILE.
       01 WORKLIST-RECORD.
           05 TG-STATUS      PIC X.

       FD AUDIT-FILE.
       01 AUDIT-RECORD      PIC X(130).

       FD SESSION-FILE.
       01 SESSION-RECORD.
           05 SESSION-REC-TERMINAL PIC X(8).
           05 SESSION-REC-USER-ID PIC X(8).
           05 SESSION-REC-ACCESS  PIC 9.
           05 SESSION-REC-DATE    PIC 9(8).
           05 SESSION-REC-TIME    PIC 9(8).

       FD SYSDATE-FILE.
       01 SYSDATE-REC            PIC X(40).

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
       COPY 'sysdate-ws.cpy'.
       COPY "audit-ws.cpy".
       COPY "minor-ws.cpy".
       01 WS-BAL-STATUS     PIC XX.
       01 WS-BH-STATUS      PIC XX.
       01 WS-AGING-STATUS   PIC XX.
       01 WS-WORK-STATUS    PIC XX.
       01 WS-TRG-STATUS     PIC XX.
       01 SESSION-STATUS    PIC XX.
       01 WS-SESSION-TERMINAL PIC X(8).
       01 WS-EOF            PIC X VALUE 'N'.
       01 WS-CHOICE         PIC X.
       01 WS-TODAY          PIC 9(8).
       01 WS-RECOMMEND      PIC S9(6)V99.
       01 WS-DELINQUENT     PIC X.
       01 WS-DORMANT        PIC X.
       01 WS-OWN-STATUS     PIC XX.
       01 WS-HOLDER-MINOR   PIC X.
       01 WS-BUILT          PIC 9(4) VALUE 0.
       01 WS-APPLIED        PIC 9(4) VALUE 0.
       01 WS-DISP-A         PIC -Z(5)9.99.
           05 DQ-CUST OCCURS 1 TO 1000 TIMES
                      DEPENDING ON WS-DQ-COUNT PIC 9(5).

      *> Owner and joint-owner links, for the minor test.
       01 WS-AO-COUNT       PIC 9(4) VALUE 0.
       01 WS-AO-MAX         PIC 9(4) VALUE 2000.
       01 AO-TABLE.
           05 AO-ENTRY OCCURS 1 TO 2000 TIMES
                       DEPENDING ON WS-AO-COUNT.
               10 T-AO-ACC-ID   PIC 9(5).
               10 T-AO-CUST-ID  PIC 9(5).

      *> The worklist, loaded whole and rewritten whole.
       01 WS-OW-COUNT       PIC 9(4) VALUE 0.
       01 WS-OW-MAX         PIC 9(4) VALUE 2000.
       MAIN-PARA.
           DISPLAY 'OVERDRAFT LIMIT REVIEW'
           DISPLAY '======================'
           PERFORM READ-SYSTEM-DATE
           MOVE SD-BUSINESS-DATE TO WS-TODAY
           PERFORM READ-OFFICER-SESSION
           PERFORM LOAD-WORKLIST
           PERFORM LOAD-OWNER-LINKS

           DISPLAY '(B)uild worklist or (R)eview pending: '
               WITH NO ADVANCING
           STOP RUN.

       READ-OFFICER-SESSION.
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
                       MOVE SESSION-REC-USER-ID TO WS-OFFICER
               END-READ
               CLOSE SESSION-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       LOAD-OWNER-LINKS.
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
                           IF (AO-ROLE = 'O' OR AO-ROLE = 'J')
                               AND WS-AO-COUNT < WS-AO-MAX
                               ADD 1 TO WS-AO-COUNT
                               MOVE AO-ACC-ID
                                   TO T-AO-ACC-ID(WS-AO-COUNT)
                               MOVE AO-CUST-ID
                                   TO T-AO-CUST-ID(WS-AO-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OWNERS-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

      *> An account is held by a minor when the customer sharing
      *> its id, or any owner or joint owner linked to it, is one.
       CHECK-ACCOUNT-HOLDERS-MINOR.
           MOVE 'N' TO WS-HOLDER-MINOR
           MOVE WS-TODAY TO WS-MN-AS-OF
           MOVE WS-ACC-NUM TO WS-MN-CUST-ID
           PERFORM CHECK-CUSTOMER-MINOR
           MOVE WS-MN-MINOR TO WS-HOLDER-MINOR
           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > WS-AO-COUNT OR WS-HOLDER-MINOR = 'Y'
               IF T-AO-ACC-ID(K) = WS-ACC-NUM
                   MOVE T-AO-CUST-ID(K) TO WS-MN-CUST-ID
                   PERFORM CHECK-CUSTOMER-MINOR
                   MOVE WS-MN-MINOR TO WS-HOLDER-MINOR
               END-IF
           END-PERFORM.

      *> The recommendation: a quarter of the average balance,
      *> floored at zero for a delinquent customer, a dormant
      *> account or a minor's account, rounded to whole currency.
      *> Only a change lands on the worklist.
       RECOMMEND-ONE-ACCOUNT.
           IF FUNCTION TEST-NUMVAL(BF-ACCT-NUM) NOT = 0
               CONTINUE
                   CLOSE ACCOUNTS
               END-IF

               PERFORM CHECK-ACCOUNT-HOLDERS-MINOR

               IF WS-DELINQUENT = 'Y' OR WS-DORMANT = 'Y'
                   OR WS-HOLDER-MINOR = 'Y'
                   OR WS-AVG-BAL <= 0
                   MOVE 0 TO WS-RECOMMEND
               ELSE
               WITH NO ADVANCING
           ACCEPT WS-CHOICE
           MOVE FUNCTION UPPER-CASE(WS-CHOICE) TO WS-CHOICE
           IF WS-CHOICE = 'A' AND OW-RECOMMEND > 0
               COMPUTE WS-ACC-NUM = FUNCTION NUMVAL(OW-ACCT-NUM)
               PERFORM CHECK-ACCOUNT-HOLDERS-MINOR
               IF WS-HOLDER-MINOR = 'Y'
                   DISPLAY '  >> Account is held by a minor; no '
                       'overdraft can be approved.'
                   MOVE 'S' TO WS-CHOICE
               END-IF
           END-IF
           EVALUATE WS-CHOICE
               WHEN 'A'
                   MOVE 'A' TO OW-STATUS
           CLOSE TRIGGER-FILE.

       COPY "audit-write.cpy".
       COPY 'sysdate-read.cpy'.
       COPY "minor-check.cpy".
