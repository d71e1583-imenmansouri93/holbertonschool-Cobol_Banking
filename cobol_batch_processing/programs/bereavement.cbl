       IDENTIFICATION DIVISION.
       PROGRAM-ID. BEREAVEMENT.
       AUTHOR. HOLBERTON.

      *> Deceased customer processing. When we were told a customer
      *> had died, staff set holds by hand in LEGAL-HOLD and hoped
      *> they remembered the standing orders. The bereavement desk
      *> records the death against the customer's CUST-ID in
      *> BEREAVEMENTS.DAT -- date of death, the date we were
      *> notified, who told us and the operator who took it -- and
      *> in the same step:
      *>   - freezes every account the customer held alone, with a
      *>     full-freeze (F) row in ACCOUNT-HOLDS.DAT under order
      *>     reference ESTATE-nnnnn, so every posting path that
      *>     honours a court freeze honours this one too;
      *>   - leaves accounts ACCOUNT-OWNERS.DAT shows another owner
      *>     or joint owner on open to the survivors;
      *>   - cancels the standing orders paying out of the frozen
      *>     accounts.
      *> LETTER-ENGINE stops marketing letters and LOAN-COLLECTIONS
      *> stops dunning for anyone on the register. Once a second
      *> operator has seen the grant of probate (or letters of
      *> administration) the executor is verified here: name and
      *> IBAN recorded, and the executor registered in
      *> PAYEE-REGISTER.DAT as a payee of each frozen account, so
      *> OUTBOUND-PAYMENT's (E)state payout can pay the balances out
      *> to them and print the final closing statement. The status
      *> of a bereavement is:
      *>   N  notified, sole accounts frozen
      *>   V  executor verified, estate ready to pay out
      *>   P  estate paid out (set by OUTBOUND-PAYMENT)

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BEREAVE-FILE ASSIGN TO 'BEREAVEMENTS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BV-STATUS.
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
           SELECT OWNERS-FILE ASSIGN TO 'ACCOUNT-OWNERS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OWN-STATUS.
           SELECT HOLDS-FILE ASSIGN TO 'ACCOUNT-HOLDS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLDS-STATUS.
           SELECT STO-FILE ASSIGN TO 'STANDING-ORDERS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STO-STATUS.
           SELECT PAYEE-FILE ASSIGN TO 'PAYEE-REGISTER.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PY-STATUS.
           SELECT SESSION-FILE ASSIGN TO 'SESSION.REGISTRY.IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SESSION-REC-TERMINAL
               FILE STATUS IS SESSION-STATUS.
           SELECT SYSDATE-FILE ASSIGN TO 'SYSTEM-DATE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSDATE-STATUS.
           SELECT SYSSTAT-FILE ASSIGN TO 'SYSTEM-STATUS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSSTAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> One row per deceased customer. BV-SOLE-COUNT and
      *> BV-JOINT-COUNT are the accounts frozen and left open at
      *> notification, BV-STO-CANCELLED the standing orders
      *> cancelled; BV-PAID-DATE and BV-PAID-AMT are filled in by
      *> the estate payout.
       FD BEREAVE-FILE.
       01 BEREAVE-RECORD.
           05 BV-CUST-ID        PIC 9(5).
           05 BV-DEATH-DATE     PIC 9(8).
           05 BV-NOTIFIED-DATE  PIC 9(8).
           05 BV-NOTIFIED-BY    PIC X(20).
           05 BV-RECORDED-BY    PIC X(8).
           05 BV-SOLE-COUNT     PIC 9(2).
           05 BV-JOINT-COUNT    PIC 9(2).
           05 BV-STO-CANCELLED  PIC 9(3).
           05 BV-EXEC-NAME      PIC X(30).
           05 BV-EXEC-IBAN      PIC X(34).
           05 BV-VERIFIED-BY    PIC X(8).
           05 BV-VERIFIED-DATE  PIC 9(8).
           05 BV-STATUS         PIC X.
           05 BV-PAID-DATE      PIC 9(8).
           05 BV-PAID-AMT       PIC 9(8)V99.

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

       FD OWNERS-FILE.
       01 OWNERS-RECORD.
           05 AO-ACC-ID    PIC 9(5).
           05 AO-CUST-ID   PIC 9(5).
           05 AO-ROLE      PIC X.
           05 AO-SIGS-REQ  PIC 9.
           05 AO-SHARE-PCT PIC 999V99.

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

       FD STO-FILE.
       01 STO-RECORD.
           05 STO-ID         PIC 9(5).
           05 STO-SRC-ACC    PIC 9(5).
           05 STO-DEST-ACC   PIC 9(5).
           05 STO-AMT        PIC 9(8)V99.
           05 STO-FREQ       PIC X.
           05 STO-NEXT-RUN   PIC 9(8).
           05 STO-END-DATE   PIC 9(8).
           05 STO-STATUS     PIC X.

       FD PAYEE-FILE.
       01 PAYEE-RECORD.
           05 PY-ID           PIC 9(5).
           05 PY-ACC-ID       PIC 9(5).
           05 PY-NAME         PIC X(30).
           05 PY-IBAN         PIC X(34).
           05 PY-ADDED-DATE   PIC 9(8).
           05 PY-ADDED-BY     PIC X(8).
           05 PY-CHANGED-DATE PIC 9(8).
           05 PY-CHANGED-BY   PIC X(8).
           05 PY-STATUS       PIC X.

       FD SESSION-FILE.
       01 SESSION-RECORD.
           05 SESSION-REC-TERMINAL PIC X(8).
           05 SESSION-REC-USER-ID PIC X(8).
           05 SESSION-REC-ACCESS  PIC 9.
           05 SESSION-REC-DATE    PIC 9(8).
           05 SESSION-REC-TIME    PIC 9(8).

       FD SYSDATE-FILE.
       01 SYSDATE-REC            PIC X(40).

       FD SYSSTAT-FILE.
       01 SYSSTAT-REC            PIC X(60).

       WORKING-STORAGE SECTION.
       COPY 'sysdate-ws.cpy'.
       COPY 'sysstat-ws.cpy'.
       01 WS-BV-STATUS       PIC XX.
       01 WS-CUST-STATUS     PIC XX.
       01 WS-ACC-STATUS      PIC XX.
       01 WS-OWN-STATUS      PIC XX.
       01 WS-HOLDS-STATUS    PIC XX.
       01 WS-STO-STATUS      PIC XX.
       01 WS-PY-STATUS       PIC XX.
       01 SESSION-STATUS     PIC XX.
       01 WS-SESSION-TERMINAL PIC X(8).
       01 WS-OPERATOR        PIC X(8) VALUE SPACES.
       01 WS-EOF             PIC X VALUE 'N'.
       01 WS-TODAY           PIC 9(8).
       01 WS-CHOICE          PIC X VALUE SPACE.
       01 WS-PICK-CUST       PIC 9(5).
       01 WS-DATE-TEXT       PIC X(8).
       01 WS-NOTIFIED-BY     PIC X(20).
       01 WS-EXEC-NAME       PIC X(30).
       01 WS-IBAN-TEXT       PIC X(50).
       01 WS-IBAN-VALID      PIC X.
       01 WS-ESTATE-REF      PIC X(12).
       01 WS-OK              PIC X.
       01 WS-CONFIRM         PIC X.
       01 WS-FOUND-IDX       PIC 9(4) VALUE 0.
       01 WS-SHOWN           PIC 9(4) VALUE 0.
       01 WS-SOLE-COUNT      PIC 9(2) VALUE 0.
       01 WS-JOINT-COUNT     PIC 9(2) VALUE 0.
       01 WS-STO-CANCELLED   PIC 9(3) VALUE 0.
       01 WS-PAYEES-ADDED    PIC 9(2) VALUE 0.
       01 WS-CAND-ACC        PIC 9(5).
       01 WS-NEXT-PY-ID      PIC 9(5) VALUE 1.
       01 J                  PIC 9(4).
       01 K                  PIC 9(4).

      *> The register, loaded whole and rewritten whole.
       01 WS-BV-COUNT        PIC 9(4) VALUE 0.
       01 WS-BV-MAX          PIC 9(4) VALUE 2000.
       01 BV-TABLE.
           05 BV-ENTRY OCCURS 1 TO 2000 TIMES
                       DEPENDING ON WS-BV-COUNT.
               10 T-BV-CUST-ID        PIC 9(5).
               10 T-BV-DEATH-DATE     PIC 9(8).
               10 T-BV-NOTIFIED-DATE  PIC 9(8).
               10 T-BV-NOTIFIED-BY    PIC X(20).
               10 T-BV-RECORDED-BY    PIC X(8).
               10 T-BV-SOLE-COUNT     PIC 9(2).
               10 T-BV-JOINT-COUNT    PIC 9(2).
               10 T-BV-STO-CANCELLED  PIC 9(3).
               10 T-BV-EXEC-NAME      PIC X(30).
               10 T-BV-EXEC-IBAN      PIC X(34).
               10 T-BV-VERIFIED-BY    PIC X(8).
               10 T-BV-VERIFIED-DATE  PIC 9(8).
               10 T-BV-STATUS         PIC X.
               10 T-BV-PAID-DATE      PIC 9(8).
               10 T-BV-PAID-AMT       PIC 9(8)V99.

      *> The deceased customer's accounts: their primary account
      *> (numbered with their CUST-ID) and every account
      *> ACCOUNT-OWNERS.DAT names them owner or joint owner of.
      *> T-BA-KIND is S held alone, J held with a survivor, or
      *> space when the account is not live on the master.
       01 WS-BA-COUNT        PIC 9(2) VALUE 0.
       01 WS-BA-MAX          PIC 9(2) VALUE 50.
       01 BA-TABLE.
           05 BA-ENTRY OCCURS 1 TO 50 TIMES
                       DEPENDING ON WS-BA-COUNT.
               10 T-BA-ACC-ID     PIC 9(5).
               10 T-BA-KIND       PIC X.

       01 WS-AO-COUNT        PIC 9(4) VALUE 0.
       01 WS-AO-MAX          PIC 9(4) VALUE 5000.
       01 AO-TABLE.
           05 AO-ENTRY OCCURS 1 TO 5000 TIMES
                       DEPENDING ON WS-AO-COUNT.
               10 T-AO-ACC-ID    PIC 9(5).
               10 T-AO-CUST-ID   PIC 9(5).
               10 T-AO-ROLE      PIC X.
               10 T-AO-SIGS-REQ  PIC 9.
               10 T-AO-SHARE-PCT PIC 999V99.

       01 WS-STO-COUNT       PIC 9(3) VALUE 0.
       01 WS-STO-MAX         PIC 9(3) VALUE 500.
       01 STO-TABLE.
           05 STO-ENTRY OCCURS 1 TO 500 TIMES
                        DEPENDING ON WS-STO-COUNT.
               10 T-STO-ID        PIC 9(5).
               10 T-STO-SRC-ACC   PIC 9(5).
               10 T-STO-DEST-ACC  PIC 9(5).
               10 T-STO-AMT       PIC 9(8)V99.
               10 T-STO-FREQ      PIC X.
               10 T-STO-NEXT-RUN  PIC 9(8).
               10 T-STO-END-DATE  PIC 9(8).
               10 T-STO-STATUS    PIC X.

       01 WS-PY-COUNT        PIC 9(4) VALUE 0.
       01 WS-PY-MAX          PIC 9(4) VALUE 2000.
       01 PY-TABLE.
           05 PY-ENTRY OCCURS 1 TO 2000 TIMES
                       DEPENDING ON WS-PY-COUNT.
               10 T-PY-ID           PIC 9(5).
               10 T-PY-ACC-ID       PIC 9(5).
               10 T-PY-NAME         PIC X(30).
               10 T-PY-IBAN         PIC X(34).
               10 T-PY-ADDED-DATE   PIC 9(8).
               10 T-PY-ADDED-BY     PIC X(8).
               10 T-PY-CHANGED-DATE PIC 9(8).
               10 T-PY-CHANGED-BY   PIC X(8).
               10 T-PY-STATUS       PIC X.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY 'BEREAVEMENT DESK'
           DISPLAY '================'
           PERFORM READ-SYSTEM-DATE
           MOVE SD-BUSINESS-DATE TO WS-TODAY
           PERFORM READ-OPERATOR-SESSION
           IF WS-OPERATOR = SPACES
               DISPLAY 'No operator signed on at terminal '
                   WS-SESSION-TERMINAL
                   '; bereavements cannot be recorded.'
               STOP RUN
           END-IF
      *> Notification writes the hold file and the standing orders
      *> the nightly chain reads, so while it runs the desk is
      *> list only.
           PERFORM CHECK-ONLINE-AVAILABLE
           PERFORM LOAD-BEREAVEMENT-TABLE

           PERFORM UNTIL WS-CHOICE = 'Q'
               DISPLAY ' '
               DISPLAY '(L)ist, (N)otify death, (E)xecutor '
                   'verification, (Q)uit: ' WITH NO ADVANCING
               ACCEPT WS-CHOICE
               MOVE FUNCTION UPPER-CASE(WS-CHOICE) TO WS-CHOICE
               IF SYSSTAT-ONLINE = 'N'
                   AND (WS-CHOICE = 'N' OR WS-CHOICE = 'E')
                   DISPLAY 'Refused: nightly posting window running, '
                       'list only.'
                   MOVE SPACE TO WS-CHOICE
               END-IF
               EVALUATE WS-CHOICE
                   WHEN SPACE
                       CONTINUE
                   WHEN 'L'
                       PERFORM LIST-BEREAVEMENTS
                   WHEN 'N'
                       PERFORM NOTIFY-DEATH
                   WHEN 'E'
                       PERFORM VERIFY-EXECUTOR
                   WHEN 'Q'
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'Invalid option. Please try again.'
               END-EVALUATE
           END-PERFORM

           IF SYSSTAT-ONLINE = 'Y'
               PERFORM SAVE-BEREAVEMENT-TABLE
               DISPLAY 'Bereavement register saved.'
           END-IF
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

       LOAD-BEREAVEMENT-TABLE.
           MOVE 0 TO WS-BV-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT BEREAVE-FILE
           IF WS-BV-STATUS = '35'
               DISPLAY '  (no bereavements on file yet)'
           ELSE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ BEREAVE-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF WS-BV-COUNT < WS-BV-MAX
                               ADD 1 TO WS-BV-COUNT
                               MOVE BEREAVE-RECORD
                                   TO BV-ENTRY(WS-BV-COUNT)
                           ELSE
                               DISPLAY 'Warning: bereavement table '
                                   'full at ' WS-BV-MAX
                                   ', skipping customer ' BV-CUST-ID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BEREAVE-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       SAVE-BEREAVEMENT-TABLE.
           OPEN OUTPUT BEREAVE-FILE
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-BV-COUNT
               MOVE BV-ENTRY(J) TO BEREAVE-RECORD
               WRITE BEREAVE-RECORD
           END-PERFORM
           CLOSE BEREAVE-FILE.

       FIND-BEREAVEMENT.
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-BV-COUNT
               IF T-BV-CUST-ID(J) = WS-PICK-CUST
                   MOVE J TO WS-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       LIST-BEREAVEMENTS.
           MOVE 0 TO WS-SHOWN
           DISPLAY 'CUST  DIED     NOTIFIED SOLE JNT STO S EXECUTOR'
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-BV-COUNT
               ADD 1 TO WS-SHOWN
               DISPLAY T-BV-CUST-ID(J) ' ' T-BV-DEATH-DATE(J) ' '
                   T-BV-NOTIFIED-DATE(J) ' ' T-BV-SOLE-COUNT(J)
                   '   ' T-BV-JOINT-COUNT(J) '  '
                   T-BV-STO-CANCELLED(J) ' ' T-BV-STATUS(J) ' '
                   T-BV-EXEC-NAME(J)
           END-PERFORM
           IF WS-SHOWN = 0
               DISPLAY '  (no bereavements on file)'
           END-IF.

      *> The customer must be on file and not already on the
      *> register. The accounts are shown sole or joint before the
      *> operator confirms; nothing is frozen or cancelled until
      *> they do.
       NOTIFY-DEATH.
           IF WS-BV-COUNT >= WS-BV-MAX
               DISPLAY '  >> Bereavement register is full.'
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'Customer id (5 digits): '
           ACCEPT WS-PICK-CUST
           PERFORM FIND-BEREAVEMENT
           IF WS-FOUND-IDX > 0
               DISPLAY '  >> Customer ' WS-PICK-CUST
                   ' is already on the bereavement register.'
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-CUSTOMER
           IF WS-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'Date of death (YYYYMMDD): '
           ACCEPT WS-DATE-TEXT
           IF WS-DATE-TEXT NOT NUMERIC
               OR FUNCTION TEST-DATE-YYYYMMDD(
                      FUNCTION NUMVAL(WS-DATE-TEXT)) NOT = 0
               OR WS-DATE-TEXT > WS-TODAY
               DISPLAY '  >> Not a valid date on or before today.'
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'Notified by (name, 20 chars): '
           ACCEPT WS-NOTIFIED-BY
           IF WS-NOTIFIED-BY = SPACES
               DISPLAY '  >> Record who told us.'
               EXIT PARAGRAPH
           END-IF

           PERFORM COLLECT-CUSTOMER-ACCOUNTS
           MOVE 0 TO WS-SOLE-COUNT
           MOVE 0 TO WS-JOINT-COUNT
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-BA-COUNT
               EVALUATE T-BA-KIND(K)
                   WHEN 'S'
                       ADD 1 TO WS-SOLE-COUNT
                       DISPLAY '  Account ' T-BA-ACC-ID(K)
                           ' held alone -- will be frozen.'
                   WHEN 'J'
                       ADD 1 TO WS-JOINT-COUNT
                       DISPLAY '  Account ' T-BA-ACC-ID(K)
                           ' held jointly -- left open to the '
                           'survivors.'
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM
           IF WS-SOLE-COUNT = 0 AND WS-JOINT-COUNT = 0
               DISPLAY '  No live accounts on the master.'
           END-IF
           DISPLAY 'Record the death and act on the accounts (Y/N): '
           ACCEPT WS-CONFIRM
           IF FUNCTION UPPER-CASE(WS-CONFIRM) NOT = 'Y'
               DISPLAY '  >> Nothing recorded.'
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-ESTATE-REF
           STRING 'ESTATE-' WS-PICK-CUST DELIMITED BY SIZE
               INTO WS-ESTATE-REF
           END-STRING
           PERFORM FREEZE-SOLE-ACCOUNTS
           PERFORM CANCEL-STANDING-ORDERS

           ADD 1 TO WS-BV-COUNT
           MOVE WS-BV-COUNT TO J
           MOVE SPACES TO BV-ENTRY(J)
           MOVE WS-PICK-CUST TO T-BV-CUST-ID(J)
           MOVE WS-DATE-TEXT TO T-BV-DEATH-DATE(J)
           MOVE WS-TODAY TO T-BV-NOTIFIED-DATE(J)
           MOVE WS-NOTIFIED-BY TO T-BV-NOTIFIED-BY(J)
           MOVE WS-OPERATOR TO T-BV-RECORDED-BY(J)
           MOVE WS-SOLE-COUNT TO T-BV-SOLE-COUNT(J)
           MOVE WS-JOINT-COUNT TO T-BV-JOINT-COUNT(J)
           MOVE WS-STO-CANCELLED TO T-BV-STO-CANCELLED(J)
           MOVE 0 TO T-BV-VERIFIED-DATE(J)
           MOVE 'N' TO T-BV-STATUS(J)
           MOVE 0 TO T-BV-PAID-DATE(J)
           MOVE 0 TO T-BV-PAID-AMT(J)
           DISPLAY 'Bereavement recorded: ' WS-SOLE-COUNT
               ' accounts frozen under ' WS-ESTATE-REF ', '
               WS-STO-CANCELLED ' standing orders cancelled.'.

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

      *> Builds BA-TABLE for WS-PICK-CUST. An account is joint when
      *> any other customer is its owner or joint owner; signatory
      *> and view-only rows do not make an account theirs.
       COLLECT-CUSTOMER-ACCOUNTS.
           MOVE 0 TO WS-BA-COUNT
           PERFORM LOAD-OWNERS-TABLE
           MOVE WS-PICK-CUST TO WS-CAND-ACC
           PERFORM ADD-CANDIDATE-ACCOUNT
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-AO-COUNT
               IF T-AO-CUST-ID(J) = WS-PICK-CUST
                   AND (T-AO-ROLE(J) = 'O' OR T-AO-ROLE(J) = 'J')
                   MOVE T-AO-ACC-ID(J) TO WS-CAND-ACC
                   PERFORM ADD-CANDIDATE-ACCOUNT
               END-IF
           END-PERFORM

           OPEN INPUT ACCOUNTS
           IF WS-ACC-STATUS NOT = '00'
               DISPLAY 'Cannot open ACCOUNTS.MASTER.IDX '
                   '(status ' WS-ACC-STATUS ')'
               MOVE 0 TO WS-BA-COUNT
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-BA-COUNT
               MOVE T-BA-ACC-ID(K) TO ACC-ID
               READ ACCOUNTS
                   INVALID KEY
                       MOVE SPACE TO T-BA-KIND(K)
                   NOT INVALID KEY
                       IF ACC-STATUS = 'CLOSED'
                           MOVE SPACE TO T-BA-KIND(K)
                       ELSE
                           MOVE 'S' TO T-BA-KIND(K)
                       END-IF
               END-READ
               IF T-BA-KIND(K) = 'S'
                   PERFORM VARYING J FROM 1 BY 1
                           UNTIL J > WS-AO-COUNT
                       IF T-AO-ACC-ID(J) = T-BA-ACC-ID(K)
                           AND T-AO-CUST-ID(J) NOT = WS-PICK-CUST
                           AND (T-AO-ROLE(J) = 'O'
                                OR T-AO-ROLE(J) = 'J')
                           MOVE 'J' TO T-BA-KIND(K)
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           CLOSE ACCOUNTS.

       ADD-CANDIDATE-ACCOUNT.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-BA-COUNT
               IF T-BA-ACC-ID(K) = WS-CAND-ACC
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-BA-COUNT < WS-BA-MAX
               ADD 1 TO WS-BA-COUNT
               MOVE WS-CAND-ACC TO T-BA-ACC-ID(WS-BA-COUNT)
               MOVE SPACE TO T-BA-KIND(WS-BA-COUNT)
           END-IF.

       LOAD-OWNERS-TABLE.
           MOVE 0 TO WS-AO-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT OWNERS-FILE
           IF WS-OWN-STATUS NOT = '35'
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

      *> One full-freeze row per sole account, appended to the hold
      *> file LEGAL-HOLD maintains; the order reference ties every
      *> row back to the estate.
       FREEZE-SOLE-ACCOUNTS.
           IF WS-SOLE-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND HOLDS-FILE
           IF WS-HOLDS-STATUS = '35'
               OPEN OUTPUT HOLDS-FILE
           END-IF
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-BA-COUNT
               IF T-BA-KIND(K) = 'S'
                   MOVE SPACES TO HOLDS-RECORD
                   MOVE T-BA-ACC-ID(K) TO AH-ACC-ID
                   MOVE 'F' TO AH-TYPE
                   MOVE WS-ESTATE-REF TO AH-ORDER-REF
                   MOVE 0 TO AH-AMOUNT
                   MOVE 0 TO AH-CAPTURED
                   MOVE 'A' TO AH-STATUS
                   MOVE WS-TODAY TO AH-EFF-DATE
                   WRITE HOLDS-RECORD
               END-IF
           END-PERFORM
           CLOSE HOLDS-FILE.

      *> Active standing orders paying out of a frozen account go
      *> C, exactly as a cancellation at STO-MAINTAIN would leave
      *> them. Orders out of a joint account are the survivors'.
       CANCEL-STANDING-ORDERS.
           MOVE 0 TO WS-STO-CANCELLED
           IF WS-SOLE-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-STO-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT STO-FILE
           IF WS-STO-STATUS = '35'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ STO-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-STO-COUNT < WS-STO-MAX
                           ADD 1 TO WS-STO-COUNT
                           MOVE STO-RECORD
                               TO STO-ENTRY(WS-STO-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STO-FILE
           MOVE 'N' TO WS-EOF

           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-STO-COUNT
               IF T-STO-STATUS(J) = 'A'
                   PERFORM VARYING K FROM 1 BY 1
                           UNTIL K > WS-BA-COUNT
                       IF T-BA-KIND(K) = 'S'
                           AND T-BA-ACC-ID(K) = T-STO-SRC-ACC(J)
                           MOVE 'C' TO T-STO-STATUS(J)
                           ADD 1 TO WS-STO-CANCELLED
                           DISPLAY '  Standing order ' T-STO-ID(J)
                               ' cancelled.'
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM

           IF WS-STO-CANCELLED > 0
               OPEN OUTPUT STO-FILE
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-STO-COUNT
                   MOVE STO-ENTRY(J) TO STO-RECORD
                   WRITE STO-RECORD
               END-PERFORM
               CLOSE STO-FILE
           END-IF.

      *> The second pair of eyes: the operator verifying the
      *> executor may not be the one who recorded the death. The
      *> executor becomes a payee of every account still frozen
      *> under the estate reference, which starts the usual new-
      *> payee cooling-off before the settlement build releases
      *> anything to them.
       VERIFY-EXECUTOR.
           DISPLAY 'Customer id (5 digits): '
           ACCEPT WS-PICK-CUST
           PERFORM FIND-BEREAVEMENT
           IF WS-FOUND-IDX = 0
               DISPLAY '  >> Customer ' WS-PICK-CUST
                   ' is not on the bereavement register.'
               EXIT PARAGRAPH
           END-IF
           IF T-BV-STATUS(WS-FOUND-IDX) NOT = 'N'
               DISPLAY '  >> The executor for this estate is '
                   'already verified.'
               EXIT PARAGRAPH
           END-IF
           IF T-BV-RECORDED-BY(WS-FOUND-IDX) = WS-OPERATOR
               DISPLAY '  >> Refused: ' FUNCTION TRIM(WS-OPERATOR)
                   ' recorded this death; a second operator must '
                   'verify the executor.'
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'Executor name (30 chars): '
           ACCEPT WS-EXEC-NAME
           IF WS-EXEC-NAME = SPACES
               DISPLAY '  >> An executor needs a name.'
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'Executor IBAN: '
           ACCEPT WS-IBAN-TEXT
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-IBAN-TEXT))
               TO WS-IBAN-TEXT
           CALL 'ValidateIBAN' USING WS-IBAN-TEXT WS-IBAN-VALID
           IF WS-IBAN-VALID NOT = 'Y'
               DISPLAY '  >> Executor not verified.'
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'Grant of probate or letters of administration '
               'seen (Y/N): '
           ACCEPT WS-CONFIRM
           IF FUNCTION UPPER-CASE(WS-CONFIRM) NOT = 'Y'
               DISPLAY '  >> Executor not verified.'
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-ESTATE-REF
           STRING 'ESTATE-' WS-PICK-CUST DELIMITED BY SIZE
               INTO WS-ESTATE-REF
           END-STRING
           PERFORM REGISTER-EXECUTOR-PAYEE

           MOVE WS-EXEC-NAME TO T-BV-EXEC-NAME(WS-FOUND-IDX)
           MOVE WS-IBAN-TEXT(1:34) TO T-BV-EXEC-IBAN(WS-FOUND-IDX)
           MOVE WS-OPERATOR TO T-BV-VERIFIED-BY(WS-FOUND-IDX)
           MOVE WS-TODAY TO T-BV-VERIFIED-DATE(WS-FOUND-IDX)
           MOVE 'V' TO T-BV-STATUS(WS-FOUND-IDX)
           DISPLAY 'Executor verified; registered as payee on '
               WS-PAYEES-ADDED ' accounts. The estate can be paid '
               'out at OUTBOUND-PAYMENT.'.

       REGISTER-EXECUTOR-PAYEE.
           MOVE 0 TO WS-PAYEES-ADDED
           PERFORM LOAD-PAYEE-TABLE
           MOVE 'N' TO WS-EOF
           OPEN INPUT HOLDS-FILE
           IF WS-HOLDS-STATUS NOT = '35'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ HOLDS-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF AH-ORDER-REF = WS-ESTATE-REF
                               AND AH-TYPE = 'F'
                               AND AH-STATUS = 'A'
                               PERFORM ADD-EXECUTOR-PAYEE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLDS-FILE
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM SAVE-PAYEE-TABLE.

       ADD-EXECUTOR-PAYEE.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-PY-COUNT
               IF T-PY-ACC-ID(K) = AH-ACC-ID
                   AND T-PY-IBAN(K) = WS-IBAN-TEXT(1:34)
                   AND T-PY-STATUS(K) = 'A'
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-PY-COUNT >= WS-PY-MAX
               DISPLAY '  >> Payee register is full; account '
                   AH-ACC-ID ' has no executor payee.'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PY-COUNT
           MOVE SPACES TO PY-ENTRY(WS-PY-COUNT)
           MOVE WS-NEXT-PY-ID TO T-PY-ID(WS-PY-COUNT)
           ADD 1 TO WS-NEXT-PY-ID
           MOVE AH-ACC-ID TO T-PY-ACC-ID(WS-PY-COUNT)
           MOVE WS-EXEC-NAME TO T-PY-NAME(WS-PY-COUNT)
           MOVE WS-IBAN-TEXT(1:34) TO T-PY-IBAN(WS-PY-COUNT)
           MOVE WS-TODAY TO T-PY-ADDED-DATE(WS-PY-COUNT)
           MOVE WS-OPERATOR TO T-PY-ADDED-BY(WS-PY-COUNT)
           MOVE WS-TODAY TO T-PY-CHANGED-DATE(WS-PY-COUNT)
           MOVE WS-OPERATOR TO T-PY-CHANGED-BY(WS-PY-COUNT)
           MOVE 'A' TO T-PY-STATUS(WS-PY-COUNT)
           ADD 1 TO WS-PAYEES-ADDED.

       LOAD-PAYEE-TABLE.
           MOVE 0 TO WS-PY-COUNT
           MOVE 1 TO WS-NEXT-PY-ID
           MOVE 'N' TO WS-EOF
           OPEN INPUT PAYEE-FILE
           IF WS-PY-STATUS NOT = '35'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ PAYEE-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF WS-PY-COUNT < WS-PY-MAX
                               ADD 1 TO WS-PY-COUNT
                               MOVE PAYEE-RECORD
                                   TO PY-ENTRY(WS-PY-COUNT)
                               IF PY-ID >= WS-NEXT-PY-ID
                                   COMPUTE WS-NEXT-PY-ID = PY-ID + 1
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAYEE-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       SAVE-PAYEE-TABLE.
           OPEN OUTPUT PAYEE-FILE
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-PY-COUNT
               MOVE PY-ENTRY(J) TO PAYEE-RECORD
               WRITE PAYEE-RECORD
           END-PERFORM
           CLOSE PAYEE-FILE.

       COPY 'sysdate-read.cpy'.
       COPY 'sysstat-check.cpy'.
