      *> writes one fixed-format file per value date closed by a
      *> control trailer; the returns pass re-credits failed
      *> payments through the posting pipeline.
      *> Money only goes to a payee registered and active for the
      *> paying account in PAYEE-REGISTER.DAT (see PAYEE-MAINTAIN).
      *> For the cooling-off days after a payee is added or changed
      *> (payee-cooling-days.dat, default 3) everything sent to it
      *> is capped in total (payee-cooling-cap.dat, default
      *> 1000.00) -- first-time payees getting large sums on the
      *> day they were added is the pattern our fraud cases show.
      *> Both rules are applied at capture and again when the
      *> settlement file is built, so a payee removed or changed in
      *> between holds its queued payments back.
      *> Each settled payment and each return taken back is also
      *> written to SETTLEMENT-LEDGER.DAT for NOSTRO-RECON to match
      *> against the correspondent bank's statement.
      *> The (E)state payout pays a deceased customer's frozen sole
      *> accounts out to the executor BEREAVEMENT verified: each
      *> account under the estate's ESTATE-nnnnn freeze is swept to
      *> the ESTATEPAY clearing account through the GL journal,
      *> closed on the master, and a payment of its balance queued
      *> to the executor's IBAN; the final closing statement goes
      *> to ESTATE-STATEMENTS.DAT. Estate payments queue under an
      *> EPnnnnn reference, and the settlement build clears
      *> ESTATEPAY to CASH for each one it sends.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               FILE STATUS IS WS-RET-STATUS.
           SELECT RECREDIT-FILE ASSIGN TO 'RECREDIT-TRANS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SLGR-FILE ASSIGN TO 'SETTLEMENT-LEDGER.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SLGR-STATUS.
           SELECT SYSDATE-FILE ASSIGN TO 'SYSTEM-DATE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSDATE-STATUS.
           SELECT PAYEE-FILE ASSIGN TO 'PAYEE-REGISTER.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PY-STATUS.
           SELECT COOL-DAYS-FILE ASSIGN TO 'payee-cooling-days.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COOL-DAYS-STATUS.
           SELECT COOL-CAP-FILE ASSIGN TO 'payee-cooling-cap.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COOL-CAP-STATUS.
           SELECT BEREAVE-FILE ASSIGN TO 'BEREAVEMENTS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BV-STATUS.
           SELECT HOLDS-FILE ASSIGN TO 'ACCOUNT-HOLDS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLDS-STATUS.
           SELECT GL-JOURNAL ASSIGN TO 'GL-JOURNAL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
           SELECT ESTATE-STMT-FILE ASSIGN TO 'ESTATE-STATEMENTS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTMT-STATUS.
           SELECT MJRNL-FILE ASSIGN TO 'MASTER-JOURNAL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MJRNL-STATUS.
           SELECT SYSSTAT-FILE ASSIGN TO 'SYSTEM-STATUS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSSTAT-STATUS.
           SELECT PERIOD-FILE ASSIGN TO 'GL-PERIODS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERIOD-STATUS.
           SELECT BRANCH-FILE ASSIGN TO 'branches.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BRANCH-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 ACC-CURRENCY PIC X(3).
           05 ACC-STATUS   PIC X(8).
           05 ACC-LAST-ACTIVITY PIC 9(8).
           05 ACC-BRANCH   PIC X(4).

       FD SETTLE-FILE.
       01 SETTLE-RECORD.
           05 RC-TRL-COUNT   PIC 9(6).
           05 RC-TRL-HASH    PIC 9(10)V99.

       FD SLGR-FILE.
       01 SLGR-RECORD       PIC X(60).

       FD SYSDATE-FILE.
       01 SYSDATE-REC            PIC X(40).

      *> Maintained by PAYEE-MAINTAIN; read only here.
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

       FD COOL-DAYS-FILE.
       01 COOL-DAYS-RECORD       PIC X(10).
       FD COOL-CAP-FILE.
       01 COOL-CAP-RECORD        PIC X(12).

      *> Maintained by BEREAVEMENT; the payout stamps it P.
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

       FD GL-JOURNAL.
       01 GL-JOURNAL-REC.
           05 GJ-DATE       PIC 9(8).
           05 GJ-PROGRAM    PIC X(10).
           05 GJ-ACCOUNT    PIC X(9).
           05 GJ-DC         PIC X.
           05 GJ-AMOUNT     PIC 9(8)V99.
           05 GJ-OFFSET     PIC X(9).
           05 GJ-BATCH      PIC 9(4).
           05 GJ-COST-CENTRE PIC X(4).

       FD ESTATE-STMT-FILE.
       01 ESTATE-STMT-REC    PIC X(80).

       FD MJRNL-FILE.
       01 MJRNL-RECORD      PIC X(160).

       FD SYSSTAT-FILE.
       01 SYSSTAT-REC            PIC X(60).

       FD PERIOD-FILE.
       01 PERIOD-REC             PIC X(100).

       FD BRANCH-FILE.
       01 BRANCH-REC             PIC X(80).

       WORKING-STORAGE SECTION.
       COPY 'sysdate-ws.cpy'.
       COPY 'setlgr-ws.cpy'.
       COPY 'mstjrnl-ws.cpy'.
       COPY 'sysstat-ws.cpy'.
       COPY 'period-ws.cpy'.
       COPY 'branch-ws.cpy'.
       01 WS-PAY-STATUS      PIC XX.
       01 WS-ACC-STATUS      PIC XX.
       01 WS-RET-STATUS      PIC XX.
       01 WS-IBAN-VALID      PIC X.
       01 WS-OUR-IBAN        PIC X(50).
       01 WS-NEXT-SEQ        PIC 9(5) VALUE 1.
       01 WS-OP-PREFIX       PIC XX VALUE 'OP'.
       01 WS-SETTLE-NAME     PIC X(30).
       01 WS-OUT-COUNT       PIC 9(6) VALUE 0.
       01 WS-OUT-HASH        PIC 9(10)V99 VALUE 0.
       01 J                  PIC 9(4).
       01 K                  PIC 9(4).

      *> Payee register and cooling-off working fields. WS-PAYEE-OK
      *> is the verdict of CHECK-PAYEE for the account, IBAN and
      *> amount in WS-PICK-ACC / WS-BENE-IBAN / WS-AMOUNT, and
      *> WS-PAYEE-STAGE says whether it is asked at (C)apture or at
      *> the (S)ettlement build.
       01 WS-PY-STATUS       PIC XX.
       01 WS-COOL-DAYS-STATUS PIC XX.
       01 WS-COOL-CAP-STATUS PIC XX.
       01 WS-COOL-DAYS       PIC 9(3) VALUE 3.
       01 WS-COOL-CAP        PIC 9(8)V99 VALUE 1000.00.
       01 WS-PAYEE-OK        PIC X.
       01 WS-PAYEE-IDX       PIC 9(4).
       01 WS-PAYEE-AGE       PIC S9(6).
       01 WS-COOL-SENT       PIC 9(10)V99.
       01 WS-COOL-LEFT       PIC S9(10)V99.
       01 WS-HELD            PIC 9(6) VALUE 0.
       01 WS-PAYEE-STAGE     PIC X.
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

      *> Our fixed bank identifiers within the GB IBAN scheme the
      *> ValidateIBAN country table already knows: 4-letter bank
      *> code, 6-digit sort code, 8-digit account (the 5-digit
       01 WS-DIGIT-VAL       PIC 9.
       01 WS-CHECK-DIGITS    PIC 9(2).

      *> Estate payout working fields. WS-EST-LEFT counts the
      *> estate's accounts the payout could not close, which keep
      *> their freeze and leave the bereavement at V for another
      *> run.
       01 WS-BV-STATUS       PIC XX.
       01 WS-HOLDS-STATUS    PIC XX.
       01 WS-GL-STATUS       PIC XX.
       01 WS-ESTMT-STATUS    PIC XX.
       01 WS-PICK-CUST       PIC 9(5).
       01 WS-ESTATE-REF      PIC X(12).
       01 WS-EST-IDX         PIC 9(4) VALUE 0.
       01 WS-AH-IDX          PIC 9(3) VALUE 0.
       01 WS-EST-PAID        PIC 9(8)V99 VALUE 0.
       01 WS-EST-ACCTS       PIC 9(3) VALUE 0.
       01 WS-EST-LEFT        PIC 9(3) VALUE 0.
       01 WS-EST-LINE-STATUS PIC X(6).
       01 WS-EST-PAY-REF     PIC X(8).
       01 WS-PRIOR-BAL       PIC S9(8)V99.
       01 WS-COST-CENTRE     PIC X(4).
       01 WS-DISP-BAL        PIC -Z(7)9.99.

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

       01 WS-AH-COUNT        PIC 9(3) VALUE 0.
       01 WS-AH-MAX          PIC 9(3) VALUE 500.
       01 AH-TABLE.
           05 AH-ENTRY OCCURS 1 TO 500 TIMES
                       DEPENDING ON WS-AH-COUNT.
               10 T-AH-ACC-ID    PIC 9(5).
               10 T-AH-TYPE      PIC X.
               10 T-AH-ORDER-REF PIC X(12).
               10 T-AH-AMOUNT    PIC 9(8)V99.
               10 T-AH-CAPTURED  PIC 9(8)V99.
               10 T-AH-PAYEE     PIC X(20).
               10 T-AH-STATUS    PIC X.
               10 T-AH-EFF-DATE  PIC 9(8).

      *> The payment queue, loaded whole and rewritten whole.
       01 WS-OP-COUNT        PIC 9(4) VALUE 0.
       01 WS-OP-MAX          PIC 9(4) VALUE 1000.
       MAIN-PARA.
           DISPLAY 'OUTBOUND INTERBANK PAYMENTS'
           DISPLAY '==========================='
           PERFORM READ-SYSTEM-DATE
           MOVE SD-BUSINESS-DATE TO WS-TODAY
           PERFORM LOAD-PAYMENT-TABLE
           PERFORM LOAD-PAYEE-REGISTER
           PERFORM LOAD-COOLING-OFF

           PERFORM UNTIL WS-CHOICE = 'Q'
               DISPLAY ' '
               DISPLAY '(C)apture payment, (L)ist, (S)ettlement '
                   'file build, (R)eturns processing, (E)state '
                   'payout, (Q)uit: ' WITH NO ADVANCING
               ACCEPT WS-CHOICE
               MOVE FUNCTION UPPER-CASE(WS-CHOICE) TO WS-CHOICE
               EVALUATE WS-CHOICE
                       PERFORM BUILD-SETTLEMENT-FILE
                   WHEN 'R'
                       PERFORM PROCESS-RETURNS
                   WHEN 'E'
                       PERFORM ESTATE-PAYOUT
                   WHEN 'Q'
                       CONTINUE
                   WHEN OTHER
           ELSE
               DISPLAY 'Beneficiary IBAN: '
               ACCEPT WS-BENE-IBAN
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-BENE-IBAN))
                   TO WS-BENE-IBAN
               CALL 'ValidateIBAN' USING WS-BENE-IBAN
                   WS-IBAN-VALID
               IF WS-IBAN-VALID = 'Y'
                   MOVE 'C' TO WS-PAYEE-STAGE
                   PERFORM CHECK-PAYEE
                   IF WS-PAYEE-OK NOT = 'Y'
                       MOVE 'N' TO WS-IBAN-VALID
                   END-IF
               END-IF
               IF WS-IBAN-VALID NOT = 'Y'
                   DISPLAY '  >> Payment not captured.'
               ELSE
           ADD 1 TO WS-OP-COUNT
           MOVE SPACES TO OP-ENTRY(WS-OP-COUNT)
           MOVE SPACES TO T-OP-REF(WS-OP-COUNT)
           STRING WS-OP-PREFIX WS-NEXT-SEQ DELIMITED BY SIZE
               INTO T-OP-REF(WS-OP-COUNT)
           END-STRING
           ADD 1 TO WS-NEXT-SEQ
      *> One settlement file per value date, fixed format, closed by
      *> the usual count-and-hash control trailer; written payments
      *> go S so a rebuilt file for the same date cannot send them
      *> twice. An estate payment sent clears ESTATEPAY to CASH, so
      *> the build is refused in a closed accounting period.
       BUILD-SETTLEMENT-FILE.
           PERFORM LOAD-CLOSED-PERIODS
           MOVE WS-TODAY TO WS-PER-TEST-DATE
           PERFORM CHECK-PERIOD-OPEN
           IF WS-PER-OPEN = 'N'
               DISPLAY '  >> Accounting period ' WS-TODAY(1:6)
                   ' is closed; no settlement file can be built '
                   'into it.'
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-BRANCHES
           DISPLAY 'Value date to settle (YYYYMMDD): '
           ACCEPT WS-VALUE-DATE-TXT
           MOVE FUNCTION NUMVAL(WS-VALUE-DATE-TXT)
           MOVE 0 TO WS-OUT-COUNT
           MOVE 0 TO WS-OUT-HASH
           OPEN OUTPUT SETTLE-FILE
           OPEN INPUT ACCOUNTS
           OPEN EXTEND GL-JOURNAL
           IF WS-GL-STATUS = '35'
               OPEN OUTPUT GL-JOURNAL
           END-IF
           MOVE 0 TO WS-HELD
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-OP-COUNT
               IF T-OP-STATUS(J) = 'P'
                   AND T-OP-VALUE-DATE(J) = WS-VALUE-DATE
                   MOVE T-OP-ACC-ID(J) TO WS-PICK-ACC
                   MOVE T-OP-BENE-IBAN(J) TO WS-BENE-IBAN
                   MOVE T-OP-AMOUNT(J) TO WS-AMOUNT
                   MOVE 'S' TO WS-PAYEE-STAGE
                   PERFORM CHECK-PAYEE
               END-IF
               IF T-OP-STATUS(J) = 'P'
                   AND T-OP-VALUE-DATE(J) = WS-VALUE-DATE
                   AND WS-PAYEE-OK NOT = 'Y'
                   ADD 1 TO WS-HELD
                   DISPLAY '  >> Payment ' T-OP-REF(J)
                       ' held on the queue.'
               END-IF
               IF T-OP-STATUS(J) = 'P'
                   AND T-OP-VALUE-DATE(J) = WS-VALUE-DATE
                   AND WS-PAYEE-OK = 'Y'
                   MOVE SPACES TO SETTLE-RECORD
                   MOVE T-OP-REF(J) TO SF-REF
                   MOVE T-OP-OUR-IBAN(J) TO SF-OUR-IBAN
                   ADD 1 TO WS-OUT-COUNT
                   ADD T-OP-AMOUNT(J) TO WS-OUT-HASH
                   MOVE 'S' TO T-OP-STATUS(J)
                   MOVE T-OP-REF(J) TO SLGR-REF
                   MOVE 'D' TO SLGR-DIRECTION
                   MOVE T-OP-AMOUNT(J) TO SLGR-AMOUNT
                   MOVE T-OP-VALUE-DATE(J) TO SLGR-VALUE-DATE
                   MOVE 'PAYMENT' TO SLGR-SOURCE
                   PERFORM WRITE-SETTLEMENT-LEDGER
                   IF T-OP-REF(J)(1:2) = 'EP'
                       PERFORM WRITE-ESTATE-SETTLE-GL
                   END-IF
               END-IF
           END-PERFORM
           CLOSE GL-JOURNAL
           CLOSE ACCOUNTS
           MOVE SPACES TO SETTLE-TRAILER
           MOVE 'TRLR99' TO SF-TRL-TAG
           MOVE WS-OUT-COUNT TO SF-TRL-COUNT
           WRITE SETTLE-TRAILER
           CLOSE SETTLE-FILE
           DISPLAY WS-OUT-COUNT ' payments written to '
               FUNCTION TRIM(WS-SETTLE-NAME) '.'
           IF WS-HELD > 0
               DISPLAY WS-HELD ' payments held back for the payee '
                   'register; they stay P for a later build.'
           END-IF.

      *> The other side's return file is one payment reference per
      *> line; each matching settled payment is re-credited through
               WRITE RECREDIT-REC
               ADD 1 TO WS-OUT-COUNT
               ADD T-OP-AMOUNT(K) TO WS-OUT-HASH
               MOVE T-OP-REF(K) TO SLGR-REF
               MOVE 'C' TO SLGR-DIRECTION
               MOVE T-OP-AMOUNT(K) TO SLGR-AMOUNT
               MOVE WS-TODAY TO SLGR-VALUE-DATE
               MOVE 'PAY-RTN' TO SLGR-SOURCE
               PERFORM WRITE-SETTLEMENT-LEDGER
               DISPLAY 'Payment ' T-OP-REF(K)
                   ' re-credited to account ' T-OP-ACC-ID(K) '.'
           END-IF.

      *> The register PAYEE-MAINTAIN keeps, loaded once at start.
       LOAD-PAYEE-REGISTER.
           MOVE 0 TO WS-PY-COUNT
           OPEN INPUT PAYEE-FILE
           IF WS-PY-STATUS = '35'
               DISPLAY 'No PAYEE-REGISTER.DAT on file; no payment '
                   'can be captured or released until payees are '
                   'registered.'
           ELSE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ PAYEE-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF WS-PY-COUNT < WS-PY-MAX
                               ADD 1 TO WS-PY-COUNT
                               MOVE PAYEE-RECORD
                                   TO PY-ENTRY(WS-PY-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAYEE-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

      *> Cooling-off length and cap from two one-line control files,
      *> defaulting to 3 days and 1000.00 when either is missing.
       LOAD-COOLING-OFF.
           OPEN INPUT COOL-DAYS-FILE
           IF WS-COOL-DAYS-STATUS NOT = '35'
               READ COOL-DAYS-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE FUNCTION NUMVAL(COOL-DAYS-RECORD)
                           TO WS-COOL-DAYS
               END-READ
               CLOSE COOL-DAYS-FILE
           END-IF
           OPEN INPUT COOL-CAP-FILE
           IF WS-COOL-CAP-STATUS NOT = '35'
               READ COOL-CAP-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE FUNCTION NUMVAL(COOL-CAP-RECORD)
                           TO WS-COOL-CAP
               END-READ
               CLOSE COOL-CAP-FILE
           END-IF.

      *> The payee must be registered and active for the paying
      *> account. Inside its cooling-off period, what is already
      *> committed to it since the add/change date plus this amount
      *> may not exceed the cap: at capture that is everything
      *> queued or sent (P and S), at settlement only what has been
      *> released (S), so the queue goes out in order up to the cap.
       CHECK-PAYEE.
           MOVE 'N' TO WS-PAYEE-OK
           MOVE 0 TO WS-PAYEE-IDX
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-PY-COUNT
               IF T-PY-ACC-ID(K) = WS-PICK-ACC
                   AND T-PY-IBAN(K) = WS-BENE-IBAN(1:34)
                   AND T-PY-STATUS(K) = 'A'
                   MOVE K TO WS-PAYEE-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-PAYEE-IDX = 0
               DISPLAY '  >> ' FUNCTION TRIM(WS-BENE-IBAN)
                   ' is not a registered payee of account '
                   WS-PICK-ACC '.'
               EXIT PARAGRAPH
           END-IF
      *> An estate payout takes the whole balance in one payment;
      *> the cooling-off cap is left to the settlement build, which
      *> holds the payment on the queue until the executor's payee
      *> row has cooled.
           IF WS-PAYEE-STAGE = 'E'
               MOVE 'Y' TO WS-PAYEE-OK
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-PAYEE-AGE =
               FUNCTION INTEGER-OF-DATE(WS-TODAY)
               - FUNCTION INTEGER-OF-DATE(
                   T-PY-CHANGED-DATE(WS-PAYEE-IDX))
           IF WS-PAYEE-AGE >= WS-COOL-DAYS
               MOVE 'Y' TO WS-PAYEE-OK
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-COOL-SENT
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-OP-COUNT
               IF T-OP-ACC-ID(K) = WS-PICK-ACC
                   AND T-OP-BENE-IBAN(K) = WS-BENE-IBAN(1:34)
                   AND T-OP-VALUE-DATE(K) >=
                       T-PY-CHANGED-DATE(WS-PAYEE-IDX)
                   AND (T-OP-STATUS(K) = 'S' OR
                        (T-OP-STATUS(K) = 'P'
                         AND WS-PAYEE-STAGE = 'C'))
                   ADD T-OP-AMOUNT(K) TO WS-COOL-SENT
               END-IF
           END-PERFORM
           COMPUTE WS-COOL-LEFT = WS-COOL-CAP - WS-COOL-SENT
           IF WS-AMOUNT > WS-COOL-LEFT
               IF WS-COOL-LEFT < 0
                   MOVE 0 TO WS-COOL-LEFT
               END-IF
               MOVE WS-COOL-LEFT TO WS-DISP-AMT
               DISPLAY '  >> Payee ' T-PY-ID(WS-PAYEE-IDX)
                   ' is in its cooling-off period; only '
                   WS-DISP-AMT ' more may go to it before '
                   FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(
                           T-PY-CHANGED-DATE(WS-PAYEE-IDX))
                       + WS-COOL-DAYS) '.'
           ELSE
               MOVE 'Y' TO WS-PAYEE-OK
           END-IF.

      *> Pays out a verified estate. The freeze BEREAVEMENT put on
      *> each sole account stays the only way in: every account
      *> under the estate's ESTATE-nnnnn reference is swept to
      *> ESTATEPAY, closed on the master and its balance queued to
      *> the executor, and its hold goes S. An overdrawn account,
      *> or one the executor is not a payee of, stays frozen and
      *> the bereavement stays V until a later run closes it.
       ESTATE-PAYOUT.
           PERFORM CHECK-ONLINE-AVAILABLE
           IF SYSSTAT-ONLINE = 'N'
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'Deceased customer id (5 digits): '
           ACCEPT WS-PICK-CUST
           PERFORM LOAD-BEREAVEMENT-TABLE
           MOVE 0 TO WS-EST-IDX
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-BV-COUNT
               IF T-BV-CUST-ID(J) = WS-PICK-CUST
                   MOVE J TO WS-EST-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-EST-IDX = 0
               DISPLAY '  >> Customer ' WS-PICK-CUST
                   ' is not on the bereavement register.'
               EXIT PARAGRAPH
           END-IF
           EVALUATE T-BV-STATUS(WS-EST-IDX)
               WHEN 'V'
                   CONTINUE
               WHEN 'P'
                   DISPLAY '  >> This estate was paid out on '
                       T-BV-PAID-DATE(WS-EST-IDX) '.'
                   EXIT PARAGRAPH
               WHEN OTHER
                   DISPLAY '  >> The executor has not been '
                       'verified at BEREAVEMENT yet.'
                   EXIT PARAGRAPH
           END-EVALUATE
           PERFORM LOAD-CLOSED-PERIODS
           MOVE WS-TODAY TO WS-PER-TEST-DATE
           PERFORM CHECK-PERIOD-OPEN
           IF WS-PER-OPEN = 'N'
               DISPLAY '  >> Accounting period ' WS-TODAY(1:6)
                   ' is closed; the payout cannot be journaled '
                   'into it.'
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-BRANCHES
           PERFORM LOAD-HOLD-TABLE

           MOVE SPACES TO WS-ESTATE-REF
           STRING 'ESTATE-' WS-PICK-CUST DELIMITED BY SIZE
               INTO WS-ESTATE-REF
           END-STRING
           MOVE 'OUTBND-PAY' TO MJRNL-PROGRAM
           MOVE 0 TO WS-EST-PAID
           MOVE 0 TO WS-EST-ACCTS
           MOVE 0 TO WS-EST-LEFT
           OPEN I-O ACCOUNTS
           IF WS-ACC-STATUS NOT = '00'
               DISPLAY 'Cannot open ACCOUNTS.MASTER.IDX (status '
                   WS-ACC-STATUS ')'
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND GL-JOURNAL
           IF WS-GL-STATUS = '35'
               OPEN OUTPUT GL-JOURNAL
           END-IF
           OPEN EXTEND ESTATE-STMT-FILE
           IF WS-ESTMT-STATUS = '35'
               OPEN OUTPUT ESTATE-STMT-FILE
           END-IF
           PERFORM WRITE-ESTATE-STMT-HEADER
           PERFORM VARYING WS-AH-IDX FROM 1 BY 1
                   UNTIL WS-AH-IDX > WS-AH-COUNT
               IF T-AH-ORDER-REF(WS-AH-IDX) = WS-ESTATE-REF
                   AND T-AH-TYPE(WS-AH-IDX) = 'F'
                   AND T-AH-STATUS(WS-AH-IDX) = 'A'
                   PERFORM PAY-OUT-ONE-ACCOUNT
               END-IF
           END-PERFORM
      *> The accounts are already closed and journaled, so the EP
      *> payments go to disk now rather than at Q -- and before the
      *> hold and estate records that say the money was paid out.
           PERFORM SAVE-PAYMENT-TABLE
           PERFORM WRITE-ESTATE-STMT-FOOTER
           CLOSE ESTATE-STMT-FILE
           CLOSE GL-JOURNAL
           CLOSE ACCOUNTS
           PERFORM SAVE-HOLD-TABLE

           ADD WS-EST-PAID TO T-BV-PAID-AMT(WS-EST-IDX)
           MOVE WS-EST-PAID TO WS-DISP-AMT
           DISPLAY WS-EST-ACCTS ' accounts closed, ' WS-DISP-AMT
               ' queued to the executor; closing statement in '
               'ESTATE-STATEMENTS.DAT.'
           IF WS-EST-LEFT = 0
               MOVE 'P' TO T-BV-STATUS(WS-EST-IDX)
               MOVE WS-TODAY TO T-BV-PAID-DATE(WS-EST-IDX)
           ELSE
               DISPLAY WS-EST-LEFT ' accounts stay frozen; the '
                   'estate stays open for another payout run.'
           END-IF
           PERFORM SAVE-BEREAVEMENT-TABLE.

       PAY-OUT-ONE-ACCOUNT.
           MOVE T-AH-ACC-ID(WS-AH-IDX) TO ACC-ID
           MOVE T-AH-ACC-ID(WS-AH-IDX) TO WS-PICK-ACC
           MOVE SPACES TO WS-EST-PAY-REF
           MOVE 0 TO WS-AMOUNT
           READ ACCOUNTS
               INVALID KEY
                   DISPLAY '  >> Account ' WS-PICK-ACC
                       ' not on the master; left frozen.'
                   ADD 1 TO WS-EST-LEFT
                   EXIT PARAGRAPH
           END-READ
           MOVE ACC-BAL TO WS-PRIOR-BAL
           IF ACC-BAL < 0
               DISPLAY '  >> Account ' WS-PICK-ACC
                   ' is overdrawn; the estate owes it. Left frozen.'
               MOVE 'FROZEN' TO WS-EST-LINE-STATUS
               PERFORM WRITE-ESTATE-STMT-LINE
               ADD 1 TO WS-EST-LEFT
               EXIT PARAGRAPH
           END-IF
           IF ACC-BAL > 0
               IF WS-OP-COUNT >= WS-OP-MAX
                   DISPLAY '  >> Payment queue is full; account '
                       WS-PICK-ACC ' left frozen.'
                   ADD 1 TO WS-EST-LEFT
                   EXIT PARAGRAPH
               END-IF
               MOVE ACC-BAL TO WS-AMOUNT
               MOVE SPACES TO WS-BENE-IBAN
               MOVE T-BV-EXEC-IBAN(WS-EST-IDX) TO WS-BENE-IBAN
               MOVE 'E' TO WS-PAYEE-STAGE
               PERFORM CHECK-PAYEE
               IF WS-PAYEE-OK NOT = 'Y'
                   MOVE 'FROZEN' TO WS-EST-LINE-STATUS
                   MOVE 0 TO WS-AMOUNT
                   PERFORM WRITE-ESTATE-STMT-LINE
                   ADD 1 TO WS-EST-LEFT
                   EXIT PARAGRAPH
               END-IF
               PERFORM BUILD-OUR-IBAN
               IF WS-IBAN-VALID NOT = 'Y'
                   DISPLAY '  >> Generated IBAN failed its own '
                       'verification; account ' WS-PICK-ACC
                       ' left frozen.'
                   ADD 1 TO WS-EST-LEFT
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-TODAY TO WS-VALUE-DATE
               MOVE 'EP' TO WS-OP-PREFIX
               PERFORM QUEUE-PAYMENT
               MOVE 'OP' TO WS-OP-PREFIX
               MOVE T-OP-REF(WS-OP-COUNT) TO WS-EST-PAY-REF
           END-IF

           MOVE ACC-FILE-REC TO MJRNL-BEFORE-IMAGE
           MOVE 0 TO ACC-BAL
           MOVE 'CLOSED' TO ACC-STATUS
           MOVE WS-TODAY TO ACC-LAST-ACTIVITY
           MOVE ACC-FILE-REC TO MJRNL-AFTER-IMAGE
           MOVE 'R' TO MJRNL-ACTION
           PERFORM WRITE-MASTER-JOURNAL
           REWRITE ACC-FILE-REC
           IF WS-AMOUNT > 0
               PERFORM WRITE-ESTATE-GL
           END-IF
           MOVE 'S' TO T-AH-STATUS(WS-AH-IDX)
           ADD WS-AMOUNT TO WS-EST-PAID
           ADD 1 TO WS-EST-ACCTS
           MOVE 'CLOSED' TO WS-EST-LINE-STATUS
           PERFORM WRITE-ESTATE-STMT-LINE.

      *> Both legs post at the branch holding the account, as the
      *> garnishment sweep does; ESTATEPAY clears when the payment
      *> settles to the executor.
       WRITE-ESTATE-GL.
           IF ACC-BRANCH = SPACES
               MOVE WS-BR-HEAD-OFFICE TO WS-COST-CENTRE
           ELSE
               MOVE ACC-BRANCH TO WS-COST-CENTRE
           END-IF
           MOVE SPACES TO GL-JOURNAL-REC
           MOVE WS-TODAY TO GJ-DATE
           MOVE 'OUTBND-PAY' TO GJ-PROGRAM
           MOVE WS-PICK-ACC TO GJ-ACCOUNT
           MOVE 'D' TO GJ-DC
           MOVE WS-AMOUNT TO GJ-AMOUNT
           MOVE 'ESTATEPAY' TO GJ-OFFSET
           MOVE 0 TO GJ-BATCH
           MOVE WS-COST-CENTRE TO GJ-COST-CENTRE
           WRITE GL-JOURNAL-REC
           MOVE SPACES TO GL-JOURNAL-REC
           MOVE WS-TODAY TO GJ-DATE
           MOVE 'OUTBND-PAY' TO GJ-PROGRAM
           MOVE 'ESTATEPAY' TO GJ-ACCOUNT
           MOVE 'C' TO GJ-DC
           MOVE WS-AMOUNT TO GJ-AMOUNT
           MOVE WS-PICK-ACC TO GJ-OFFSET
           MOVE 0 TO GJ-BATCH
           MOVE WS-COST-CENTRE TO GJ-COST-CENTRE
           WRITE GL-JOURNAL-REC.

      *> The estate payment has left the bank: ESTATEPAY clears to
      *> CASH at the branch the payout was swept at, read from the
      *> closed account's master record.
       WRITE-ESTATE-SETTLE-GL.
           MOVE WS-BR-HEAD-OFFICE TO WS-COST-CENTRE
           MOVE T-OP-ACC-ID(J) TO ACC-ID
           READ ACCOUNTS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ACC-BRANCH NOT = SPACES
                       MOVE ACC-BRANCH TO WS-COST-CENTRE
                   END-IF
           END-READ
           MOVE SPACES TO GL-JOURNAL-REC
           MOVE WS-TODAY TO GJ-DATE
           MOVE 'OUTBND-PAY' TO GJ-PROGRAM
           MOVE 'ESTATEPAY' TO GJ-ACCOUNT
           MOVE 'D' TO GJ-DC
           MOVE T-OP-AMOUNT(J) TO GJ-AMOUNT
           MOVE 'CASH' TO GJ-OFFSET
           MOVE 0 TO GJ-BATCH
           MOVE WS-COST-CENTRE TO GJ-COST-CENTRE
           WRITE GL-JOURNAL-REC
           MOVE SPACES TO GL-JOURNAL-REC
           MOVE WS-TODAY TO GJ-DATE
           MOVE 'OUTBND-PAY' TO GJ-PROGRAM
           MOVE 'CASH' TO GJ-ACCOUNT
           MOVE 'C' TO GJ-DC
           MOVE T-OP-AMOUNT(J) TO GJ-AMOUNT
           MOVE 'ESTATEPAY' TO GJ-OFFSET
           MOVE 0 TO GJ-BATCH
           MOVE WS-COST-CENTRE TO GJ-COST-CENTRE
           WRITE GL-JOURNAL-REC.

      *> The final closing statement: one page per payout run, a
      *> line per estate account with its closing balance, what
      *> was paid out and under which payment, and the total.
       WRITE-ESTATE-STMT-HEADER.
           MOVE ALL '=' TO ESTATE-STMT-REC
           WRITE ESTATE-STMT-REC
           MOVE SPACES TO ESTATE-STMT-REC
           STRING 'FINAL CLOSING STATEMENT - ESTATE OF CUSTOMER '
                  WS-PICK-CUST '  ' WS-TODAY
               DELIMITED BY SIZE INTO ESTATE-STMT-REC
           END-STRING
           WRITE ESTATE-STMT-REC
           MOVE SPACES TO ESTATE-STMT-REC
           STRING 'DATE OF DEATH ' T-BV-DEATH-DATE(WS-EST-IDX)
                  '  EXECUTOR ' T-BV-EXEC-NAME(WS-EST-IDX)
               DELIMITED BY SIZE INTO ESTATE-STMT-REC
           END-STRING
           WRITE ESTATE-STMT-REC
           MOVE SPACES TO ESTATE-STMT-REC
           STRING 'PAID TO ' T-BV-EXEC-IBAN(WS-EST-IDX)
               DELIMITED BY SIZE INTO ESTATE-STMT-REC
           END-STRING
           WRITE ESTATE-STMT-REC
           MOVE SPACES TO ESTATE-STMT-REC
           STRING 'ACCT  NAME                 CCY  CLOSING BAL'
                  '    PAID OUT PAYMENT  STATUS'
               DELIMITED BY SIZE INTO ESTATE-STMT-REC
           END-STRING
           WRITE ESTATE-STMT-REC.

       WRITE-ESTATE-STMT-LINE.
           MOVE WS-PRIOR-BAL TO WS-DISP-BAL
           MOVE WS-AMOUNT TO WS-DISP-AMT
           MOVE SPACES TO ESTATE-STMT-REC
           STRING WS-PICK-ACC ' ' ACC-NAME ' ' ACC-CURRENCY ' '
                  WS-DISP-BAL ' ' WS-DISP-AMT ' '
                  WS-EST-PAY-REF ' ' WS-EST-LINE-STATUS
               DELIMITED BY SIZE INTO ESTATE-STMT-REC
           END-STRING
           WRITE ESTATE-STMT-REC.

       WRITE-ESTATE-STMT-FOOTER.
           MOVE WS-EST-PAID TO WS-DISP-AMT
           MOVE SPACES TO ESTATE-STMT-REC
           STRING 'TOTAL PAID TO THE ESTATE ' WS-DISP-AMT
                  '  ACCOUNTS CLOSED ' WS-EST-ACCTS
               DELIMITED BY SIZE INTO ESTATE-STMT-REC
           END-STRING
           WRITE ESTATE-STMT-REC
           IF WS-EST-LEFT > 0
               MOVE SPACES TO ESTATE-STMT-REC
               STRING 'ACCOUNTS STILL FROZEN ' WS-EST-LEFT
                   DELIMITED BY SIZE INTO ESTATE-STMT-REC
               END-STRING
               WRITE ESTATE-STMT-REC
           END-IF.

       LOAD-BEREAVEMENT-TABLE.
           MOVE 0 TO WS-BV-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT BEREAVE-FILE
           IF WS-BV-STATUS NOT = '35'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ BEREAVE-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF WS-BV-COUNT < WS-BV-MAX
                               ADD 1 TO WS-BV-COUNT
                               MOVE BEREAVE-RECORD
                                   TO BV-ENTRY(WS-BV-COUNT)
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

       LOAD-HOLD-TABLE.
           MOVE 0 TO WS-AH-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT HOLDS-FILE
           IF WS-HOLDS-STATUS NOT = '35'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ HOLDS-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF WS-AH-COUNT < WS-AH-MAX
                               ADD 1 TO WS-AH-COUNT
                               MOVE HOLDS-RECORD
                                   TO AH-ENTRY(WS-AH-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLDS-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       SAVE-HOLD-TABLE.
           OPEN OUTPUT HOLDS-FILE
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-AH-COUNT
               MOVE AH-ENTRY(J) TO HOLDS-RECORD
               WRITE HOLDS-RECORD
           END-PERFORM
           CLOSE HOLDS-FILE.

       COPY 'setlgr-write.cpy'.
       COPY 'mstjrnl-write.cpy'.
       COPY 'sysdate-read.cpy'.
       COPY 'sysstat-check.cpy'.
       COPY 'period-check.cpy'.
       COPY 'branch-check.cpy'.
