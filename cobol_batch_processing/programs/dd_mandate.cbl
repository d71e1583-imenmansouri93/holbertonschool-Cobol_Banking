       IDENTIFICATION DIVISION.
       PROGRAM-ID. DD-MANDATE.
       AUTHOR. HOLBERTON.

      *> Direct debit mandate register. Standing orders are pushed
      *> out by our own customers; a direct debit is pulled by the
      *> creditor (the utility, the insurer), and DD-COLLECT only
      *> lets a collection through when the customer has signed a
      *> mandate for that creditor on that account. Each mandate in
      *> DD-MANDATES.DAT is keyed by account and creditor reference
      *> and carries the largest single collection allowed, how
      *> often the creditor may collect, and a status:
      *>   A  active      collections are paid
      *>   S  suspended   collections are returned until reinstated
      *>   C  cancelled   collections are returned for good
      *> The customer's refund right is handled here too: a
      *> collection still inside the dispute window (dd-dispute-
      *> days.dat, default 56 days -- the eight weeks the scheme
      *> gives the payer) is marked for refund in DD-COLLECTIONS.DAT
      *> and DD-COLLECT credits it back on its next run and claims
      *> it from the creditor's bank.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MANDATE-FILE ASSIGN TO 'DD-MANDATES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DM-STATUS.
           SELECT COLLECT-FILE ASSIGN TO 'DD-COLLECTIONS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CH-STATUS.
           SELECT DISPUTE-DAYS-FILE ASSIGN TO 'dd-dispute-days.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISPUTE-STATUS.
           SELECT ACCOUNTS ASSIGN TO 'ACCOUNTS.MASTER.IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACC-ID
               FILE STATUS IS WS-ACC-STATUS.
           SELECT SYSDATE-FILE ASSIGN TO 'SYSTEM-DATE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> DM-FREQ W weekly, M monthly, Q quarterly, A annual.
      *> DM-LAST-COLLECTED is set by DD-COLLECT.
       FD MANDATE-FILE.
       01 MANDATE-RECORD.
           05 DM-ACC-ID         PIC 9(5).
           05 DM-CREDITOR-REF   PIC X(12).
           05 DM-CREDITOR-NAME  PIC X(30).
           05 DM-MAX-AMOUNT     PIC 9(8)V99.
           05 DM-FREQ           PIC X.
           05 DM-STATUS         PIC X.
           05 DM-SIGNED-DATE    PIC 9(8).
           05 DM-LAST-COLLECTED PIC 9(8).

      *> Every collection DD-COLLECT has paid. CH-STATUS C collected,
      *> F refund requested, R refunded.
       FD COLLECT-FILE.
       01 COLLECT-RECORD.
           05 CH-REF            PIC X(8).
           05 CH-TXN-ID         PIC X(6).
           05 CH-ACC-ID         PIC 9(5).
           05 CH-CREDITOR-REF   PIC X(12).
           05 CH-CREDITOR-IBAN  PIC X(34).
           05 CH-AMOUNT         PIC 9(8)V99.
           05 CH-DATE           PIC 9(8).
           05 CH-STATUS         PIC X.
           05 CH-REFUND-DATE    PIC 9(8).

       FD DISPUTE-DAYS-FILE.
       01 DISPUTE-DAYS-REC      PIC X(10).

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

       FD SYSDATE-FILE.
       01 SYSDATE-REC            PIC X(40).

       WORKING-STORAGE SECTION.
       COPY 'sysdate-ws.cpy'.
       01 WS-DM-STATUS       PIC XX.
       01 WS-CH-STATUS       PIC XX.
       01 WS-DISPUTE-STATUS  PIC XX.
       01 WS-ACC-STATUS      PIC XX.
       01 WS-EOF             PIC X VALUE 'N'.
       01 WS-CHOICE          PIC X.
       01 WS-TODAY           PIC 9(8).
       01 WS-PICK-ACC        PIC 9(5).
       01 WS-PICK-CREDITOR   PIC X(12).
       01 WS-PICK-REF        PIC X(8).
       01 WS-ACC-OK          PIC X.
       01 WS-AMT-TEXT        PIC X(12).
       01 WS-DISP-AMT        PIC Z(7)9.99.
       01 WS-FOUND-IDX       PIC 9(4) VALUE 0.
       01 WS-SHOWN           PIC 9(4) VALUE 0.
       01 WS-DISPUTE-DAYS    PIC 9(3) VALUE 56.
       01 WS-AGE             PIC S9(6).
       01 WS-CH-CHANGED      PIC X VALUE 'N'.
       01 J                  PIC 9(4).

      *> Both files are loaded whole and rewritten whole.
       01 WS-DM-COUNT        PIC 9(4) VALUE 0.
       01 WS-DM-MAX          PIC 9(4) VALUE 2000.
       01 DM-TABLE.
           05 DM-ENTRY OCCURS 1 TO 2000 TIMES
                       DEPENDING ON WS-DM-COUNT.
               10 T-DM-ACC-ID         PIC 9(5).
               10 T-DM-CREDITOR-REF   PIC X(12).
               10 T-DM-CREDITOR-NAME  PIC X(30).
               10 T-DM-MAX-AMOUNT     PIC 9(8)V99.
               10 T-DM-FREQ           PIC X.
               10 T-DM-STATUS         PIC X.
               10 T-DM-SIGNED-DATE    PIC 9(8).
               10 T-DM-LAST-COLLECTED PIC 9(8).

       01 WS-CH-COUNT        PIC 9(5) VALUE 0.
       01 WS-CH-MAX          PIC 9(5) VALUE 20000.
       01 CH-TABLE.
           05 CH-ENTRY OCCURS 1 TO 20000 TIMES
                       DEPENDING ON WS-CH-COUNT.
               10 T-CH-REF            PIC X(8).
               10 T-CH-TXN-ID         PIC X(6).
               10 T-CH-ACC-ID         PIC 9(5).
               10 T-CH-CREDITOR-REF   PIC X(12).
               10 T-CH-CREDITOR-IBAN  PIC X(34).
               10 T-CH-AMOUNT         PIC 9(8)V99.
               10 T-CH-DATE           PIC 9(8).
               10 T-CH-STATUS         PIC X.
               10 T-CH-REFUND-DATE    PIC 9(8).
       01 K                  PIC 9(5).

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY 'DIRECT DEBIT MANDATES'
           DISPLAY '====================='
           PERFORM READ-SYSTEM-DATE
           MOVE SD-BUSINESS-DATE TO WS-TODAY
           PERFORM LOAD-DISPUTE-DAYS
           PERFORM LOAD-MANDATE-TABLE
           PERFORM LOAD-COLLECTION-TABLE

           PERFORM UNTIL WS-CHOICE = 'Q'
               DISPLAY ' '
               DISPLAY '(L)ist, (A)dd, a(M)end, (C)ancel, (S)uspend, '
                   'r(E)instate, re(F)und, (Q)uit: '
                   WITH NO ADVANCING
               ACCEPT WS-CHOICE
               MOVE FUNCTION UPPER-CASE(WS-CHOICE) TO WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN 'L'
                       PERFORM LIST-MANDATES
                   WHEN 'A'
                       PERFORM ADD-MANDATE
                   WHEN 'M'
                       PERFORM AMEND-MANDATE
                   WHEN 'C'
                       PERFORM CANCEL-MANDATE
                   WHEN 'S'
                       PERFORM SUSPEND-MANDATE
                   WHEN 'E'
                       PERFORM REINSTATE-MANDATE
                   WHEN 'F'
                       PERFORM REQUEST-REFUND
                   WHEN 'Q'
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'Invalid option. Please try again.'
               END-EVALUATE
           END-PERFORM

           PERFORM SAVE-MANDATE-TABLE
           IF WS-CH-CHANGED = 'Y'
               PERFORM SAVE-COLLECTION-TABLE
           END-IF
           DISPLAY 'Mandates saved.'
           STOP RUN.

       LOAD-DISPUTE-DAYS.
           OPEN INPUT DISPUTE-DAYS-FILE
           IF WS-DISPUTE-STATUS NOT = '35'
               READ DISPUTE-DAYS-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE FUNCTION NUMVAL(DISPUTE-DAYS-REC)
                           TO WS-DISPUTE-DAYS
               END-READ
               CLOSE DISPUTE-DAYS-FILE
           END-IF.

       LOAD-MANDATE-TABLE.
           MOVE 0 TO WS-DM-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT MANDATE-FILE
           IF WS-DM-STATUS = '35'
               DISPLAY '  (no mandates on file yet)'
           ELSE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ MANDATE-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF WS-DM-COUNT < WS-DM-MAX
                               ADD 1 TO WS-DM-COUNT
                               MOVE MANDATE-RECORD
                                   TO DM-ENTRY(WS-DM-COUNT)
                           ELSE
                               DISPLAY 'Warning: mandate table full '
                                   'at ' WS-DM-MAX ', skipping '
                                   DM-ACC-ID ' ' DM-CREDITOR-REF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MANDATE-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       LOAD-COLLECTION-TABLE.
           MOVE 0 TO WS-CH-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT COLLECT-FILE
           IF WS-CH-STATUS NOT = '35'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ COLLECT-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF WS-CH-COUNT < WS-CH-MAX
                               ADD 1 TO WS-CH-COUNT
                               MOVE COLLECT-RECORD
                                   TO CH-ENTRY(WS-CH-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COLLECT-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       SAVE-MANDATE-TABLE.
           OPEN OUTPUT MANDATE-FILE
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-DM-COUNT
               MOVE DM-ENTRY(J) TO MANDATE-RECORD
               WRITE MANDATE-RECORD
           END-PERFORM
           CLOSE MANDATE-FILE.

       SAVE-COLLECTION-TABLE.
           OPEN OUTPUT COLLECT-FILE
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-CH-COUNT
               MOVE CH-ENTRY(K) TO COLLECT-RECORD
               WRITE COLLECT-RECORD
           END-PERFORM
           CLOSE COLLECT-FILE.

       LIST-MANDATES.
           DISPLAY 'Account id (5 digits): '
           ACCEPT WS-PICK-ACC
           MOVE 0 TO WS-SHOWN
           DISPLAY 'CREDITOR-REF NAME                           '
               'MAX-AMOUNT F S SIGNED   LAST-COL'
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-DM-COUNT
               IF T-DM-ACC-ID(J) = WS-PICK-ACC
                   ADD 1 TO WS-SHOWN
                   MOVE T-DM-MAX-AMOUNT(J) TO WS-DISP-AMT
                   DISPLAY T-DM-CREDITOR-REF(J) ' '
                       T-DM-CREDITOR-NAME(J) ' ' WS-DISP-AMT ' '
                       T-DM-FREQ(J) ' ' T-DM-STATUS(J) ' '
                       T-DM-SIGNED-DATE(J) ' '
                       T-DM-LAST-COLLECTED(J)
               END-IF
           END-PERFORM
           IF WS-SHOWN = 0
               DISPLAY '  (no mandates for this account)'
           END-IF.

      *> Account and creditor reference together name one mandate.
       ASK-MANDATE-KEY.
           DISPLAY 'Account id (5 digits): '
           ACCEPT WS-PICK-ACC
           DISPLAY 'Creditor reference: '
           ACCEPT WS-PICK-CREDITOR
           MOVE FUNCTION UPPER-CASE(WS-PICK-CREDITOR)
               TO WS-PICK-CREDITOR.

       FIND-MANDATE.
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-DM-COUNT
               IF T-DM-ACC-ID(J) = WS-PICK-ACC
                   AND T-DM-CREDITOR-REF(J) = WS-PICK-CREDITOR
                   MOVE J TO WS-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       CHECK-ACCOUNT.
           MOVE 'N' TO WS-ACC-OK
           OPEN INPUT ACCOUNTS
           IF WS-ACC-STATUS NOT = '00'
               DISPLAY 'Cannot open ACCOUNTS.MASTER.IDX '
                   '(status ' WS-ACC-STATUS ')'
           ELSE
               MOVE WS-PICK-ACC TO ACC-ID
               READ ACCOUNTS
                   INVALID KEY
                       DISPLAY '  >> Account not on the master.'
                   NOT INVALID KEY
                       IF ACC-STATUS = 'CLOSED'
                           DISPLAY '  >> Account is closed.'
                       ELSE
                           MOVE 'Y' TO WS-ACC-OK
                       END-IF
               END-READ
               CLOSE ACCOUNTS
           END-IF.

      *> A cancelled mandate's slot is reused when the customer signs
      *> a fresh one with the same creditor; a live one must be
      *> amended instead.
       ADD-MANDATE.
           PERFORM ASK-MANDATE-KEY
           IF WS-PICK-CREDITOR = SPACES
               DISPLAY '  >> A mandate needs a creditor reference.'
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-MANDATE
           IF WS-FOUND-IDX > 0
               IF T-DM-STATUS(WS-FOUND-IDX) NOT = 'C'
                   DISPLAY '  >> Mandate already on file; amend it.'
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF WS-DM-COUNT >= WS-DM-MAX
                   DISPLAY 'Mandate table is full, cannot add.'
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM CHECK-ACCOUNT
           IF WS-ACC-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF WS-FOUND-IDX = 0
               ADD 1 TO WS-DM-COUNT
               MOVE WS-DM-COUNT TO WS-FOUND-IDX
           END-IF
           MOVE SPACES TO DM-ENTRY(WS-FOUND-IDX)
           MOVE WS-PICK-ACC TO T-DM-ACC-ID(WS-FOUND-IDX)
           MOVE WS-PICK-CREDITOR TO T-DM-CREDITOR-REF(WS-FOUND-IDX)
           MOVE WS-TODAY TO T-DM-SIGNED-DATE(WS-FOUND-IDX)
           MOVE 0 TO T-DM-LAST-COLLECTED(WS-FOUND-IDX)
           PERFORM CAPTURE-MANDATE-FIELDS
           MOVE 'A' TO T-DM-STATUS(WS-FOUND-IDX)
           DISPLAY 'Mandate added.'.

       AMEND-MANDATE.
           PERFORM ASK-MANDATE-KEY
           PERFORM FIND-MANDATE
           IF WS-FOUND-IDX = 0
               DISPLAY '  >> Mandate not found.'
           ELSE
               IF T-DM-STATUS(WS-FOUND-IDX) = 'C'
                   DISPLAY '  >> Mandate is cancelled; add a new one.'
               ELSE
                   PERFORM CAPTURE-MANDATE-FIELDS
                   DISPLAY 'Mandate amended.'
               END-IF
           END-IF.

       CAPTURE-MANDATE-FIELDS.
           DISPLAY 'Creditor name: '
           ACCEPT T-DM-CREDITOR-NAME(WS-FOUND-IDX)
           DISPLAY 'Largest single collection: '
           ACCEPT WS-AMT-TEXT
           MOVE FUNCTION NUMVAL(WS-AMT-TEXT)
               TO T-DM-MAX-AMOUNT(WS-FOUND-IDX)
           DISPLAY 'Frequency (W=weekly, M=monthly, Q=quarterly, '
               'A=annual): '
           ACCEPT T-DM-FREQ(WS-FOUND-IDX)
           MOVE FUNCTION UPPER-CASE(T-DM-FREQ(WS-FOUND-IDX))
               TO T-DM-FREQ(WS-FOUND-IDX)
           IF T-DM-FREQ(WS-FOUND-IDX) NOT = 'W'
               AND T-DM-FREQ(WS-FOUND-IDX) NOT = 'M'
               AND T-DM-FREQ(WS-FOUND-IDX) NOT = 'Q'
               AND T-DM-FREQ(WS-FOUND-IDX) NOT = 'A'
               DISPLAY '  >> Invalid frequency, defaulting to M'
               MOVE 'M' TO T-DM-FREQ(WS-FOUND-IDX)
           END-IF.

       CANCEL-MANDATE.
           PERFORM ASK-MANDATE-KEY
           PERFORM FIND-MANDATE
           IF WS-FOUND-IDX = 0
               DISPLAY '  >> Mandate not found.'
           ELSE
               MOVE 'C' TO T-DM-STATUS(WS-FOUND-IDX)
               DISPLAY 'Mandate cancelled; further collections '
                   'will be returned.'
           END-IF.

       SUSPEND-MANDATE.
           PERFORM ASK-MANDATE-KEY
           PERFORM FIND-MANDATE
           IF WS-FOUND-IDX = 0
               DISPLAY '  >> Mandate not found.'
           ELSE
               IF T-DM-STATUS(WS-FOUND-IDX) NOT = 'A'
                   DISPLAY '  >> Only an active mandate can be '
                       'suspended.'
               ELSE
                   MOVE 'S' TO T-DM-STATUS(WS-FOUND-IDX)
                   DISPLAY 'Mandate suspended.'
               END-IF
           END-IF.

       REINSTATE-MANDATE.
           PERFORM ASK-MANDATE-KEY
           PERFORM FIND-MANDATE
           IF WS-FOUND-IDX = 0
               DISPLAY '  >> Mandate not found.'
           ELSE
               IF T-DM-STATUS(WS-FOUND-IDX) NOT = 'S'
                   DISPLAY '  >> Only a suspended mandate can be '
                       'reinstated.'
               ELSE
                   MOVE 'A' TO T-DM-STATUS(WS-FOUND-IDX)
                   DISPLAY 'Mandate reinstated.'
               END-IF
           END-IF.

      *> The payer's no-questions refund: any paid collection no
      *> older than the dispute window is marked F; DD-COLLECT
      *> credits it back and claims it from the creditor's bank.
       REQUEST-REFUND.
           DISPLAY 'Account id (5 digits): '
           ACCEPT WS-PICK-ACC
           DISPLAY 'Collection reference: '
           ACCEPT WS-PICK-REF
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-CH-COUNT
               IF T-CH-ACC-ID(K) = WS-PICK-ACC
                   AND T-CH-REF(K) = WS-PICK-REF
                   MOVE K TO WS-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-FOUND-IDX = 0
               DISPLAY '  >> No collection with that reference on '
                   'this account.'
               EXIT PARAGRAPH
           END-IF
           IF T-CH-STATUS(WS-FOUND-IDX) NOT = 'C'
               DISPLAY '  >> Collection already refunded or '
                   'awaiting refund.'
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-AGE =
               FUNCTION INTEGER-OF-DATE(WS-TODAY)
               - FUNCTION INTEGER-OF-DATE(T-CH-DATE(WS-FOUND-IDX))
           IF WS-AGE > WS-DISPUTE-DAYS
               DISPLAY '  >> Collected ' T-CH-DATE(WS-FOUND-IDX)
                   ', outside the ' WS-DISPUTE-DAYS
                   '-day dispute window; refer to the creditor.'
               EXIT PARAGRAPH
           END-IF
           MOVE 'F' TO T-CH-STATUS(WS-FOUND-IDX)
           MOVE WS-TODAY TO T-CH-REFUND-DATE(WS-FOUND-IDX)
           MOVE 'Y' TO WS-CH-CHANGED
           MOVE T-CH-AMOUNT(WS-FOUND-IDX) TO WS-DISP-AMT
           DISPLAY 'Refund of ' WS-DISP-AMT ' to account '
               WS-PICK-ACC ' requested; credited on the next '
               'DD-COLLECT run.'.

       COPY 'sysdate-read.cpy'.
