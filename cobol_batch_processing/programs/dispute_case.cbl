       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISPUTE-CASE.
       AUTHOR. HOLBERTON.

      *> Customer dispute desk. Until now the only answer to "I did
      *> not make this payment" was TXN-REVERSAL, which hands the
      *> money back outright -- and stays handed back when the claim
      *> later proves false. A dispute is opened here against a
      *> transaction id on POSTED-TRANS.DAT (or an archived month of
      *> it) that took money out of the customer's account, and
      *> lives in DISPUTE-CASES.DAT with one of these statuses:
      *>   O  open, no provisional credit yet
      *>   P  provisional credit posted
      *>   F  resolved in the customer's favour (credit final)
      *>   A  resolved against the customer (credit taken back)
      *>   C  charged back to the merchant or paying bank (credit
      *>      final, claim recorded in CHARGEBACK-CLAIMS.DAT)
      *> The money itself only moves in DISPUTE-PROCESS, the nightly
      *> run: it posts the provisional credit once the case has been
      *> open dispute-credit-days.dat days (default 10), the final
      *> credit for a case settled for the customer before that, and
      *> the debit taking a provisional credit back, with the
      *> customer's letter. Every case carries the regulatory
      *> deadline it must be resolved by (dispute-deadline-days.dat,
      *> default 45 days from opening), and DISPUTE-PROCESS's aging
      *> report shows the ones running out of time. A transaction
      *> under an unresolved dispute cannot also be reversed at
      *> TXN-REVERSAL. The operator signed on at this terminal is
      *> recorded on every case opened or resolved.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASE-FILE ASSIGN TO 'DISPUTE-CASES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DP-STATUS.
           SELECT CLAIM-FILE ASSIGN TO 'CHARGEBACK-CLAIMS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CB-STATUS.
           SELECT POSTED-FILE ASSIGN TO WS-POSTED-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTED-STATUS.
           SELECT PAIRS-FILE ASSIGN TO 'REVERSAL-PAIRS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAIRS-STATUS.
           SELECT CREDIT-DAYS-FILE ASSIGN TO 'dispute-credit-days.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRD-STATUS.
           SELECT DEADLINE-FILE ASSIGN TO 'dispute-deadline-days.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DLD-STATUS.
           SELECT SESSION-FILE ASSIGN TO 'SESSION.REGISTRY.IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SESSION-REC-TERMINAL
               FILE STATUS IS SESSION-STATUS.
           SELECT SYSDATE-FILE ASSIGN TO 'SYSTEM-DATE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSDATE-STATUS.
           SELECT ARCHIVE-INDEX ASSIGN TO 'TXN-ARCHIVE-INDEX.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCHIVE-INDEX-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> DP-CREDIT-TXN is the id of the (provisional or final) credit
      *> DISPUTE-PROCESS posted, DP-DEBIT-TXN the id of the debit
      *> that took a provisional credit back.
       FD CASE-FILE.
       01 CASE-RECORD.
           05 DP-CASE-NO       PIC 9(6).
           05 DP-TXN-ID        PIC X(6).
           05 DP-ACC-ID        PIC 9(5).
           05 DP-TXN-TYPE      PIC X(10).
           05 DP-AMOUNT        PIC 9(8)V99.
           05 DP-TXN-DATE      PIC 9(8).
           05 DP-CURRENCY      PIC X(3).
           05 DP-REASON        PIC X(30).
           05 DP-OPENED-DATE   PIC 9(8).
           05 DP-OPENED-BY     PIC X(8).
           05 DP-CREDIT-DUE    PIC 9(8).
           05 DP-DEADLINE      PIC 9(8).
           05 DP-STATUS        PIC X.
           05 DP-CREDIT-TXN    PIC X(6).
           05 DP-CREDIT-DATE   PIC 9(8).
           05 DP-DEBIT-TXN     PIC X(6).
           05 DP-RESOLVED-DATE PIC 9(8).
           05 DP-RESOLVED-BY   PIC X(8).

      *> Claims raised against the other side: CB-PARTY M merchant
      *> (through the card scheme), B the paying bank.
       FD CLAIM-FILE.
       01 CLAIM-RECORD.
           05 CB-CASE-NO       PIC 9(6).
           05 CB-TXN-ID        PIC X(6).
           05 CB-ACC-ID        PIC 9(5).
           05 CB-PARTY         PIC X.
           05 CB-PARTY-REF     PIC X(20).
           05 CB-AMOUNT        PIC 9(8)V99.
           05 CB-CURRENCY      PIC X(3).
           05 CB-RAISED-DATE   PIC 9(8).
           05 CB-RAISED-BY     PIC X(8).

       FD POSTED-FILE.
       01 POSTED-RECORD.
           05 PJ-TXN-ID    PIC X(6).
           05 PJ-TXN-TYPE  PIC X(10).
           05 PJ-ACC-ID    PIC 9(5).
           05 PJ-AMT       PIC 9(8)V99.
           05 PJ-DATE      PIC 9(8).
           05 PJ-DEST-ID   PIC 9(5).
           05 PJ-CURRENCY  PIC X(3).
           05 PJ-BATCH     PIC 9(4).

       FD PAIRS-FILE.
       01 PAIRS-RECORD.
           05 RP-ORIG-ID   PIC X(6).
           05 RP-REV-ID    PIC X(6).
           05 RP-DATE      PIC 9(8).

       FD CREDIT-DAYS-FILE.
       01 CREDIT-DAYS-REC    PIC X(10).

       FD DEADLINE-FILE.
       01 DEADLINE-REC       PIC X(10).

       FD SESSION-FILE.
       01 SESSION-RECORD.
           05 SESSION-REC-TERMINAL PIC X(8).
           05 SESSION-REC-USER-ID PIC X(8).
           05 SESSION-REC-ACCESS  PIC 9.
           05 SESSION-REC-DATE    PIC 9(8).
           05 SESSION-REC-TIME    PIC 9(8).

       FD SYSDATE-FILE.
       01 SYSDATE-REC            PIC X(40).

       FD ARCHIVE-INDEX.
       01 ARCHIVE-INDEX-REC      PIC X(100).

       WORKING-STORAGE SECTION.
       COPY 'sysdate-ws.cpy'.
       COPY 'txnarch-ws.cpy'.
       01 WS-DP-STATUS       PIC XX.
       01 WS-CB-STATUS       PIC XX.
       01 WS-POSTED-STATUS   PIC XX.
       01 WS-POSTED-NAME     PIC X(30).
       01 WS-PAIRS-STATUS    PIC XX.
       01 WS-CRD-STATUS      PIC XX.
       01 WS-DLD-STATUS      PIC XX.
       01 SESSION-STATUS     PIC XX.
       01 WS-SESSION-TERMINAL PIC X(8).
       01 WS-OPERATOR        PIC X(8) VALUE SPACES.
       01 WS-EOF             PIC X VALUE 'N'.
       01 WS-TODAY           PIC 9(8).
       01 WS-CHOICE          PIC X VALUE SPACE.
       01 WS-PICK-ID         PIC X(6).
       01 WS-PICK-ACC        PIC 9(5).
       01 WS-PICK-CASE       PIC 9(6).
       01 WS-PICK-TEXT       PIC X(8).
       01 WS-FOUND           PIC X VALUE 'N'.
       01 WS-REVERSED        PIC X VALUE 'N'.
       01 WS-FOUND-IDX       PIC 9(5) VALUE 0.
       01 WS-SHOWN           PIC 9(5) VALUE 0.
       01 WS-NEXT-CASE       PIC 9(6) VALUE 0.
       01 WS-CREDIT-DAYS     PIC 9(3) VALUE 10.
       01 WS-DEADLINE-DAYS   PIC 9(3) VALUE 45.
       01 WS-CONFIRM         PIC X.
       01 WS-PARTY           PIC X.
       01 WS-PARTY-REF       PIC X(20).
       01 WS-DISP-AMT        PIC Z(7)9.99.
       01 J                  PIC 9(5).

      *> The case file is loaded whole and rewritten whole.
       01 WS-DP-COUNT        PIC 9(5) VALUE 0.
       01 WS-DP-MAX          PIC 9(5) VALUE 10000.
       01 DP-TABLE.
           05 DP-ENTRY OCCURS 1 TO 10000 TIMES
                       DEPENDING ON WS-DP-COUNT.
               10 T-DP-CASE-NO       PIC 9(6).
               10 T-DP-TXN-ID        PIC X(6).
               10 T-DP-ACC-ID        PIC 9(5).
               10 T-DP-TXN-TYPE      PIC X(10).
               10 T-DP-AMOUNT        PIC 9(8)V99.
               10 T-DP-TXN-DATE      PIC 9(8).
               10 T-DP-CURRENCY      PIC X(3).
               10 T-DP-REASON        PIC X(30).
               10 T-DP-OPENED-DATE   PIC 9(8).
               10 T-DP-OPENED-BY     PIC X(8).
               10 T-DP-CREDIT-DUE    PIC 9(8).
               10 T-DP-DEADLINE      PIC 9(8).
               10 T-DP-STATUS        PIC X.
               10 T-DP-CREDIT-TXN    PIC X(6).
               10 T-DP-CREDIT-DATE   PIC 9(8).
               10 T-DP-DEBIT-TXN     PIC X(6).
               10 T-DP-RESOLVED-DATE PIC 9(8).
               10 T-DP-RESOLVED-BY   PIC X(8).

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY 'CUSTOMER DISPUTES'
           DISPLAY '================='
           PERFORM READ-SYSTEM-DATE
           MOVE SD-BUSINESS-DATE TO WS-TODAY
           PERFORM READ-OPERATOR-SESSION
           IF WS-OPERATOR = SPACES
               DISPLAY 'No operator signed on at terminal '
                   WS-SESSION-TERMINAL
                   '; disputes cannot be opened or resolved.'
               STOP RUN
           END-IF
           PERFORM LOAD-DISPUTE-DAYS
           PERFORM LOAD-CASE-TABLE

           PERFORM UNTIL WS-CHOICE = 'Q'
               DISPLAY ' '
               DISPLAY '(L)ist, (O)pen, (F)or customer, (A)gainst '
                   'customer, charge(B)ack, (Q)uit: '
                   WITH NO ADVANCING
               ACCEPT WS-CHOICE
               MOVE FUNCTION UPPER-CASE(WS-CHOICE) TO WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN 'L'
                       PERFORM LIST-CASES
                   WHEN 'O'
                       PERFORM OPEN-CASE
                   WHEN 'F'
                       PERFORM RESOLVE-FOR-CUSTOMER
                   WHEN 'A'
                       PERFORM RESOLVE-AGAINST-CUSTOMER
                   WHEN 'B'
                       PERFORM RESOLVE-BY-CHARGEBACK
                   WHEN 'Q'
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'Invalid option. Please try again.'
               END-EVALUATE
           END-PERFORM

           PERFORM SAVE-CASE-TABLE
           DISPLAY 'Dispute cases saved.'
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

       LOAD-DISPUTE-DAYS.
           OPEN INPUT CREDIT-DAYS-FILE
           IF WS-CRD-STATUS NOT = '35'
               READ CREDIT-DAYS-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE FUNCTION NUMVAL(CREDIT-DAYS-REC)
                           TO WS-CREDIT-DAYS
               END-READ
               CLOSE CREDIT-DAYS-FILE
           END-IF
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

       LOAD-CASE-TABLE.
           MOVE 0 TO WS-DP-COUNT
           MOVE 0 TO WS-NEXT-CASE
           MOVE 'N' TO WS-EOF
           OPEN INPUT CASE-FILE
           IF WS-DP-STATUS = '35'
               DISPLAY '  (no dispute cases on file yet)'
           ELSE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ CASE-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF WS-DP-COUNT < WS-DP-MAX
                               ADD 1 TO WS-DP-COUNT
                               MOVE CASE-RECORD
                                   TO DP-ENTRY(WS-DP-COUNT)
                               IF DP-CASE-NO > WS-NEXT-CASE
                                   MOVE DP-CASE-NO TO WS-NEXT-CASE
                               END-IF
                           ELSE
                               DISPLAY 'Warning: case table full at '
                                   WS-DP-MAX ', skipping case '
                                   DP-CASE-NO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CASE-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       SAVE-CASE-TABLE.
           OPEN OUTPUT CASE-FILE
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-DP-COUNT
               MOVE DP-ENTRY(J) TO CASE-RECORD
               WRITE CASE-RECORD
           END-PERFORM
           CLOSE CASE-FILE.

       LIST-CASES.
           DISPLAY 'Account id (5 digits): '
           ACCEPT WS-PICK-ACC
           MOVE 0 TO WS-SHOWN
           DISPLAY 'CASE   TXN-ID      AMOUNT S OPENED   CREDIT   '
               'DEADLINE CREDIT DEBIT  REASON'
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-DP-COUNT
               IF T-DP-ACC-ID(J) = WS-PICK-ACC
                   ADD 1 TO WS-SHOWN
                   MOVE T-DP-AMOUNT(J) TO WS-DISP-AMT
                   DISPLAY T-DP-CASE-NO(J) ' ' T-DP-TXN-ID(J) ' '
                       WS-DISP-AMT ' ' T-DP-STATUS(J) ' '
                       T-DP-OPENED-DATE(J) ' ' T-DP-CREDIT-DUE(J) ' '
                       T-DP-DEADLINE(J) ' ' T-DP-CREDIT-TXN(J) ' '
                       T-DP-DEBIT-TXN(J) ' ' T-DP-REASON(J)
               END-IF
           END-PERFORM
           IF WS-SHOWN = 0
               DISPLAY '  (no disputes for this account)'
           END-IF.

      *> Only a movement that took money out of the account can be
      *> disputed, once, and not after it has been reversed.
       OPEN-CASE.
           IF WS-DP-COUNT >= WS-DP-MAX
               DISPLAY '  >> Case file is full.'
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'Posted transaction id disputed: '
           ACCEPT WS-PICK-ID
           IF WS-PICK-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-DP-COUNT
               IF T-DP-TXN-ID(J) = WS-PICK-ID
                   DISPLAY '  >> Transaction ' WS-PICK-ID
                       ' is already disputed under case '
                       T-DP-CASE-NO(J) '.'
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           PERFORM CHECK-REVERSAL-PAIRS
           IF WS-REVERSED = 'Y'
               DISPLAY '  >> Transaction ' WS-PICK-ID
                   ' has been reversed; there is nothing to dispute.'
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-POSTED-TRANSACTION
           IF WS-FOUND = 'N'
               DISPLAY '  >> Transaction ' WS-PICK-ID
                   ' is not on the posted journal.'
               EXIT PARAGRAPH
           END-IF
           IF PJ-TXN-TYPE NOT = 'WITHDRAWAL'
               AND PJ-TXN-TYPE NOT = 'FEE       '
               AND PJ-TXN-TYPE NOT = 'TRANSFER  '
               DISPLAY '  >> A ' FUNCTION TRIM(PJ-TXN-TYPE)
                   ' paid money in; only debits can be disputed.'
               EXIT PARAGRAPH
           END-IF

           MOVE PJ-AMT TO WS-DISP-AMT
           DISPLAY '  ' PJ-TXN-ID ' ' PJ-TXN-TYPE ' account '
               PJ-ACC-ID ' ' WS-DISP-AMT ' ' PJ-CURRENCY ' on '
               PJ-DATE
           ADD 1 TO WS-DP-COUNT
           ADD 1 TO WS-NEXT-CASE
           MOVE WS-DP-COUNT TO J
           MOVE WS-NEXT-CASE TO T-DP-CASE-NO(J)
           MOVE PJ-TXN-ID TO T-DP-TXN-ID(J)
           MOVE PJ-ACC-ID TO T-DP-ACC-ID(J)
           MOVE PJ-TXN-TYPE TO T-DP-TXN-TYPE(J)
           MOVE PJ-AMT TO T-DP-AMOUNT(J)
           MOVE PJ-DATE TO T-DP-TXN-DATE(J)
           MOVE PJ-CURRENCY TO T-DP-CURRENCY(J)
           DISPLAY 'Customer''s reason (30 chars): '
           ACCEPT T-DP-REASON(J)
           MOVE WS-TODAY TO T-DP-OPENED-DATE(J)
           MOVE WS-OPERATOR TO T-DP-OPENED-BY(J)
           COMPUTE T-DP-CREDIT-DUE(J) = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY) + WS-CREDIT-DAYS)
           COMPUTE T-DP-DEADLINE(J) = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY) + WS-DEADLINE-DAYS)
           MOVE 'O' TO T-DP-STATUS(J)
           MOVE SPACES TO T-DP-CREDIT-TXN(J)
           MOVE 0 TO T-DP-CREDIT-DATE(J)
           MOVE SPACES TO T-DP-DEBIT-TXN(J)
           MOVE 0 TO T-DP-RESOLVED-DATE(J)
           MOVE SPACES TO T-DP-RESOLVED-BY(J)
           DISPLAY 'Case ' T-DP-CASE-NO(J) ' opened; provisional '
               'credit due ' T-DP-CREDIT-DUE(J) ', resolve by '
               T-DP-DEADLINE(J) '.'.

       CHECK-REVERSAL-PAIRS.
           MOVE 'N' TO WS-REVERSED
           OPEN INPUT PAIRS-FILE
           IF WS-PAIRS-STATUS NOT = '35'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ PAIRS-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF RP-ORIG-ID = WS-PICK-ID
                               OR RP-REV-ID = WS-PICK-ID
                               MOVE 'Y' TO WS-REVERSED
                               MOVE 'Y' TO WS-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAIRS-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

      *> The live register first, then the archived months newest
      *> first, the same search TXN-REVERSAL makes.
       FIND-POSTED-TRANSACTION.
           MOVE 'N' TO WS-FOUND
           MOVE 'POSTED-TRANS.DAT' TO WS-POSTED-NAME
           PERFORM SCAN-POSTED-FILE
           IF WS-FOUND = 'Y'
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-ARCHIVE-INDEX
           MOVE WS-AX-COUNT TO WS-AX-IDX
           PERFORM UNTIL WS-AX-IDX = 0 OR WS-FOUND = 'Y'
               MOVE AX-ENTRY(WS-AX-IDX) TO ARCHIVE-INDEX-DETAIL
               IF AX-REGISTER = 'POSTED'
                   MOVE AX-FILE-NAME TO WS-POSTED-NAME
                   PERFORM SCAN-POSTED-FILE
               END-IF
               SUBTRACT 1 FROM WS-AX-IDX
           END-PERFORM.

       SCAN-POSTED-FILE.
           OPEN INPUT POSTED-FILE
           IF WS-POSTED-STATUS NOT = '35'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ POSTED-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF PJ-TXN-ID = WS-PICK-ID
                               MOVE 'Y' TO WS-FOUND
                               MOVE 'Y' TO WS-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POSTED-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

      *> Only a case still open or provisionally credited can be
      *> resolved.
       PICK-OPEN-CASE.
           MOVE 0 TO WS-FOUND-IDX
           DISPLAY 'Case number: '
           ACCEPT WS-PICK-TEXT
           IF WS-PICK-TEXT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-PICK-TEXT) TO WS-PICK-CASE
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-DP-COUNT
               IF T-DP-CASE-NO(J) = WS-PICK-CASE
                   MOVE J TO WS-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-FOUND-IDX = 0
               DISPLAY '  >> No such case.'
               EXIT PARAGRAPH
           END-IF
           IF T-DP-STATUS(WS-FOUND-IDX) NOT = 'O'
               AND T-DP-STATUS(WS-FOUND-IDX) NOT = 'P'
               DISPLAY '  >> Case ' WS-PICK-CASE
                   ' is already resolved (status '
                   T-DP-STATUS(WS-FOUND-IDX) ').'
               MOVE 0 TO WS-FOUND-IDX
               EXIT PARAGRAPH
           END-IF
           MOVE T-DP-AMOUNT(WS-FOUND-IDX) TO WS-DISP-AMT
           DISPLAY '  Case ' T-DP-CASE-NO(WS-FOUND-IDX) ' '
               T-DP-TXN-ID(WS-FOUND-IDX) ' account '
               T-DP-ACC-ID(WS-FOUND-IDX) ' ' WS-DISP-AMT ' '
               T-DP-REASON(WS-FOUND-IDX)
           DISPLAY 'Confirm (Y/N): '
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
               MOVE 0 TO WS-FOUND-IDX
           END-IF.

       MARK-RESOLVED.
           MOVE WS-TODAY TO T-DP-RESOLVED-DATE(WS-FOUND-IDX)
           MOVE WS-OPERATOR TO T-DP-RESOLVED-BY(WS-FOUND-IDX).

       RESOLVE-FOR-CUSTOMER.
           PERFORM PICK-OPEN-CASE
           IF WS-FOUND-IDX = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 'F' TO T-DP-STATUS(WS-FOUND-IDX)
           PERFORM MARK-RESOLVED
           IF T-DP-CREDIT-TXN(WS-FOUND-IDX) = SPACES
               DISPLAY 'Resolved for the customer; the credit posts '
                   'in tonight''s DISPUTE-PROCESS run.'
           ELSE
               DISPLAY 'Resolved for the customer; provisional '
                   'credit ' T-DP-CREDIT-TXN(WS-FOUND-IDX)
                   ' is now final.'
           END-IF.

       RESOLVE-AGAINST-CUSTOMER.
           PERFORM PICK-OPEN-CASE
           IF WS-FOUND-IDX = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 'A' TO T-DP-STATUS(WS-FOUND-IDX)
           PERFORM MARK-RESOLVED
           IF T-DP-CREDIT-TXN(WS-FOUND-IDX) = SPACES
               DISPLAY 'Resolved against the customer; no credit had '
                   'been given.'
           ELSE
               DISPLAY 'Resolved against the customer; provisional '
                   'credit ' T-DP-CREDIT-TXN(WS-FOUND-IDX)
                   ' is taken back tonight and the customer written '
                   'to.'
           END-IF.

      *> The customer keeps the money and the claim moves to the
      *> other side of the transaction.
       RESOLVE-BY-CHARGEBACK.
           PERFORM PICK-OPEN-CASE
           IF WS-FOUND-IDX = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACE TO WS-PARTY
           PERFORM UNTIL WS-PARTY = 'M' OR WS-PARTY = 'B'
               DISPLAY 'Charge back to (M)erchant or paying (B)ank: '
               ACCEPT WS-PARTY
               MOVE FUNCTION UPPER-CASE(WS-PARTY) TO WS-PARTY
           END-PERFORM
           DISPLAY 'Merchant id or bank reference (20 chars): '
           ACCEPT WS-PARTY-REF

           OPEN EXTEND CLAIM-FILE
           IF WS-CB-STATUS = '35'
               OPEN OUTPUT CLAIM-FILE
           END-IF
           MOVE SPACES TO CLAIM-RECORD
           MOVE T-DP-CASE-NO(WS-FOUND-IDX) TO CB-CASE-NO
           MOVE T-DP-TXN-ID(WS-FOUND-IDX) TO CB-TXN-ID
           MOVE T-DP-ACC-ID(WS-FOUND-IDX) TO CB-ACC-ID
           MOVE WS-PARTY TO CB-PARTY
           MOVE WS-PARTY-REF TO CB-PARTY-REF
           MOVE T-DP-AMOUNT(WS-FOUND-IDX) TO CB-AMOUNT
           MOVE T-DP-CURRENCY(WS-FOUND-IDX) TO CB-CURRENCY
           MOVE WS-TODAY TO CB-RAISED-DATE
           MOVE WS-OPERATOR TO CB-RAISED-BY
           WRITE CLAIM-RECORD
           CLOSE CLAIM-FILE

           MOVE 'C' TO T-DP-STATUS(WS-FOUND-IDX)
           PERFORM MARK-RESOLVED
           DISPLAY 'Chargeback recorded in CHARGEBACK-CLAIMS.DAT; '
               'the customer''s credit is final.'.

       COPY 'sysdate-read.cpy'.
       COPY 'txnarch-check.cpy'.
