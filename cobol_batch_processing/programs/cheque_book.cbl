       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHEQUE-BOOK.
       AUTHOR. HOLBERTON.

      *> Cheque book issuance and stop-payment maintenance for
      *> cheques drawn on our customers' accounts. CHEQUE-RETURNS
      *> and CHEQUE-FLOAT.DAT only ever covered cheques paid in to
      *> us; a cheque drawn on us was paid on sight. Each book
      *> issued here is recorded in CHEQUE-BOOKS.DAT as the serial
      *> range it holds, allocated on from the account's last book,
      *> and each stop-payment instruction goes to STOP-PAYMENTS.DAT
      *> for one serial or a range (a lost book) with an optional
      *> exact amount and an expiry date, six months out unless the
      *> customer asks otherwise. CHEQUE-CLEARING checks every
      *> inward presentment against both, and charges the stop fee
      *> (fee code STOP in FEE-SCHEDULE.DAT) on its next run.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOOK-FILE ASSIGN TO 'CHEQUE-BOOKS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CB-STATUS.
           SELECT STOP-FILE ASSIGN TO 'STOP-PAYMENTS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SP-STATUS.
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
      *> CB-STATUS A = issued, X = cancelled (destroyed or lost --
      *> a lost book should also be stopped).
       FD BOOK-FILE.
       01 BOOK-RECORD.
           05 CB-ACC-ID        PIC 9(5).
           05 CB-FIRST-SERIAL  PIC 9(6).
           05 CB-LAST-SERIAL   PIC 9(6).
           05 CB-ISSUED-DATE   PIC 9(8).
           05 CB-STATUS        PIC X.

      *> SP-AMOUNT zero stops any cheque in the range; otherwise
      *> only a cheque for exactly that amount. SP-STATUS A active,
      *> R revoked. SP-FEE-STATUS P fee pending, C charged, W
      *> waived or no fee row, set by CHEQUE-CLEARING.
       FD STOP-FILE.
       01 STOP-RECORD.
           05 SP-ACC-ID        PIC 9(5).
           05 SP-FIRST-SERIAL  PIC 9(6).
           05 SP-LAST-SERIAL   PIC 9(6).
           05 SP-AMOUNT        PIC 9(8)V99.
           05 SP-PLACED-DATE   PIC 9(8).
           05 SP-EXPIRY-DATE   PIC 9(8).
           05 SP-STATUS        PIC X.
           05 SP-FEE-STATUS    PIC X.
           05 SP-REASON        PIC X(20).

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
       01 WS-CB-STATUS       PIC XX.
       01 WS-SP-STATUS       PIC XX.
       01 WS-ACC-STATUS      PIC XX.
       01 WS-EOF             PIC X VALUE 'N'.
       01 WS-CHOICE          PIC X.
       01 WS-TODAY           PIC 9(8).
       01 WS-PICK-ACC        PIC 9(5).
       01 WS-ACC-OK          PIC X.
       01 WS-LEAVES-TEXT     PIC X(4).
       01 WS-LEAVES          PIC 9(3).
       01 WS-NEXT-SERIAL     PIC 9(6).
       01 WS-SERIAL-TEXT     PIC X(6).
       01 WS-FIRST-SERIAL    PIC 9(6).
       01 WS-LAST-SERIAL     PIC 9(6).
       01 WS-DATE-TEXT       PIC X(8).
       01 WS-AMT-TEXT        PIC X(12).
       01 WS-ISSUED          PIC X.
       01 WS-FOUND-IDX       PIC 9(4) VALUE 0.
       01 WS-SHOWN           PIC 9(4) VALUE 0.
       01 WS-DISP-AMT        PIC Z(7)9.99.
       01 J                  PIC 9(4).

      *> Both files are loaded whole and rewritten whole.
       01 WS-CB-COUNT        PIC 9(4) VALUE 0.
       01 WS-CB-MAX          PIC 9(4) VALUE 5000.
       01 CB-TABLE.
           05 CB-ENTRY OCCURS 1 TO 5000 TIMES
                       DEPENDING ON WS-CB-COUNT.
               10 T-CB-ACC-ID       PIC 9(5).
               10 T-CB-FIRST-SERIAL PIC 9(6).
               10 T-CB-LAST-SERIAL  PIC 9(6).
               10 T-CB-ISSUED-DATE  PIC 9(8).
               10 T-CB-STATUS       PIC X.

       01 WS-SP-COUNT        PIC 9(4) VALUE 0.
       01 WS-SP-MAX          PIC 9(4) VALUE 5000.
       01 SP-TABLE.
           05 SP-ENTRY OCCURS 1 TO 5000 TIMES
                       DEPENDING ON WS-SP-COUNT.
               10 T-SP-ACC-ID       PIC 9(5).
               10 T-SP-FIRST-SERIAL PIC 9(6).
               10 T-SP-LAST-SERIAL  PIC 9(6).
               10 T-SP-AMOUNT       PIC 9(8)V99.
               10 T-SP-PLACED-DATE  PIC 9(8).
               10 T-SP-EXPIRY-DATE  PIC 9(8).
               10 T-SP-STATUS       PIC X.
               10 T-SP-FEE-STATUS   PIC X.
               10 T-SP-REASON       PIC X(20).

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY 'CHEQUE BOOKS AND STOP PAYMENTS'
           DISPLAY '=============================='
           PERFORM READ-SYSTEM-DATE
           MOVE SD-BUSINESS-DATE TO WS-TODAY
           PERFORM LOAD-BOOK-TABLE
           PERFORM LOAD-STOP-TABLE

           PERFORM UNTIL WS-CHOICE = 'Q'
               DISPLAY ' '
               DISPLAY '(L)ist, (I)ssue book, (C)ancel book, '
                   '(S)top payment, (R)evoke stop, (Q)uit: '
                   WITH NO ADVANCING
               ACCEPT WS-CHOICE
               MOVE FUNCTION UPPER-CASE(WS-CHOICE) TO WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN 'L'
                       PERFORM LIST-ACCOUNT
                   WHEN 'I'
                       PERFORM ISSUE-BOOK
                   WHEN 'C'
                       PERFORM CANCEL-BOOK
                   WHEN 'S'
                       PERFORM PLACE-STOP
                   WHEN 'R'
                       PERFORM REVOKE-STOP
                   WHEN 'Q'
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'Invalid option. Please try again.'
               END-EVALUATE
           END-PERFORM

           PERFORM SAVE-BOOK-TABLE
           PERFORM SAVE-STOP-TABLE
           DISPLAY 'Cheque books and stop payments saved.'
           STOP RUN.

       LOAD-BOOK-TABLE.
           MOVE 0 TO WS-CB-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT BOOK-FILE
           IF WS-CB-STATUS NOT = '35'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ BOOK-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF WS-CB-COUNT < WS-CB-MAX
                               ADD 1 TO WS-CB-COUNT
                               MOVE BOOK-RECORD
                                   TO CB-ENTRY(WS-CB-COUNT)
                           ELSE
                               DISPLAY 'Warning: book table full at '
                                   WS-CB-MAX
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BOOK-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       LOAD-STOP-TABLE.
           MOVE 0 TO WS-SP-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT STOP-FILE
           IF WS-SP-STATUS NOT = '35'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ STOP-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF WS-SP-COUNT < WS-SP-MAX
                               ADD 1 TO WS-SP-COUNT
                               MOVE STOP-RECORD
                                   TO SP-ENTRY(WS-SP-COUNT)
                           ELSE
                               DISPLAY 'Warning: stop table full at '
                                   WS-SP-MAX
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STOP-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       SAVE-BOOK-TABLE.
           OPEN OUTPUT BOOK-FILE
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-CB-COUNT
               MOVE CB-ENTRY(J) TO BOOK-RECORD
               WRITE BOOK-RECORD
           END-PERFORM
           CLOSE BOOK-FILE.

       SAVE-STOP-TABLE.
           OPEN OUTPUT STOP-FILE
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-SP-COUNT
               MOVE SP-ENTRY(J) TO STOP-RECORD
               WRITE STOP-RECORD
           END-PERFORM
           CLOSE STOP-FILE.

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

       LIST-ACCOUNT.
           DISPLAY 'Account id (5 digits): '
           ACCEPT WS-PICK-ACC
           MOVE 0 TO WS-SHOWN
           DISPLAY 'BOOKS:  FIRST  LAST   ISSUED   S'
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-CB-COUNT
               IF T-CB-ACC-ID(J) = WS-PICK-ACC
                   ADD 1 TO WS-SHOWN
                   DISPLAY '        ' T-CB-FIRST-SERIAL(J) ' '
                       T-CB-LAST-SERIAL(J) ' ' T-CB-ISSUED-DATE(J)
                       ' ' T-CB-STATUS(J)
               END-IF
           END-PERFORM
           DISPLAY 'STOPS:  FIRST  LAST   AMOUNT      PLACED   '
               'EXPIRES  S F REASON'
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-SP-COUNT
               IF T-SP-ACC-ID(J) = WS-PICK-ACC
                   ADD 1 TO WS-SHOWN
                   MOVE T-SP-AMOUNT(J) TO WS-DISP-AMT
                   DISPLAY '        ' T-SP-FIRST-SERIAL(J) ' '
                       T-SP-LAST-SERIAL(J) ' ' WS-DISP-AMT ' '
                       T-SP-PLACED-DATE(J) ' ' T-SP-EXPIRY-DATE(J)
                       ' ' T-SP-STATUS(J) ' ' T-SP-FEE-STATUS(J)
                       ' ' T-SP-REASON(J)
               END-IF
           END-PERFORM
           IF WS-SHOWN = 0
               DISPLAY '  (no cheque books or stops for this '
                   'account)'
           END-IF.

      *> A new book follows on from the highest serial the account
      *> has ever been issued, so no serial is ever issued twice.
       ISSUE-BOOK.
           IF WS-CB-COUNT >= WS-CB-MAX
               DISPLAY 'Cheque book register is full.'
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'Account id (5 digits): '
           ACCEPT WS-PICK-ACC
           PERFORM CHECK-ACCOUNT
           IF WS-ACC-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'Leaves in the book (blank = 30): '
           ACCEPT WS-LEAVES-TEXT
           IF WS-LEAVES-TEXT = SPACES
               MOVE 30 TO WS-LEAVES
           ELSE
               MOVE FUNCTION NUMVAL(WS-LEAVES-TEXT) TO WS-LEAVES
           END-IF
           IF WS-LEAVES = 0
               DISPLAY '  >> A book needs at least one leaf.'
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-NEXT-SERIAL
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-CB-COUNT
               IF T-CB-ACC-ID(J) = WS-PICK-ACC
                   AND T-CB-LAST-SERIAL(J) >= WS-NEXT-SERIAL
                   COMPUTE WS-NEXT-SERIAL = T-CB-LAST-SERIAL(J) + 1
               END-IF
           END-PERFORM
           IF WS-NEXT-SERIAL + WS-LEAVES - 1 > 999999
               DISPLAY '  >> Serial numbers exhausted for this '
                   'account.'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CB-COUNT
           MOVE WS-PICK-ACC TO T-CB-ACC-ID(WS-CB-COUNT)
           MOVE WS-NEXT-SERIAL TO T-CB-FIRST-SERIAL(WS-CB-COUNT)
           COMPUTE T-CB-LAST-SERIAL(WS-CB-COUNT) =
               WS-NEXT-SERIAL + WS-LEAVES - 1
           MOVE WS-TODAY TO T-CB-ISSUED-DATE(WS-CB-COUNT)
           MOVE 'A' TO T-CB-STATUS(WS-CB-COUNT)
           DISPLAY 'Book issued: serials '
               T-CB-FIRST-SERIAL(WS-CB-COUNT) ' to '
               T-CB-LAST-SERIAL(WS-CB-COUNT) '.'.

       CANCEL-BOOK.
           DISPLAY 'Account id (5 digits): '
           ACCEPT WS-PICK-ACC
           DISPLAY 'First serial of the book: '
           ACCEPT WS-SERIAL-TEXT
           MOVE FUNCTION NUMVAL(WS-SERIAL-TEXT) TO WS-FIRST-SERIAL
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-CB-COUNT
               IF T-CB-ACC-ID(J) = WS-PICK-ACC
                   AND T-CB-FIRST-SERIAL(J) = WS-FIRST-SERIAL
                   MOVE J TO WS-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-FOUND-IDX = 0
               DISPLAY '  >> No such book on this account.'
           ELSE
               MOVE 'X' TO T-CB-STATUS(WS-FOUND-IDX)
               DISPLAY 'Book cancelled; cheques from it will be '
                   'returned as unissued. Stop it as well if it '
                   'was lost.'
           END-IF.

      *> The range must lie inside books issued to the account;
      *> stopping a serial that was never issued is meaningless.
       PLACE-STOP.
           IF WS-SP-COUNT >= WS-SP-MAX
               DISPLAY 'Stop-payment file is full.'
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'Account id (5 digits): '
           ACCEPT WS-PICK-ACC
           PERFORM CHECK-ACCOUNT
           IF WS-ACC-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'First serial to stop: '
           ACCEPT WS-SERIAL-TEXT
           MOVE FUNCTION NUMVAL(WS-SERIAL-TEXT) TO WS-FIRST-SERIAL
           DISPLAY 'Last serial to stop (blank = same): '
           ACCEPT WS-SERIAL-TEXT
           IF WS-SERIAL-TEXT = SPACES
               MOVE WS-FIRST-SERIAL TO WS-LAST-SERIAL
           ELSE
               MOVE FUNCTION NUMVAL(WS-SERIAL-TEXT) TO WS-LAST-SERIAL
           END-IF
           IF WS-LAST-SERIAL < WS-FIRST-SERIAL
               DISPLAY '  >> Last serial is before the first.'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-ISSUED
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-CB-COUNT
               IF T-CB-ACC-ID(J) = WS-PICK-ACC
                   AND T-CB-FIRST-SERIAL(J) <= WS-FIRST-SERIAL
                   AND T-CB-LAST-SERIAL(J) >= WS-LAST-SERIAL
                   MOVE 'Y' TO WS-ISSUED
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-ISSUED = 'N'
               DISPLAY '  >> Those serials were not issued to this '
                   'account in one book.'
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-SP-COUNT
           MOVE SPACES TO SP-ENTRY(WS-SP-COUNT)
           MOVE WS-PICK-ACC TO T-SP-ACC-ID(WS-SP-COUNT)
           MOVE WS-FIRST-SERIAL TO T-SP-FIRST-SERIAL(WS-SP-COUNT)
           MOVE WS-LAST-SERIAL TO T-SP-LAST-SERIAL(WS-SP-COUNT)
           DISPLAY 'Exact amount (blank = any amount): '
           ACCEPT WS-AMT-TEXT
           IF WS-AMT-TEXT = SPACES
               MOVE 0 TO T-SP-AMOUNT(WS-SP-COUNT)
           ELSE
               MOVE FUNCTION NUMVAL(WS-AMT-TEXT)
                   TO T-SP-AMOUNT(WS-SP-COUNT)
           END-IF
           DISPLAY 'Expiry date (YYYYMMDD, blank = six months): '
           ACCEPT WS-DATE-TEXT
           IF WS-DATE-TEXT = SPACES
               COMPUTE T-SP-EXPIRY-DATE(WS-SP-COUNT) =
                   FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(WS-TODAY) + 182)
           ELSE
               MOVE FUNCTION NUMVAL(WS-DATE-TEXT)
                   TO T-SP-EXPIRY-DATE(WS-SP-COUNT)
           END-IF
           DISPLAY 'Reason: '
           ACCEPT T-SP-REASON(WS-SP-COUNT)
           MOVE WS-TODAY TO T-SP-PLACED-DATE(WS-SP-COUNT)
           MOVE 'A' TO T-SP-STATUS(WS-SP-COUNT)
           MOVE 'P' TO T-SP-FEE-STATUS(WS-SP-COUNT)
           DISPLAY 'Stop placed on serials '
               T-SP-FIRST-SERIAL(WS-SP-COUNT) ' to '
               T-SP-LAST-SERIAL(WS-SP-COUNT) ' until '
               T-SP-EXPIRY-DATE(WS-SP-COUNT) '.'.

       REVOKE-STOP.
           DISPLAY 'Account id (5 digits): '
           ACCEPT WS-PICK-ACC
           DISPLAY 'First serial of the stop: '
           ACCEPT WS-SERIAL-TEXT
           MOVE FUNCTION NUMVAL(WS-SERIAL-TEXT) TO WS-FIRST-SERIAL
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-SP-COUNT
               IF T-SP-ACC-ID(J) = WS-PICK-ACC
                   AND T-SP-FIRST-SERIAL(J) = WS-FIRST-SERIAL
                   AND T-SP-STATUS(J) = 'A'
                   MOVE J TO WS-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-FOUND-IDX = 0
               DISPLAY '  >> No active stop starting at that serial.'
           ELSE
               MOVE 'R' TO T-SP-STATUS(WS-FOUND-IDX)
               DISPLAY 'Stop revoked.'
           END-IF.

       COPY 'sysdate-read.cpy'.
