       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARD-MAINTAIN.
       AUTHOR. HOLBERTON.

      *> Maintenance front end for CARD-MASTER.DAT, the debit cards
      *> issued against accounts on ACCOUNTS.MASTER.IDX. Each card
      *> carries its number, the account it draws on, its status,
      *> its expiry month and its own daily ATM and POS limits,
      *> which CARD-AUTHORIZE checks every request from the switch
      *> against. A new card number is our BIN followed by a
      *> running sequence and the Luhn check digit the switch
      *> verifies; the card expires at the end of the month three
      *> years out. Status A active, B blocked (the customer can
      *> have it unblocked), L lost or stolen and X cancelled --
      *> L and X are final, a replacement is a new card. Default
      *> limits come from card-limits.dat (ATM then POS on one
      *> line, default 500.00 and 2000.00). As with the payee
      *> register, nothing changes without an operator signed on
      *> at this terminal, who is stamped on every change.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-FILE ASSIGN TO 'CARD-MASTER.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CD-STATUS.
           SELECT LIMITS-FILE ASSIGN TO 'card-limits.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIM-STATUS.
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
       FD CARD-FILE.
       01 CARD-RECORD.
           05 CD-CARD-NO       PIC X(16).
           05 CD-ACC-ID        PIC 9(5).
           05 CD-EXPIRY        PIC 9(6).
           05 CD-STATUS        PIC X.
           05 CD-ATM-LIMIT     PIC 9(6)V99.
           05 CD-POS-LIMIT     PIC 9(6)V99.
           05 CD-ISSUED-DATE   PIC 9(8).
           05 CD-CHANGED-DATE  PIC 9(8).
           05 CD-CHANGED-BY    PIC X(8).

       FD LIMITS-FILE.
       01 LIMITS-RECORD.
           05 LM-ATM-TEXT      PIC X(10).
           05 LM-POS-TEXT      PIC X(10).

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
       01 WS-CD-STATUS       PIC XX.
       01 WS-LIM-STATUS      PIC XX.
       01 WS-ACC-STATUS      PIC XX.
       01 SESSION-STATUS     PIC XX.
       01 WS-SESSION-TERMINAL PIC X(8).
       01 WS-OPERATOR        PIC X(8) VALUE SPACES.
       01 WS-EOF             PIC X VALUE 'N'.
       01 WS-CHOICE          PIC X.
       01 WS-TODAY           PIC 9(8).
       01 WS-PICK-ACC        PIC 9(5).
       01 WS-PICK-CARD       PIC X(16).
       01 WS-ACC-OK          PIC X.
       01 WS-FOUND-IDX       PIC 9(4) VALUE 0.
       01 WS-SHOWN           PIC 9(4) VALUE 0.
       01 WS-AMT-TEXT        PIC X(12).
       01 WS-DISP-ATM        PIC Z(5)9.99.
       01 WS-DISP-POS        PIC Z(5)9.99.
       01 WS-DEF-ATM-LIMIT   PIC 9(6)V99 VALUE 500.00.
       01 WS-DEF-POS-LIMIT   PIC 9(6)V99 VALUE 2000.00.
       01 J                  PIC 9(4).

      *> Card numbers: our six-digit BIN, a nine-digit running
      *> sequence and the Luhn check digit.
       01 WS-BIN             PIC X(6) VALUE '460403'.
       01 WS-NEXT-SEQ        PIC 9(9) VALUE 1.
       01 WS-CARD-NO.
           05 WS-CARD-BIN    PIC X(6).
           05 WS-CARD-SEQ    PIC 9(9).
           05 WS-CARD-CHECK  PIC 9.
       01 WS-LUHN-SUM        PIC 9(4).
       01 WS-LUHN-POS        PIC 9(2).
       01 WS-LUHN-DIGIT      PIC 99.
       01 WS-LUHN-DOUBLE     PIC X.
       01 WS-EXPIRY-YEAR     PIC 9(4).

      *> The card master, loaded whole and rewritten whole.
       01 WS-CD-COUNT        PIC 9(4) VALUE 0.
       01 WS-CD-MAX          PIC 9(4) VALUE 5000.
       01 CD-TABLE.
           05 CD-ENTRY OCCURS 1 TO 5000 TIMES
                       DEPENDING ON WS-CD-COUNT.
               10 T-CD-CARD-NO      PIC X(16).
               10 T-CD-ACC-ID       PIC 9(5).
               10 T-CD-EXPIRY       PIC 9(6).
               10 T-CD-STATUS       PIC X.
               10 T-CD-ATM-LIMIT    PIC 9(6)V99.
               10 T-CD-POS-LIMIT    PIC 9(6)V99.
               10 T-CD-ISSUED-DATE  PIC 9(8).
               10 T-CD-CHANGED-DATE PIC 9(8).
               10 T-CD-CHANGED-BY   PIC X(8).

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY 'DEBIT CARD MAINTENANCE'
           DISPLAY '======================'
           PERFORM READ-SYSTEM-DATE
           MOVE SD-BUSINESS-DATE TO WS-TODAY
           PERFORM READ-OPERATOR-SESSION
           IF WS-OPERATOR = SPACES
               DISPLAY 'No operator signed on at terminal '
                   WS-SESSION-TERMINAL
                   '; the card master cannot be changed.'
               STOP RUN
           END-IF
           PERFORM LOAD-DEFAULT-LIMITS
           PERFORM LOAD-CARD-TABLE

           PERFORM UNTIL WS-CHOICE = 'Q'
               DISPLAY ' '
               DISPLAY '(L)ist, (I)ssue, (B)lock, (U)nblock, '
                   'lo(S)t/stolen, (C)ancel, limi(T)s, (Q)uit: '
                   WITH NO ADVANCING
               ACCEPT WS-CHOICE
               MOVE FUNCTION UPPER-CASE(WS-CHOICE) TO WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN 'L'
                       PERFORM LIST-CARDS
                   WHEN 'I'
                       PERFORM ISSUE-CARD
                   WHEN 'B'
                       PERFORM BLOCK-CARD
                   WHEN 'U'
                       PERFORM UNBLOCK-CARD
                   WHEN 'S'
                       PERFORM REPORT-LOST-CARD
                   WHEN 'C'
                       PERFORM CANCEL-CARD
                   WHEN 'T'
                       PERFORM CHANGE-LIMITS
                   WHEN 'Q'
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'Invalid option. Please try again.'
               END-EVALUATE
           END-PERFORM

           PERFORM SAVE-CARD-TABLE
           DISPLAY 'Card master saved.'
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

       LOAD-DEFAULT-LIMITS.
           OPEN INPUT LIMITS-FILE
           IF WS-LIM-STATUS NOT = '35'
               READ LIMITS-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE FUNCTION NUMVAL(LM-ATM-TEXT)
                           TO WS-DEF-ATM-LIMIT
                       MOVE FUNCTION NUMVAL(LM-POS-TEXT)
                           TO WS-DEF-POS-LIMIT
               END-READ
               CLOSE LIMITS-FILE
           END-IF.

       LOAD-CARD-TABLE.
           MOVE 0 TO WS-CD-COUNT
           OPEN INPUT CARD-FILE
           IF WS-CD-STATUS = '35'
               DISPLAY '  (no cards issued yet)'
           ELSE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ CARD-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF WS-CD-COUNT < WS-CD-MAX
                               ADD 1 TO WS-CD-COUNT
                               MOVE CARD-RECORD
                                   TO CD-ENTRY(WS-CD-COUNT)
                               MOVE CD-CARD-NO TO WS-CARD-NO
                               IF WS-CARD-SEQ >= WS-NEXT-SEQ
                                   COMPUTE WS-NEXT-SEQ =
                                       WS-CARD-SEQ + 1
                               END-IF
                           ELSE
                               DISPLAY 'Warning: card table full at '
                                   WS-CD-MAX ', skipping ' CD-CARD-NO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CARD-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       SAVE-CARD-TABLE.
           OPEN OUTPUT CARD-FILE
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-CD-COUNT
               MOVE CD-ENTRY(J) TO CARD-RECORD
               WRITE CARD-RECORD
           END-PERFORM
           CLOSE CARD-FILE.

       LIST-CARDS.
           DISPLAY 'Account id (5 digits): '
           ACCEPT WS-PICK-ACC
           MOVE 0 TO WS-SHOWN
           DISPLAY 'CARD NUMBER      S EXPIRY ATM LIMIT  POS LIMIT  '
               'ISSUED   CHANGED  BY'
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-CD-COUNT
               IF T-CD-ACC-ID(J) = WS-PICK-ACC
                   ADD 1 TO WS-SHOWN
                   MOVE T-CD-ATM-LIMIT(J) TO WS-DISP-ATM
                   MOVE T-CD-POS-LIMIT(J) TO WS-DISP-POS
                   DISPLAY T-CD-CARD-NO(J) ' ' T-CD-STATUS(J) ' '
                       T-CD-EXPIRY(J) ' ' WS-DISP-ATM ' '
                       WS-DISP-POS ' ' T-CD-ISSUED-DATE(J) ' '
                       T-CD-CHANGED-DATE(J) ' ' T-CD-CHANGED-BY(J)
               END-IF
           END-PERFORM
           IF WS-SHOWN = 0
               DISPLAY '  (no cards issued against this account)'
           END-IF.

       FIND-CARD.
           DISPLAY 'Card number: '
           ACCEPT WS-PICK-CARD
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-CD-COUNT
               IF T-CD-CARD-NO(J) = WS-PICK-CARD
                   MOVE J TO WS-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-FOUND-IDX = 0
               DISPLAY '  >> Card not found.'
           END-IF.

      *> The account must be on the master and not closed before a
      *> card can be issued against it.
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

       ISSUE-CARD.
           IF WS-CD-COUNT >= WS-CD-MAX
               DISPLAY 'Card master is full, cannot issue.'
           ELSE
               DISPLAY 'Account id (5 digits): '
               ACCEPT WS-PICK-ACC
               PERFORM CHECK-ACCOUNT
               IF WS-ACC-OK = 'Y'
                   MOVE WS-BIN TO WS-CARD-BIN
                   MOVE WS-NEXT-SEQ TO WS-CARD-SEQ
                   ADD 1 TO WS-NEXT-SEQ
                   PERFORM COMPUTE-LUHN-CHECK
                   MOVE WS-TODAY(1:4) TO WS-EXPIRY-YEAR
                   ADD 3 TO WS-EXPIRY-YEAR
                   ADD 1 TO WS-CD-COUNT
                   MOVE SPACES TO CD-ENTRY(WS-CD-COUNT)
                   MOVE WS-CARD-NO TO T-CD-CARD-NO(WS-CD-COUNT)
                   MOVE WS-PICK-ACC TO T-CD-ACC-ID(WS-CD-COUNT)
                   MOVE WS-EXPIRY-YEAR
                       TO T-CD-EXPIRY(WS-CD-COUNT)(1:4)
                   MOVE WS-TODAY(5:2)
                       TO T-CD-EXPIRY(WS-CD-COUNT)(5:2)
                   MOVE 'A' TO T-CD-STATUS(WS-CD-COUNT)
                   MOVE WS-DEF-ATM-LIMIT
                       TO T-CD-ATM-LIMIT(WS-CD-COUNT)
                   MOVE WS-DEF-POS-LIMIT
                       TO T-CD-POS-LIMIT(WS-CD-COUNT)
                   MOVE WS-TODAY TO T-CD-ISSUED-DATE(WS-CD-COUNT)
                   MOVE WS-TODAY TO T-CD-CHANGED-DATE(WS-CD-COUNT)
                   MOVE WS-OPERATOR TO T-CD-CHANGED-BY(WS-CD-COUNT)
                   DISPLAY 'Card ' WS-CARD-NO ' issued, expires '
                       T-CD-EXPIRY(WS-CD-COUNT) '.'
               END-IF
           END-IF.

      *> Luhn (mod 10) over the first fifteen digits: every second
      *> digit from the right of the body is doubled, nines cast
      *> out, and the check digit brings the sum to a multiple of
      *> ten.
       COMPUTE-LUHN-CHECK.
           MOVE 0 TO WS-LUHN-SUM
           MOVE 'Y' TO WS-LUHN-DOUBLE
           PERFORM VARYING WS-LUHN-POS FROM 15 BY -1
                   UNTIL WS-LUHN-POS < 1
               MOVE WS-CARD-NO(WS-LUHN-POS:1) TO WS-LUHN-DIGIT
               IF WS-LUHN-DOUBLE = 'Y'
                   MULTIPLY 2 BY WS-LUHN-DIGIT
                   IF WS-LUHN-DIGIT > 9
                       SUBTRACT 9 FROM WS-LUHN-DIGIT
                   END-IF
                   MOVE 'N' TO WS-LUHN-DOUBLE
               ELSE
                   MOVE 'Y' TO WS-LUHN-DOUBLE
               END-IF
               ADD WS-LUHN-DIGIT TO WS-LUHN-SUM
           END-PERFORM
           COMPUTE WS-CARD-CHECK =
               FUNCTION MOD(10 - FUNCTION MOD(WS-LUHN-SUM, 10), 10).

       BLOCK-CARD.
           PERFORM FIND-CARD
           IF WS-FOUND-IDX > 0
               IF T-CD-STATUS(WS-FOUND-IDX) NOT = 'A'
                   DISPLAY '  >> Only an active card can be blocked.'
               ELSE
                   MOVE 'B' TO T-CD-STATUS(WS-FOUND-IDX)
                   PERFORM STAMP-CHANGE
                   DISPLAY 'Card blocked; every request will be '
                       'declined until it is unblocked.'
               END-IF
           END-IF.

       UNBLOCK-CARD.
           PERFORM FIND-CARD
           IF WS-FOUND-IDX > 0
               IF T-CD-STATUS(WS-FOUND-IDX) NOT = 'B'
                   DISPLAY '  >> Only a blocked card can be '
                       'unblocked.'
               ELSE
                   MOVE 'A' TO T-CD-STATUS(WS-FOUND-IDX)
                   PERFORM STAMP-CHANGE
                   DISPLAY 'Card active again.'
               END-IF
           END-IF.

       REPORT-LOST-CARD.
           PERFORM FIND-CARD
           IF WS-FOUND-IDX > 0
               IF T-CD-STATUS(WS-FOUND-IDX) = 'L'
                   OR T-CD-STATUS(WS-FOUND-IDX) = 'X'
                   DISPLAY '  >> Card is already out of use.'
               ELSE
                   MOVE 'L' TO T-CD-STATUS(WS-FOUND-IDX)
                   PERFORM STAMP-CHANGE
                   DISPLAY 'Card marked lost/stolen; any use of it '
                       'is declined and reported to the fraud desk.'
               END-IF
           END-IF.

       CANCEL-CARD.
           PERFORM FIND-CARD
           IF WS-FOUND-IDX > 0
               IF T-CD-STATUS(WS-FOUND-IDX) = 'X'
                   DISPLAY '  >> Card is already cancelled.'
               ELSE
                   MOVE 'X' TO T-CD-STATUS(WS-FOUND-IDX)
                   PERFORM STAMP-CHANGE
                   DISPLAY 'Card cancelled.'
               END-IF
           END-IF.

       CHANGE-LIMITS.
           PERFORM FIND-CARD
           IF WS-FOUND-IDX > 0
               MOVE T-CD-ATM-LIMIT(WS-FOUND-IDX) TO WS-DISP-ATM
               MOVE T-CD-POS-LIMIT(WS-FOUND-IDX) TO WS-DISP-POS
               DISPLAY 'Current daily ATM limit ' WS-DISP-ATM
                   ', POS limit ' WS-DISP-POS
               DISPLAY 'New daily ATM limit (blank keeps): '
               ACCEPT WS-AMT-TEXT
               IF WS-AMT-TEXT NOT = SPACES
                   MOVE FUNCTION NUMVAL(WS-AMT-TEXT)
                       TO T-CD-ATM-LIMIT(WS-FOUND-IDX)
               END-IF
               DISPLAY 'New daily POS limit (blank keeps): '
               ACCEPT WS-AMT-TEXT
               IF WS-AMT-TEXT NOT = SPACES
                   MOVE FUNCTION NUMVAL(WS-AMT-TEXT)
                       TO T-CD-POS-LIMIT(WS-FOUND-IDX)
               END-IF
               PERFORM STAMP-CHANGE
               DISPLAY 'Limits changed.'
           END-IF.

       STAMP-CHANGE.
           MOVE WS-TODAY TO T-CD-CHANGED-DATE(WS-FOUND-IDX)
           MOVE WS-OPERATOR TO T-CD-CHANGED-BY(WS-FOUND-IDX).

       COPY 'sysdate-read.cpy'.
