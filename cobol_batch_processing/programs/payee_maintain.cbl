       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYEE-MAINTAIN.
       AUTHOR. HOLBERTON.

      *> Maintenance front end for PAYEE-REGISTER.DAT, the list of
      *> outside beneficiaries each account may pay. OUTBOUND-PAYMENT
      *> only captures and releases payments to a payee registered
      *> and active here, so an IBAN typed in on the day can no
      *> longer take money out of the bank. Every payee carries its
      *> name, an IBAN that passed ValidateIBAN, the date and the
      *> operator that added it, and the date and operator of the
      *> last change; an amended or removed payee restarts the
      *> cooling-off period OUTBOUND-PAYMENT enforces and shows up on
      *> FRAUD-DETECTION's new-payee screen. The operator is the one
      *> signed on at this terminal -- with nobody signed on the
      *> register cannot be changed, since an anonymous payee is
      *> exactly what the fraud desk has to chase.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYEE-FILE ASSIGN TO 'PAYEE-REGISTER.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PY-STATUS.
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
      *> PY-STATUS A = active, D = removed. Removed payees stay on
      *> the register so the history of who was paid survives.
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
       01 WS-PY-STATUS       PIC XX.
       01 WS-ACC-STATUS      PIC XX.
       01 SESSION-STATUS     PIC XX.
       01 WS-SESSION-TERMINAL PIC X(8).
       01 WS-OPERATOR        PIC X(8) VALUE SPACES.
       01 WS-EOF             PIC X VALUE 'N'.
       01 WS-CHOICE          PIC X.
       01 WS-TODAY           PIC 9(8).
       01 WS-PICK-ACC        PIC 9(5).
       01 WS-PAYEE-ID        PIC 9(5).
       01 WS-NEXT-ID         PIC 9(5) VALUE 1.
       01 WS-ACC-OK          PIC X.
       01 WS-NAME-TEXT       PIC X(30).
       01 WS-IBAN-TEXT       PIC X(50).
       01 WS-IBAN-VALID      PIC X.
       01 WS-FOUND-IDX       PIC 9(4) VALUE 0.
       01 WS-SHOWN           PIC 9(4) VALUE 0.
       01 J                  PIC 9(4).

      *> The register, loaded whole and rewritten whole.
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
           DISPLAY 'PAYEE REGISTER MAINTENANCE'
           DISPLAY '=========================='
           PERFORM READ-SYSTEM-DATE
           MOVE SD-BUSINESS-DATE TO WS-TODAY
           PERFORM READ-OPERATOR-SESSION
           IF WS-OPERATOR = SPACES
               DISPLAY 'No operator signed on at terminal '
                   WS-SESSION-TERMINAL
                   '; the payee register cannot be changed.'
               STOP RUN
           END-IF
           PERFORM LOAD-PAYEE-TABLE

           PERFORM UNTIL WS-CHOICE = 'Q'
               DISPLAY ' '
               DISPLAY '(L)ist, (A)dd, a(M)end, (R)emove, (Q)uit: '
                   WITH NO ADVANCING
               ACCEPT WS-CHOICE
               MOVE FUNCTION UPPER-CASE(WS-CHOICE) TO WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN 'L'
                       PERFORM LIST-PAYEES
                   WHEN 'A'
                       PERFORM ADD-PAYEE
                   WHEN 'M'
                       PERFORM AMEND-PAYEE
                   WHEN 'R'
                       PERFORM REMOVE-PAYEE
                   WHEN 'Q'
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'Invalid option. Please try again.'
               END-EVALUATE
           END-PERFORM

           PERFORM SAVE-PAYEE-TABLE
           DISPLAY 'Payee register saved.'
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

       LOAD-PAYEE-TABLE.
           MOVE 0 TO WS-PY-COUNT
           OPEN INPUT PAYEE-FILE
           IF WS-PY-STATUS = '35'
               DISPLAY '  (no payees on the register yet)'
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
                               IF PY-ID >= WS-NEXT-ID
                                   COMPUTE WS-NEXT-ID = PY-ID + 1
                               END-IF
                           ELSE
                               DISPLAY 'Warning: payee table full at '
                                   WS-PY-MAX ', skipping ' PY-ID
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

       LIST-PAYEES.
           DISPLAY 'Account id (5 digits): '
           ACCEPT WS-PICK-ACC
           MOVE 0 TO WS-SHOWN
           DISPLAY 'ID    NAME                           S ADDED    '
               'BY       CHANGED  BY'
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-PY-COUNT
               IF T-PY-ACC-ID(J) = WS-PICK-ACC
                   ADD 1 TO WS-SHOWN
                   DISPLAY T-PY-ID(J) ' ' T-PY-NAME(J) ' '
                       T-PY-STATUS(J) ' ' T-PY-ADDED-DATE(J) ' '
                       T-PY-ADDED-BY(J) ' ' T-PY-CHANGED-DATE(J) ' '
                       T-PY-CHANGED-BY(J)
                   DISPLAY '      ' T-PY-IBAN(J)
               END-IF
           END-PERFORM
           IF WS-SHOWN = 0
               DISPLAY '  (no payees registered for this account)'
           END-IF.

       FIND-PAYEE.
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-PY-COUNT
               IF T-PY-ID(J) = WS-PAYEE-ID
                   MOVE J TO WS-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> The account must be on the master and not closed before a
      *> payee can be hung off it.
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

      *> Name and IBAN for a new or amended payee. The IBAN must
      *> pass ValidateIBAN and is kept upper-cased and left-
      *> justified so OUTBOUND-PAYMENT can match it exactly; the
      *> same IBAN may only be registered once per account.
       CAPTURE-PAYEE-FIELDS.
           DISPLAY 'Payee name: '
           ACCEPT WS-NAME-TEXT
           IF WS-NAME-TEXT = SPACES
               DISPLAY '  >> A payee needs a name.'
               MOVE 'N' TO WS-IBAN-VALID
           ELSE
               DISPLAY 'Payee IBAN: '
               ACCEPT WS-IBAN-TEXT
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-IBAN-TEXT))
                   TO WS-IBAN-TEXT
               CALL 'ValidateIBAN' USING WS-IBAN-TEXT WS-IBAN-VALID
               IF WS-IBAN-VALID = 'Y'
                   PERFORM VARYING J FROM 1 BY 1
                           UNTIL J > WS-PY-COUNT
                       IF T-PY-ACC-ID(J) = WS-PICK-ACC
                           AND T-PY-STATUS(J) = 'A'
                           AND T-PY-IBAN(J) = WS-IBAN-TEXT(1:34)
                           AND J NOT = WS-FOUND-IDX
                           DISPLAY '  >> IBAN already registered '
                               'for this account as payee '
                               T-PY-ID(J) '.'
                           MOVE 'N' TO WS-IBAN-VALID
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

       ADD-PAYEE.
           IF WS-PY-COUNT >= WS-PY-MAX
               DISPLAY 'Payee register is full, cannot add.'
           ELSE
               DISPLAY 'Account id (5 digits): '
               ACCEPT WS-PICK-ACC
               PERFORM CHECK-ACCOUNT
               IF WS-ACC-OK = 'Y'
                   MOVE 0 TO WS-FOUND-IDX
                   PERFORM CAPTURE-PAYEE-FIELDS
                   IF WS-IBAN-VALID = 'Y'
                       ADD 1 TO WS-PY-COUNT
                       MOVE SPACES TO PY-ENTRY(WS-PY-COUNT)
                       MOVE WS-NEXT-ID TO T-PY-ID(WS-PY-COUNT)
                       ADD 1 TO WS-NEXT-ID
                       MOVE WS-PICK-ACC TO T-PY-ACC-ID(WS-PY-COUNT)
                       MOVE WS-NAME-TEXT TO T-PY-NAME(WS-PY-COUNT)
                       MOVE WS-IBAN-TEXT(1:34)
                           TO T-PY-IBAN(WS-PY-COUNT)
                       MOVE WS-TODAY
                           TO T-PY-ADDED-DATE(WS-PY-COUNT)
                       MOVE WS-OPERATOR
                           TO T-PY-ADDED-BY(WS-PY-COUNT)
                       MOVE WS-TODAY
                           TO T-PY-CHANGED-DATE(WS-PY-COUNT)
                       MOVE WS-OPERATOR
                           TO T-PY-CHANGED-BY(WS-PY-COUNT)
                       MOVE 'A' TO T-PY-STATUS(WS-PY-COUNT)
                       DISPLAY 'Payee ' T-PY-ID(WS-PY-COUNT)
                           ' added; new-payee limits apply from '
                           'today.'
                   ELSE
                       DISPLAY '  >> Payee not added.'
                   END-IF
               END-IF
           END-IF.

       AMEND-PAYEE.
           DISPLAY 'Payee id to amend: '
           ACCEPT WS-PAYEE-ID
           PERFORM FIND-PAYEE
           IF WS-FOUND-IDX = 0
               DISPLAY '  >> Payee not found.'
           ELSE
               IF T-PY-STATUS(WS-FOUND-IDX) NOT = 'A'
                   DISPLAY '  >> Payee is removed; add a new one.'
               ELSE
                   MOVE T-PY-ACC-ID(WS-FOUND-IDX) TO WS-PICK-ACC
                   DISPLAY 'Current: ' T-PY-NAME(WS-FOUND-IDX)
                   DISPLAY '         ' T-PY-IBAN(WS-FOUND-IDX)
                   PERFORM CAPTURE-PAYEE-FIELDS
                   IF WS-IBAN-VALID = 'Y'
                       MOVE WS-NAME-TEXT
                           TO T-PY-NAME(WS-FOUND-IDX)
                       MOVE WS-IBAN-TEXT(1:34)
                           TO T-PY-IBAN(WS-FOUND-IDX)
                       MOVE WS-TODAY
                           TO T-PY-CHANGED-DATE(WS-FOUND-IDX)
                       MOVE WS-OPERATOR
                           TO T-PY-CHANGED-BY(WS-FOUND-IDX)
                       DISPLAY 'Payee amended; new-payee limits '
                           'apply again from today.'
                   ELSE
                       DISPLAY '  >> Payee not amended.'
                   END-IF
               END-IF
           END-IF.

       REMOVE-PAYEE.
           DISPLAY 'Payee id to remove: '
           ACCEPT WS-PAYEE-ID
           PERFORM FIND-PAYEE
           IF WS-FOUND-IDX = 0
               DISPLAY '  >> Payee not found.'
           ELSE
               MOVE 'D' TO T-PY-STATUS(WS-FOUND-IDX)
               MOVE WS-TODAY TO T-PY-CHANGED-DATE(WS-FOUND-IDX)
               MOVE WS-OPERATOR TO T-PY-CHANGED-BY(WS-FOUND-IDX)
               DISPLAY 'Payee ' WS-PAYEE-ID ' removed; payments '
                   'still queued to it will be held.'
           END-IF.

       COPY 'sysdate-read.cpy'.
