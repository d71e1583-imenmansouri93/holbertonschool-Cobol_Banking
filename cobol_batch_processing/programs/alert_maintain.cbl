       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALERT-MAINTAIN.
       AUTHOR. HOLBERTON.

      *> Customer alert subscriptions, kept in ALERT-SUBSCRIPTIONS.DAT
      *> for ALERT-EXTRACT. A customer may ask to be told about any
      *> account they hold on ACCOUNT-OWNERS.DAT, by text message
      *> to the phone on CUSTOMER-CONTACT.DAT, when:
      *>   LBAL  the balance falls below the amount they choose
      *>   BDEB  a single debit larger than the amount they choose
      *>         posts
      *>   ODRN  the account goes overdrawn
      *>   CRTN  a cheque they paid in comes back unpaid
      *>   SALY  their salary is credited
      *> AS-STATUS A = active, D = removed. AS-STATE is ALERT-
      *> EXTRACT's: T while a balance alert has fired and the
      *> balance has not yet recovered, so it is sent once per
      *> crossing rather than every run. The operator taking the
      *> request is recorded on the row.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUBS-FILE ASSIGN TO 'ALERT-SUBSCRIPTIONS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AS-STATUS.
           SELECT OWNERS-FILE ASSIGN TO 'ACCOUNT-OWNERS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OWN-STATUS.
           SELECT CONTACT-FILE ASSIGN TO 'CUSTOMER-CONTACT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-CUST-ID
               FILE STATUS IS WS-CONTACT-STATUS.
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
       FD SUBS-FILE.
       01 SUBS-RECORD.
           05 AS-CUST-ID       PIC 9(5).
           05 AS-ACC-ID        PIC 9(5).
           05 AS-TYPE          PIC X(4).
           05 AS-THRESHOLD     PIC 9(8)V99.
           05 AS-STATUS        PIC X.
           05 AS-STATE         PIC X.
           05 AS-SET-DATE      PIC 9(8).
           05 AS-SET-BY        PIC X(8).

       FD OWNERS-FILE.
       01 OWNERS-RECORD.
           05 AO-ACC-ID    PIC 9(5).
           05 AO-CUST-ID   PIC 9(5).
           05 AO-ROLE      PIC X.
           05 AO-SIGS-REQ  PIC 9.
           05 AO-SHARE-PCT PIC 999V99.

       FD CONTACT-FILE.
       01 CONTACT-RECORD.
           05 CC-CUST-ID      PIC 9(5).
           05 CC-PHONE        PIC X(20).
           05 CC-DOB          PIC X(10).
           05 CC-IBAN         PIC X(34).

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
       01 WS-AS-STATUS       PIC XX.
       01 WS-OWN-STATUS      PIC XX.
       01 WS-CONTACT-STATUS  PIC XX.
       01 WS-ACC-STATUS      PIC XX.
       01 SESSION-STATUS     PIC XX.
       01 WS-SESSION-TERMINAL PIC X(8).
       01 WS-OPERATOR        PIC X(8) VALUE SPACES.
       01 WS-EOF             PIC X VALUE 'N'.
       01 WS-TODAY           PIC 9(8).
       01 WS-CHOICE          PIC X VALUE SPACE.
       01 WS-PICK-CUST       PIC 9(5).
       01 WS-PICK-ACC        PIC 9(5).
       01 WS-PICK-TYPE       PIC X(4).
       01 WS-AMT-TEXT        PIC X(12).
       01 WS-THRESHOLD       PIC 9(8)V99.
       01 WS-OK              PIC X.
       01 WS-FOUND-IDX       PIC 9(5) VALUE 0.
       01 WS-SHOWN           PIC 9(5) VALUE 0.
       01 WS-DISP-AMT        PIC Z(7)9.99.
       01 J                  PIC 9(5).

       01 WS-AS-COUNT        PIC 9(5) VALUE 0.
       01 WS-AS-MAX          PIC 9(5) VALUE 10000.
       01 AS-TABLE.
           05 AS-ENTRY OCCURS 1 TO 10000 TIMES
                       DEPENDING ON WS-AS-COUNT.
               10 T-AS-CUST-ID     PIC 9(5).
               10 T-AS-ACC-ID      PIC 9(5).
               10 T-AS-TYPE        PIC X(4).
               10 T-AS-THRESHOLD   PIC 9(8)V99.
               10 T-AS-STATUS      PIC X.
               10 T-AS-STATE       PIC X.
               10 T-AS-SET-DATE    PIC 9(8).
               10 T-AS-SET-BY      PIC X(8).

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY 'CUSTOMER ALERT SUBSCRIPTIONS'
           DISPLAY '============================'
           PERFORM READ-SYSTEM-DATE
           MOVE SD-BUSINESS-DATE TO WS-TODAY
           PERFORM READ-OPERATOR-SESSION
           IF WS-OPERATOR = SPACES
               DISPLAY 'No operator signed on at terminal '
                   WS-SESSION-TERMINAL
                   '; subscriptions cannot be changed.'
               STOP RUN
           END-IF
           PERFORM LOAD-SUBS-TABLE

           PERFORM UNTIL WS-CHOICE = 'Q'
               DISPLAY ' '
               DISPLAY '(L)ist, (A)dd, (R)emove, (Q)uit: '
                   WITH NO ADVANCING
               ACCEPT WS-CHOICE
               MOVE FUNCTION UPPER-CASE(WS-CHOICE) TO WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN 'L'
                       PERFORM LIST-SUBSCRIPTIONS
                   WHEN 'A'
                       PERFORM ADD-SUBSCRIPTION
                   WHEN 'R'
                       PERFORM REMOVE-SUBSCRIPTION
                   WHEN 'Q'
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'Invalid option. Please try again.'
               END-EVALUATE
           END-PERFORM

           PERFORM SAVE-SUBS-TABLE
           DISPLAY 'Alert subscriptions saved.'
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

       LOAD-SUBS-TABLE.
           MOVE 0 TO WS-AS-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT SUBS-FILE
           IF WS-AS-STATUS = '35'
               DISPLAY '  (no subscriptions on file yet)'
           ELSE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ SUBS-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF WS-AS-COUNT < WS-AS-MAX
                               ADD 1 TO WS-AS-COUNT
                               MOVE SUBS-RECORD
                                   TO AS-ENTRY(WS-AS-COUNT)
                           ELSE
                               DISPLAY 'Warning: subscription table '
                                   'full at ' WS-AS-MAX
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUBS-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       SAVE-SUBS-TABLE.
           OPEN OUTPUT SUBS-FILE
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-AS-COUNT
               MOVE AS-ENTRY(J) TO SUBS-RECORD
               WRITE SUBS-RECORD
           END-PERFORM
           CLOSE SUBS-FILE.

       LIST-SUBSCRIPTIONS.
           DISPLAY 'Customer id (5 digits): '
           ACCEPT WS-PICK-CUST
           MOVE 0 TO WS-SHOWN
           DISPLAY 'ACCT  TYPE    THRESHOLD S SET-DATE BY'
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-AS-COUNT
               IF T-AS-CUST-ID(J) = WS-PICK-CUST
                   AND T-AS-STATUS(J) = 'A'
                   ADD 1 TO WS-SHOWN
                   MOVE T-AS-THRESHOLD(J) TO WS-DISP-AMT
                   DISPLAY T-AS-ACC-ID(J) ' ' T-AS-TYPE(J) ' '
                       WS-DISP-AMT ' ' T-AS-STATE(J) ' '
                       T-AS-SET-DATE(J) ' ' T-AS-SET-BY(J)
               END-IF
           END-PERFORM
           IF WS-SHOWN = 0
               DISPLAY '  (no alerts for this customer)'
           END-IF.

       ASK-SUBSCRIPTION-KEY.
           DISPLAY 'Customer id (5 digits): '
           ACCEPT WS-PICK-CUST
           DISPLAY 'Account id (5 digits): '
           ACCEPT WS-PICK-ACC
           DISPLAY 'Alert type (LBAL, BDEB, ODRN, CRTN, SALY): '
           ACCEPT WS-PICK-TYPE
           MOVE FUNCTION UPPER-CASE(WS-PICK-TYPE) TO WS-PICK-TYPE.

       FIND-SUBSCRIPTION.
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-AS-COUNT
               IF T-AS-CUST-ID(J) = WS-PICK-CUST
                   AND T-AS-ACC-ID(J) = WS-PICK-ACC
                   AND T-AS-TYPE(J) = WS-PICK-TYPE
                   MOVE J TO WS-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> The customer must hold the account, the account must be
      *> open, and the alert has to be one ALERT-EXTRACT knows.
       CHECK-SUBSCRIPTION.
           MOVE 'N' TO WS-OK
           IF WS-PICK-TYPE NOT = 'LBAL' AND NOT = 'BDEB'
               AND NOT = 'ODRN' AND NOT = 'CRTN' AND NOT = 'SALY'
               DISPLAY '  >> Unknown alert type.'
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ACCOUNTS
           IF WS-ACC-STATUS NOT = '00'
               DISPLAY 'Cannot open ACCOUNTS.MASTER.IDX '
                   '(status ' WS-ACC-STATUS ')'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PICK-ACC TO ACC-ID
           READ ACCOUNTS
               INVALID KEY
                   DISPLAY '  >> Account not on the master.'
                   CLOSE ACCOUNTS
                   EXIT PARAGRAPH
           END-READ
           CLOSE ACCOUNTS
           IF ACC-STATUS = 'CLOSED'
               DISPLAY '  >> Account is closed.'
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT OWNERS-FILE
           IF WS-OWN-STATUS NOT = '35'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ OWNERS-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF AO-ACC-ID = WS-PICK-ACC
                               AND AO-CUST-ID = WS-PICK-CUST
                               MOVE 'Y' TO WS-OK
                               MOVE 'Y' TO WS-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OWNERS-FILE
           END-IF
           MOVE 'N' TO WS-EOF
           IF WS-OK = 'N'
               DISPLAY '  >> Customer ' WS-PICK-CUST
                   ' is not on ACCOUNT-OWNERS.DAT for account '
                   WS-PICK-ACC '.'
               EXIT PARAGRAPH
           END-IF

      *> Without a phone the alert is held back until one is
      *> captured; the subscription itself can still be taken.
           OPEN INPUT CONTACT-FILE
           IF WS-CONTACT-STATUS = '00'
               MOVE WS-PICK-CUST TO CC-CUST-ID
               READ CONTACT-FILE
                   INVALID KEY
                       MOVE SPACES TO CC-PHONE
               END-READ
               CLOSE CONTACT-FILE
           ELSE
               MOVE SPACES TO CC-PHONE
           END-IF
           IF CC-PHONE = SPACES
               DISPLAY '  Note: no phone on CUSTOMER-CONTACT.DAT for '
                   'this customer; alerts wait until one is added.'
           END-IF.

       ADD-SUBSCRIPTION.
           PERFORM ASK-SUBSCRIPTION-KEY
           PERFORM CHECK-SUBSCRIPTION
           IF WS-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-THRESHOLD
           IF WS-PICK-TYPE = 'LBAL' OR WS-PICK-TYPE = 'BDEB'
               DISPLAY 'Alert amount: '
               ACCEPT WS-AMT-TEXT
               MOVE FUNCTION NUMVAL(WS-AMT-TEXT) TO WS-THRESHOLD
               IF WS-THRESHOLD = 0
                   DISPLAY '  >> This alert needs an amount.'
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM FIND-SUBSCRIPTION
           IF WS-FOUND-IDX = 0
               IF WS-AS-COUNT >= WS-AS-MAX
                   DISPLAY '  >> Subscription table is full.'
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-AS-COUNT
               MOVE WS-AS-COUNT TO WS-FOUND-IDX
           END-IF
           MOVE WS-PICK-CUST TO T-AS-CUST-ID(WS-FOUND-IDX)
           MOVE WS-PICK-ACC TO T-AS-ACC-ID(WS-FOUND-IDX)
           MOVE WS-PICK-TYPE TO T-AS-TYPE(WS-FOUND-IDX)
           MOVE WS-THRESHOLD TO T-AS-THRESHOLD(WS-FOUND-IDX)
           MOVE 'A' TO T-AS-STATUS(WS-FOUND-IDX)
           MOVE SPACE TO T-AS-STATE(WS-FOUND-IDX)
           MOVE WS-TODAY TO T-AS-SET-DATE(WS-FOUND-IDX)
           MOVE WS-OPERATOR TO T-AS-SET-BY(WS-FOUND-IDX)
           DISPLAY 'Alert ' WS-PICK-TYPE ' set on account '
               WS-PICK-ACC ' for customer ' WS-PICK-CUST '.'.

       REMOVE-SUBSCRIPTION.
           PERFORM ASK-SUBSCRIPTION-KEY
           PERFORM FIND-SUBSCRIPTION
           IF WS-FOUND-IDX = 0
               DISPLAY '  >> No such alert.'
               EXIT PARAGRAPH
           END-IF
           IF T-AS-STATUS(WS-FOUND-IDX) NOT = 'A'
               DISPLAY '  >> That alert is already removed.'
               EXIT PARAGRAPH
           END-IF
           MOVE 'D' TO T-AS-STATUS(WS-FOUND-IDX)
           MOVE WS-TODAY TO T-AS-SET-DATE(WS-FOUND-IDX)
           MOVE WS-OPERATOR TO T-AS-SET-BY(WS-FOUND-IDX)
           DISPLAY 'Alert removed.'.

       COPY 'sysdate-read.cpy'.
