       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALERT-EXTRACT.
       AUTHOR. HOLBERTON.

      *> Customer alert extract for the messaging gateway. Run at
      *> night after posting and as often as wanted during the day;
      *> each run writes its own ALERTS-<date>-<hhmmss>.DAT so the
      *> gateway never sees a half-written file, with a TRLR99
      *> count/amount trailer like the other interface files.
      *> Subscriptions come from ALERT-SUBSCRIPTIONS.DAT (kept by
      *> ALERT-MAINTAIN):
      *>   LBAL, ODRN  checked against the balance on the master.
      *>               Sent once when the balance crosses the line
      *>               and not again until it has recovered
      *>               (AS-STATE T while triggered).
      *>   BDEB        any WITHDRAWAL, FEE or outgoing TRANSFER on
      *>               POSTED-TRANS.DAT above the customer's amount.
      *>   CRTN        a cheque returned unpaid (the R-prefixed
      *>               back-out CHEQUE-CLEARING posts).
      *>   SALY        a payroll credit (the P-prefixed DEPOSIT from
      *>               PAYROLL-DEPOSITS).
      *> Postings are looked at for alert-lookback-days.dat (default
      *> 2) days back so an intraday run and the nightly one overlap;
      *> ALERT-SENT-LOG.DAT records every alert sent, by
      *> subscription and transaction id, and anything already on it
      *> is not sent again. Alerts go to the phone on
      *> CUSTOMER-CONTACT.DAT; a customer with no phone is counted
      *> and left unlogged, so the alert goes out once a number has
      *> been captured (while still inside the look-back).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUBS-FILE ASSIGN TO 'ALERT-SUBSCRIPTIONS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AS-STATUS.
           SELECT SENT-LOG ASSIGN TO 'ALERT-SENT-LOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SL-STATUS.
           SELECT POSTED-FILE ASSIGN TO 'POSTED-TRANS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTED-STATUS.
           SELECT ACCOUNTS ASSIGN TO 'ACCOUNTS.MASTER.IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACC-ID
               FILE STATUS IS WS-ACC-STATUS.
           SELECT CONTACT-FILE ASSIGN TO 'CUSTOMER-CONTACT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-CUST-ID
               FILE STATUS IS WS-CONTACT-STATUS.
           SELECT LOOKBACK-FILE ASSIGN TO 'alert-lookback-days.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOOKBACK-STATUS.
           SELECT ALERT-OUT ASSIGN TO WS-ALERT-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
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

       FD SENT-LOG.
       01 SENT-RECORD.
           05 SL-CUST-ID       PIC 9(5).
           05 SL-ACC-ID        PIC 9(5).
           05 SL-TYPE          PIC X(4).
           05 SL-TXN-ID        PIC X(6).
           05 SL-AMOUNT        PIC S9(8)V99 SIGN LEADING SEPARATE.
           05 SL-DATE          PIC 9(8).
           05 SL-TIME          PIC 9(6).
           05 SL-PHONE         PIC X(20).

       FD POSTED-FILE.
       01 POSTED-RECORD.
           05 PJ-TXN-ID       PIC X(6).
           05 PJ-TXN-TYPE     PIC X(10).
           05 PJ-ACC-ID       PIC 9(5).
           05 PJ-AMT          PIC 9(8)V99.
           05 PJ-DATE         PIC 9(8).
           05 PJ-DEST-ID      PIC 9(5).
           05 PJ-CURRENCY     PIC X(3).
           05 PJ-BATCH        PIC 9(4).

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

       FD CONTACT-FILE.
       01 CONTACT-RECORD.
           05 CC-CUST-ID      PIC 9(5).
           05 CC-PHONE        PIC X(20).
           05 CC-DOB          PIC X(10).
           05 CC-IBAN         PIC X(34).

       FD LOOKBACK-FILE.
       01 LOOKBACK-REC        PIC X(10).

       FD ALERT-OUT.
       01 ALERT-RECORD.
           05 AX-CUST-ID      PIC 9(5).
           05 AX-PHONE        PIC X(20).
           05 AX-ACC-ID       PIC 9(5).
           05 AX-TYPE         PIC X(4).
           05 AX-AMOUNT       PIC S9(8)V99 SIGN LEADING SEPARATE.
           05 AX-DATE         PIC 9(8).
           05 AX-TEXT         PIC X(60).
       01 ALERT-TRAILER.
           05 AX-TRL-TAG      PIC X(6).
           05 AX-TRL-COUNT    PIC 9(6).
           05 AX-TRL-HASH     PIC 9(10)V99.

       FD SYSDATE-FILE.
       01 SYSDATE-REC            PIC X(40).

       WORKING-STORAGE SECTION.
       COPY 'sysdate-ws.cpy'.
       01 WS-AS-STATUS       PIC XX.
       01 WS-SL-STATUS       PIC XX.
       01 WS-POSTED-STATUS   PIC XX.
       01 WS-ACC-STATUS      PIC XX.
       01 WS-CONTACT-STATUS  PIC XX.
       01 WS-LOOKBACK-STATUS PIC XX.
       01 WS-EOF             PIC X VALUE 'N'.
       01 WS-CONTACT-OPEN    PIC X VALUE 'N'.
       01 WS-TODAY           PIC 9(8).
       01 WS-NOW-TIME        PIC 9(8).
       01 WS-RUN-TIME        PIC 9(6).
       01 WS-ALERT-NAME      PIC X(40).
       01 WS-LOOKBACK-DAYS   PIC 9(3) VALUE 2.
       01 WS-CUTOFF          PIC 9(8).
       01 WS-DAYNUM          PIC 9(8).
       01 WS-SEND            PIC X.
       01 WS-CONDITION       PIC X.
       01 WS-DUP             PIC X.
       01 WS-AL-TXN-ID       PIC X(6).
       01 WS-AL-AMOUNT       PIC S9(8)V99.
       01 WS-AL-TEXT         PIC X(60).
       01 WS-DISP-AMT        PIC -(7)9.99.
       01 WS-DISP-THR        PIC Z(7)9.99.
       01 WS-DISP-HASH       PIC Z(9)9.99.
       01 J                  PIC 9(5).
       01 K                  PIC 9(5).

       01 WS-OUT-COUNT       PIC 9(6) VALUE 0.
       01 WS-OUT-HASH        PIC 9(10)V99 VALUE 0.
       01 WS-HELD-COUNT      PIC 9(5) VALUE 0.
       01 WS-DUP-COUNT       PIC 9(5) VALUE 0.
       01 WS-REARM-COUNT     PIC 9(5) VALUE 0.
       01 WS-POSTED-READ     PIC 9(7) VALUE 0.

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

       01 WS-SL-COUNT        PIC 9(5) VALUE 0.
       01 WS-SL-MAX          PIC 9(5) VALUE 20000.
       01 SL-TABLE.
           05 SL-ENTRY OCCURS 1 TO 20000 TIMES
                       DEPENDING ON WS-SL-COUNT.
               10 T-SL-CUST-ID     PIC 9(5).
               10 T-SL-ACC-ID      PIC 9(5).
               10 T-SL-TYPE        PIC X(4).
               10 T-SL-TXN-ID      PIC X(6).

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY 'CUSTOMER ALERT EXTRACT'
           DISPLAY '======================'
           PERFORM READ-SYSTEM-DATE
           MOVE SD-BUSINESS-DATE TO WS-TODAY
           ACCEPT WS-NOW-TIME FROM TIME
           MOVE WS-NOW-TIME(1:6) TO WS-RUN-TIME

           PERFORM LOAD-LOOKBACK-DAYS
           COMPUTE WS-DAYNUM =
               FUNCTION INTEGER-OF-DATE(WS-TODAY) - WS-LOOKBACK-DAYS
           COMPUTE WS-CUTOFF = FUNCTION DATE-OF-INTEGER(WS-DAYNUM)

           PERFORM LOAD-SUBS-TABLE
           IF WS-AS-COUNT = 0
               DISPLAY 'No alert subscriptions on file. Nothing to do.'
               STOP RUN
           END-IF
           PERFORM LOAD-SENT-LOG

           OPEN INPUT ACCOUNTS
           IF WS-ACC-STATUS NOT = '00'
               DISPLAY 'ABEND: cannot open ACCOUNTS.MASTER.IDX '
                   '(status ' WS-ACC-STATUS ')'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CONTACT-FILE
           IF WS-CONTACT-STATUS = '00'
               MOVE 'Y' TO WS-CONTACT-OPEN
           ELSE
               DISPLAY 'Warning: CUSTOMER-CONTACT.DAT not available '
                   '(status ' WS-CONTACT-STATUS '); all alerts held.'
           END-IF

           MOVE SPACES TO WS-ALERT-NAME
           STRING 'ALERTS-' WS-TODAY '-' WS-RUN-TIME '.DAT'
               DELIMITED BY SIZE INTO WS-ALERT-NAME
           END-STRING
           OPEN OUTPUT ALERT-OUT
           OPEN EXTEND SENT-LOG
           IF WS-SL-STATUS = '35'
               OPEN OUTPUT SENT-LOG
           END-IF

           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-AS-COUNT
               IF T-AS-STATUS(J) = 'A'
                   AND (T-AS-TYPE(J) = 'LBAL' OR T-AS-TYPE(J) = 'ODRN')
                   PERFORM CHECK-BALANCE-ALERT
               END-IF
           END-PERFORM

           PERFORM SCAN-POSTINGS

           MOVE SPACES TO ALERT-TRAILER
           MOVE 'TRLR99' TO AX-TRL-TAG
           MOVE WS-OUT-COUNT TO AX-TRL-COUNT
           MOVE WS-OUT-HASH TO AX-TRL-HASH
           WRITE ALERT-TRAILER
           CLOSE ALERT-OUT
           CLOSE SENT-LOG
           CLOSE ACCOUNTS
           IF WS-CONTACT-OPEN = 'Y'
               CLOSE CONTACT-FILE
           END-IF
           PERFORM SAVE-SUBS-TABLE

           MOVE WS-OUT-HASH TO WS-DISP-HASH
           DISPLAY 'Postings looked at since ' WS-CUTOFF ': '
               WS-POSTED-READ
           DISPLAY 'Alerts written to ' FUNCTION TRIM(WS-ALERT-NAME)
               ': ' WS-OUT-COUNT '  amount ' WS-DISP-HASH
           DISPLAY 'Already sent, skipped    : ' WS-DUP-COUNT
           DISPLAY 'Held, no phone on file   : ' WS-HELD-COUNT
           DISPLAY 'Balance alerts re-armed  : ' WS-REARM-COUNT
           STOP RUN.

       LOAD-LOOKBACK-DAYS.
           OPEN INPUT LOOKBACK-FILE
           IF WS-LOOKBACK-STATUS = '00'
               READ LOOKBACK-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FUNCTION NUMVAL(LOOKBACK-REC) > 0
                           MOVE FUNCTION NUMVAL(LOOKBACK-REC)
                               TO WS-LOOKBACK-DAYS
                       END-IF
               END-READ
               CLOSE LOOKBACK-FILE
           END-IF.

       LOAD-SUBS-TABLE.
           MOVE 0 TO WS-AS-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT SUBS-FILE
           IF WS-AS-STATUS NOT = '35'
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

      *> Only alerts sent inside the look-back matter for repeats;
      *> older postings are never looked at again.
       LOAD-SENT-LOG.
           MOVE 0 TO WS-SL-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT SENT-LOG
           IF WS-SL-STATUS NOT = '35'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ SENT-LOG
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF SL-DATE >= WS-CUTOFF
                               AND SL-TXN-ID NOT = SPACES
                               PERFORM REMEMBER-SENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SENT-LOG
           END-IF
           MOVE 'N' TO WS-EOF.

       REMEMBER-SENT.
           IF WS-SL-COUNT < WS-SL-MAX
               ADD 1 TO WS-SL-COUNT
               MOVE SL-CUST-ID TO T-SL-CUST-ID(WS-SL-COUNT)
               MOVE SL-ACC-ID TO T-SL-ACC-ID(WS-SL-COUNT)
               MOVE SL-TYPE TO T-SL-TYPE(WS-SL-COUNT)
               MOVE SL-TXN-ID TO T-SL-TXN-ID(WS-SL-COUNT)
           ELSE
               DISPLAY 'Warning: sent-alert table full at ' WS-SL-MAX
           END-IF.

      *> LBAL/ODRN: fire on the crossing, re-arm on recovery.
       CHECK-BALANCE-ALERT.
           MOVE T-AS-ACC-ID(J) TO ACC-ID
           READ ACCOUNTS
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF ACC-STATUS = 'CLOSED'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-CONDITION
           IF T-AS-TYPE(J) = 'LBAL'
               IF ACC-BAL < T-AS-THRESHOLD(J)
                   MOVE 'Y' TO WS-CONDITION
               END-IF
           ELSE
               IF ACC-BAL < 0
                   MOVE 'Y' TO WS-CONDITION
               END-IF
           END-IF

           IF WS-CONDITION = 'N'
               IF T-AS-STATE(J) = 'T'
                   MOVE SPACE TO T-AS-STATE(J)
                   ADD 1 TO WS-REARM-COUNT
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF T-AS-STATE(J) = 'T'
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-AL-TXN-ID
           MOVE ACC-BAL TO WS-AL-AMOUNT
           MOVE ACC-BAL TO WS-DISP-AMT
           MOVE SPACES TO WS-AL-TEXT
           IF T-AS-TYPE(J) = 'LBAL'
               MOVE T-AS-THRESHOLD(J) TO WS-DISP-THR
               STRING 'BALANCE ' FUNCTION TRIM(WS-DISP-AMT)
                   ' ' ACC-CURRENCY ' IS BELOW YOUR ALERT LEVEL OF '
                   FUNCTION TRIM(WS-DISP-THR)
                   DELIMITED BY SIZE INTO WS-AL-TEXT
               END-STRING
           ELSE
               STRING 'ACCOUNT IS OVERDRAWN. BALANCE '
                   FUNCTION TRIM(WS-DISP-AMT) ' ' ACC-CURRENCY
                   DELIMITED BY SIZE INTO WS-AL-TEXT
               END-STRING
           END-IF
           PERFORM SEND-ALERT
           IF WS-SEND = 'Y'
               MOVE 'T' TO T-AS-STATE(J)
           END-IF.

       SCAN-POSTINGS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT POSTED-FILE
           IF WS-POSTED-STATUS = '35'
               DISPLAY '  (no POSTED-TRANS.DAT; posting alerts skipped)'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ POSTED-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF PJ-DATE >= WS-CUTOFF
                           ADD 1 TO WS-POSTED-READ
                           PERFORM MATCH-POSTING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE POSTED-FILE
           MOVE 'N' TO WS-EOF.

       MATCH-POSTING.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-AS-COUNT
               IF T-AS-STATUS(J) = 'A'
                   AND T-AS-ACC-ID(J) = PJ-ACC-ID
                   PERFORM CHECK-POSTING-ALERT
               END-IF
           END-PERFORM.

       CHECK-POSTING-ALERT.
           MOVE 'N' TO WS-CONDITION
           MOVE PJ-AMT TO WS-DISP-THR
           MOVE SPACES TO WS-AL-TEXT
           EVALUATE T-AS-TYPE(J)
               WHEN 'BDEB'
                   IF (PJ-TXN-TYPE = 'WITHDRAWAL' OR PJ-TXN-TYPE = 'FEE'
                       OR PJ-TXN-TYPE = 'TRANSFER')
                       AND PJ-AMT > T-AS-THRESHOLD(J)
                       MOVE 'Y' TO WS-CONDITION
                       STRING 'DEBIT OF ' FUNCTION TRIM(WS-DISP-THR)
                           ' ' PJ-CURRENCY ' (' FUNCTION TRIM(
                           PJ-TXN-TYPE) ') ON ' PJ-DATE
                           DELIMITED BY SIZE INTO WS-AL-TEXT
                       END-STRING
                   END-IF
               WHEN 'CRTN'
                   IF PJ-TXN-ID(1:1) = 'R'
                       AND PJ-TXN-TYPE = 'WITHDRAWAL'
                       MOVE 'Y' TO WS-CONDITION
                       STRING 'A CHEQUE FOR ' FUNCTION TRIM(WS-DISP-THR)
                           ' ' PJ-CURRENCY ' WAS RETURNED UNPAID'
                           DELIMITED BY SIZE INTO WS-AL-TEXT
                       END-STRING
                   END-IF
               WHEN 'SALY'
                   IF PJ-TXN-ID(1:1) = 'P'
                       AND PJ-TXN-TYPE = 'DEPOSIT'
                       MOVE 'Y' TO WS-CONDITION
                       STRING 'SALARY OF ' FUNCTION TRIM(WS-DISP-THR)
                           ' ' PJ-CURRENCY ' CREDITED ON ' PJ-DATE
                           DELIMITED BY SIZE INTO WS-AL-TEXT
                       END-STRING
                   END-IF
           END-EVALUATE
           IF WS-CONDITION = 'N'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-DUP
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-SL-COUNT
               IF T-SL-TXN-ID(K) = PJ-TXN-ID
                   AND T-SL-CUST-ID(K) = T-AS-CUST-ID(J)
                   AND T-SL-ACC-ID(K) = T-AS-ACC-ID(J)
                   AND T-SL-TYPE(K) = T-AS-TYPE(J)
                   MOVE 'Y' TO WS-DUP
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-DUP = 'Y'
               ADD 1 TO WS-DUP-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE PJ-TXN-ID TO WS-AL-TXN-ID
           MOVE PJ-AMT TO WS-AL-AMOUNT
           PERFORM SEND-ALERT
           IF WS-SEND = 'Y'
               MOVE T-AS-CUST-ID(J) TO SL-CUST-ID
               MOVE T-AS-ACC-ID(J) TO SL-ACC-ID
               MOVE T-AS-TYPE(J) TO SL-TYPE
               MOVE PJ-TXN-ID TO SL-TXN-ID
               PERFORM REMEMBER-SENT
           END-IF.

      *> Extract row plus sent-log row, for subscription J.
       SEND-ALERT.
           MOVE 'N' TO WS-SEND
           MOVE SPACES TO CC-PHONE
           IF WS-CONTACT-OPEN = 'Y'
               MOVE T-AS-CUST-ID(J) TO CC-CUST-ID
               READ CONTACT-FILE
                   INVALID KEY
                       MOVE SPACES TO CC-PHONE
               END-READ
           END-IF
           IF CC-PHONE = SPACES
               ADD 1 TO WS-HELD-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE T-AS-CUST-ID(J) TO AX-CUST-ID
           MOVE CC-PHONE TO AX-PHONE
           MOVE T-AS-ACC-ID(J) TO AX-ACC-ID
           MOVE T-AS-TYPE(J) TO AX-TYPE
           MOVE WS-AL-AMOUNT TO AX-AMOUNT
           MOVE WS-TODAY TO AX-DATE
           MOVE WS-AL-TEXT TO AX-TEXT
           WRITE ALERT-RECORD
           ADD 1 TO WS-OUT-COUNT
           IF WS-AL-AMOUNT < 0
               SUBTRACT WS-AL-AMOUNT FROM WS-OUT-HASH
           ELSE
               ADD WS-AL-AMOUNT TO WS-OUT-HASH
           END-IF

           MOVE T-AS-CUST-ID(J) TO SL-CUST-ID
           MOVE T-AS-ACC-ID(J) TO SL-ACC-ID
           MOVE T-AS-TYPE(J) TO SL-TYPE
           MOVE WS-AL-TXN-ID TO SL-TXN-ID
           MOVE WS-AL-AMOUNT TO SL-AMOUNT
           MOVE WS-TODAY TO SL-DATE
           MOVE WS-RUN-TIME TO SL-TIME
           MOVE CC-PHONE TO SL-PHONE
           WRITE SENT-RECORD
           MOVE 'Y' TO WS-SEND.

       COPY 'sysdate-read.cpy'.
