       IDENTIFICATION DIVISION.
       PROGRAM-ID. DD-COLLECT.
       AUTHOR. HOLBERTON.

      *> Incoming direct debit collections. Creditors (utilities,
      *> insurers) pull money from our customers through the
      *> clearing house's collection file; this run refuses the
      *> whole file unless its TRLR99 control trailer agrees with
      *> the items, finds each debtor account through its IBAN (the
      *> OUTBOUND-PAYMENT construction, as INBOUND-CREDIT matches
      *> credits) and pays the collection only under a mandate the
      *> customer signed in DD-MANDATE. A paid collection goes to
      *> DD-TRANS.DAT as a WITHDRAWAL for FEED-CONSOLIDATE to stage
      *> and is recorded in DD-COLLECTIONS.DAT. Everything else goes
      *> back to the creditor's bank on the return file:
      *>   AC01  debtor IBAN is not one of ours
      *>   AC03  our IBAN, but no such account on the master
      *>   AC04  account closed
      *>   AC06  account frozen by a legal hold
      *>   AM01  zero amount
      *>   AM02  more than the mandate's largest collection
      *>   AM05  collection reference already paid
      *>   MD01  no mandate, or the mandate is cancelled
      *>   AG01  mandate suspended, or collected again sooner
      *>         than its frequency allows
      *> Refunds the customer claimed through DD-MANDATE inside the
      *> dispute window are credited back here as DEPOSITs on the
      *> same feed, under J-prefixed ids (F is FEE-ASSESS's), and
      *> claimed from the creditor's bank on the
      *> return file under MD06. Nothing here touches suspense:
      *> a refused collection never reached us.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INBOUND-FILE ASSIGN TO 'INBOUND-DD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT MANDATE-FILE ASSIGN TO 'DD-MANDATES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DM-STATUS.
           SELECT COLLECT-FILE ASSIGN TO 'DD-COLLECTIONS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CH-STATUS.
           SELECT ACCOUNTS ASSIGN TO 'ACCOUNTS.MASTER.IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACC-ID
               FILE STATUS IS WS-ACC-STATUS.
           SELECT HOLDS-FILE ASSIGN TO 'ACCOUNT-HOLDS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLDS-STATUS.
           SELECT TRANS-OUT ASSIGN TO 'DD-TRANS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RTS-FILE ASSIGN TO WS-RTS-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO 'DD-COLLECT-REPORT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SYSDATE-FILE ASSIGN TO 'SYSTEM-DATE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSDATE-STATUS.
           SELECT PERIOD-FILE ASSIGN TO 'GL-PERIODS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERIOD-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> The clearing house's collections, one fixed-format row per
      *> collection, closed by the usual count-and-hash trailer.
       FD INBOUND-FILE.
       01 INBOUND-RECORD.
           05 DC-REF            PIC X(8).
           05 DC-CREDITOR-REF   PIC X(12).
           05 DC-CREDITOR-IBAN  PIC X(34).
           05 DC-DEBTOR-IBAN    PIC X(34).
           05 DC-AMOUNT         PIC 9(8)V99.
           05 DC-DUE-DATE       PIC 9(8).
       01 INBOUND-TRAILER.
           05 DC-TRL-TAG        PIC X(6).
           05 DC-TRL-COUNT      PIC 9(6).
           05 DC-TRL-HASH       PIC 9(10)V99.

      *> Maintained by DD-MANDATE; DM-LAST-COLLECTED is kept here.
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

      *> CH-STATUS C collected, F refund requested, R refunded.
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

      *> Court orders maintained by LEGAL-HOLD; an active F is a
      *> full freeze.
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

       FD TRANS-OUT.
       01 OUT-REC.
           05 OUT-TXN-ID      PIC X(6).
           05 OUT-TXN-TYPE    PIC X(10).
           05 OUT-TXN-ACC-ID  PIC 9(5).
           05 OUT-TXN-AMT     PIC 9(8)V99.
           05 OUT-TXN-DATE    PIC 9(8).
           05 OUT-TXN-DEST-ID PIC 9(5).
           05 OUT-TXN-CURRENCY PIC X(3).
       01 OUT-TRAILER.
           05 OUT-TRL-TAG     PIC X(6).
           05 OUT-TRL-COUNT   PIC 9(6).
           05 OUT-TRL-HASH    PIC 9(10)V99.

      *> Return file for the clearing house, one per business date:
      *> refused collections as received plus the reason code, and
      *> refund claims under MD06, closed by a trailer.
       FD RTS-FILE.
       01 RTS-RECORD.
           05 RS-REF            PIC X(8).
           05 RS-CREDITOR-REF   PIC X(12).
           05 RS-CREDITOR-IBAN  PIC X(34).
           05 RS-DEBTOR-IBAN    PIC X(34).
           05 RS-AMOUNT         PIC 9(8)V99.
           05 RS-DUE-DATE       PIC 9(8).
           05 RS-REASON         PIC X(4).
       01 RTS-TRAILER.
           05 RS-TRL-TAG        PIC X(6).
           05 RS-TRL-COUNT      PIC 9(6).
           05 RS-TRL-HASH       PIC 9(10)V99.

       FD REPORT-FILE.
       01 REPORT-REC          PIC X(100).

       FD SYSDATE-FILE.
       01 SYSDATE-REC            PIC X(40).

       FD PERIOD-FILE.
       01 PERIOD-REC             PIC X(100).

       WORKING-STORAGE SECTION.
       COPY 'sysdate-ws.cpy'.
       COPY 'period-ws.cpy'.
       01 WS-IN-STATUS       PIC XX.
       01 WS-DM-STATUS       PIC XX.
       01 WS-CH-STATUS       PIC XX.
       01 WS-ACC-STATUS      PIC XX.
       01 WS-HOLDS-STATUS    PIC XX.
       01 WS-EOF             PIC X VALUE 'N'.
       01 WS-TODAY           PIC 9(8).
       01 WS-TIME-RAW        PIC 9(8).
       01 WS-CMD             PIC X(100).
       01 WS-RTS-NAME        PIC X(30).
       01 WS-SEQ             PIC 9(5) VALUE 0.
       01 WS-TXN-ID          PIC X(6).
       01 WS-REASON          PIC X(4).
       01 WS-DISP-AMT        PIC Z(7)9.99.
       01 WS-DISP-HASH       PIC Z(9)9.99.
       01 WS-HAVE-INPUT      PIC X VALUE 'N'.
       01 J                  PIC 9(2).
       01 K                  PIC 9(2).

      *> Trailer verification counts, then the outcomes.
       01 WS-TRL-SEEN        PIC X VALUE 'N'.
       01 WS-IN-COUNT        PIC 9(6) VALUE 0.
       01 WS-IN-HASH         PIC 9(10)V99 VALUE 0.
       01 WS-PAID-COUNT      PIC 9(6) VALUE 0.
       01 WS-PAID-HASH       PIC 9(10)V99 VALUE 0.
       01 WS-REFUND-COUNT    PIC 9(6) VALUE 0.
       01 WS-REFUND-HASH     PIC 9(10)V99 VALUE 0.
       01 WS-OUT-COUNT       PIC 9(6) VALUE 0.
       01 WS-OUT-HASH        PIC 9(10)V99 VALUE 0.
       01 WS-RTS-COUNT       PIC 9(6) VALUE 0.
       01 WS-RTS-HASH        PIC 9(10)V99 VALUE 0.
       01 WS-RET-COUNT       PIC 9(6) VALUE 0.
       01 WS-RET-HASH        PIC 9(10)V99 VALUE 0.

      *> Our fixed bank identifiers within the GB IBAN scheme, the
      *> same values OUTBOUND-PAYMENT builds ordering IBANs from.
       01 WS-BANK-CODE       PIC X(4) VALUE 'HOLB'.
       01 WS-SORT-CODE       PIC X(6) VALUE '604030'.
       01 WS-BBAN            PIC X(18).
       01 WS-ACCT8           PIC 9(8).
       01 WS-OUR-IBAN        PIC X(50).
       01 WS-IBAN-VALID      PIC X.
       01 WS-DEBTOR-IBAN     PIC X(34).
       01 WS-MATCH-ACC       PIC 9(5).

      *> ISO 7064 mod-97 working fields, as in OUTBOUND-PAYMENT.
       01 WS-REARRANGED      PIC X(34).
       01 WS-MOD-REMAINDER   PIC 9(2) VALUE 0.
       01 WS-MOD-IDX         PIC 9(2).
       01 WS-MOD-LEN         PIC 9(2).
       01 WS-CHAR            PIC X.
       01 WS-LETTER-VALUE    PIC 9(2).
       01 WS-DIGIT-VAL       PIC 9.
       01 WS-CHECK-DIGITS    PIC 9(2).

      *> Accounts under an active full freeze.
       01 WS-FZ-COUNT        PIC 9(4) VALUE 0.
       01 WS-FZ-MAX          PIC 9(4) VALUE 1000.
       01 WS-FZ-IDX          PIC 9(4).
       01 WS-FROZEN          PIC X.
       01 FZ-TABLE.
           05 FZ-ACC-ID OCCURS 1 TO 1000 TIMES
                        DEPENDING ON WS-FZ-COUNT PIC 9(5).

      *> The mandate register and the collection history, loaded
      *> whole and rewritten whole at the end of the run.
       01 WS-DM-IDX          PIC 9(4).
       01 WS-DM-SCAN         PIC 9(4).
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
       01 WS-MIN-GAP         PIC 9(3).
       01 WS-GAP             PIC S9(6).

       01 WS-CH-IDX          PIC 9(5).
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

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY 'DIRECT DEBIT COLLECTIONS'
           DISPLAY '========================'
           PERFORM READ-SYSTEM-DATE
           MOVE SD-BUSINESS-DATE TO WS-TODAY
           ACCEPT WS-TIME-RAW FROM TIME

           PERFORM LOAD-CLOSED-PERIODS
           MOVE WS-TODAY TO WS-PER-TEST-DATE
           PERFORM CHECK-PERIOD-OPEN
           IF WS-PER-OPEN = 'N'
               DISPLAY 'ABEND: business date ' WS-TODAY
                   ' falls in closed accounting period '
                   WS-TODAY(1:6) '. Nothing processed.'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

      *> All or nothing: a file whose trailer does not agree with
      *> its items is truncated or corrupt, and no part of it is
      *> paid or returned. With no collection file at all the run
      *> still pays out any refunds waiting.
           PERFORM VERIFY-INBOUND-TRAILER
           IF WS-IN-STATUS = '35'
               DISPLAY 'No INBOUND-DD.DAT on file; refunds only.'
           ELSE
               MOVE 'Y' TO WS-HAVE-INPUT
               IF WS-TRL-SEEN = 'N'
                   OR DC-TRL-COUNT NOT = WS-IN-COUNT
                   OR DC-TRL-HASH NOT = WS-IN-HASH
                   MOVE WS-IN-HASH TO WS-DISP-HASH
                   DISPLAY 'ABEND: INBOUND-DD.DAT fails its control '
                       'trailer (' WS-IN-COUNT ' items, hash '
                       WS-DISP-HASH '). Nothing processed.'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           PERFORM LOAD-FROZEN-ACCOUNTS
           PERFORM LOAD-MANDATE-TABLE
           PERFORM LOAD-COLLECTION-TABLE
           OPEN INPUT ACCOUNTS
           IF WS-ACC-STATUS NOT = '00'
               DISPLAY 'ABEND: cannot open ACCOUNTS.MASTER.IDX '
                   '(status ' WS-ACC-STATUS '). Nothing processed.'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO WS-RTS-NAME
           STRING 'DD-RTS-' WS-TODAY '.DAT'
               DELIMITED BY SIZE INTO WS-RTS-NAME
           END-STRING
           OPEN OUTPUT TRANS-OUT
           OPEN OUTPUT RTS-FILE
           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-REPORT-HEADER

           IF WS-HAVE-INPUT = 'Y'
               MOVE 'N' TO WS-EOF
               OPEN INPUT INBOUND-FILE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ INBOUND-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF DC-TRL-TAG NOT = 'TRLR99'
                               PERFORM PROCESS-ONE-COLLECTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INBOUND-FILE
           END-IF
           CLOSE ACCOUNTS

           PERFORM PAY-REQUESTED-REFUNDS

           MOVE SPACES TO OUT-TRAILER
           MOVE 'TRLR99' TO OUT-TRL-TAG
           MOVE WS-OUT-COUNT TO OUT-TRL-COUNT
           MOVE WS-OUT-HASH TO OUT-TRL-HASH
           WRITE OUT-TRAILER
           CLOSE TRANS-OUT

           MOVE SPACES TO RTS-TRAILER
           MOVE 'TRLR99' TO RS-TRL-TAG
           MOVE WS-RTS-COUNT TO RS-TRL-COUNT
           MOVE WS-RTS-HASH TO RS-TRL-HASH
           WRITE RTS-TRAILER
           CLOSE RTS-FILE

           PERFORM SAVE-MANDATE-TABLE
           PERFORM SAVE-COLLECTION-TABLE
           PERFORM WRITE-REPORT-TOTALS
           CLOSE REPORT-FILE

      *> The consumed file is renamed out of the way so tomorrow's
      *> run cannot collect it a second time.
           IF WS-HAVE-INPUT = 'Y'
               MOVE SPACES TO WS-CMD
               STRING 'mv INBOUND-DD.DAT INBOUND-DD.DAT.DONE-'
                      WS-TODAY '-' WS-TIME-RAW(1:6)
                   DELIMITED BY SIZE INTO WS-CMD
               END-STRING
               CALL 'SYSTEM' USING WS-CMD
           END-IF

           DISPLAY WS-PAID-COUNT ' collections paid and '
               WS-REFUND-COUNT ' refunds credited in DD-TRANS.DAT.'
           DISPLAY WS-RET-COUNT ' collections returned in '
               FUNCTION TRIM(WS-RTS-NAME) '.'
           MOVE 0 TO RETURN-CODE
           STOP RUN.

      *> One pass counting and hash-totalling the items and picking
      *> up the trailer.
       VERIFY-INBOUND-TRAILER.
           MOVE 0 TO WS-IN-COUNT
           MOVE 0 TO WS-IN-HASH
           MOVE 'N' TO WS-TRL-SEEN
           MOVE 'N' TO WS-EOF
           OPEN INPUT INBOUND-FILE
           IF WS-IN-STATUS NOT = '35'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ INBOUND-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF DC-TRL-TAG = 'TRLR99'
                               MOVE 'Y' TO WS-TRL-SEEN
                               MOVE 'Y' TO WS-EOF
                           ELSE
                               ADD 1 TO WS-IN-COUNT
                               ADD DC-AMOUNT TO WS-IN-HASH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INBOUND-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       LOAD-FROZEN-ACCOUNTS.
           MOVE 0 TO WS-FZ-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT HOLDS-FILE
           IF WS-HOLDS-STATUS NOT = '35'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ HOLDS-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF AH-TYPE = 'F' AND AH-STATUS = 'A'
                               AND WS-FZ-COUNT < WS-FZ-MAX
                               ADD 1 TO WS-FZ-COUNT
                               MOVE AH-ACC-ID
                                   TO FZ-ACC-ID(WS-FZ-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLDS-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       LOAD-MANDATE-TABLE.
           MOVE 0 TO WS-DM-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT MANDATE-FILE
           IF WS-DM-STATUS NOT = '35'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ MANDATE-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF WS-DM-COUNT < WS-DM-MAX
                               ADD 1 TO WS-DM-COUNT
                               MOVE MANDATE-RECORD
                                   TO DM-ENTRY(WS-DM-COUNT)
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
                           ELSE
                               DISPLAY 'Warning: collection history '
                                   'full at ' WS-CH-MAX
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COLLECT-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       SAVE-MANDATE-TABLE.
           IF WS-DM-COUNT > 0
               OPEN OUTPUT MANDATE-FILE
               PERFORM VARYING WS-DM-IDX FROM 1 BY 1
                       UNTIL WS-DM-IDX > WS-DM-COUNT
                   MOVE DM-ENTRY(WS-DM-IDX) TO MANDATE-RECORD
                   WRITE MANDATE-RECORD
               END-PERFORM
               CLOSE MANDATE-FILE
           END-IF.

       SAVE-COLLECTION-TABLE.
           IF WS-CH-COUNT > 0
               OPEN OUTPUT COLLECT-FILE
               PERFORM VARYING WS-CH-IDX FROM 1 BY 1
                       UNTIL WS-CH-IDX > WS-CH-COUNT
                   MOVE CH-ENTRY(WS-CH-IDX) TO COLLECT-RECORD
                   WRITE COLLECT-RECORD
               END-PERFORM
               CLOSE COLLECT-FILE
           END-IF.

       PROCESS-ONE-COLLECTION.
           MOVE SPACES TO WS-REASON
           MOVE 0 TO WS-MATCH-ACC

           IF DC-AMOUNT = 0
               MOVE 'AM01' TO WS-REASON
           ELSE
               PERFORM MATCH-DEBTOR-IBAN
           END-IF

           IF WS-REASON = SPACES
               MOVE WS-MATCH-ACC TO ACC-ID
               READ ACCOUNTS
                   INVALID KEY
                       MOVE 'AC03' TO WS-REASON
                   NOT INVALID KEY
                       IF ACC-STATUS = 'CLOSED'
                           MOVE 'AC04' TO WS-REASON
                       END-IF
               END-READ
           END-IF

           IF WS-REASON = SPACES
               PERFORM CHECK-DUPLICATE
           END-IF
           IF WS-REASON = SPACES
               PERFORM CHECK-MANDATE
           END-IF
           IF WS-REASON = SPACES
               PERFORM CHECK-FROZEN
               IF WS-FROZEN = 'Y'
                   MOVE 'AC06' TO WS-REASON
               END-IF
           END-IF

           IF WS-REASON = SPACES
               PERFORM PAY-COLLECTION
           ELSE
               MOVE SPACES TO WS-TXN-ID
               PERFORM RETURN-COLLECTION
           END-IF
           PERFORM WRITE-REPORT-LINE.

      *> The debtor IBAN, spaces squeezed out and upper-cased, must
      *> be exactly the IBAN OUTBOUND-PAYMENT would build for the
      *> account number it carries.
       MATCH-DEBTOR-IBAN.
           MOVE SPACES TO WS-DEBTOR-IBAN
           MOVE 0 TO K
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > 34
               IF DC-DEBTOR-IBAN(J:1) NOT = SPACE
                   ADD 1 TO K
                   MOVE DC-DEBTOR-IBAN(J:1) TO WS-DEBTOR-IBAN(K:1)
               END-IF
           END-PERFORM
           MOVE FUNCTION UPPER-CASE(WS-DEBTOR-IBAN) TO WS-DEBTOR-IBAN

           IF WS-DEBTOR-IBAN(1:2) NOT = 'GB'
               OR WS-DEBTOR-IBAN(5:4) NOT = WS-BANK-CODE
               OR WS-DEBTOR-IBAN(9:6) NOT = WS-SORT-CODE
               OR WS-DEBTOR-IBAN(15:8) IS NOT NUMERIC
               OR WS-DEBTOR-IBAN(23:12) NOT = SPACES
               MOVE 'AC01' TO WS-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DEBTOR-IBAN(15:8) TO WS-ACCT8
           IF WS-ACCT8 > 99999
               MOVE 'AC01' TO WS-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ACCT8 TO WS-MATCH-ACC
           PERFORM BUILD-OUR-IBAN
           IF WS-IBAN-VALID NOT = 'Y'
               OR WS-OUR-IBAN(1:22) NOT = WS-DEBTOR-IBAN(1:22)
               MOVE 'AC01' TO WS-REASON
           END-IF.

      *> GBkk HOLB 604030 000nnnnn with kk from mod-97 over BBAN +
      *> GB00, verified back through ValidateIBAN -- the
      *> OUTBOUND-PAYMENT construction.
       BUILD-OUR-IBAN.
           MOVE WS-MATCH-ACC TO WS-ACCT8
           MOVE SPACES TO WS-BBAN
           STRING WS-BANK-CODE WS-SORT-CODE WS-ACCT8
               DELIMITED BY SIZE INTO WS-BBAN
           END-STRING

           MOVE SPACES TO WS-REARRANGED
           STRING WS-BBAN 'GB00' DELIMITED BY SIZE
               INTO WS-REARRANGED
           END-STRING
           MOVE 22 TO WS-MOD-LEN

           MOVE 0 TO WS-MOD-REMAINDER
           PERFORM VARYING WS-MOD-IDX FROM 1 BY 1
                   UNTIL WS-MOD-IDX > WS-MOD-LEN
               MOVE WS-REARRANGED(WS-MOD-IDX:1) TO WS-CHAR
               IF WS-CHAR >= 'A' AND WS-CHAR <= 'Z'
                   COMPUTE WS-LETTER-VALUE =
                       FUNCTION ORD(WS-CHAR)
                       - FUNCTION ORD('A') + 10
                   DIVIDE WS-LETTER-VALUE BY 10
                       GIVING WS-DIGIT-VAL
                   PERFORM PROCESS-MOD-DIGIT
                   COMPUTE WS-DIGIT-VAL =
                       WS-LETTER-VALUE - (WS-DIGIT-VAL * 10)
                   PERFORM PROCESS-MOD-DIGIT
               ELSE
                   MOVE WS-CHAR TO WS-DIGIT-VAL
                   PERFORM PROCESS-MOD-DIGIT
               END-IF
           END-PERFORM
           COMPUTE WS-CHECK-DIGITS = 98 - WS-MOD-REMAINDER

           MOVE SPACES TO WS-OUR-IBAN
           STRING 'GB' WS-CHECK-DIGITS WS-BBAN
               DELIMITED BY SIZE INTO WS-OUR-IBAN
           END-STRING
           CALL 'ValidateIBAN' USING WS-OUR-IBAN WS-IBAN-VALID.

       PROCESS-MOD-DIGIT.
           COMPUTE WS-MOD-REMAINDER =
               FUNCTION MOD(WS-MOD-REMAINDER * 10 + WS-DIGIT-VAL,
                   97).

      *> The same creditor may not collect the same reference twice.
       CHECK-DUPLICATE.
           PERFORM VARYING WS-CH-IDX FROM 1 BY 1
                   UNTIL WS-CH-IDX > WS-CH-COUNT
               IF T-CH-REF(WS-CH-IDX) = DC-REF
                   AND T-CH-CREDITOR-REF(WS-CH-IDX) = DC-CREDITOR-REF
                   MOVE 'AM05' TO WS-REASON
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> The mandate for this account and creditor must be active,
      *> cover the amount, and not have been collected within its
      *> frequency (7, 28, 90 or 365 days between due dates).
       CHECK-MANDATE.
           MOVE 0 TO WS-DM-IDX
           PERFORM VARYING WS-DM-SCAN FROM 1 BY 1
                   UNTIL WS-DM-SCAN > WS-DM-COUNT
               IF T-DM-ACC-ID(WS-DM-SCAN) = WS-MATCH-ACC
                   AND T-DM-CREDITOR-REF(WS-DM-SCAN) = DC-CREDITOR-REF
                   MOVE WS-DM-SCAN TO WS-DM-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-DM-IDX = 0
               MOVE 'MD01' TO WS-REASON
               EXIT PARAGRAPH
           END-IF
           EVALUATE T-DM-STATUS(WS-DM-IDX)
               WHEN 'A'
                   CONTINUE
               WHEN 'S'
                   MOVE 'AG01' TO WS-REASON
                   EXIT PARAGRAPH
               WHEN OTHER
                   MOVE 'MD01' TO WS-REASON
                   EXIT PARAGRAPH
           END-EVALUATE
           IF DC-AMOUNT > T-DM-MAX-AMOUNT(WS-DM-IDX)
               MOVE 'AM02' TO WS-REASON
               EXIT PARAGRAPH
           END-IF
           IF T-DM-LAST-COLLECTED(WS-DM-IDX) = 0
               EXIT PARAGRAPH
           END-IF
           EVALUATE T-DM-FREQ(WS-DM-IDX)
               WHEN 'W'
                   MOVE 7 TO WS-MIN-GAP
               WHEN 'Q'
                   MOVE 90 TO WS-MIN-GAP
               WHEN 'A'
                   MOVE 365 TO WS-MIN-GAP
               WHEN OTHER
                   MOVE 28 TO WS-MIN-GAP
           END-EVALUATE
           COMPUTE WS-GAP =
               FUNCTION INTEGER-OF-DATE(DC-DUE-DATE)
               - FUNCTION INTEGER-OF-DATE(
                   T-DM-LAST-COLLECTED(WS-DM-IDX))
           IF WS-GAP < WS-MIN-GAP
               MOVE 'AG01' TO WS-REASON
           END-IF.

       CHECK-FROZEN.
           MOVE 'N' TO WS-FROZEN
           PERFORM VARYING WS-FZ-IDX FROM 1 BY 1
                   UNTIL WS-FZ-IDX > WS-FZ-COUNT
               IF FZ-ACC-ID(WS-FZ-IDX) = WS-MATCH-ACC
                   MOVE 'Y' TO WS-FROZEN
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> A WITHDRAWAL on the staged feed, the mandate's last
      *> collection date moved on, and the collection kept in the
      *> history for duplicate checks and refunds.
       PAY-COLLECTION.
           ADD 1 TO WS-SEQ
           MOVE SPACES TO WS-TXN-ID
           STRING 'D' WS-SEQ DELIMITED BY SIZE INTO WS-TXN-ID
           END-STRING
           MOVE SPACES TO OUT-REC
           MOVE WS-TXN-ID TO OUT-TXN-ID
           MOVE 'WITHDRAWAL' TO OUT-TXN-TYPE
           MOVE WS-MATCH-ACC TO OUT-TXN-ACC-ID
           MOVE DC-AMOUNT TO OUT-TXN-AMT
           MOVE WS-TODAY TO OUT-TXN-DATE
           MOVE 0 TO OUT-TXN-DEST-ID
           MOVE SPACES TO OUT-TXN-CURRENCY
           WRITE OUT-REC
           ADD 1 TO WS-OUT-COUNT
           ADD DC-AMOUNT TO WS-OUT-HASH
           ADD 1 TO WS-PAID-COUNT
           ADD DC-AMOUNT TO WS-PAID-HASH

           MOVE DC-DUE-DATE TO T-DM-LAST-COLLECTED(WS-DM-IDX)

           IF WS-CH-COUNT < WS-CH-MAX
               ADD 1 TO WS-CH-COUNT
               MOVE SPACES TO CH-ENTRY(WS-CH-COUNT)
               MOVE DC-REF TO T-CH-REF(WS-CH-COUNT)
               MOVE WS-TXN-ID TO T-CH-TXN-ID(WS-CH-COUNT)
               MOVE WS-MATCH-ACC TO T-CH-ACC-ID(WS-CH-COUNT)
               MOVE DC-CREDITOR-REF
                   TO T-CH-CREDITOR-REF(WS-CH-COUNT)
               MOVE DC-CREDITOR-IBAN
                   TO T-CH-CREDITOR-IBAN(WS-CH-COUNT)
               MOVE DC-AMOUNT TO T-CH-AMOUNT(WS-CH-COUNT)
               MOVE WS-TODAY TO T-CH-DATE(WS-CH-COUNT)
               MOVE 'C' TO T-CH-STATUS(WS-CH-COUNT)
               MOVE 0 TO T-CH-REFUND-DATE(WS-CH-COUNT)
           END-IF.

       RETURN-COLLECTION.
           MOVE SPACES TO RTS-RECORD
           MOVE DC-REF TO RS-REF
           MOVE DC-CREDITOR-REF TO RS-CREDITOR-REF
           MOVE DC-CREDITOR-IBAN TO RS-CREDITOR-IBAN
           MOVE DC-DEBTOR-IBAN TO RS-DEBTOR-IBAN
           MOVE DC-AMOUNT TO RS-AMOUNT
           MOVE DC-DUE-DATE TO RS-DUE-DATE
           MOVE WS-REASON TO RS-REASON
           WRITE RTS-RECORD
           ADD 1 TO WS-RTS-COUNT
           ADD DC-AMOUNT TO WS-RTS-HASH
           ADD 1 TO WS-RET-COUNT
           ADD DC-AMOUNT TO WS-RET-HASH.

      *> Collections DD-MANDATE marked F inside the dispute window:
      *> the money goes back to the customer as a DEPOSIT and the
      *> creditor's bank is claimed on the return file under MD06.
       PAY-REQUESTED-REFUNDS.
           PERFORM VARYING WS-CH-IDX FROM 1 BY 1
                   UNTIL WS-CH-IDX > WS-CH-COUNT
               IF T-CH-STATUS(WS-CH-IDX) = 'F'
                   PERFORM PAY-ONE-REFUND
               END-IF
           END-PERFORM.

       PAY-ONE-REFUND.
           ADD 1 TO WS-SEQ
           MOVE SPACES TO WS-TXN-ID
           STRING 'J' WS-SEQ DELIMITED BY SIZE INTO WS-TXN-ID
           END-STRING
           MOVE SPACES TO OUT-REC
           MOVE WS-TXN-ID TO OUT-TXN-ID
           MOVE 'DEPOSIT   ' TO OUT-TXN-TYPE
           MOVE T-CH-ACC-ID(WS-CH-IDX) TO OUT-TXN-ACC-ID
           MOVE T-CH-AMOUNT(WS-CH-IDX) TO OUT-TXN-AMT
           MOVE WS-TODAY TO OUT-TXN-DATE
           MOVE 0 TO OUT-TXN-DEST-ID
           MOVE SPACES TO OUT-TXN-CURRENCY
           WRITE OUT-REC
           ADD 1 TO WS-OUT-COUNT
           ADD T-CH-AMOUNT(WS-CH-IDX) TO WS-OUT-HASH
           ADD 1 TO WS-REFUND-COUNT
           ADD T-CH-AMOUNT(WS-CH-IDX) TO WS-REFUND-HASH

           MOVE T-CH-ACC-ID(WS-CH-IDX) TO WS-MATCH-ACC
           PERFORM BUILD-OUR-IBAN
           MOVE SPACES TO RTS-RECORD
           MOVE T-CH-REF(WS-CH-IDX) TO RS-REF
           MOVE T-CH-CREDITOR-REF(WS-CH-IDX) TO RS-CREDITOR-REF
           MOVE T-CH-CREDITOR-IBAN(WS-CH-IDX) TO RS-CREDITOR-IBAN
           MOVE WS-OUR-IBAN(1:34) TO RS-DEBTOR-IBAN
           MOVE T-CH-AMOUNT(WS-CH-IDX) TO RS-AMOUNT
           MOVE T-CH-DATE(WS-CH-IDX) TO RS-DUE-DATE
           MOVE 'MD06' TO RS-REASON
           WRITE RTS-RECORD
           ADD 1 TO WS-RTS-COUNT
           ADD T-CH-AMOUNT(WS-CH-IDX) TO WS-RTS-HASH

           MOVE 'R' TO T-CH-STATUS(WS-CH-IDX)
           MOVE WS-TODAY TO T-CH-REFUND-DATE(WS-CH-IDX)

           MOVE T-CH-AMOUNT(WS-CH-IDX) TO WS-DISP-AMT
           MOVE SPACES TO REPORT-REC
           STRING T-CH-REF(WS-CH-IDX) ' ' WS-TXN-ID ' '
               T-CH-ACC-ID(WS-CH-IDX) ' ' WS-DISP-AMT
               ' MD06 REFUNDED, CLAIMED FROM CREDITOR'
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO REPORT-REC
           STRING 'DIRECT DEBIT COLLECTION REPORT - ' WS-TODAY
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING 'REF      TXN-ID ACCT  AMOUNT      RSN  OUTCOME'
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC.

       WRITE-REPORT-LINE.
           MOVE DC-AMOUNT TO WS-DISP-AMT
           MOVE SPACES TO REPORT-REC
           IF WS-REASON = SPACES
               STRING DC-REF ' ' WS-TXN-ID ' ' WS-MATCH-ACC
                   ' ' WS-DISP-AMT '      PAID TO '
                   DC-CREDITOR-REF
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
           ELSE
               STRING DC-REF ' ------ ' WS-MATCH-ACC ' '
                   WS-DISP-AMT ' ' WS-REASON ' RETURNED TO '
                   DC-CREDITOR-REF
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
           END-IF
           WRITE REPORT-REC.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE WS-PAID-HASH TO WS-DISP-HASH
           MOVE SPACES TO REPORT-REC
           STRING 'PAID      ' WS-PAID-COUNT ' ' WS-DISP-HASH
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE WS-RET-HASH TO WS-DISP-HASH
           MOVE SPACES TO REPORT-REC
           STRING 'RETURNED  ' WS-RET-COUNT ' ' WS-DISP-HASH
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE WS-IN-HASH TO WS-DISP-HASH
           MOVE SPACES TO REPORT-REC
           STRING 'RECEIVED  ' WS-IN-COUNT ' ' WS-DISP-HASH
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE WS-REFUND-HASH TO WS-DISP-HASH
           MOVE SPACES TO REPORT-REC
           STRING 'REFUNDED  ' WS-REFUND-COUNT ' ' WS-DISP-HASH
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC.

       COPY 'sysdate-read.cpy'.
       COPY 'period-check.cpy'.
