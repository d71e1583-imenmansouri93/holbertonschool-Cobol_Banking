       IDENTIFICATION DIVISION.
       PROGRAM-ID. INBOUND-CREDIT.
       AUTHOR. HOLBERTON.

      *> Inbound interbank credit transfers. OUTBOUND-PAYMENT sends
      *> money out and takes back its own returns, but ordinary
      *> credits arriving from other banks were keyed by hand as
      *> deposits off the clearing house's printout. This run reads
      *> the clearing house's incoming credit file, refuses the
      *> whole file unless its TRLR99 control trailer agrees with
      *> the items, and matches each item to an account through the
      *> beneficiary IBAN -- rebuilt from the account number with
      *> the same bank code, sort code and mod-97 check digits
      *> OUTBOUND-PAYMENT generates, so only an IBAN we could have
      *> issued ever matches. A matched credit on an open account
      *> goes to INBOUND-TRANS.DAT as a DEPOSIT for FEED-CONSOLIDATE
      *> to stage. Everything else books to suspense:
      *>   AC01  beneficiary IBAN is not one of ours
      *>   AC03  our IBAN, but no such account on the master
      *>   AC04  account closed
      *>   AC06  account frozen by a legal hold
      *>   AM01  zero amount
      *> and all but AC06 go straight onto the return-to-sender file
      *> for the clearing house. A frozen account's credit is held
      *> in suspense for the legal desk rather than sent back, since
      *> returning it could defeat the court order. Every credit
      *> received, and every one sent back, goes on
      *> SETTLEMENT-LEDGER.DAT for NOSTRO-RECON.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INBOUND-FILE ASSIGN TO 'INBOUND-CREDITS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT ACCOUNTS ASSIGN TO 'ACCOUNTS.MASTER.IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACC-ID
               FILE STATUS IS WS-ACC-STATUS.
           SELECT HOLDS-FILE ASSIGN TO 'ACCOUNT-HOLDS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLDS-STATUS.
           SELECT TRANS-OUT ASSIGN TO 'INBOUND-TRANS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RTS-FILE ASSIGN TO WS-RTS-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SUSPENSE-FILE ASSIGN TO 'SUSPENSE-ITEMS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-STATUS.
           SELECT GL-JOURNAL ASSIGN TO 'GL-JOURNAL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
           SELECT REPORT-FILE ASSIGN TO 'INBOUND-CREDIT-REPORT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SLGR-FILE ASSIGN TO 'SETTLEMENT-LEDGER.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SLGR-STATUS.
           SELECT SYSDATE-FILE ASSIGN TO 'SYSTEM-DATE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSDATE-STATUS.
           SELECT PERIOD-FILE ASSIGN TO 'GL-PERIODS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERIOD-STATUS.
           SELECT BRANCH-FILE ASSIGN TO 'branches.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BRANCH-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> The clearing house's incoming credits, one fixed-format row
      *> per credit, closed by the usual count-and-hash trailer.
       FD INBOUND-FILE.
       01 INBOUND-RECORD.
           05 IC-REF         PIC X(8).
           05 IC-ORDER-IBAN  PIC X(34).
           05 IC-BENE-IBAN   PIC X(34).
           05 IC-AMOUNT      PIC 9(8)V99.
           05 IC-VALUE-DATE  PIC 9(8).
       01 INBOUND-TRAILER.
           05 IC-TRL-TAG     PIC X(6).
           05 IC-TRL-COUNT   PIC 9(6).
           05 IC-TRL-HASH    PIC 9(10)V99.

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

      *> Return-to-sender file for the clearing house: the original
      *> item as received plus the reason code, one file per
      *> business date, closed by a trailer like the settlement
      *> file OUTBOUND-PAYMENT builds.
       FD RTS-FILE.
       01 RTS-RECORD.
           05 RS-REF         PIC X(8).
           05 RS-ORDER-IBAN  PIC X(34).
           05 RS-BENE-IBAN   PIC X(34).
           05 RS-AMOUNT      PIC 9(8)V99.
           05 RS-VALUE-DATE  PIC 9(8).
           05 RS-REASON      PIC X(4).
       01 RTS-TRAILER.
           05 RS-TRL-TAG     PIC X(6).
           05 RS-TRL-COUNT   PIC 9(6).
           05 RS-TRL-HASH    PIC 9(10)V99.

       FD SUSPENSE-FILE.
       01 SUSPENSE-RECORD.
           05 SU-TXN-ID      PIC X(6).
           05 SU-AMOUNT      PIC 9(8)V99.
           05 SU-DATE        PIC 9(8).
           05 SU-STATUS      PIC X.
           05 SU-DISPOSITION PIC X(30).

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

       FD REPORT-FILE.
       01 REPORT-REC          PIC X(100).

       FD SLGR-FILE.
       01 SLGR-RECORD       PIC X(60).

       FD SYSDATE-FILE.
       01 SYSDATE-REC            PIC X(40).

       FD PERIOD-FILE.
       01 PERIOD-REC             PIC X(100).

       FD BRANCH-FILE.
       01 BRANCH-REC             PIC X(80).

       WORKING-STORAGE SECTION.
       COPY 'sysdate-ws.cpy'.
       COPY 'period-ws.cpy'.
       COPY 'branch-ws.cpy'.
       COPY 'setlgr-ws.cpy'.
       01 WS-IN-STATUS       PIC XX.
       01 WS-ACC-STATUS      PIC XX.
       01 WS-HOLDS-STATUS    PIC XX.
       01 WS-SUSP-STATUS     PIC XX.
       01 WS-GL-STATUS       PIC XX.
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
       01 J                  PIC 9(2).
       01 K                  PIC 9(2).

      *> Trailer verification counts, then the three outcomes.
       01 WS-TRL-SEEN        PIC X VALUE 'N'.
       01 WS-IN-COUNT        PIC 9(6) VALUE 0.
       01 WS-IN-HASH         PIC 9(10)V99 VALUE 0.
       01 WS-POST-COUNT      PIC 9(6) VALUE 0.
       01 WS-POST-HASH       PIC 9(10)V99 VALUE 0.
       01 WS-RTS-COUNT       PIC 9(6) VALUE 0.
       01 WS-RTS-HASH        PIC 9(10)V99 VALUE 0.
       01 WS-HELD-COUNT      PIC 9(6) VALUE 0.
       01 WS-HELD-HASH       PIC 9(10)V99 VALUE 0.

      *> Our fixed bank identifiers within the GB IBAN scheme, the
      *> same values OUTBOUND-PAYMENT builds ordering IBANs from.
       01 WS-BANK-CODE       PIC X(4) VALUE 'HOLB'.
       01 WS-SORT-CODE       PIC X(6) VALUE '604030'.
       01 WS-BBAN            PIC X(18).
       01 WS-ACCT8           PIC 9(8).
       01 WS-OUR-IBAN        PIC X(50).
       01 WS-IBAN-VALID      PIC X.
       01 WS-BENE-IBAN       PIC X(34).
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

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY 'INBOUND CREDIT TRANSFERS'
           DISPLAY '========================'
           PERFORM READ-SYSTEM-DATE
           MOVE SD-BUSINESS-DATE TO WS-TODAY
           ACCEPT WS-TIME-RAW FROM TIME

           PERFORM LOAD-CLOSED-PERIODS

           PERFORM LOAD-BRANCHES
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
      *> credited, suspended or returned.
           PERFORM VERIFY-INBOUND-TRAILER
           IF WS-IN-STATUS = '35'
               DISPLAY 'No INBOUND-CREDITS.DAT on file.'
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-TRL-SEEN = 'N'
               OR IC-TRL-COUNT NOT = WS-IN-COUNT
               OR IC-TRL-HASH NOT = WS-IN-HASH
               MOVE WS-IN-HASH TO WS-DISP-HASH
               DISPLAY 'ABEND: INBOUND-CREDITS.DAT fails its control '
                   'trailer (' WS-IN-COUNT ' items, hash '
                   WS-DISP-HASH '). Nothing processed.'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOAD-FROZEN-ACCOUNTS
           OPEN INPUT ACCOUNTS
           IF WS-ACC-STATUS NOT = '00'
               DISPLAY 'ABEND: cannot open ACCOUNTS.MASTER.IDX '
                   '(status ' WS-ACC-STATUS '). Nothing processed.'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO WS-RTS-NAME
           STRING 'INBOUND-RTS-' WS-TODAY '.DAT'
               DELIMITED BY SIZE INTO WS-RTS-NAME
           END-STRING
           OPEN OUTPUT TRANS-OUT
           OPEN OUTPUT RTS-FILE
           OPEN OUTPUT REPORT-FILE
           OPEN EXTEND SUSPENSE-FILE
           IF WS-SUSP-STATUS = '35'
               OPEN OUTPUT SUSPENSE-FILE
           END-IF
           OPEN EXTEND GL-JOURNAL
           IF WS-GL-STATUS = '35'
               OPEN OUTPUT GL-JOURNAL
           END-IF
           PERFORM WRITE-REPORT-HEADER

           MOVE 'N' TO WS-EOF
           OPEN INPUT INBOUND-FILE
           PERFORM UNTIL WS-EOF = 'Y'
               READ INBOUND-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF IC-TRL-TAG NOT = 'TRLR99'
                           PERFORM PROCESS-ONE-CREDIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INBOUND-FILE
           CLOSE ACCOUNTS

           MOVE SPACES TO OUT-TRAILER
           MOVE 'TRLR99' TO OUT-TRL-TAG
           MOVE WS-POST-COUNT TO OUT-TRL-COUNT
           MOVE WS-POST-HASH TO OUT-TRL-HASH
           WRITE OUT-TRAILER
           CLOSE TRANS-OUT

           MOVE SPACES TO RTS-TRAILER
           MOVE 'TRLR99' TO RS-TRL-TAG
           MOVE WS-RTS-COUNT TO RS-TRL-COUNT
           MOVE WS-RTS-HASH TO RS-TRL-HASH
           WRITE RTS-TRAILER
           CLOSE RTS-FILE

           CLOSE SUSPENSE-FILE
           CLOSE GL-JOURNAL
           PERFORM WRITE-REPORT-TOTALS
           CLOSE REPORT-FILE

      *> The consumed file is renamed out of the way so tomorrow's
      *> run cannot credit it a second time.
           MOVE SPACES TO WS-CMD
           STRING 'mv INBOUND-CREDITS.DAT INBOUND-CREDITS.DAT.DONE-'
                  WS-TODAY '-' WS-TIME-RAW(1:6)
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING
           CALL 'SYSTEM' USING WS-CMD

           DISPLAY WS-POST-COUNT ' credits staged to '
               'INBOUND-TRANS.DAT.'
           DISPLAY WS-RTS-COUNT ' returned to sender in '
               FUNCTION TRIM(WS-RTS-NAME) '.'
           DISPLAY WS-HELD-COUNT ' held in suspense under a legal '
               'hold.'
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
                           IF IC-TRL-TAG = 'TRLR99'
                               MOVE 'Y' TO WS-TRL-SEEN
                               MOVE 'Y' TO WS-EOF
                           ELSE
                               ADD 1 TO WS-IN-COUNT
                               ADD IC-AMOUNT TO WS-IN-HASH
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

       PROCESS-ONE-CREDIT.
           ADD 1 TO WS-SEQ
           MOVE SPACES TO WS-TXN-ID
           STRING 'I' WS-SEQ DELIMITED BY SIZE INTO WS-TXN-ID
           END-STRING
           MOVE SPACES TO WS-REASON
           MOVE IC-REF TO SLGR-REF
           MOVE 'C' TO SLGR-DIRECTION
           MOVE IC-AMOUNT TO SLGR-AMOUNT
           MOVE IC-VALUE-DATE TO SLGR-VALUE-DATE
           MOVE 'CREDIT' TO SLGR-SOURCE
           PERFORM WRITE-SETTLEMENT-LEDGER

           IF IC-AMOUNT = 0
               MOVE 'AM01' TO WS-REASON
           ELSE
               PERFORM MATCH-BENEFICIARY-IBAN
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
               PERFORM CHECK-FROZEN
               IF WS-FROZEN = 'Y'
                   MOVE 'AC06' TO WS-REASON
               END-IF
           END-IF

           EVALUATE WS-REASON
               WHEN SPACES
                   PERFORM STAGE-DEPOSIT
               WHEN 'AC06'
                   PERFORM BOOK-TO-SUSPENSE
                   ADD 1 TO WS-HELD-COUNT
                   ADD IC-AMOUNT TO WS-HELD-HASH
               WHEN OTHER
                   PERFORM BOOK-TO-SUSPENSE
                   PERFORM WRITE-RETURN-TO-SENDER
           END-EVALUATE
           PERFORM WRITE-REPORT-LINE.

      *> The beneficiary IBAN, spaces squeezed out and upper-cased,
      *> must be exactly the IBAN OUTBOUND-PAYMENT would build for
      *> the account number it carries: our bank and sort code, an
      *> eight-digit account that fits the five-digit master, and
      *> the check digits our own mod-97 produces.
       MATCH-BENEFICIARY-IBAN.
           MOVE SPACES TO WS-BENE-IBAN
           MOVE 0 TO K
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > 34
               IF IC-BENE-IBAN(J:1) NOT = SPACE
                   ADD 1 TO K
                   MOVE IC-BENE-IBAN(J:1) TO WS-BENE-IBAN(K:1)
               END-IF
           END-PERFORM
           MOVE FUNCTION UPPER-CASE(WS-BENE-IBAN) TO WS-BENE-IBAN

           IF WS-BENE-IBAN(1:2) NOT = 'GB'
               OR WS-BENE-IBAN(5:4) NOT = WS-BANK-CODE
               OR WS-BENE-IBAN(9:6) NOT = WS-SORT-CODE
               OR WS-BENE-IBAN(15:8) IS NOT NUMERIC
               OR WS-BENE-IBAN(23:12) NOT = SPACES
               MOVE 'AC01' TO WS-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BENE-IBAN(15:8) TO WS-ACCT8
           IF WS-ACCT8 > 99999
               MOVE 'AC01' TO WS-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ACCT8 TO WS-MATCH-ACC
           PERFORM BUILD-OUR-IBAN
           IF WS-IBAN-VALID NOT = 'Y'
               OR WS-OUR-IBAN(1:22) NOT = WS-BENE-IBAN(1:22)
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

       CHECK-FROZEN.
           MOVE 'N' TO WS-FROZEN
           PERFORM VARYING WS-FZ-IDX FROM 1 BY 1
                   UNTIL WS-FZ-IDX > WS-FZ-COUNT
               IF FZ-ACC-ID(WS-FZ-IDX) = WS-MATCH-ACC
                   MOVE 'Y' TO WS-FROZEN
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       STAGE-DEPOSIT.
           MOVE SPACES TO OUT-REC
           MOVE WS-TXN-ID TO OUT-TXN-ID
           MOVE 'DEPOSIT   ' TO OUT-TXN-TYPE
           MOVE WS-MATCH-ACC TO OUT-TXN-ACC-ID
           MOVE IC-AMOUNT TO OUT-TXN-AMT
           MOVE WS-TODAY TO OUT-TXN-DATE
           MOVE 0 TO OUT-TXN-DEST-ID
           MOVE SPACES TO OUT-TXN-CURRENCY
           WRITE OUT-REC
           ADD 1 TO WS-POST-COUNT
           ADD IC-AMOUNT TO WS-POST-HASH.

      *> Booked the way the updater books a rejected item -- debit
      *> SUSPENSE, credit SUSPOFF -- so SUBLEDGER-RECON sees the
      *> open item on both sides. A returned item carries its
      *> return as the written disposition; a held one is left for
      *> the legal desk to dispose of.
       BOOK-TO-SUSPENSE.
           MOVE SPACES TO SUSPENSE-RECORD
           MOVE WS-TXN-ID TO SU-TXN-ID
           MOVE IC-AMOUNT TO SU-AMOUNT
           MOVE WS-TODAY TO SU-DATE
           MOVE 'O' TO SU-STATUS
           IF WS-REASON NOT = 'AC06'
               STRING 'RETURNED ' WS-REASON ' REF ' IC-REF
                   DELIMITED BY SIZE INTO SU-DISPOSITION
               END-STRING
           END-IF
           WRITE SUSPENSE-RECORD

           MOVE SPACES TO GL-JOURNAL-REC
           MOVE WS-TODAY TO GJ-DATE
           MOVE 'INBOUND' TO GJ-PROGRAM
           MOVE 'SUSPENSE' TO GJ-ACCOUNT
           MOVE 'D' TO GJ-DC
           MOVE IC-AMOUNT TO GJ-AMOUNT
           MOVE 'SUSPOFF' TO GJ-OFFSET
           MOVE 0 TO GJ-BATCH
           MOVE WS-BR-TERM-BRANCH TO GJ-COST-CENTRE
           WRITE GL-JOURNAL-REC
           MOVE 'SUSPOFF' TO GJ-ACCOUNT
           MOVE 'C' TO GJ-DC
           MOVE 'SUSPENSE' TO GJ-OFFSET
           WRITE GL-JOURNAL-REC.

       WRITE-RETURN-TO-SENDER.
           MOVE SPACES TO RTS-RECORD
           MOVE IC-REF TO RS-REF
           MOVE IC-ORDER-IBAN TO RS-ORDER-IBAN
           MOVE IC-BENE-IBAN TO RS-BENE-IBAN
           MOVE IC-AMOUNT TO RS-AMOUNT
           MOVE IC-VALUE-DATE TO RS-VALUE-DATE
           MOVE WS-REASON TO RS-REASON
           WRITE RTS-RECORD
           ADD 1 TO WS-RTS-COUNT
           ADD IC-AMOUNT TO WS-RTS-HASH
           MOVE IC-REF TO SLGR-REF
           MOVE 'D' TO SLGR-DIRECTION
           MOVE IC-AMOUNT TO SLGR-AMOUNT
           MOVE WS-TODAY TO SLGR-VALUE-DATE
           MOVE 'CR-RTN' TO SLGR-SOURCE
           PERFORM WRITE-SETTLEMENT-LEDGER.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO REPORT-REC
           STRING 'INBOUND CREDIT REPORT - ' WS-TODAY
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING 'REF      TXN-ID ACCT  AMOUNT      RSN  OUTCOME'
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC.

       WRITE-REPORT-LINE.
           MOVE IC-AMOUNT TO WS-DISP-AMT
           MOVE SPACES TO REPORT-REC
           EVALUATE WS-REASON
               WHEN SPACES
                   STRING IC-REF ' ' WS-TXN-ID ' ' WS-MATCH-ACC
                       ' ' WS-DISP-AMT '      CREDITED'
                       DELIMITED BY SIZE INTO REPORT-REC
                   END-STRING
               WHEN 'AC06'
                   STRING IC-REF ' ' WS-TXN-ID ' ' WS-MATCH-ACC
                       ' ' WS-DISP-AMT ' ' WS-REASON
                       ' SUSPENSE - LEGAL HOLD, NOT RETURNED'
                       DELIMITED BY SIZE INTO REPORT-REC
                   END-STRING
               WHEN OTHER
                   STRING IC-REF ' ' WS-TXN-ID ' ----- '
                       WS-DISP-AMT ' ' WS-REASON
                       ' SUSPENSE - RETURNED TO SENDER'
                       DELIMITED BY SIZE INTO REPORT-REC
                   END-STRING
           END-EVALUATE
           WRITE REPORT-REC.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE WS-POST-HASH TO WS-DISP-HASH
           MOVE SPACES TO REPORT-REC
           STRING 'CREDITED  ' WS-POST-COUNT ' ' WS-DISP-HASH
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE WS-RTS-HASH TO WS-DISP-HASH
           MOVE SPACES TO REPORT-REC
           STRING 'RETURNED  ' WS-RTS-COUNT ' ' WS-DISP-HASH
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE WS-HELD-HASH TO WS-DISP-HASH
           MOVE SPACES TO REPORT-REC
           STRING 'HELD      ' WS-HELD-COUNT ' ' WS-DISP-HASH
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE WS-IN-HASH TO WS-DISP-HASH
           MOVE SPACES TO REPORT-REC
           STRING 'RECEIVED  ' WS-IN-COUNT ' ' WS-DISP-HASH
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC.

       COPY 'setlgr-write.cpy'.
       COPY 'sysdate-read.cpy'.
       COPY 'period-check.cpy'.
       COPY 'branch-check.cpy'.
