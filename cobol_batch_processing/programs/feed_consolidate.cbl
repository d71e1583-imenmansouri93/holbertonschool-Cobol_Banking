       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEED-CONSOLIDATE.
       AUTHOR. HOLBERTON.

      *> Staging step for the posting window. Every feeder job
      *> (standing orders, fees, sweeps, term deposits, loan
      *> disbursements, cheque returns, escheat, reversals, payment
      *> re-credits, inbound credit transfers, direct debit
      *> collections, inward cheque clearing, card settlement,
      *> dispute credits, complaint redress, payroll, account
      *> openings, product switch fees, reject repair, the
      *> validator's approved handoff and the approval desk's
      *> releases) leaves its own TRANS-REC file closed by a TRLR99
      *> control trailer, and until now somebody had to remember to
      *> copy each one into TRANSACTIONS.VALIDATED -- a forgotten
      *> SWEEP-TRANS.DAT sat unposted for two days. This run picks
      *> up every feed that is present, verifies each one against
      *> its own trailer, merges them into one
      *> TRANSACTIONS.VALIDATED under a combined trailer, and
      *> renames each consumed feed out of the way so it can never
      *> be staged twice. The feed-balancing report shows the count
      *> and hash per source.
      *>
      *> The feed list comes from STAGING-FEEDS.DAT (file name plus
      *> source label per row) so a new feeder can be added without
      *> a recompile; with no control file the standard feeder list
      *> is used.
      *>
      *> Everything lands in one file, so the transaction ids the
      *> feeders make up must never meet: UPDATER's restart skip and
      *> the by-id lookups in TXN-REVERSAL and DISPUTE-CASE take the
      *> first match. Each feeder keeps its own leading letter:
      *>   A  loan autopay            M  term deposit maturity
      *>   B  payment re-credits      N  account openings
      *>   C  card settlement         P  payroll
      *>   D  direct debit collection Q  dispute credits
      *>   E  escheat                 R  cheque returns
      *>   F  fees                    S  standing orders
      *>   G  cheque stop fees        SW sweeps
      *>   H  complaint redress       T  term deposit placement
      *>   I  inbound credits         U  term deposit early
      *>   J  direct debit refunds       redemption
      *>   K  cheques paid            V  reversals
      *>   L  loan disbursements      W  product switch fees
      *>                              X  returned cheque fees
      *> The validator, approval desk and reject repair pass the
      *> ids they were given through unchanged. A new feeder takes
      *> a letter not in this list.
      *>
      *> An UPDATER-CHECKPOINT.DAT on file means an UPDATER run has
      *> not finished: its TRANSACTIONS.VALIDATED still holds rows
      *> not yet posted, so nothing is staged over it until that
      *> run has been restarted to completion. UPDATER renames the
      *> batch to TRANSACTIONS.VALIDATED.POSTED-<date>-<time> once it
      *> has posted to the end, so a TRANSACTIONS.VALIDATED still on
      *> file was never finished either -- UPDATER may have abended
      *> before its first checkpoint -- and is refused the same way
      *> rather than overwritten.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEEDS-FILE ASSIGN TO 'STAGING-FEEDS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEEDS-STATUS.
           SELECT FEED-FILE ASSIGN TO WS-FEED-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.
           SELECT VALIDATED-FILE ASSIGN TO 'TRANSACTIONS.VALIDATED'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VAL-STATUS.
           SELECT CKPT-FILE ASSIGN TO 'UPDATER-CHECKPOINT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-STATUS.
           SELECT REPORT-FILE ASSIGN TO 'FEED-BALANCING.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SYSDATE-FILE ASSIGN TO 'SYSTEM-DATE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FEEDS-FILE.
       01 FEEDS-RECORD.
           05 FL-FEED-NAME   PIC X(30).
           05 FL-SOURCE      PIC X(12).

      *> Every feed is in the posting TRANS-REC layout, trailer rows
      *> carrying TRLR99 in the id field.
       FD FEED-FILE.
       01 FEED-RECORD.
           05 FD-TXN-ID       PIC X(6).
           05 FD-TXN-TYPE     PIC X(10).
           05 FD-TXN-ACC-ID   PIC 9(5).
           05 FD-TXN-AMT      PIC 9(8)V99.
           05 FD-TXN-DATE     PIC 9(8).
           05 FD-TXN-DEST-ID  PIC 9(5).
           05 FD-TXN-CURRENCY PIC X(3).
       01 FEED-TRAILER.
           05 FD-TRL-TAG      PIC X(6).
           05 FD-TRL-COUNT    PIC 9(6).
           05 FD-TRL-HASH     PIC 9(10)V99.

       FD VALIDATED-FILE.
       01 VALIDATED-RECORD    PIC X(47).
       01 VALIDATED-TRAILER.
           05 VT-TRL-TAG      PIC X(6).
           05 VT-TRL-COUNT    PIC 9(6).
           05 VT-TRL-HASH     PIC 9(10)V99.

       FD CKPT-FILE.
       01 CKPT-REC            PIC X(120).

       FD REPORT-FILE.
       01 REPORT-REC          PIC X(100).

       FD SYSDATE-FILE.
       01 SYSDATE-REC            PIC X(40).

       WORKING-STORAGE SECTION.
       COPY 'sysdate-ws.cpy'.
       01 WS-FEEDS-STATUS    PIC XX.
       01 WS-FEED-STATUS     PIC XX.
       01 WS-VAL-STATUS      PIC XX.
       01 WS-CKPT-STATUS     PIC XX.
       01 WS-FEED-NAME       PIC X(30).
       01 WS-EOF             PIC X VALUE 'N'.
       01 WS-TODAY           PIC 9(8).
       01 WS-TIME-RAW        PIC 9(8).
       01 WS-CMD             PIC X(100).
       01 WS-STAMP           PIC X(15).
       01 WS-DISP-HASH       PIC Z(9)9.99.
       01 WS-DISP-COUNT      PIC Z(5)9.
       01 WS-BAD-FEEDS       PIC 9(2) VALUE 0.
       01 WS-MERGED-FEEDS    PIC 9(2) VALUE 0.
       01 WS-OUT-COUNT       PIC 9(6) VALUE 0.
       01 WS-OUT-HASH        PIC 9(10)V99 VALUE 0.
       01 WS-TOTAL-COUNT     PIC 9(6) VALUE 0.
       01 WS-TOTAL-HASH      PIC 9(10)V99 VALUE 0.
       01 J                  PIC 9(2).

      *> The feeds to look for, loaded from STAGING-FEEDS.DAT or
      *> seeded with the standard feeder list. FT-STATE carries the
      *> outcome of verification per feed: A absent, E empty (present
      *> but trailer shows nothing), V verified, B bad trailer.
       01 WS-FT-COUNT        PIC 9(2) VALUE 0.
       01 WS-FT-MAX          PIC 9(2) VALUE 30.
       01 FEED-TABLE.
           05 FT-ENTRY OCCURS 1 TO 30 TIMES
                       DEPENDING ON WS-FT-COUNT.
               10 FT-NAME        PIC X(30).
               10 FT-SOURCE      PIC X(12).
               10 FT-STATE       PIC X.
               10 FT-COUNT       PIC 9(6).
               10 FT-HASH        PIC 9(10)V99.
               10 FT-TRL-SEEN    PIC X.
               10 FT-TRL-COUNT   PIC 9(6).
               10 FT-TRL-HASH    PIC 9(10)V99.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY 'FEED CONSOLIDATION'
           DISPLAY '=================='
           PERFORM READ-SYSTEM-DATE
           MOVE SD-BUSINESS-DATE TO WS-TODAY
           ACCEPT WS-TIME-RAW FROM TIME
           MOVE SPACES TO WS-STAMP
           STRING WS-TODAY '-' WS-TIME-RAW(1:6)
               DELIMITED BY SIZE INTO WS-STAMP
           END-STRING

           OPEN INPUT CKPT-FILE
           IF WS-CKPT-STATUS NOT = '35'
               CLOSE CKPT-FILE
               DISPLAY 'ABEND: UPDATER-CHECKPOINT.DAT is on file -- '
                   'an unfinished UPDATER run must be restarted to '
                   'completion first. Nothing staged.'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT VALIDATED-FILE
           IF WS-VAL-STATUS NOT = '35'
               CLOSE VALIDATED-FILE
               DISPLAY 'ABEND: TRANSACTIONS.VALIDATED is still on '
                   'file -- the last UPDATER run did not post it to '
                   'the end; run UPDATER on it first. Nothing staged.'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOAD-FEED-LIST

           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-FT-COUNT
               PERFORM VERIFY-ONE-FEED
           END-PERFORM

      *> A feed whose trailer does not agree with its contents is
      *> truncated or corrupt; nothing is merged and nothing renamed,
      *> the same all-or-nothing rule the updater applies to the
      *> staged file itself.
           IF WS-BAD-FEEDS > 0
               PERFORM WRITE-BALANCING-REPORT
               DISPLAY 'ABEND: ' WS-BAD-FEEDS ' feed(s) failed '
                   'control trailer verification -- see '
                   'FEED-BALANCING.DAT. Nothing staged.'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT VALIDATED-FILE
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-FT-COUNT
               IF FT-STATE(J) = 'V'
                   PERFORM MERGE-ONE-FEED
               END-IF
           END-PERFORM
           MOVE SPACES TO VALIDATED-TRAILER
           MOVE 'TRLR99' TO VT-TRL-TAG
           MOVE WS-OUT-COUNT TO VT-TRL-COUNT
           MOVE WS-OUT-HASH TO VT-TRL-HASH
           WRITE VALIDATED-TRAILER
           CLOSE VALIDATED-FILE

      *> Only once the merged file is safely written are the feeds
      *> renamed out of the way -- empty feeds too, so tomorrow's run
      *> does not report yesterday's empty file again.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-FT-COUNT
               IF FT-STATE(J) = 'V' OR FT-STATE(J) = 'E'
                   PERFORM RETIRE-ONE-FEED
               END-IF
           END-PERFORM

           PERFORM WRITE-BALANCING-REPORT

           MOVE WS-OUT-COUNT TO WS-DISP-COUNT
           MOVE WS-OUT-HASH TO WS-DISP-HASH
           DISPLAY WS-MERGED-FEEDS ' feed(s) staged into '
               'TRANSACTIONS.VALIDATED: ' WS-DISP-COUNT
               ' transactions, hash ' WS-DISP-HASH
           STOP RUN.

       LOAD-FEED-LIST.
           MOVE 0 TO WS-FT-COUNT
           OPEN INPUT FEEDS-FILE
           IF WS-FEEDS-STATUS = '35'
               PERFORM SEED-DEFAULT-FEEDS
           ELSE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ FEEDS-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF FL-FEED-NAME NOT = SPACES
                               PERFORM ADD-FEED-FROM-LIST
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FEEDS-FILE
               MOVE 'N' TO WS-EOF
           END-IF.

       ADD-FEED-FROM-LIST.
           IF WS-FT-COUNT < WS-FT-MAX
               ADD 1 TO WS-FT-COUNT
               MOVE FL-FEED-NAME TO FT-NAME(WS-FT-COUNT)
               MOVE FL-SOURCE TO FT-SOURCE(WS-FT-COUNT)
           ELSE
               DISPLAY 'Warning: feed table full at ' WS-FT-MAX
                   ', ignoring ' FL-FEED-NAME
           END-IF.

       SEED-DEFAULT-FEEDS.
           DISPLAY 'No STAGING-FEEDS.DAT found, using the standard '
               'feeder list'
           MOVE 'TXN-APPROVED.DAT'      TO FL-FEED-NAME
           MOVE 'VALIDATOR'             TO FL-SOURCE
           PERFORM ADD-FEED-FROM-LIST
           MOVE 'RELEASED-TXN.DAT'      TO FL-FEED-NAME
           MOVE 'APPROVALS'             TO FL-SOURCE
           PERFORM ADD-FEED-FROM-LIST
           MOVE 'STO-TRANSACTIONS.DAT'  TO FL-FEED-NAME
           MOVE 'STO-GENERATE'          TO FL-SOURCE
           PERFORM ADD-FEED-FROM-LIST
           MOVE 'FEE-TRANSACTIONS.DAT'  TO FL-FEED-NAME
           MOVE 'FEE-ASSESS'            TO FL-SOURCE
           PERFORM ADD-FEED-FROM-LIST
           MOVE 'SWEEP-TRANS.DAT'       TO FL-FEED-NAME
           MOVE 'SWEEPS'                TO FL-SOURCE
           PERFORM ADD-FEED-FROM-LIST
           MOVE 'TD-TRANSACTIONS.DAT'   TO FL-FEED-NAME
           MOVE 'TERM-DEPOSIT'          TO FL-SOURCE
           PERFORM ADD-FEED-FROM-LIST
           MOVE 'DISBURSE-TRANS.DAT'    TO FL-FEED-NAME
           MOVE 'LOAN-ORIG'             TO FL-SOURCE
           PERFORM ADD-FEED-FROM-LIST
           MOVE 'RETURN-TRANS.DAT'      TO FL-FEED-NAME
           MOVE 'CHQ-RETURNS'           TO FL-SOURCE
           PERFORM ADD-FEED-FROM-LIST
           MOVE 'ESCHEAT-TRANS.DAT'     TO FL-FEED-NAME
           MOVE 'ESCHEAT'               TO FL-SOURCE
           PERFORM ADD-FEED-FROM-LIST
           MOVE 'REVERSAL-TRANS.DAT'    TO FL-FEED-NAME
           MOVE 'REVERSALS'             TO FL-SOURCE
           PERFORM ADD-FEED-FROM-LIST
           MOVE 'RECREDIT-TRANS.DAT'    TO FL-FEED-NAME
           MOVE 'PAY-RETURNS'           TO FL-SOURCE
           PERFORM ADD-FEED-FROM-LIST
           MOVE 'INBOUND-TRANS.DAT'     TO FL-FEED-NAME
           MOVE 'INBOUND-PAY'           TO FL-SOURCE
           PERFORM ADD-FEED-FROM-LIST
           MOVE 'DD-TRANS.DAT'          TO FL-FEED-NAME
           MOVE 'DIRECT-DEBIT'          TO FL-SOURCE
           PERFORM ADD-FEED-FROM-LIST
           MOVE 'CHEQUE-PAID-TRANS.DAT' TO FL-FEED-NAME
           MOVE 'CHQ-CLEARING'          TO FL-SOURCE
           PERFORM ADD-FEED-FROM-LIST
           MOVE 'CARD-TRANS.DAT'        TO FL-FEED-NAME
           MOVE 'CARD-SETTLE'           TO FL-SOURCE
           PERFORM ADD-FEED-FROM-LIST
           MOVE 'DISPUTE-TRANS.DAT'     TO FL-FEED-NAME
           MOVE 'DISPUTES'              TO FL-SOURCE
           PERFORM ADD-FEED-FROM-LIST
           MOVE 'COMPLAINT-TRANS.DAT'   TO FL-FEED-NAME
           MOVE 'COMPLAINTS'            TO FL-SOURCE
           PERFORM ADD-FEED-FROM-LIST
           MOVE 'PAYROLL-DEPOSITS.DAT'  TO FL-FEED-NAME
           MOVE 'PAYROLL'               TO FL-SOURCE
           PERFORM ADD-FEED-FROM-LIST
           MOVE 'OPENING-TRANS.DAT'     TO FL-FEED-NAME
           MOVE 'ACCOUNT-OPEN'          TO FL-SOURCE
           PERFORM ADD-FEED-FROM-LIST
           MOVE 'SWITCH-TRANS.DAT'      TO FL-FEED-NAME
           MOVE 'PROD-SWITCH'           TO FL-SOURCE
           PERFORM ADD-FEED-FROM-LIST
           MOVE 'LOAN-AUTOPAY-TRANS.DAT' TO FL-FEED-NAME
           MOVE 'LOAN-AUTOPAY'          TO FL-SOURCE
           PERFORM ADD-FEED-FROM-LIST
           MOVE 'RESUBMIT-TRANS.DAT'    TO FL-FEED-NAME
           MOVE 'REJECT-REPAIR'         TO FL-SOURCE
           PERFORM ADD-FEED-FROM-LIST.

      *> One pass over a feed counting and hash-totalling its detail
      *> rows and picking up its trailer. A feed that is not on disk
      *> is simply absent tonight.
       VERIFY-ONE-FEED.
           MOVE FT-NAME(J) TO WS-FEED-NAME
           MOVE 0 TO FT-COUNT(J)
           MOVE 0 TO FT-HASH(J)
           MOVE 0 TO FT-TRL-COUNT(J)
           MOVE 0 TO FT-TRL-HASH(J)
           MOVE 'N' TO FT-TRL-SEEN(J)
           OPEN INPUT FEED-FILE
           IF WS-FEED-STATUS NOT = '00'
               MOVE 'A' TO FT-STATE(J)
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ FEED-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF FD-TXN-ID = 'TRLR99'
                               MOVE 'Y' TO FT-TRL-SEEN(J)
                               MOVE FD-TRL-COUNT TO FT-TRL-COUNT(J)
                               MOVE FD-TRL-HASH TO FT-TRL-HASH(J)
                           ELSE
                               ADD 1 TO FT-COUNT(J)
                               ADD FD-TXN-AMT TO FT-HASH(J)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FEED-FILE
               MOVE 'N' TO WS-EOF
               IF FT-TRL-SEEN(J) = 'N'
                   OR FT-TRL-COUNT(J) NOT = FT-COUNT(J)
                   OR FT-TRL-HASH(J) NOT = FT-HASH(J)
                   MOVE 'B' TO FT-STATE(J)
                   ADD 1 TO WS-BAD-FEEDS
                   DISPLAY '  >> ' FUNCTION TRIM(FT-NAME(J))
                       ' fails its control trailer'
               ELSE
                   IF FT-COUNT(J) = 0
                       MOVE 'E' TO FT-STATE(J)
                   ELSE
                       MOVE 'V' TO FT-STATE(J)
                   END-IF
                   ADD FT-COUNT(J) TO WS-TOTAL-COUNT
                   ADD FT-HASH(J) TO WS-TOTAL-HASH
               END-IF
           END-IF.

      *> Copies a verified feed's detail rows into the staged file,
      *> dropping its own trailer -- the staged file gets one
      *> combined trailer at the end.
       MERGE-ONE-FEED.
           MOVE FT-NAME(J) TO WS-FEED-NAME
           OPEN INPUT FEED-FILE
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FEED-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF FD-TXN-ID NOT = 'TRLR99'
                           MOVE FEED-RECORD TO VALIDATED-RECORD
                           WRITE VALIDATED-RECORD
                           ADD 1 TO WS-OUT-COUNT
                           ADD FD-TXN-AMT TO WS-OUT-HASH
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FEED-FILE
           MOVE 'N' TO WS-EOF
           ADD 1 TO WS-MERGED-FEEDS
           DISPLAY '  ' FT-SOURCE(J) ' '
               FUNCTION TRIM(FT-NAME(J)) ' merged'.

      *> The consumed feed keeps its contents for the audit trail but
      *> under a stamped name no staging run looks for.
       RETIRE-ONE-FEED.
           MOVE SPACES TO WS-CMD
           STRING 'mv ' DELIMITED BY SIZE
                  FT-NAME(J) DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  FT-NAME(J) DELIMITED BY SPACE
                  '.STAGED-' WS-STAMP DELIMITED BY SIZE
               INTO WS-CMD
           END-STRING
           CALL 'SYSTEM' USING WS-CMD.

      *> Feed-balancing report: per source its state, record count
      *> and amount hash as found against its own trailer, then the
      *> combined totals against the staged file's trailer.
       WRITE-BALANCING-REPORT.
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-REC
           STRING 'FEED BALANCING REPORT - ' WS-TODAY
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           MOVE 'SOURCE' TO REPORT-REC(1:6)
           MOVE 'FEED FILE' TO REPORT-REC(14:9)
           MOVE 'STATE' TO REPORT-REC(46:5)
           MOVE 'COUNT' TO REPORT-REC(57:5)
           MOVE 'HASH' TO REPORT-REC(72:4)
           WRITE REPORT-REC
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-FT-COUNT
               PERFORM WRITE-ONE-REPORT-LINE
           END-PERFORM
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE WS-TOTAL-COUNT TO WS-DISP-COUNT
           MOVE WS-TOTAL-HASH TO WS-DISP-HASH
           MOVE SPACES TO REPORT-REC
           STRING 'TOTAL OF VERIFIED FEEDS' DELIMITED BY SIZE
               INTO REPORT-REC
           END-STRING
           MOVE WS-DISP-COUNT TO REPORT-REC(56:6)
           MOVE WS-DISP-HASH TO REPORT-REC(63:13)
           WRITE REPORT-REC
           IF WS-BAD-FEEDS = 0
               MOVE WS-OUT-COUNT TO WS-DISP-COUNT
               MOVE WS-OUT-HASH TO WS-DISP-HASH
               MOVE SPACES TO REPORT-REC
               STRING 'TRANSACTIONS.VALIDATED TRAILER'
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
               MOVE WS-DISP-COUNT TO REPORT-REC(56:6)
               MOVE WS-DISP-HASH TO REPORT-REC(63:13)
               WRITE REPORT-REC
               MOVE SPACES TO REPORT-REC
               IF WS-OUT-COUNT = WS-TOTAL-COUNT
                   AND WS-OUT-HASH = WS-TOTAL-HASH
                   MOVE 'Feeds balance to the staged file.'
                       TO REPORT-REC
               ELSE
                   MOVE 'OUT OF BALANCE: staged file differs from '
                       TO REPORT-REC
                   MOVE 'the verified feeds.' TO REPORT-REC(43:)
                   MOVE 8 TO RETURN-CODE
               END-IF
               WRITE REPORT-REC
           ELSE
               MOVE 'NOTHING STAGED: a feed failed its control trailer.'
                   TO REPORT-REC
               WRITE REPORT-REC
           END-IF
           CLOSE REPORT-FILE.

       WRITE-ONE-REPORT-LINE.
           MOVE SPACES TO REPORT-REC
           MOVE FT-SOURCE(J) TO REPORT-REC(1:12)
           MOVE FT-NAME(J) TO REPORT-REC(14:30)
           EVALUATE FT-STATE(J)
               WHEN 'A'
                   MOVE 'NOT PRESENT' TO REPORT-REC(46:11)
               WHEN 'E'
                   MOVE 'EMPTY' TO REPORT-REC(46:11)
               WHEN 'V'
                   IF WS-BAD-FEEDS = 0
                       MOVE 'STAGED' TO REPORT-REC(46:11)
                   ELSE
                       MOVE 'VERIFIED' TO REPORT-REC(46:11)
                   END-IF
               WHEN 'B'
                   MOVE 'BAD TRAILER' TO REPORT-REC(46:11)
           END-EVALUATE
           IF FT-STATE(J) NOT = 'A'
               MOVE FT-COUNT(J) TO WS-DISP-COUNT
               MOVE WS-DISP-COUNT TO REPORT-REC(56:6)
               MOVE FT-HASH(J) TO WS-DISP-HASH
               MOVE WS-DISP-HASH TO REPORT-REC(63:13)
           END-IF
           WRITE REPORT-REC
           IF FT-STATE(J) = 'B'
               MOVE SPACES TO REPORT-REC
               IF FT-TRL-SEEN(J) = 'N'
                   MOVE '  no control trailer on file'
                       TO REPORT-REC
               ELSE
                   MOVE FT-TRL-COUNT(J) TO WS-DISP-COUNT
                   MOVE FT-TRL-HASH(J) TO WS-DISP-HASH
                   MOVE '  trailer says' TO REPORT-REC
                   MOVE WS-DISP-COUNT TO REPORT-REC(56:6)
                   MOVE WS-DISP-HASH TO REPORT-REC(63:13)
               END-IF
               WRITE REPORT-REC
           END-IF.

       COPY 'sysdate-read.cpy'.
