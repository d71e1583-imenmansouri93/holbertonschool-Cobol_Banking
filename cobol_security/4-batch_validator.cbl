           SELECT TXNCODE-FILE ASSIGN TO "TRANSACTION-CODES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TC-STATUS.
           SELECT SYSDATE-FILE ASSIGN TO "SYSTEM-DATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSDATE-STATUS.
      *> Cheque funds sit in CHQFLOAT from deposit until the
      *> CHEQUE-RETURNS run clears or returns them.
           SELECT GL-JOURNAL ASSIGN TO "GL-JOURNAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
           SELECT PERIOD-FILE ASSIGN TO "GL-PERIODS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERIOD-STATUS.
           SELECT BRANCH-FILE ASSIGN TO "branches.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BRANCH-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 TC-SIGN          PIC X.
           05 TC-ACTIVE        PIC X.

       FD SYSDATE-FILE.
       01 SYSDATE-REC            PIC X(40).

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

       FD PERIOD-FILE.
       01 PERIOD-REC             PIC X(100).

       FD BRANCH-FILE.
       01 BRANCH-REC             PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "sysdate-ws.cpy".
       COPY "period-ws.cpy".
       COPY "branch-ws.cpy".
       01 WS-GL-STATUS   PIC XX.
       01 WS-APPR-STATUS PIC XX.
       01 WS-REJ-STATUS  PIC XX.
       01 WS-OUT-LINE    PIC X(80).
               10 RT-STATUS-1    PIC X(6).
               10 RT-STATUS-2    PIC X(6).
               10 RT-STATUS-3    PIC X(6).
      *> A debit is judged on the available balance from AVAILBAL
      *> -- ledger less garnishments, uncleared float and debits
      *> already queued for release -- not on the bare ledger.
      *> ACCOUNTS.DAT carries no product type, so no overdraft.
       COPY "availbal-ws.cpy".
       01 ACCTS-LOADED   PIC 9(5) VALUE 0.
       01 ACCTS-MAX      PIC 9(5) VALUE 10000.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "SECURE BATCH TRANSACTION VALIDATOR"
           PERFORM READ-SYSTEM-DATE
           MOVE SD-BUSINESS-DATE TO WS-PROC-DATE
           PERFORM LOAD-CLOSED-PERIODS
           PERFORM LOAD-BRANCHES
           MOVE WS-PROC-DATE TO WS-PER-TEST-DATE
           PERFORM CHECK-PERIOD-OPEN
           IF WS-PER-OPEN = "N"
               DISPLAY "ABEND: business date " WS-PROC-DATE
                   " falls in closed accounting period "
                   WS-PROC-DATE(1:6) ". Nothing processed."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           *> Load accounts
           OPEN INPUT ACCOUNTS-FILE
           PERFORM UNTIL EOF-ACCTS = 'Y'
                   MOVE "REJECTED - Rule: source status"
                        TO TXN-STATUS
               ELSE
                   PERFORM CHECK-AVAILABLE-FUNDS
                   IF AV-SUFFICIENT = "N"
                       MOVE SPACES TO TXN-STATUS
                       STRING "REJECTED - " AV-REASON
                           DELIMITED BY SIZE INTO TXN-STATUS
                       END-STRING
                   END-IF
               END-IF
           END-IF
           ELSE
               IF TXN-AMOUNT > WS-APPROVAL-CEILING
                   PERFORM QUEUE-FOR-DUAL-APPROVAL
                   MOVE "Y" TO AV-REFRESH
               ELSE
                   PERFORM WRITE-APPROVED-RECORD
               END-IF
      *> whichever approval path the record takes.
               IF TXN-TYPE = "C"
                   PERFORM WRITE-FLOAT-RECORD
                   MOVE "Y" TO AV-REFRESH
               END-IF
           END-IF.

           WRITE FLOAT-RECORD
           CLOSE FLOAT-FILE
           ADD 1 TO WS-CHEQUES-HELD
           PERFORM WRITE-FLOAT-GL
           DISPLAY "  -> Cheque funds held until " WS-AVAIL-DATE.

      *> The cheque's value moves out of CASH into CHQFLOAT; the
      *> deposit itself still posts D CASH / C account in the
      *> updater, so the float is what the customer is owed until
      *> the drawee bank pays. Batch work books to head office.
       WRITE-FLOAT-GL.
           OPEN EXTEND GL-JOURNAL
           IF WS-GL-STATUS = "35"
               OPEN OUTPUT GL-JOURNAL
           END-IF
           MOVE SPACES TO GL-JOURNAL-REC
           MOVE WS-PROC-DATE TO GJ-DATE
           MOVE "BATCH-VAL" TO GJ-PROGRAM
           MOVE "CHQFLOAT" TO GJ-ACCOUNT
           MOVE "D" TO GJ-DC
           MOVE CF-AMOUNT TO GJ-AMOUNT
           MOVE "CASH" TO GJ-OFFSET
           MOVE 0 TO GJ-BATCH
           MOVE WS-BR-HEAD-OFFICE TO GJ-COST-CENTRE
           WRITE GL-JOURNAL-REC
           MOVE SPACES TO GL-JOURNAL-REC
           MOVE WS-PROC-DATE TO GJ-DATE
           MOVE "BATCH-VAL" TO GJ-PROGRAM
           MOVE "CASH" TO GJ-ACCOUNT
           MOVE "C" TO GJ-DC
           MOVE CF-AMOUNT TO GJ-AMOUNT
           MOVE "CHQFLOAT" TO GJ-OFFSET
           MOVE 0 TO GJ-BATCH
           MOVE WS-BR-HEAD-OFFICE TO GJ-COST-CENTRE
           WRITE GL-JOURNAL-REC
           CLOSE GL-JOURNAL.

      *> Reads the transaction-code table; with no control file the
      *> historical compiled-in behavior stands untouched.
       LOAD-TXN-CODES.
      *> Loads the WATCHLIST.DAT entries whose effective window
      *> covers today's processing date.
       LOAD-WATCHLIST.
           PERFORM READ-SYSTEM-DATE
           MOVE SD-BUSINESS-DATE TO WS-WL-TODAY
           OPEN INPUT WATCHLIST-FILE
           IF WS-WL-STATUS = "35"
               CONTINUE
               END-IF
           END-IF.

      *> The source account's available balance against the
      *> transaction amount; a queued release or a new cheque float
      *> row sets AV-REFRESH so the next call re-reads them.
       CHECK-AVAILABLE-FUNDS.
           IF FUNCTION TEST-NUMVAL(TXN-SRC) = 0
               COMPUTE AV-ACC-ID = FUNCTION NUMVAL(TXN-SRC)
           ELSE
               MOVE 0 TO AV-ACC-ID
           END-IF
           MOVE SPACES TO AV-ACC-TYPE
           MOVE T-ACCT-BALANCE(IDX-SRC) TO AV-LEDGER-BAL
           MOVE TXN-AMOUNT TO AV-DEBIT-AMT
           MOVE "A" TO AV-OD-SOURCE
           MOVE 0 TO AV-OD-LIMIT
           CALL "AVAILBAL" USING AVAIL-BALANCE-AREA.

      *> Loads the transaction ids DUPLICATE-HOLD currently has on
      *> hold (status H); released ids are skipped so a cleared
      *> false positive posts normally.
           MOVE WS-APPR-COUNT TO AP-TRL-COUNT
           MOVE WS-APPR-HASH TO AP-TRL-HASH
           WRITE APPROVED-TRAILER.

       COPY "sysdate-read.cpy".
       COPY "period-check.cpy".
       COPY "branch-check.cpy".
