      *> and the redemption payout go out in the posting TRANS-REC
      *> layout through TD-TRANSACTIONS.DAT, and an early
      *> redemption's penalty gets its own GL journal posting.
      *> The principal moves between CASH and TERMDEP when the
      *> deposit is placed and redeemed, and the interest paid out
      *> is charged to INTEXP, so the TERMDEP control agrees with
      *> the active deposits on the master.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT GL-JOURNAL ASSIGN TO "GL-JOURNAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
           SELECT SYSDATE-FILE ASSIGN TO "SYSTEM-DATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSDATE-STATUS.
           SELECT PERIOD-FILE ASSIGN TO "GL-PERIODS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERIOD-STATUS.
           SELECT BRANCH-FILE ASSIGN TO "branches.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BRANCH-STATUS.
           SELECT BRACC-FILE ASSIGN TO "ACCOUNTS.MASTER.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BRACC-ID
               FILE STATUS IS BRACC-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 GJ-AMOUNT     PIC 9(8)V99.
           05 GJ-OFFSET     PIC X(9).
           05 GJ-BATCH      PIC 9(4).
           05 GJ-COST-CENTRE PIC X(4).

       FD SYSDATE-FILE.
       01 SYSDATE-REC            PIC X(40).

       FD PERIOD-FILE.
       01 PERIOD-REC             PIC X(100).

       FD BRANCH-FILE.
       01 BRANCH-REC             PIC X(80).

      *> Only the branch is wanted from the account master, for the
      *> cost centre of the GL rows.
       FD BRACC-FILE.
       01 BRACC-RECORD.
           05 BRACC-ID           PIC 9(5).
           05 FILLER             PIC X(58).
           05 BRACC-BRANCH       PIC X(4).

       WORKING-STORAGE SECTION.
       COPY "sysdate-ws.cpy".
       COPY "period-ws.cpy".
       COPY "branch-ws.cpy".
       01 WS-TD-STATUS       PIC XX.
       01 WS-RATE-STATUS     PIC XX.
       01 WS-OUT-STATUS      PIC XX.
       01 WS-INTEREST        PIC 9(8)V99.
       01 WS-PENALTY         PIC 9(8)V99.
       01 WS-PAYOUT          PIC 9(8)V99.
       01 WS-GL-ACCOUNT      PIC X(9).
       01 WS-GL-OFFSET       PIC X(9).
       01 WS-GL-AMOUNT       PIC 9(8)V99.
       01 WS-HELD-MONTHS     PIC 9(5).
       01 WS-MAT-YYYY        PIC 9(4).
       01 WS-MAT-MM          PIC 9(3).
       MAIN-PARA.
           DISPLAY "TERM DEPOSIT MAINTENANCE"
           DISPLAY "========================"
           PERFORM READ-SYSTEM-DATE
           MOVE SD-BUSINESS-DATE TO WS-TODAY
           PERFORM LOAD-PENALTY-PCT
           PERFORM LOAD-RATE-TABLE
           PERFORM LOAD-TD-MASTER
           PERFORM LOAD-TRANS-BATCH
           PERFORM LOAD-CLOSED-PERIODS
           PERFORM LOAD-BRANCHES

           PERFORM UNTIL WS-CHOICE = "Q"
               DISPLAY " "

           PERFORM SAVE-TD-MASTER
           PERFORM SAVE-TRANS-BATCH
           PERFORM CLOSE-ACCOUNT-BRANCH
           DISPLAY "Term deposit master saved; stage "
               "TD-TRANSACTIONS.DAT into the next posting window."
           STOP RUN.
      *> settlement account through the pipeline, the rate comes
      *> from the tier table, and maturity is open date plus term.
       OPEN-DEPOSIT.
           MOVE WS-TODAY TO WS-PER-TEST-DATE
           PERFORM CHECK-PERIOD-OPEN
           IF WS-PER-OPEN = "N"
               DISPLAY "  >> Accounting period " WS-TODAY(1:6)
                   " is closed; the placement cannot be journaled "
                   "into it."
               EXIT PARAGRAPH
           END-IF
           IF WS-TM-COUNT >= WS-TM-MAX
               DISPLAY "Term deposit master is full."
           ELSE
           MOVE TD-RECORD TO TM-ENTRY(WS-TM-COUNT)

           PERFORM QUEUE-FUNDING-WITHDRAWAL
           MOVE "CASH" TO WS-GL-ACCOUNT
           MOVE "TERMDEP" TO WS-GL-OFFSET
           MOVE TD-PRINCIPAL TO WS-GL-AMOUNT
           PERFORM WRITE-TD-GL-PAIR
           DISPLAY "Deposit " TD-ID " opened at " WS-RATE
               "%, matures " TD-MATURITY "."

      *> the principal. The penalty is the bank's income and gets
      *> its own journal pair.
       REDEEM-EARLY.
           MOVE WS-TODAY TO WS-PER-TEST-DATE
           PERFORM CHECK-PERIOD-OPEN
           IF WS-PER-OPEN = "N"
               DISPLAY "  >> Accounting period " WS-TODAY(1:6)
                   " is closed; the penalty cannot be journaled "
                   "into it."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Deposit id to redeem: "
           ACCEPT WS-PICK
           MOVE 0 TO WS-TM-IDX

               IF WS-TX-COUNT < WS-TX-MAX
                   MOVE SPACES TO TRANS-OUT-REC
                   STRING "U" TD-ID(2:5) DELIMITED BY SIZE
                       INTO OUT-TXN-ID
                   END-STRING
                   MOVE "DEPOSIT   " TO OUT-TXN-TYPE
               IF WS-PENALTY > 0
                   PERFORM WRITE-PENALTY-GL
               END-IF
               MOVE "TERMDEP" TO WS-GL-ACCOUNT
               MOVE "CASH" TO WS-GL-OFFSET
               MOVE TD-PRINCIPAL TO WS-GL-AMOUNT
               PERFORM WRITE-TD-GL-PAIR
               IF WS-INTEREST > 0
                   MOVE "INTEXP" TO WS-GL-ACCOUNT
                   MOVE "CASH" TO WS-GL-OFFSET
                   MOVE WS-INTEREST TO WS-GL-AMOUNT
                   PERFORM WRITE-TD-GL-PAIR
               END-IF

               MOVE WS-PAYOUT TO WS-DISP-AMT
               DISPLAY "Deposit " TD-ID " redeemed early; payout "
           END-IF
           END-IF.

      *> The penalty books at the branch holding the funding account.
       WRITE-PENALTY-GL.
           MOVE TD-ACC-ID TO WS-BR-ACC-ID
           PERFORM LOOKUP-ACCOUNT-BRANCH
           OPEN EXTEND GL-JOURNAL
           IF WS-GL-STATUS = "35"
               OPEN OUTPUT GL-JOURNAL
           MOVE WS-PENALTY TO GJ-AMOUNT
           MOVE "FEEINC" TO GJ-OFFSET
           MOVE 0 TO GJ-BATCH
           MOVE WS-BR-ACC-BRANCH TO GJ-COST-CENTRE
           WRITE GL-JOURNAL-REC
           MOVE SPACES TO GL-JOURNAL-REC
           MOVE WS-TODAY TO GJ-DATE
           MOVE WS-PENALTY TO GJ-AMOUNT
           MOVE "CASH" TO GJ-OFFSET
           MOVE 0 TO GJ-BATCH
           MOVE WS-BR-ACC-BRANCH TO GJ-COST-CENTRE
           WRITE GL-JOURNAL-REC
           CLOSE GL-JOURNAL.

      *> Debits WS-GL-ACCOUNT and credits WS-GL-OFFSET, at the same
      *> branch as the penalty.
       WRITE-TD-GL-PAIR.
           MOVE TD-ACC-ID TO WS-BR-ACC-ID
           PERFORM LOOKUP-ACCOUNT-BRANCH
           OPEN EXTEND GL-JOURNAL
           IF WS-GL-STATUS = "35"
               OPEN OUTPUT GL-JOURNAL
           END-IF
           MOVE SPACES TO GL-JOURNAL-REC
           MOVE WS-TODAY TO GJ-DATE
           MOVE "TERM-DEP" TO GJ-PROGRAM
           MOVE WS-GL-ACCOUNT TO GJ-ACCOUNT
           MOVE "D" TO GJ-DC
           MOVE WS-GL-AMOUNT TO GJ-AMOUNT
           MOVE WS-GL-OFFSET TO GJ-OFFSET
           MOVE 0 TO GJ-BATCH
           MOVE WS-BR-ACC-BRANCH TO GJ-COST-CENTRE
           WRITE GL-JOURNAL-REC
           MOVE SPACES TO GL-JOURNAL-REC
           MOVE WS-TODAY TO GJ-DATE
           MOVE "TERM-DEP" TO GJ-PROGRAM
           MOVE WS-GL-OFFSET TO GJ-ACCOUNT
           MOVE "C" TO GJ-DC
           MOVE WS-GL-AMOUNT TO GJ-AMOUNT
           MOVE WS-GL-ACCOUNT TO GJ-OFFSET
           MOVE 0 TO GJ-BATCH
           MOVE WS-BR-ACC-BRANCH TO GJ-COST-CENTRE
           WRITE GL-JOURNAL-REC
           CLOSE GL-JOURNAL.

       COPY "sysdate-read.cpy".
       COPY "period-check.cpy".
       COPY "branch-check.cpy".
       COPY "branch-acct.cpy".
