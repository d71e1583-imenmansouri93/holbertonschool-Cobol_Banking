      *> or rolls over, folding the interest into the principal and
      *> extending the maturity by another term at the same rate,
      *> per the disposal instruction taken at opening.
      *> A payout moves the principal from TERMDEP back to CASH and
      *> charges the interest to INTEXP; a rollover capitalises the
      *> interest from INTEXP into TERMDEP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT TRANS-OUT ASSIGN TO "TD-TRANSACTIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT SYSDATE-FILE ASSIGN TO "SYSTEM-DATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSDATE-STATUS.
           SELECT GL-JOURNAL ASSIGN TO "GL-JOURNAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
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
           05 OUT-TRL-COUNT   PIC 9(6).
           05 OUT-TRL-HASH    PIC 9(10)V99.

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
       01 WS-OUT-STATUS      PIC XX.
       01 WS-GL-STATUS       PIC XX.
       01 WS-EOF             PIC X VALUE "N".
       01 WS-TODAY           PIC 9(8).
       01 WS-INTEREST        PIC 9(8)V99.
       01 WS-PAYOUT          PIC 9(8)V99.
       01 WS-GL-ACCOUNT      PIC X(9).
       01 WS-GL-OFFSET       PIC X(9).
       01 WS-GL-AMOUNT       PIC 9(8)V99.
       01 WS-PAID-OUT        PIC 9(4) VALUE 0.
       01 WS-ROLLED          PIC 9(4) VALUE 0.
       01 WS-MAT-YYYY        PIC 9(4).
       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "TERM DEPOSIT MATURITY RUN"
           PERFORM READ-SYSTEM-DATE
           MOVE SD-BUSINESS-DATE TO WS-TODAY
           PERFORM LOAD-CLOSED-PERIODS
           PERFORM LOAD-BRANCHES
           MOVE WS-TODAY TO WS-PER-TEST-DATE
           PERFORM CHECK-PERIOD-OPEN
           IF WS-PER-OPEN = "N"
               DISPLAY "ABEND: business date " WS-TODAY
                   " falls in closed accounting period "
                   WS-TODAY(1:6) ". Nothing processed."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-TD-MASTER
           IF WS-TM-COUNT = 0
               DISPLAY "No term deposits on file, nothing to do."
               STOP RUN
           END-IF
           PERFORM LOAD-TRANS-BATCH
           OPEN EXTEND GL-JOURNAL
           IF WS-GL-STATUS = "35"
               OPEN OUTPUT GL-JOURNAL
           END-IF

           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-TM-COUNT
               MOVE TM-ENTRY(J) TO TD-RECORD
                   MOVE TD-RECORD TO TM-ENTRY(J)
               END-IF
           END-PERFORM
           CLOSE GL-JOURNAL
           PERFORM CLOSE-ACCOUNT-BRANCH

           PERFORM SAVE-TD-MASTER
           PERFORM SAVE-TRANS-BATCH
               COMPUTE TD-MATURITY =
                   WS-MAT-YYYY * 10000 + WS-MAT-MM * 100
                   + WS-MAT-DD
               IF WS-INTEREST > 0
                   MOVE "INTEXP" TO WS-GL-ACCOUNT
                   MOVE "TERMDEP" TO WS-GL-OFFSET
                   MOVE WS-INTEREST TO WS-GL-AMOUNT
                   PERFORM WRITE-TD-GL-PAIR
               END-IF
               ADD 1 TO WS-ROLLED
               MOVE TD-PRINCIPAL TO WS-DISP-AMT
               DISPLAY "Deposit " TD-ID " rolled over at "
                   MOVE SPACES TO OUT-TXN-CURRENCY
                   ADD 1 TO WS-TX-COUNT
                   MOVE TRANS-OUT-REC TO TX-ENTRY(WS-TX-COUNT)
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
                   ADD 1 TO WS-PAID-OUT
                   MOVE WS-PAYOUT TO WS-DISP-AMT
                   DISPLAY "Deposit " TD-ID " matured; payout "
                       TD-ID " left active for the next run."
               END-IF
           END-IF.

      *> Debits WS-GL-ACCOUNT and credits WS-GL-OFFSET at the branch
      *> holding the settlement account.
       WRITE-TD-GL-PAIR.
           MOVE TD-ACC-ID TO WS-BR-ACC-ID
           PERFORM LOOKUP-ACCOUNT-BRANCH
           MOVE SPACES TO GL-JOURNAL-REC
           MOVE WS-TODAY TO GJ-DATE
           MOVE "TD-MATURE" TO GJ-PROGRAM
           MOVE WS-GL-ACCOUNT TO GJ-ACCOUNT
           MOVE "D" TO GJ-DC
           MOVE WS-GL-AMOUNT TO GJ-AMOUNT
           MOVE WS-GL-OFFSET TO GJ-OFFSET
           MOVE 0 TO GJ-BATCH
           MOVE WS-BR-ACC-BRANCH TO GJ-COST-CENTRE
           WRITE GL-JOURNAL-REC
           MOVE SPACES TO GL-JOURNAL-REC
           MOVE WS-TODAY TO GJ-DATE
           MOVE "TD-MATURE" TO GJ-PROGRAM
           MOVE WS-GL-OFFSET TO GJ-ACCOUNT
           MOVE "C" TO GJ-DC
           MOVE WS-GL-AMOUNT TO GJ-AMOUNT
           MOVE WS-GL-ACCOUNT TO GJ-OFFSET
           MOVE 0 TO GJ-BATCH
           MOVE WS-BR-ACC-BRANCH TO GJ-COST-CENTRE
           WRITE GL-JOURNAL-REC.

       COPY "sysdate-read.cpy".
       COPY "period-check.cpy".
       COPY "branch-check.cpy".
       COPY "branch-acct.cpy".
