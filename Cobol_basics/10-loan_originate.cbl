      *> deciding officer's session user; and an approval books the
      *> loan with the same LOAN-RATES.DAT tier lookup and
      *> equal-principal amortization LOAN-PAYMENT uses, plus the
      *> disbursement staged through the posting pipeline. The new
      *> principal goes to the LOANS asset against CASH in the GL
      *> journal at the branch holding the settlement account -- the
      *> DEPOSIT credits the customer against CASH when it posts --
      *> so no loan is booked into a closed accounting period.
      *> A minor -- under the age of majority by the date of birth
      *> on CUSTOMER-CONTACT.DAT -- cannot borrow; the application
      *> is recorded declined without reaching the officer.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT DISBURSE-FILE ASSIGN TO "DISBURSE-TRANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISB-STATUS.
           SELECT SESSION-FILE ASSIGN TO "SESSION.REGISTRY.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SESSION-REC-TERMINAL
               FILE STATUS IS SESSION-STATUS.
           SELECT SYSDATE-FILE ASSIGN TO "SYSTEM-DATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSDATE-STATUS.
           SELECT SYSSTAT-FILE ASSIGN TO "SYSTEM-STATUS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSSTAT-STATUS.
           SELECT CONTACT-FILE ASSIGN TO "CUSTOMER-CONTACT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-CUST-ID
               FILE STATUS IS MINOR-CONTACT-STATUS.
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

       FD SESSION-FILE.
       01 SESSION-RECORD.
           05 SESSION-REC-TERMINAL PIC X(8).
           05 SESSION-REC-USER-ID PIC X(8).
           05 SESSION-REC-ACCESS  PIC 9.
           05 SESSION-REC-DATE    PIC 9(8).
           05 SESSION-REC-TIME    PIC 9(8).

       FD SYSDATE-FILE.
       01 SYSDATE-REC            PIC X(40).

       FD SYSSTAT-FILE.
       01 SYSSTAT-REC            PIC X(60).

       FD CONTACT-FILE.
       01 CONTACT-RECORD.
           05 CC-CUST-ID      PIC 9(5).
           05 CC-PHONE        PIC X(20).
           05 CC-DOB          PIC X(10).
           05 CC-IBAN         PIC X(34).

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

      *> Only the branch is wanted from the account master, for the
      *> cost centre of the GL rows.
       FD BRACC-FILE.
       01 BRACC-RECORD.
           05 BRACC-ID           PIC 9(5).
           05 FILLER             PIC X(58).
           05 BRACC-BRANCH       PIC X(4).

       WORKING-STORAGE SECTION.
       COPY "sysdate-ws.cpy".
       COPY "sysstat-ws.cpy".
       COPY "minor-ws.cpy".
       COPY "period-ws.cpy".
       COPY "branch-ws.cpy".
       01 WS-GL-STATUS       PIC XX.
       01 WS-CUST-STATUS     PIC XX.
       01 WS-BH-STATUS       PIC XX.
       01 WS-AGING-STATUS    PIC XX.
       01 LOANS-STATUS       PIC XX.
       01 WS-DISB-STATUS     PIC XX.
       01 SESSION-STATUS     PIC XX.
       01 WS-SESSION-TERMINAL PIC X(8).
       01 WS-EOF             PIC X VALUE "N".
       01 WS-TODAY           PIC 9(8).
       01 WS-OFFICER         PIC X(8) VALUE SPACES.
       MAIN-PARA.
           DISPLAY "LOAN ORIGINATION"
           DISPLAY "================"
           PERFORM CHECK-ONLINE-AVAILABLE
           IF SYSSTAT-ONLINE NOT = "Y"
               STOP RUN
           END-IF
           PERFORM READ-SYSTEM-DATE
           MOVE SD-BUSINESS-DATE TO WS-TODAY
           PERFORM LOAD-CLOSED-PERIODS
           MOVE WS-TODAY TO WS-PER-TEST-DATE
           PERFORM CHECK-PERIOD-OPEN
           IF WS-PER-OPEN = "N"
               DISPLAY "  >> Accounting period " WS-TODAY(1:6)
                   " is closed; no loan can be booked into it."
               STOP RUN
           END-IF
           PERFORM LOAD-BRANCHES
           PERFORM READ-OFFICER-SESSION
           IF WS-OFFICER = SPACES
               DISPLAY "  >> No active session; a deciding officer "
           IF WS-DURATION-YEARS < 1
               MOVE 1 TO WS-DURATION-YEARS
           END-IF

           MOVE WS-APPLICANT TO WS-MN-CUST-ID
           MOVE WS-TODAY TO WS-MN-AS-OF
           PERFORM CHECK-CUSTOMER-MINOR
           IF WS-MN-MINOR = "Y"
               DISPLAY "  >> Applicant is a minor until "
                   WS-MN-MAJORITY-DATE "; no loan can be offered."
               MOVE "D" TO WS-DECISION
               MOVE "APPLICANT IS A MINOR" TO WS-REASON
               PERFORM RECORD-APPLICATION
               DISPLAY "Application " WS-APP-ID " declined."
               STOP RUN
           END-IF
           DISPLAY "Settlement account for disbursement (5 "
               "digits): "
           ACCEPT WS-SETTLE-ACC
               ACCEPT WS-LOAN-ID FROM TIME
               PERFORM BUILD-AMORTIZATION-SCHEDULE
               PERFORM WRITE-LOAN-MASTER
               PERFORM WRITE-DISBURSEMENT-GL
               PERFORM STAGE-DISBURSEMENT
               DISPLAY "Loan " WS-LOAN-ID " originated at "
                   WS-INTEREST "% for customer " WS-APPLICANT
           STOP RUN.

       READ-OFFICER-SESSION.
           MOVE SPACES TO WS-SESSION-TERMINAL
           ACCEPT WS-SESSION-TERMINAL
               FROM ENVIRONMENT "BANK_TERMINAL_ID"
           IF WS-SESSION-TERMINAL = SPACES
               MOVE "CONSOLE" TO WS-SESSION-TERMINAL
           END-IF
           OPEN INPUT SESSION-FILE
           IF SESSION-STATUS = "00"
               MOVE WS-SESSION-TERMINAL TO SESSION-REC-TERMINAL
               READ SESSION-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SESSION-REC-USER-ID TO WS-OFFICER
               END-READ
               CLOSE SESSION-FILE
           WRITE LOANS-RECORD
           CLOSE LOANS-FILE.

      *> The principal lent books at the branch holding the
      *> settlement account, as the term deposit penalty does.
       WRITE-DISBURSEMENT-GL.
           MOVE WS-SETTLE-ACC TO WS-BR-ACC-ID
           PERFORM LOOKUP-ACCOUNT-BRANCH
           PERFORM CLOSE-ACCOUNT-BRANCH
           OPEN EXTEND GL-JOURNAL
           IF WS-GL-STATUS = "35"
               OPEN OUTPUT GL-JOURNAL
           END-IF
           MOVE SPACES TO GL-JOURNAL-REC
           MOVE WS-TODAY TO GJ-DATE
           MOVE "LOAN-ORIG" TO GJ-PROGRAM
           MOVE "LOANS" TO GJ-ACCOUNT
           MOVE "D" TO GJ-DC
           MOVE WS-LOAN-AMOUNT TO GJ-AMOUNT
           MOVE "CASH" TO GJ-OFFSET
           MOVE 0 TO GJ-BATCH
           MOVE WS-BR-ACC-BRANCH TO GJ-COST-CENTRE
           WRITE GL-JOURNAL-REC
           MOVE SPACES TO GL-JOURNAL-REC
           MOVE WS-TODAY TO GJ-DATE
           MOVE "LOAN-ORIG" TO GJ-PROGRAM
           MOVE "CASH" TO GJ-ACCOUNT
           MOVE "C" TO GJ-DC
           MOVE WS-LOAN-AMOUNT TO GJ-AMOUNT
           MOVE "LOANS" TO GJ-OFFSET
           MOVE 0 TO GJ-BATCH
           MOVE WS-BR-ACC-BRANCH TO GJ-COST-CENTRE
           WRITE GL-JOURNAL-REC
           CLOSE GL-JOURNAL.

      *> The disbursement is one DEPOSIT to the settlement account
      *> in the posting layout, appended to the waiting batch and
      *> rewritten with the control trailer recomputed, the way
           MOVE WS-TX-HASH TO OUT-TRL-HASH
           WRITE DISBURSE-TRAILER
           CLOSE DISBURSE-FILE.

       COPY "sysdate-read.cpy".
       COPY "sysstat-check.cpy".
       COPY "minor-check.cpy".
       COPY "period-check.cpy".
       COPY "branch-check.cpy".
       COPY "branch-acct.cpy".
