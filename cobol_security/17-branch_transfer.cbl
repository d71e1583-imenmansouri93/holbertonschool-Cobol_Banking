       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRANCH-TRANSFER.

      *> Moves a customer's accounts to another branch when the
      *> customer moves. An officer (level 3) proposes the move with
      *> a reason; a supervisor (level 5, and never the officer who
      *> proposed it) approves or declines it. On approval every
      *> account the customer holds in their own name -- the
      *> primary account (account number = customer number) and
      *> any account they are an O owner of on ACCOUNT-OWNERS.DAT --
      *> is re-stamped with the new branch on ACCOUNTS.MASTER.IDX,
      *> each change going to the master journal. Joint accounts
      *> stay where they are: the other holders have not moved.
      *> The account's ledger balance moves with it between the two
      *> branches' cost centres through the inter-branch clearing
      *> account, so each branch's trial balance still holds the
      *> accounts it keeps:
      *>   credit balance  old branch  D account  C INTERBR
      *>                   new branch  D INTERBR  C account
      *>   overdrawn       old branch  D INTERBR  C account
      *>                   new branch  D account  C INTERBR
      *> BRANCH-TRANSFERS.DAT keeps one row per proposal:
      *>   P  proposed, awaiting a supervisor
      *>   A  approved and applied
      *>   D  declined

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNTS ASSIGN TO "ACCOUNTS.MASTER.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACC-ID
               FILE STATUS IS WS-ACC-STATUS.
           SELECT OWNERS-FILE ASSIGN TO "ACCOUNT-OWNERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OWN-STATUS.
           SELECT TRANSFER-FILE ASSIGN TO "BRANCH-TRANSFERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BX-STATUS.
           SELECT GL-JOURNAL ASSIGN TO "GL-JOURNAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
           SELECT SESSION-FILE ASSIGN TO "SESSION.REGISTRY.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SESSION-REC-TERMINAL
               FILE STATUS IS SESSION-STATUS.
           SELECT MJRNL-FILE ASSIGN TO "MASTER-JOURNAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MJRNL-STATUS.
           SELECT SYSDATE-FILE ASSIGN TO "SYSTEM-DATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSDATE-STATUS.
           SELECT SYSSTAT-FILE ASSIGN TO "SYSTEM-STATUS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSSTAT-STATUS.
           SELECT PERIOD-FILE ASSIGN TO "GL-PERIODS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERIOD-STATUS.
           SELECT BRANCH-FILE ASSIGN TO "branches.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BRANCH-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD OWNERS-FILE.
       01 OWNERS-RECORD.
           05 AO-ACC-ID      PIC 9(5).
           05 AO-CUST-ID     PIC 9(5).
           05 AO-ROLE        PIC X.
           05 AO-SIGS-REQ    PIC 9.
           05 AO-SHARE-PCT   PIC 999V99.

       FD TRANSFER-FILE.
       01 TRANSFER-RECORD.
           05 BX-CUST-ID        PIC 9(5).
           05 BX-TO-BRANCH      PIC X(4).
           05 BX-STATUS         PIC X.
           05 BX-PROPOSED-BY    PIC X(8).
           05 BX-PROPOSED-DATE  PIC 9(8).
           05 BX-REASON         PIC X(30).
           05 BX-DECIDED-BY     PIC X(8).
           05 BX-DECIDED-DATE   PIC 9(8).
           05 BX-MOVED          PIC 9(3).

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

       FD SESSION-FILE.
       01 SESSION-RECORD.
           05 SESSION-REC-TERMINAL PIC X(8).
           05 SESSION-REC-USER-ID PIC X(8).
           05 SESSION-REC-ACCESS  PIC 9.
           05 SESSION-REC-DATE    PIC 9(8).
           05 SESSION-REC-TIME    PIC 9(8).

       FD MJRNL-FILE.
       01 MJRNL-RECORD      PIC X(160).

       FD SYSDATE-FILE.
       01 SYSDATE-REC            PIC X(40).

       FD SYSSTAT-FILE.
       01 SYSSTAT-REC            PIC X(60).

       FD PERIOD-FILE.
       01 PERIOD-REC             PIC X(100).

       FD BRANCH-FILE.
       01 BRANCH-REC             PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "sysdate-ws.cpy".
       COPY "session-ws.cpy".
       COPY "mstjrnl-ws.cpy".
       COPY "authz-ws.cpy".
       COPY "sysstat-ws.cpy".
       COPY "period-ws.cpy".
       COPY "branch-ws.cpy".
       77 WS-ACC-STATUS     PIC XX.
       77 WS-OWN-STATUS     PIC XX.
       77 WS-BX-STATUS      PIC XX.
       77 WS-GL-STATUS      PIC XX.
       77 WS-EOF            PIC X VALUE 'N'.
       77 WS-CHOICE         PIC X.
       77 WS-DECISION       PIC X.
       77 WS-OFFICER        PIC X(8).
       77 WS-OFFICER-LEVEL  PIC 9 VALUE 0.
       77 WS-SUPERVISOR-LEVEL PIC 9 VALUE 5.
       77 WS-TODAY          PIC 9(8).
       77 WS-PICK-CUST      PIC 9(5).
       77 WS-FOUND-IDX      PIC 9(4).
       77 WS-OLD-BRANCH     PIC X(4).
       77 WS-MOVED          PIC 9(3).
       77 WS-GL-AMOUNT      PIC 9(8)V99.
       77 WS-DISP-AMT       PIC -Z(7)9.99.
       77 J                 PIC 9(4).
       77 K                 PIC 9(4).

      *> The transfer register, loaded whole and rewritten whole.
       77 WS-BX-COUNT       PIC 9(4) VALUE 0.
       77 WS-BX-MAX         PIC 9(4) VALUE 1000.
       01 BX-TABLE.
           05 BX-ENTRY OCCURS 1 TO 1000 TIMES
                       DEPENDING ON WS-BX-COUNT PIC X(75).

      *> The accounts the customer holds in their own name.
       77 WS-AX-COUNT       PIC 9(3) VALUE 0.
       77 WS-AX-MAX         PIC 9(3) VALUE 50.
       01 AX-TABLE.
           05 AX-ACC-ID OCCURS 1 TO 50 TIMES
                        DEPENDING ON WS-AX-COUNT PIC 9(5).

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM READ-SESSION-ACCESS-LEVEL
           MOVE 3 TO AUTHZ-REQUIRED-LEVEL
           PERFORM CHECK-AUTHORIZATION-LEVEL
           IF AUTHZ-GRANTED NOT = "Y"
               STOP RUN
           END-IF
           PERFORM CHECK-ONLINE-AVAILABLE
           IF SYSSTAT-ONLINE NOT = "Y"
               STOP RUN
           END-IF
           MOVE SESSION-REC-USER-ID TO WS-OFFICER
           MOVE AUTHZ-USER-LEVEL TO WS-OFFICER-LEVEL
           PERFORM READ-SYSTEM-DATE
           MOVE SD-BUSINESS-DATE TO WS-TODAY
           PERFORM LOAD-CLOSED-PERIODS
           PERFORM LOAD-BRANCHES

           DISPLAY "CUSTOMER BRANCH TRANSFER"
           DISPLAY "========================"
           PERFORM LOAD-TRANSFERS

           PERFORM UNTIL WS-CHOICE = "Q"
               DISPLAY " "
               DISPLAY "(L)ist, (P)ropose, (D)ecide, (Q)uit: "
                   WITH NO ADVANCING
               ACCEPT WS-CHOICE
               MOVE FUNCTION UPPER-CASE(WS-CHOICE) TO WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN "L"
                       PERFORM LIST-TRANSFERS
                   WHEN "P"
                       PERFORM PROPOSE-TRANSFER
                   WHEN "D"
                       PERFORM DECIDE-TRANSFER
                   WHEN "Q"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Invalid option. Please try again."
               END-EVALUATE
           END-PERFORM

           PERFORM SAVE-TRANSFERS
           DISPLAY "Branch transfer register saved."
           STOP RUN.

       LOAD-TRANSFERS.
           MOVE 0 TO WS-BX-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT TRANSFER-FILE
           IF WS-BX-STATUS NOT = "35"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ TRANSFER-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF WS-BX-COUNT < WS-BX-MAX
                               ADD 1 TO WS-BX-COUNT
                               MOVE TRANSFER-RECORD
                                   TO BX-ENTRY(WS-BX-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANSFER-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       SAVE-TRANSFERS.
           OPEN OUTPUT TRANSFER-FILE
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-BX-COUNT
               MOVE BX-ENTRY(J) TO TRANSFER-RECORD
               WRITE TRANSFER-RECORD
           END-PERFORM
           CLOSE TRANSFER-FILE.

       LIST-TRANSFERS.
           DISPLAY "CUST  TO   S PROPOSED BY       DECIDED  BY       "
               "ACCTS REASON"
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-BX-COUNT
               MOVE BX-ENTRY(J) TO TRANSFER-RECORD
               DISPLAY BX-CUST-ID " " BX-TO-BRANCH " " BX-STATUS " "
                   BX-PROPOSED-DATE " " BX-PROPOSED-BY " "
                   BX-DECIDED-DATE " " BX-DECIDED-BY " "
                   BX-MOVED "   " FUNCTION TRIM(BX-REASON)
           END-PERFORM
           IF WS-BX-COUNT = 0
               DISPLAY "  (no branch transfers on file)"
           END-IF.

      *> The proposal awaiting a decision for WS-PICK-CUST, if any.
       FIND-PENDING-TRANSFER.
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-BX-COUNT
               MOVE BX-ENTRY(J) TO TRANSFER-RECORD
               IF BX-CUST-ID = WS-PICK-CUST AND BX-STATUS = "P"
                   MOVE J TO WS-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> Primary account first, then every account the customer is
      *> an O owner of.
       LOAD-CUSTOMER-ACCOUNTS.
           MOVE 0 TO WS-AX-COUNT
           OPEN INPUT ACCOUNTS
           IF WS-ACC-STATUS NOT = "00"
               DISPLAY "  >> Cannot open ACCOUNTS.MASTER.IDX "
                   "(status " WS-ACC-STATUS ")"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PICK-CUST TO ACC-ID
           READ ACCOUNTS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-AX-COUNT
                   MOVE ACC-ID TO AX-ACC-ID(WS-AX-COUNT)
           END-READ
           CLOSE ACCOUNTS

           MOVE 'N' TO WS-EOF
           OPEN INPUT OWNERS-FILE
           IF WS-OWN-STATUS NOT = "35"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ OWNERS-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF AO-CUST-ID = WS-PICK-CUST
                               AND AO-ROLE = "O"
                               PERFORM ADD-OWNED-ACCOUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OWNERS-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       ADD-OWNED-ACCOUNT.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-AX-COUNT
               IF AX-ACC-ID(K) = AO-ACC-ID
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-AX-COUNT < WS-AX-MAX
               ADD 1 TO WS-AX-COUNT
               MOVE AO-ACC-ID TO AX-ACC-ID(WS-AX-COUNT)
           END-IF.

       SHOW-CUSTOMER-ACCOUNTS.
           OPEN INPUT ACCOUNTS
           IF WS-ACC-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-AX-COUNT
               MOVE AX-ACC-ID(K) TO ACC-ID
               READ ACCOUNTS
                   INVALID KEY
                       DISPLAY "  " AX-ACC-ID(K) " not on the master"
                   NOT INVALID KEY
                       IF ACC-BRANCH = SPACES
                           MOVE WS-BR-HEAD-OFFICE TO ACC-BRANCH
                       END-IF
                       MOVE ACC-BAL TO WS-DISP-AMT
                       DISPLAY "  " ACC-ID " " ACC-TYPE " "
                           ACC-STATUS " branch " ACC-BRANCH " "
                           WS-DISP-AMT
               END-READ
           END-PERFORM
           CLOSE ACCOUNTS.

       PROPOSE-TRANSFER.
           DISPLAY "Customer id (5 digits): "
           ACCEPT WS-PICK-CUST
           PERFORM FIND-PENDING-TRANSFER
           IF WS-FOUND-IDX > 0
               DISPLAY "  >> A transfer for this customer is already "
                   "awaiting a supervisor."
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-CUSTOMER-ACCOUNTS
           IF WS-AX-COUNT = 0
               DISPLAY "  >> The customer holds no accounts in their "
                   "own name."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Accounts that will move:"
           PERFORM SHOW-CUSTOMER-ACCOUNTS
           IF WS-BX-COUNT >= WS-BX-MAX
               DISPLAY "Branch transfer register is full, cannot add."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "New branch: "
           MOVE SPACES TO WS-BR-TEST-CODE
           ACCEPT WS-BR-TEST-CODE
           PERFORM CHECK-BRANCH-CODE
           IF WS-BR-VALID NOT = "Y"
               DISPLAY "  >> Branch " WS-BR-TEST-CODE " is not on the "
                   "branch register; nothing proposed."
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO TRANSFER-RECORD
           MOVE WS-PICK-CUST TO BX-CUST-ID
           MOVE WS-BR-TEST-CODE TO BX-TO-BRANCH
           MOVE "P" TO BX-STATUS
           MOVE WS-OFFICER TO BX-PROPOSED-BY
           MOVE WS-TODAY TO BX-PROPOSED-DATE
           DISPLAY "Reason (30 chars): "
           ACCEPT BX-REASON
           MOVE SPACES TO BX-DECIDED-BY
           MOVE 0 TO BX-DECIDED-DATE
           MOVE 0 TO BX-MOVED
           ADD 1 TO WS-BX-COUNT
           MOVE TRANSFER-RECORD TO BX-ENTRY(WS-BX-COUNT)
           DISPLAY "Transfer of customer " WS-PICK-CUST " to branch "
               BX-TO-BRANCH " " FUNCTION TRIM(WS-BR-TEST-NAME)
               " proposed; a supervisor must approve it.".

       DECIDE-TRANSFER.
           IF WS-OFFICER-LEVEL < WS-SUPERVISOR-LEVEL
               DISPLAY "  >> Access denied: level " WS-OFFICER-LEVEL
                   " may not approve a branch transfer; level "
                   WS-SUPERVISOR-LEVEL " or higher is required."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Awaiting decision:"
           MOVE 0 TO K
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-BX-COUNT
               MOVE BX-ENTRY(J) TO TRANSFER-RECORD
               IF BX-STATUS = "P"
                   ADD 1 TO K
                   DISPLAY "  " BX-CUST-ID " to " BX-TO-BRANCH
                       " proposed " BX-PROPOSED-DATE " by "
                       BX-PROPOSED-BY " " FUNCTION TRIM(BX-REASON)
               END-IF
           END-PERFORM
           IF K = 0
               DISPLAY "  (none)"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Customer id to decide: "
           ACCEPT WS-PICK-CUST
           PERFORM FIND-PENDING-TRANSFER
           IF WS-FOUND-IDX = 0
               DISPLAY "  >> No transfer proposed for that customer."
               EXIT PARAGRAPH
           END-IF
           MOVE BX-ENTRY(WS-FOUND-IDX) TO TRANSFER-RECORD
           IF BX-PROPOSED-BY = WS-OFFICER
               DISPLAY "  >> You proposed this transfer; another "
                   "supervisor must decide it."
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-CUSTOMER-ACCOUNTS
           DISPLAY "Customer " BX-CUST-ID " to branch " BX-TO-BRANCH
               ":"
           PERFORM SHOW-CUSTOMER-ACCOUNTS
           DISPLAY "(A)pprove or (D)ecline: "
           ACCEPT WS-DECISION
           MOVE FUNCTION UPPER-CASE(WS-DECISION) TO WS-DECISION
           EVALUATE WS-DECISION
               WHEN "A"
                   PERFORM APPLY-TRANSFER
               WHEN "D"
                   MOVE "D" TO BX-STATUS
                   PERFORM STAMP-DECISION
                   DISPLAY "Transfer declined."
               WHEN OTHER
                   DISPLAY "  >> Transfer left awaiting a decision."
           END-EVALUATE.

       APPLY-TRANSFER.
           MOVE WS-TODAY TO WS-PER-TEST-DATE
           PERFORM CHECK-PERIOD-OPEN
           IF WS-PER-OPEN = "N"
               DISPLAY "  >> Accounting period " WS-TODAY(1:6)
                   " is closed; the balances cannot move branch in "
                   "it."
               EXIT PARAGRAPH
           END-IF
           MOVE BX-TO-BRANCH TO WS-BR-TEST-CODE
           PERFORM CHECK-BRANCH-CODE
           IF WS-BR-VALID NOT = "Y"
               DISPLAY "  >> Branch " BX-TO-BRANCH " is no longer on "
                   "the branch register; transfer declined."
               MOVE "D" TO BX-STATUS
               PERFORM STAMP-DECISION
               EXIT PARAGRAPH
           END-IF
           OPEN I-O ACCOUNTS
           IF WS-ACC-STATUS NOT = "00"
               DISPLAY "  >> Cannot open ACCOUNTS.MASTER.IDX "
                   "(status " WS-ACC-STATUS "); nothing moved."
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND GL-JOURNAL
           IF WS-GL-STATUS = "35"
               OPEN OUTPUT GL-JOURNAL
           END-IF
           MOVE "BR-TRANSF" TO MJRNL-PROGRAM
           MOVE 0 TO WS-MOVED
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-AX-COUNT
               MOVE AX-ACC-ID(K) TO ACC-ID
               READ ACCOUNTS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM MOVE-ONE-ACCOUNT
               END-READ
           END-PERFORM
           CLOSE GL-JOURNAL
           CLOSE ACCOUNTS
           MOVE "A" TO BX-STATUS
           MOVE WS-MOVED TO BX-MOVED
           PERFORM STAMP-DECISION
           DISPLAY WS-MOVED " account(s) of customer " BX-CUST-ID
               " moved to branch " BX-TO-BRANCH ".".

       MOVE-ONE-ACCOUNT.
           MOVE ACC-BRANCH TO WS-OLD-BRANCH
           IF WS-OLD-BRANCH = SPACES
               MOVE WS-BR-HEAD-OFFICE TO WS-OLD-BRANCH
           END-IF
           IF WS-OLD-BRANCH = BX-TO-BRANCH
               EXIT PARAGRAPH
           END-IF
           MOVE ACC-FILE-REC TO MJRNL-BEFORE-IMAGE
           MOVE BX-TO-BRANCH TO ACC-BRANCH
           MOVE ACC-FILE-REC TO MJRNL-AFTER-IMAGE
           MOVE "R" TO MJRNL-ACTION
           PERFORM WRITE-MASTER-JOURNAL
           REWRITE ACC-FILE-REC
               INVALID KEY
                   DISPLAY "  >> Account " ACC-ID " could not be "
                       "rewritten; left at branch " WS-OLD-BRANCH
               NOT INVALID KEY
                   ADD 1 TO WS-MOVED
                   IF ACC-BAL NOT = 0
                       PERFORM WRITE-TRANSFER-GL
                   END-IF
           END-REWRITE.

       WRITE-TRANSFER-GL.
           IF ACC-BAL > 0
               MOVE ACC-BAL TO WS-GL-AMOUNT
           ELSE
               COMPUTE WS-GL-AMOUNT = 0 - ACC-BAL
           END-IF
           MOVE SPACES TO GL-JOURNAL-REC
           MOVE WS-TODAY TO GJ-DATE
           MOVE "BR-TRANSF" TO GJ-PROGRAM
           MOVE ACC-ID TO GJ-ACCOUNT
           IF ACC-BAL > 0
               MOVE "D" TO GJ-DC
           ELSE
               MOVE "C" TO GJ-DC
           END-IF
           MOVE WS-GL-AMOUNT TO GJ-AMOUNT
           MOVE "INTERBR" TO GJ-OFFSET
           MOVE 0 TO GJ-BATCH
           MOVE WS-OLD-BRANCH TO GJ-COST-CENTRE
           WRITE GL-JOURNAL-REC
           MOVE "INTERBR" TO GJ-ACCOUNT
           IF ACC-BAL > 0
               MOVE "C" TO GJ-DC
           ELSE
               MOVE "D" TO GJ-DC
           END-IF
           MOVE ACC-ID TO GJ-OFFSET
           WRITE GL-JOURNAL-REC

           MOVE "INTERBR" TO GJ-ACCOUNT
           IF ACC-BAL > 0
               MOVE "D" TO GJ-DC
           ELSE
               MOVE "C" TO GJ-DC
           END-IF
           MOVE ACC-ID TO GJ-OFFSET
           MOVE BX-TO-BRANCH TO GJ-COST-CENTRE
           WRITE GL-JOURNAL-REC
           MOVE ACC-ID TO GJ-ACCOUNT
           IF ACC-BAL > 0
               MOVE "C" TO GJ-DC
           ELSE
               MOVE "D" TO GJ-DC
           END-IF
           MOVE "INTERBR" TO GJ-OFFSET
           WRITE GL-JOURNAL-REC.

       STAMP-DECISION.
           MOVE WS-OFFICER TO BX-DECIDED-BY
           MOVE WS-TODAY TO BX-DECIDED-DATE
           MOVE TRANSFER-RECORD TO BX-ENTRY(WS-FOUND-IDX).

       COPY "session-check.cpy".
       COPY "authz-check.cpy".
       COPY "mstjrnl-write.cpy".
       COPY "sysdate-read.cpy".
       COPY "sysstat-check.cpy".
       COPY "period-check.cpy".
       COPY "branch-check.cpy".
