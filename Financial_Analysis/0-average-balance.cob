               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO 'AVG-BALANCE-REPORT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BRANCH-FILE ASSIGN TO 'branches.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BRANCH-STATUS.
           SELECT BRACC-FILE ASSIGN TO 'ACCOUNTS.MASTER.IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BRACC-ID
               FILE STATUS IS BRACC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-FILE.
       01  REPORT-LINE           PIC X(80).

       FD  BRANCH-FILE.
       01  BRANCH-REC            PIC X(80).

      *> Only the branch is wanted from the account master.
       FD  BRACC-FILE.
       01  BRACC-RECORD.
           05 BRACC-ID           PIC 9(5).
           05 FILLER             PIC X(58).
           05 BRACC-BRANCH       PIC X(4).

       WORKING-STORAGE SECTION.
       01 WS-TOTAL-BALANCE       PIC S9(9)V99 VALUE 0.
       01 WS-CUSTOMER-COUNT      PIC 9(4)    VALUE 0.

       01 EOF-FLAG               PIC X       VALUE 'N'.

       COPY 'branch-ws.cpy'.

      *> Customers are grouped by the branch holding the account,
      *> keyed on WS-BRANCH-CODE (the branch code, or NO-ACCT).
       01 WS-GROUP-MAX           PIC 9(4) VALUE 500.
       01 WS-GROUP-COUNT         PIC 9(4) VALUE 0.
       01 WS-GROUP-IDX           PIC 9(4) VALUE 0.
       01 WS-G                   PIC 9(4) VALUE 0.
       01 WS-BRANCH-CODE         PIC X(8).
       01 WS-GROUP-TABLE.
           05 WS-GROUP-ENTRY OCCURS 500 TIMES.
               10 GRP-CODE        PIC X(8).
               10 GRP-NAME        PIC X(20).
               10 GRP-COUNT       PIC 9(4) VALUE 0.
               10 GRP-TOTAL       PIC S9(9)V99 VALUE 0.


       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LOAD-BRANCHES
           OPEN INPUT BALANCE-FILE

           PERFORM UNTIL EOF-FLAG = 'Y'
                           TO WS-BALANCE-NUMERIC
                       ADD 1 TO WS-CUSTOMER-COUNT
                       ADD WS-BALANCE-NUMERIC TO WS-TOTAL-BALANCE
                       PERFORM CLASSIFY-BALANCE-BRANCH
                       PERFORM FIND-OR-ADD-GROUP
                       ADD 1 TO GRP-COUNT(WS-GROUP-IDX)
                       ADD WS-BALANCE-NUMERIC TO GRP-TOTAL(WS-GROUP-IDX)
           DISPLAY "Average Balance:  " WS-DISPLAY-AVERAGE

           CLOSE BALANCE-FILE
           PERFORM CLOSE-ACCOUNT-BRANCH

           PERFORM WRITE-REPORT-FILE

           STOP RUN.

      *> balances.idx keys on the account number, nine digits with
      *> leading zeros, so the branch comes from the account master.
      *> A balance whose account is not on the master (or not an
      *> account number at all) is grouped under NO-ACCT rather than
      *> guessed at.
       CLASSIFY-BALANCE-BRANCH.
           MOVE 'NO-ACCT' TO WS-BRANCH-CODE
           IF ACCOUNT-ID IS NOT NUMERIC
               OR ACCOUNT-ID(1:4) NOT = '0000'
               EXIT PARAGRAPH
           END-IF
           MOVE ACCOUNT-ID(5:5) TO WS-BR-ACC-ID
           PERFORM LOOKUP-ACCOUNT-BRANCH
           IF WS-BR-ACC-OPEN = 'Y' AND BRACC-STATUS = '00'
               MOVE WS-BR-ACC-BRANCH TO WS-BRANCH-CODE
           END-IF.

       *> Looks WS-BRANCH-CODE up in WS-GROUP-TABLE, adding a new entry
       *> the first time a branch is seen, and leaves the matching
       *> subscript in WS-GROUP-IDX for the caller to accumulate into.
       FIND-OR-ADD-GROUP.
           MOVE 0 TO WS-GROUP-IDX
           PERFORM VARYING WS-G FROM 1 BY 1 UNTIL WS-G > WS-GROUP-COUNT
               IF GRP-CODE(WS-G) = WS-BRANCH-CODE
                   MOVE WS-G TO WS-GROUP-IDX
                   EXIT PERFORM
               END-IF
               IF WS-GROUP-COUNT < WS-GROUP-MAX
                   ADD 1 TO WS-GROUP-COUNT
                   MOVE WS-GROUP-COUNT TO WS-GROUP-IDX
                   MOVE WS-BRANCH-CODE TO GRP-CODE(WS-GROUP-IDX)
                   MOVE SPACES TO GRP-NAME(WS-GROUP-IDX)
                   MOVE WS-BRANCH-CODE TO WS-BR-TEST-CODE
                   PERFORM CHECK-BRANCH-CODE
                   IF WS-BR-VALID = 'Y'
                       MOVE WS-BR-TEST-NAME TO GRP-NAME(WS-GROUP-IDX)
                   END-IF
               ELSE
                   DISPLAY "Warning: branch table full at "
                       WS-GROUP-MAX ", lumping " WS-BRANCH-CODE
                       " into group 1"
                   MOVE 1 TO WS-GROUP-IDX
               END-IF
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "BRANCH    CUSTOMERS  TOTAL-BALANCE  AVG-BALANCE"
                  "  BRANCH NAME"
               DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
                      "  " WS-DISPLAY-GRP-COUNT DELIMITED BY SIZE
                      "  " WS-DISPLAY-GRP-TOTAL DELIMITED BY SIZE
                      "  " WS-DISPLAY-GRP-AVG DELIMITED BY SIZE
                      "  " GRP-NAME(WS-G) DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           WRITE REPORT-LINE

           CLOSE REPORT-FILE.

       COPY 'branch-check.cpy'.
       COPY 'branch-acct.cpy'.
