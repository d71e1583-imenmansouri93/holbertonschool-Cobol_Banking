           SELECT DAILY-WD-FILE ASSIGN TO "DAILY-WITHDRAWALS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DAILY-WD-STATUS.
           SELECT SESSION-FILE ASSIGN TO "SESSION.REGISTRY.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SESSION-REC-TERMINAL
               FILE STATUS IS SESSION-STATUS.
           SELECT OWNERS-FILE ASSIGN TO "ACCOUNT-OWNERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OWNERS-STATUS.
           SELECT SYSDATE-FILE ASSIGN TO "SYSTEM-DATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSDATE-STATUS.
           SELECT SYSSTAT-FILE ASSIGN TO "SYSTEM-STATUS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSSTAT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  SESSION-FILE.
       01  SESSION-RECORD.
           05 SESSION-REC-TERMINAL  PIC X(8).
           05 SESSION-REC-USER-ID   PIC X(8).
           05 SESSION-REC-ACCESS    PIC 9.
           05 SESSION-REC-DATE      PIC 9(8).
           05 SESSION-REC-TIME      PIC 9(8).

      *> Ownership and signatory rows maintained by ACCOUNT-OWNERS:
      *> an account whose rows require two signatures refuses a
      *> debit authorized by a single signatory.
           05 AO-CUST-ID            PIC 9(5).
           05 AO-ROLE               PIC X.
           05 AO-SIGS-REQ           PIC 9.
           05 AO-SHARE-PCT          PIC 999V99.

       FD  SYSDATE-FILE.
       01  SYSDATE-REC           PIC X(40).

       FD  SYSSTAT-FILE.
       01  SYSSTAT-REC           PIC X(60).

       WORKING-STORAGE SECTION.
       COPY "sysdate-ws.cpy".
       COPY "sysstat-ws.cpy".
       01  DAILY-WD-STATUS         PIC XX.
       01  WS-DAILY-LIMIT          PIC 9(7)V99 VALUE 1000.00.
       01  WS-TODAY                PIC 9(8).
       01  WS-INPUT-AMT            PIC X(10).
       01  WS-VALID-AMT            PIC X VALUE 'Y'.
       01  WS-TEMP-NUM             PIC 9(5)V99.
      *> Legal holds, garnishments, uncleared cheque float and
      *> debits awaiting release all come from AVAILBAL.
       COPY "availbal-ws.cpy".
      *> The operator's own authority limit for cash withdrawals
      *> and transfers, with supervisor override, from AUTHLIMIT.
       COPY "authlimit-ws.cpy".
       01  OWNERS-STATUS           PIC XX.
       01  WS-OWN-EOF              PIC X VALUE 'N'.
       01  WS-SIGS-REQ             PIC 9 VALUE 0.
           IF AUTHZ-GRANTED NOT = "Y"
               STOP RUN
           END-IF.
           PERFORM CHECK-ONLINE-AVAILABLE.
           IF SYSSTAT-ONLINE NOT = "Y"
               STOP RUN
           END-IF.

           DISPLAY "Operation (D=Deposit, W=Withdraw, "
               "T=Transfer): ".
                   END-IF
               END-IF
               IF WS-FOUND = 'Y'
                   MOVE 0 TO AV-LEDGER-BAL
                   MOVE 0 TO AV-DEBIT-AMT
                   PERFORM GET-AVAILABLE-BALANCE
                   IF AV-FROZEN = 'Y'
                       DISPLAY "Error: Account is frozen by a "
                           "legal hold."
                       PERFORM LOG-LEGAL-HOLD
                       MOVE 'Y' TO WS-SKIP-CEILING
                   END-IF
                   PERFORM CHECK-AUTHORIZATION
                   IF WS-AUTHORIZED = 'Y'
                       AND WS-OPERATION NOT = "D"
                       PERFORM CHECK-OPERATOR-LIMIT
                   END-IF
                   IF WS-AUTHORIZED = 'Y'
                       EVALUATE WS-OPERATION
                           WHEN "D"
           MOVE 'N' TO WS-AUTHORIZED.
           MOVE 'N' TO WS-AUTH-EOF.
           MOVE 'N' TO WS-AUTH-MATCHED.
           PERFORM READ-SYSTEM-DATE
           MOVE SD-BUSINESS-DATE TO WS-TODAY.

           OPEN INPUT AUTH-FILE.
           IF AUTH-STATUS NOT = '00'
           END-IF.

       EXECUTE-TRANSFER-DEBIT.
           MOVE ACC-BALANCE TO AV-LEDGER-BAL
           MOVE WS-WITHDRAWAL TO AV-DEBIT-AMT
           PERFORM GET-AVAILABLE-BALANCE
           IF AV-SUFFICIENT = 'N'
               DISPLAY "Error: Insufficient funds."
               PERFORM SHOW-AVAILABLE-BALANCE
               PERFORM LOG-INSUFFICIENT-FUNDS
               MOVE 'Y' TO WS-XFER-ABORT
               WRITE TEMP-RECORD FROM ACCOUNT-RECORD
           PERFORM LOAD-DAILY-WD-TABLE
           PERFORM FIND-DAILY-WD-ENTRY

           MOVE ACC-BALANCE TO AV-LEDGER-BAL
           MOVE WS-WITHDRAWAL TO AV-DEBIT-AMT
           PERFORM GET-AVAILABLE-BALANCE
           IF AV-SUFFICIENT = 'N'
               DISPLAY "Error: Insufficient funds."
               PERFORM SHOW-AVAILABLE-BALANCE
               PERFORM LOG-INSUFFICIENT-FUNDS
               WRITE TEMP-RECORD FROM ACCOUNT-RECORD
           ELSE
      *> means loading every row, changing the one that matters, and
      *> rewriting the whole file back out.
       LOAD-DAILY-WD-TABLE.
           PERFORM READ-SYSTEM-DATE
           MOVE SD-BUSINESS-DATE TO WS-TODAY
           MOVE 0 TO WS-DWD-COUNT
           OPEN INPUT DAILY-WD-FILE
           IF DAILY-WD-STATUS = "35"
           MOVE "mv TEMP.DAT ACCOUNTS.DAT" TO WS-CMD.
           CALL "SYSTEM" USING WS-CMD.
       
      *> What the entered account may draw, from AVAILBAL: the
      *> ledger balance (AV-LEDGER-BAL, set by the caller) less
      *> garnishment reserves, uncleared cheque float and debits
      *> awaiting release, with AV-FROZEN set under a full freeze.
      *> ACCOUNTS.DAT carries no overdraft, so none is allowed.
       GET-AVAILABLE-BALANCE.
           MOVE WS-ACCOUNT-ID TO AV-ACC-ID
           MOVE SPACES TO AV-ACC-TYPE
           MOVE "A" TO AV-OD-SOURCE
           MOVE 0 TO AV-OD-LIMIT
           CALL "AVAILBAL" USING AVAIL-BALANCE-AREA.

      *> Withdrawals and transfers over the operator's authority
      *> limit stop here unless a supervisor overrides at this
      *> terminal; AUTHLIMIT records the override in
      *> LOGIN-AUDIT.LOG.
       CHECK-OPERATOR-LIMIT.
           MOVE "FINAL-WITH" TO AL-PROGRAM
           IF WS-OPERATION = "T"
               MOVE "TRANSFER" TO AL-TXN-KIND
           ELSE
               MOVE "CASHWD" TO AL-TXN-KIND
           END-IF
           MOVE WS-WITHDRAWAL TO AL-AMOUNT
           CALL "AUTHLIMIT" USING AUTHORITY-LIMIT-AREA
           IF AL-GRANTED NOT = "Y"
               MOVE 'N' TO WS-AUTHORIZED
               DISPLAY "Error: Amount exceeds your authority "
                   "limit."
               PERFORM LOG-AUTHORITY-LIMIT
           END-IF.

      *> Two-to-sign enforcement: the highest signatures-required on
           MOVE "FINAL-WITH" TO ERRLOG-PROGRAM.
           MOVE WS-ACCOUNT-ID TO ERRLOG-ENTITY-ID.
           MOVE "E004" TO ERRLOG-CODE.
           MOVE SPACES TO ERRLOG-DETAIL.
           STRING "Insufficient funds for withdrawal - " AV-REASON
               DELIMITED BY SIZE INTO ERRLOG-DETAIL
           END-STRING.
           PERFORM WRITE-ERROR-LOG.

       LOG-DAILY-LIMIT-EXCEEDED.
               TO ERRLOG-DETAIL.
           PERFORM WRITE-ERROR-LOG.

       LOG-AUTHORITY-LIMIT.
           MOVE "FINAL-WITH" TO ERRLOG-PROGRAM.
           MOVE WS-ACCOUNT-ID TO ERRLOG-ENTITY-ID.
           MOVE "E012" TO ERRLOG-CODE.
           MOVE "Over operator authority limit, no override"
               TO ERRLOG-DETAIL.
           PERFORM WRITE-ERROR-LOG.

       COPY "authz-check.cpy".
       COPY "availbal-show.cpy".
       COPY "session-check.cpy".
       COPY "errlog-write.cpy".
       COPY "sysdate-read.cpy".
       COPY "sysstat-check.cpy".
