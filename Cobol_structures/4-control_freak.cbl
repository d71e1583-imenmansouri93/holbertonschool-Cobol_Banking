           SELECT XLATE-FILE ASSIGN TO "ACCT-XLATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS XLATE-STATUS.
           SELECT SYSDATE-FILE ASSIGN TO "SYSTEM-DATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSDATE-STATUS.
           SELECT SYSSTAT-FILE ASSIGN TO "SYSTEM-STATUS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSSTAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 XL-OLD        PIC X(9).
           05 XL-NEW        PIC X(9).

       FD SYSDATE-FILE.
       01 SYSDATE-REC            PIC X(40).

       FD SYSSTAT-FILE.
       01 SYSSTAT-REC            PIC X(60).

       WORKING-STORAGE SECTION.
       COPY "sysdate-ws.cpy".
       COPY "sysstat-ws.cpy".
       01 WS-ACCT-NUM        PIC X(9).
       01 BALANCE            PIC S9(6)V99 VALUE 0.
       01 DISPLAY-BALANCE    PIC -Z,ZZZ.99.
       01 WS-OVERDRAFT-LIMIT PIC S9(6)V99 VALUE 0.
       01 DISPLAY-OVERDRAFT  PIC Z,ZZZ.99.
       01 WS-ALLOW-OVERDRAFT PIC X VALUE "N".
      *> Withdrawals are judged on AVAILBAL's available balance --
      *> the session balance less garnishments, uncleared cheques
      *> and debits awaiting release, plus this account's own
      *> overdraft limit.
       COPY "availbal-ws.cpy".
      *> A withdrawal over the operator's authority limit needs a
      *> supervisor to override it at this terminal (AUTHLIMIT).
       COPY "authlimit-ws.cpy".

       01 BAL-STATUS         PIC XX.
       01 LOG-STATUS         PIC XX.
                   WITH NO ADVANCING.
           ACCEPT WS-ACCT-NUM.

      *> Balance inquiries keep working through the nightly posting
      *> window; deposits, withdrawals, new accounts and the rewrite
      *> of ACCOUNT-BALANCES.DAT do not.
           PERFORM CHECK-ONLINE-AVAILABLE
           PERFORM LOAD-ACCOUNTS
           PERFORM FIND-ACCOUNT
           IF WS-FOUND = "N"
               PERFORM TRANSLATE-ACCT-NUM
           END-IF
           IF WS-FOUND = "N"
               IF SYSSTAT-ONLINE = "N"
                   DISPLAY "Account not found; new accounts cannot "
                       "be opened until the system is ONLINE."
                   STOP RUN
               END-IF
               PERFORM OPEN-NEW-ACCOUNT
           END-IF

               DISPLAY " B=Balance, Q=Quit]: "
               ACCEPT OPERATION

               IF SYSSTAT-ONLINE = "N"
                   AND (OPERATION = "D" OR OPERATION = "W")
                   DISPLAY "Refused: nightly posting window running, "
                       "balance inquiries only."
                   MOVE SPACE TO OPERATION
               END-IF

               EVALUATE OPERATION
                   WHEN SPACE
                       CONTINUE
                   WHEN "D"
                       DISPLAY "Enter deposit amount: "
                       ACCEPT AMOUNT
                   WHEN "W"
                       DISPLAY "Enter withdrawal amount: "
                       ACCEPT AMOUNT
                       PERFORM GET-AVAILABLE-BALANCE
                       IF AV-SUFFICIENT = "Y"
                           PERFORM CHECK-OPERATOR-LIMIT
                           IF AL-GRANTED = "Y"
                               SUBTRACT AMOUNT FROM BALANCE
                               DISPLAY "Withdrawal successful."
                               PERFORM WRITE-LOG-ENTRY
                           ELSE
                               DISPLAY "Withdrawal refused: over "
                                   "your authority limit."
                           END-IF
                       ELSE
                           DISPLAY "Insufficient funds."
                           PERFORM SHOW-AVAILABLE-BALANCE
                       END-IF
                   WHEN "B"
                       MOVE BALANCE TO DISPLAY-BALANCE
                       DISPLAY "Current Balance: " DISPLAY-BALANCE
                       MOVE WS-OVERDRAFT-LIMIT TO DISPLAY-OVERDRAFT
                       DISPLAY "Overdraft Limit: " DISPLAY-OVERDRAFT
                       MOVE 0 TO AMOUNT
                       PERFORM GET-AVAILABLE-BALANCE
                       PERFORM SHOW-AVAILABLE-BALANCE
                   WHEN "Q"
                       DISPLAY "Goodbye!"
                   WHEN OTHER
               DISPLAY SPACE
           END-PERFORM

           IF SYSSTAT-ONLINE = "Y"
               PERFORM SAVE-ACCOUNTS
           END-IF

           STOP RUN.

               TO WS-CMD
           CALL "SYSTEM" USING WS-CMD.

      *> Calls AVAILBAL for the session account with the session
      *> balance, the amount asked for and the account's overdraft
      *> limit; a number that is not numeric matches no hold, float
      *> or queued row.
       GET-AVAILABLE-BALANCE.
           IF FUNCTION TEST-NUMVAL(WS-ACCT-NUM) = 0
               COMPUTE AV-ACC-ID = FUNCTION NUMVAL(WS-ACCT-NUM)
           ELSE
               MOVE 0 TO AV-ACC-ID
           END-IF
           MOVE SPACES TO AV-ACC-TYPE
           MOVE BALANCE TO AV-LEDGER-BAL
           MOVE AMOUNT TO AV-DEBIT-AMT
           MOVE "A" TO AV-OD-SOURCE
           MOVE WS-OVERDRAFT-LIMIT TO AV-OD-LIMIT
           CALL "AVAILBAL" USING AVAIL-BALANCE-AREA.

      *> Cash withdrawals are held to the authority limit of the
      *> operator logged in on this terminal.
       CHECK-OPERATOR-LIMIT.
           MOVE "CTRL-FREAK" TO AL-PROGRAM
           MOVE "CASHWD" TO AL-TXN-KIND
           MOVE AMOUNT TO AL-AMOUNT
           CALL "AUTHLIMIT" USING AUTHORITY-LIMIT-AREA.

      *> Appends one line to CONTROL-FREAK.LOG for every D/W operation
      *> -- account, operation, amount, resulting balance, timestamp.
       WRITE-LOG-ENTRY.
           PERFORM READ-SYSTEM-DATE
           MOVE SD-BUSINESS-DATE TO WS-LOG-DATE-NUM
           ACCEPT WS-LOG-TIME-NUM FROM TIME
           MOVE AMOUNT TO DISPLAY-AMOUNT
           MOVE BALANCE TO DISPLAY-BALANCE
           END-IF
           WRITE LOG-LINE
           CLOSE TRANS-LOG.

       COPY "availbal-show.cpy".
       COPY "sysdate-read.cpy".
       COPY "sysstat-check.cpy".
