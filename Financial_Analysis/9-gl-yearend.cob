      *> balance-sheet account (rows dated after the closing year
      *> are carried forward untouched). The openings net to zero,
      *> so TRIAL-BALANCE proves from the first record of the new
      *> year. Months TXN-ARCHIVE has already moved out of the live
      *> journal are in the close through their FORWARD rows; their
      *> detail stays in the monthly archives, which the close lists
      *> from TXN-ARCHIVE-INDEX.DAT beside the yearly copy. The
      *> close is kept per cost centre: each branch gets its own
      *> opening rows and its own RETEARN line, so the per-branch
      *> trial balances prove from the new year as the total does.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT COA-FILE ASSIGN TO "CHART-OF-ACCOUNTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COA-STATUS.
           SELECT ARCHIVE-INDEX ASSIGN TO "TXN-ARCHIVE-INDEX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCHIVE-INDEX-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 GJ-AMOUNT     PIC 9(8)V99.
           05 GJ-OFFSET     PIC X(9).
           05 GJ-BATCH      PIC 9(4).
           05 GJ-COST-CENTRE PIC X(4).

       FD NEW-JOURNAL.
       01 NEW-JOURNAL-REC.
           05 NJ-AMOUNT     PIC 9(8)V99.
           05 NJ-OFFSET     PIC X(9).
           05 NJ-BATCH      PIC 9(4).
           05 NJ-COST-CENTRE PIC X(4).

      *> One row per GL nominal: account, type (A asset, L
      *> liability, Q equity, I income, E expense), description.
           05 CA-TYPE       PIC X.
           05 CA-DESC       PIC X(20).

       FD ARCHIVE-INDEX.
       01 ARCHIVE-INDEX-REC PIC X(100).

       WORKING-STORAGE SECTION.
       COPY "txnarch-ws.cpy".
       01 WS-GL-STATUS      PIC XX.
       01 WS-COA-STATUS     PIC XX.
       01 WS-EOF            PIC X VALUE "N".
       01 WS-ROWS-CARRIED   PIC 9(7) VALUE 0.
       01 WS-OPENINGS       PIC 9(5) VALUE 0.
       01 WS-RETEARN-NET    PIC S9(11)V99 VALUE 0.
       01 WS-RE-IDX         PIC 9(3).
       01 WS-ACCT-TYPE      PIC X.
       01 WS-DISP-NET       PIC -Z(9)9.99.
       01 J                 PIC 9(4).
       01 K                 PIC 9(3).

      *> Per-account nets for the closing year (debits positive),
      *> one row per account and cost centre.
       01 WS-AN-COUNT       PIC 9(4) VALUE 0.
       01 WS-AN-MAX         PIC 9(4) VALUE 2000.
       01 WS-AN-IDX         PIC 9(4).
           05 AN-ENTRY OCCURS 1 TO 2000 TIMES
                       DEPENDING ON WS-AN-COUNT.
               10 AN-ACCOUNT   PIC X(9).
               10 AN-CC        PIC X(4).
               10 AN-NET       PIC S9(11)V99.

      *> The retained-earnings movement per cost centre.
       01 WS-RE-COUNT       PIC 9(3) VALUE 0.
       01 WS-RE-MAX         PIC 9(3) VALUE 200.
       01 RE-TABLE.
           05 RE-ENTRY OCCURS 1 TO 200 TIMES
                       DEPENDING ON WS-RE-COUNT.
               10 RE-CC        PIC X(4).
               10 RE-NET       PIC S9(11)V99.

      *> The chart of accounts, with the compiled-in fallback for
      *> the nominals the posting programs already write.
       01 WS-CA-COUNT       PIC 9(3) VALUE 0.
           DISPLAY "Retained earnings movement: " WS-DISP-NET
           DISPLAY "Old journal archived as GL-JOURNAL-"
               WS-CLOSE-YEAR ".DAT"
           PERFORM LIST-MONTHLY-ARCHIVES
           STOP RUN.

       LIST-MONTHLY-ARCHIVES.
           PERFORM LOAD-ARCHIVE-INDEX
           MOVE "GLJRNL" TO WS-AX-FIND-REGISTER
           MOVE WS-CLOSE-YEAR TO WS-AX-FIND-MONTH(1:4)
           MOVE 4 TO WS-AX-FIND-LEN
           MOVE 0 TO WS-AX-IDX
           PERFORM NEXT-ARCHIVE-MATCH
           IF WS-AX-FOUND = "Y"
               DISPLAY "Months of " WS-CLOSE-YEAR
                   " archived earlier by TXN-ARCHIVE:"
           END-IF
           PERFORM UNTIL WS-AX-FOUND = "N"
               DISPLAY "  " AX-FILE-NAME " rows " AX-COUNT
               PERFORM NEXT-ARCHIVE-MATCH
           END-PERFORM.

       LOAD-CHART-OF-ACCOUNTS.
           MOVE 0 TO WS-CA-COUNT
           OPEN INPUT COA-FILE
       SEED-DEFAULT-CHART.
           DISPLAY "No CHART-OF-ACCOUNTS.DAT found, using the "
               "compiled-in nominals"
           MOVE 22 TO WS-CA-COUNT
           MOVE "CASH"    TO T-CA-ACCOUNT(1)
           MOVE "A"       TO T-CA-TYPE(1)
           MOVE "INTEXP"  TO T-CA-ACCOUNT(2)
           MOVE "GARNPAY" TO T-CA-ACCOUNT(5)
           MOVE "L"       TO T-CA-TYPE(5)
           MOVE "RETEARN" TO T-CA-ACCOUNT(6)
           MOVE "Q"       TO T-CA-TYPE(6)
           MOVE "FXINC"   TO T-CA-ACCOUNT(7)
           MOVE "I"       TO T-CA-TYPE(7)
           MOVE "INTRECV" TO T-CA-ACCOUNT(8)
           MOVE "A"       TO T-CA-TYPE(8)
           MOVE "LOANINT" TO T-CA-ACCOUNT(9)
           MOVE "I"       TO T-CA-TYPE(9)
           MOVE "LOANPROV" TO T-CA-ACCOUNT(10)
           MOVE "A"       TO T-CA-TYPE(10)
           MOVE "PROVEXP" TO T-CA-ACCOUNT(11)
           MOVE "E"       TO T-CA-TYPE(11)
           MOVE "LOANS"   TO T-CA-ACCOUNT(12)
           MOVE "A"       TO T-CA-TYPE(12)
           MOVE "RECOVINC" TO T-CA-ACCOUNT(13)
           MOVE "I"       TO T-CA-TYPE(13)
           MOVE "SALEXP"  TO T-CA-ACCOUNT(14)
           MOVE "E"       TO T-CA-TYPE(14)
           MOVE "PAYTAX"  TO T-CA-ACCOUNT(15)
           MOVE "L"       TO T-CA-TYPE(15)
           MOVE "PAYDED"  TO T-CA-ACCOUNT(16)
           MOVE "L"       TO T-CA-TYPE(16)
           MOVE "NETPAY"  TO T-CA-ACCOUNT(17)
           MOVE "L"       TO T-CA-TYPE(17)
           MOVE "FXCASH"  TO T-CA-ACCOUNT(18)
           MOVE "A"       TO T-CA-TYPE(18)
           MOVE "INTERBR" TO T-CA-ACCOUNT(19)
           MOVE "L"       TO T-CA-TYPE(19)
           MOVE "ESTATEPAY" TO T-CA-ACCOUNT(20)
           MOVE "L"       TO T-CA-TYPE(20)
           MOVE "TERMDEP" TO T-CA-ACCOUNT(21)
           MOVE "L"       TO T-CA-TYPE(21)
           MOVE "CHQFLOAT" TO T-CA-ACCOUNT(22)
           MOVE "A"       TO T-CA-TYPE(22).

      *> An account not on the chart is a customer balance account:
      *> a liability, so it gets its own opening row. FXCASH on the
      *> chart stands for every FXCASH<ccy> currency till account.
       FIND-ACCOUNT-TYPE.
           MOVE "L" TO WS-ACCT-TYPE
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-CA-COUNT
               IF T-CA-ACCOUNT(K) = AN-ACCOUNT(WS-AN-IDX)
                   OR (T-CA-ACCOUNT(K) = "FXCASH"
                       AND AN-ACCOUNT(WS-AN-IDX)(1:6) = "FXCASH")
                   MOVE T-CA-TYPE(K) TO WS-ACCT-TYPE
                   EXIT PERFORM
               END-IF
           MOVE 0 TO WS-AN-IDX
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-AN-COUNT
               IF AN-ACCOUNT(J) = GJ-ACCOUNT
                   AND AN-CC(J) = GJ-COST-CENTRE
                   MOVE J TO WS-AN-IDX
                   EXIT PERFORM
               END-IF
                   ADD 1 TO WS-AN-COUNT
                   MOVE WS-AN-COUNT TO WS-AN-IDX
                   MOVE GJ-ACCOUNT TO AN-ACCOUNT(WS-AN-IDX)
                   MOVE GJ-COST-CENTRE TO AN-CC(WS-AN-IDX)
                   MOVE 0 TO AN-NET(WS-AN-IDX)
               ELSE
                   DISPLAY "Warning: account table full at "
       WRITE-NEW-JOURNAL.
           OPEN OUTPUT NEW-JOURNAL
           MOVE 0 TO WS-RETEARN-NET
           MOVE 0 TO WS-RE-COUNT
           PERFORM VARYING WS-AN-IDX FROM 1 BY 1
                   UNTIL WS-AN-IDX > WS-AN-COUNT
               PERFORM FIND-ACCOUNT-TYPE
               IF WS-ACCT-TYPE = "I" OR WS-ACCT-TYPE = "E"
                   PERFORM ADD-TO-RETEARN
               ELSE
               IF AN-ACCOUNT(WS-AN-IDX) = "RETEARN"
                   PERFORM ADD-TO-RETEARN
               ELSE
                   IF AN-NET(WS-AN-IDX) NOT = 0
                       PERFORM WRITE-ONE-OPENING
               END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING WS-RE-IDX FROM 1 BY 1
                   UNTIL WS-RE-IDX > WS-RE-COUNT
               IF RE-NET(WS-RE-IDX) NOT = 0
                   PERFORM WRITE-RETEARN-OPENING
               END-IF
           END-PERFORM
           PERFORM CARRY-FORWARD-LATER-ROWS
           CLOSE NEW-JOURNAL.

       ADD-TO-RETEARN.
           ADD AN-NET(WS-AN-IDX) TO WS-RETEARN-NET
           MOVE 0 TO K
           PERFORM VARYING WS-RE-IDX FROM 1 BY 1
                   UNTIL WS-RE-IDX > WS-RE-COUNT
               IF RE-CC(WS-RE-IDX) = AN-CC(WS-AN-IDX)
                   MOVE WS-RE-IDX TO K
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF K = 0
               IF WS-RE-COUNT < WS-RE-MAX
                   ADD 1 TO WS-RE-COUNT
                   MOVE WS-RE-COUNT TO K
                   MOVE AN-CC(WS-AN-IDX) TO RE-CC(K)
                   MOVE 0 TO RE-NET(K)
               ELSE
                   DISPLAY "Warning: cost centre table full at "
                       WS-RE-MAX ", lumping into row 1"
                   MOVE 1 TO K
               END-IF
           END-IF
           ADD AN-NET(WS-AN-IDX) TO RE-NET(K).

       WRITE-ONE-OPENING.
           MOVE SPACES TO NEW-JOURNAL-REC
           MOVE WS-OPEN-DATE TO NJ-DATE
           END-IF
           MOVE "OPENING" TO NJ-OFFSET
           MOVE 0 TO NJ-BATCH
           MOVE AN-CC(WS-AN-IDX) TO NJ-COST-CENTRE
           WRITE NEW-JOURNAL-REC
           ADD 1 TO WS-OPENINGS.

           MOVE WS-OPEN-DATE TO NJ-DATE
           MOVE "YEAREND" TO NJ-PROGRAM
           MOVE "RETEARN" TO NJ-ACCOUNT
           IF RE-NET(WS-RE-IDX) > 0
               MOVE "D" TO NJ-DC
               MOVE RE-NET(WS-RE-IDX) TO NJ-AMOUNT
           ELSE
               MOVE "C" TO NJ-DC
               COMPUTE NJ-AMOUNT = 0 - RE-NET(WS-RE-IDX)
           END-IF
           MOVE "OPENING" TO NJ-OFFSET
           MOVE 0 TO NJ-BATCH
           MOVE RE-CC(WS-RE-IDX) TO NJ-COST-CENTRE
           WRITE NEW-JOURNAL-REC
           ADD 1 TO WS-OPENINGS.

           CALL "SYSTEM" USING WS-CMD
           MOVE "mv GL-JOURNAL.NEW GL-JOURNAL.DAT" TO WS-CMD
           CALL "SYSTEM" USING WS-CMD.

       COPY "txnarch-check.cpy".
