       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERIOD-CLOSE.

      *> Accounting period close. Until now nothing stopped a back-
      *> dated posting or an approved manual journal landing in a
      *> month the accountants had already reported. A month is
      *> closed here only when its month-end steps are proven done:
      *> the month's journal rows prove (debits equal credits),
      *> SUSPENSE-ITEMS.DAT holds no open item past the allowed age
      *> without a disposition, INTEREST-ACCRUAL has capitalized
      *> every accrual dated in the month, FEE-ASSESS has assessed
      *> the month and FX-REVALUE has run for it. The closed month
      *> goes on GL-PERIODS.DAT, which every GL-JOURNAL writer
      *> checks (period-check.cpy) before it writes. Reopening a
      *> closed month takes two different users -- one requests
      *> with a reason, a second approves -- and every close,
      *> request and reopen is logged to GL-PERIOD-LOG.DAT with the
      *> user ids.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-FILE ASSIGN TO "GL-PERIODS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERIOD-STATUS.
           SELECT PERIOD-LOG ASSIGN TO "GL-PERIOD-LOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLOG-STATUS.
           SELECT GL-JOURNAL ASSIGN TO "GL-JOURNAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE-ITEMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-STATUS.
           SELECT MAXAGE-FILE ASSIGN TO "suspense-max-age.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGE-STATUS.
           SELECT ACCRUAL-FILE ASSIGN TO "ACCRUED-INTEREST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCR-STATUS.
           SELECT FEE-MARKER ASSIGN TO "FEE-ASSESSED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEEM-STATUS.
           SELECT FX-MARKER ASSIGN TO "FX-REVALUED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FXM-STATUS.
           SELECT SESSION-FILE ASSIGN TO "SESSION.REGISTRY.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SESSION-REC-TERMINAL
               FILE STATUS IS SESSION-STATUS.
           SELECT SYSDATE-FILE ASSIGN TO "SYSTEM-DATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PERIOD-FILE.
       01 PERIOD-REC             PIC X(100).

       FD PERIOD-LOG.
       01 PERIOD-LOG-REC         PIC X(120).

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

       FD SUSPENSE-FILE.
       01 SUSPENSE-RECORD.
           05 SU-TXN-ID      PIC X(6).
           05 SU-AMOUNT      PIC 9(8)V99.
           05 SU-DATE        PIC 9(8).
           05 SU-STATUS      PIC X.
           05 SU-DISPOSITION PIC X(30).

       FD MAXAGE-FILE.
       01 MAXAGE-REC        PIC X(10).

       FD ACCRUAL-FILE.
       01 ACCRUAL-RECORD.
           05 AI-ACC-ID          PIC X(9).
           05 AI-DATE            PIC 9(8).
           05 AI-TYPE            PIC X(8).
           05 AI-AMOUNT          PIC 9(7)V99.
           05 AI-RATE            PIC 9V9(4).
           05 AI-CAPITALIZED     PIC X.
           05 AI-CAP-DATE        PIC 9(8).

       FD FEE-MARKER.
       01 FEE-MARKER-REC    PIC X(6).

       FD FX-MARKER.
       01 FX-MARKER-REC.
           05 MK-MONTH      PIC 9(6).
           05 MK-RUN-DATE   PIC 9(8).

       FD SESSION-FILE.
       01 SESSION-RECORD.
           05 SESSION-REC-TERMINAL PIC X(8).
           05 SESSION-REC-USER-ID PIC X(8).
           05 SESSION-REC-ACCESS  PIC 9.
           05 SESSION-REC-DATE    PIC 9(8).
           05 SESSION-REC-TIME    PIC 9(8).

       FD SYSDATE-FILE.
       01 SYSDATE-REC            PIC X(40).

       WORKING-STORAGE SECTION.
       COPY "sysdate-ws.cpy".
       COPY "period-ws.cpy".
       01 WS-PLOG-STATUS      PIC XX.
       01 WS-GL-STATUS        PIC XX.
       01 WS-SUSP-STATUS      PIC XX.
       01 WS-AGE-STATUS       PIC XX.
       01 WS-ACCR-STATUS      PIC XX.
       01 WS-FEEM-STATUS      PIC XX.
       01 WS-FXM-STATUS       PIC XX.
       01 SESSION-STATUS      PIC XX.
       01 WS-SESSION-TERMINAL PIC X(8).
       01 WS-OPERATOR         PIC X(8) VALUE SPACES.
       01 WS-EOF              PIC X VALUE "N".
       01 WS-CHOICE           PIC X.
       01 WS-TODAY            PIC 9(8).
       01 WS-PERIOD-TXT       PIC X(6).
       01 WS-PERIOD           PIC 9(6).
       01 WS-PERIOD-MM        PIC 9(2).
       01 WS-PERIOD-OK        PIC X.
       01 WS-PREV-YYYY        PIC 9(4).
       01 WS-PREV-MM          PIC 9(2).
       01 WS-REASON           PIC X(30).
       01 WS-LOG-ACTION       PIC X(10).
       01 WS-LOG-DATE         PIC 9(8).
       01 WS-LOG-TIME         PIC 9(8).
       01 J                   PIC 9(3).

      *> Month-end proof results: each check sets its own flag so
      *> the operator sees every failure in one pass, not one per
      *> attempt.
       01 WS-ALL-PASS         PIC X.
       01 WS-TOTAL-DR         PIC 9(10)V99.
       01 WS-TOTAL-CR         PIC 9(10)V99.
       01 WS-DISP-DR          PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-DISP-CR          PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-MAX-AGE          PIC 9(3) VALUE 30.
       01 WS-AGE-DAYS         PIC S9(5).
       01 WS-OVER-AGE         PIC 9(4).
       01 WS-UNCAPPED         PIC 9(5).
       01 WS-FEE-DONE         PIC X.
       01 WS-FX-DONE          PIC X.

      *> The whole period register, loaded and rewritten whole.
       01 WS-PT-COUNT         PIC 9(3) VALUE 0.
       01 WS-PT-MAX           PIC 9(3) VALUE 600.
       01 WS-PT-IDX           PIC 9(3).
       01 PT-TABLE.
           05 PT-ENTRY OCCURS 1 TO 600 TIMES
                       DEPENDING ON WS-PT-COUNT PIC X(100).

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "ACCOUNTING PERIOD CLOSE"
           DISPLAY "======================="
           PERFORM READ-SYSTEM-DATE
           MOVE SD-BUSINESS-DATE TO WS-TODAY
           PERFORM READ-OPERATOR-SESSION
           IF WS-OPERATOR = SPACES
               DISPLAY "  >> No active session; log in first."
               STOP RUN
           END-IF
           PERFORM LOAD-PERIOD-TABLE

           PERFORM UNTIL WS-CHOICE = "Q"
               DISPLAY " "
               DISPLAY "(L)ist periods, (C)lose a period, (R)equest "
                   "reopen, (A)pprove reopen, (Q)uit: "
                   WITH NO ADVANCING
               ACCEPT WS-CHOICE
               MOVE FUNCTION UPPER-CASE(WS-CHOICE) TO WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN "L"
                       PERFORM LIST-PERIODS
                   WHEN "C"
                       PERFORM CLOSE-PERIOD
                   WHEN "R"
                       PERFORM REQUEST-REOPEN
                   WHEN "A"
                       PERFORM APPROVE-REOPEN
                   WHEN "Q"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Invalid option. Please try again."
               END-EVALUATE
           END-PERFORM
           STOP RUN.

       READ-OPERATOR-SESSION.
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
                       MOVE SESSION-REC-USER-ID TO WS-OPERATOR
               END-READ
               CLOSE SESSION-FILE
           END-IF.

       LOAD-PERIOD-TABLE.
           MOVE 0 TO WS-PT-COUNT
           OPEN INPUT PERIOD-FILE
           IF PERIOD-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-EOF = "Y"
                   READ PERIOD-FILE
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF WS-PT-COUNT < WS-PT-MAX
                               ADD 1 TO WS-PT-COUNT
                               MOVE PERIOD-REC
                                   TO PT-ENTRY(WS-PT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERIOD-FILE
           END-IF
           MOVE "N" TO WS-EOF.

       SAVE-PERIOD-TABLE.
           OPEN OUTPUT PERIOD-FILE
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-PT-COUNT
               MOVE PT-ENTRY(J) TO PERIOD-REC
               WRITE PERIOD-REC
           END-PERFORM
           CLOSE PERIOD-FILE.

       LIST-PERIODS.
           DISPLAY "PERIOD S CLOSED   BY       REOPENED REQ-BY   "
               "APPR-BY"
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-PT-COUNT
               MOVE PT-ENTRY(J) TO PERIOD-DETAIL
               DISPLAY GP-PERIOD " " GP-STATE " " GP-CLOSED-DATE
                   " " GP-CLOSED-BY " " GP-REOPEN-DATE
                   " " GP-REQ-BY " " GP-APPR-BY
           END-PERFORM
           IF WS-PT-COUNT = 0
               DISPLAY "  (no period has been closed yet)"
           END-IF.

      *> The period asked for, YYYYMM; blank means the month before
      *> the business date, the month a close normally follows.
       ACCEPT-PERIOD.
           MOVE "N" TO WS-PERIOD-OK
           DISPLAY "Period YYYYMM (blank = prior month): "
           ACCEPT WS-PERIOD-TXT
           IF WS-PERIOD-TXT = SPACES
               MOVE WS-TODAY(1:4) TO WS-PREV-YYYY
               MOVE WS-TODAY(5:2) TO WS-PREV-MM
               IF WS-PREV-MM = 1
                   MOVE 12 TO WS-PREV-MM
                   SUBTRACT 1 FROM WS-PREV-YYYY
               ELSE
                   SUBTRACT 1 FROM WS-PREV-MM
               END-IF
               COMPUTE WS-PERIOD = WS-PREV-YYYY * 100 + WS-PREV-MM
               MOVE "Y" TO WS-PERIOD-OK
           ELSE
               IF WS-PERIOD-TXT IS NUMERIC
                   MOVE WS-PERIOD-TXT TO WS-PERIOD
                   MOVE WS-PERIOD-TXT(5:2) TO WS-PERIOD-MM
                   IF WS-PERIOD-MM >= 1 AND WS-PERIOD-MM <= 12
                       MOVE "Y" TO WS-PERIOD-OK
                   END-IF
               END-IF
               IF WS-PERIOD-OK = "N"
                   DISPLAY "  >> Not a valid YYYYMM period."
               END-IF
           END-IF.

       FIND-PERIOD-ROW.
           MOVE 0 TO WS-PT-IDX
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-PT-COUNT
               MOVE PT-ENTRY(J) TO PERIOD-DETAIL
               IF GP-PERIOD = WS-PERIOD
                   MOVE J TO WS-PT-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       CLOSE-PERIOD.
           PERFORM ACCEPT-PERIOD
           IF WS-PERIOD-OK = "N"
               EXIT PARAGRAPH
           END-IF
           IF WS-PERIOD NOT < FUNCTION NUMVAL(WS-TODAY(1:6))
               DISPLAY "  >> Period " WS-PERIOD " has not ended; "
                   "only a past month can be closed."
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-PERIOD-ROW
           IF WS-PT-IDX > 0
               MOVE PT-ENTRY(WS-PT-IDX) TO PERIOD-DETAIL
               IF GP-STATE = "C" OR GP-STATE = "R"
                   DISPLAY "  >> Period " WS-PERIOD
                       " is already closed."
                   EXIT PARAGRAPH
               END-IF
           END-IF

           DISPLAY "Month-end checks for " WS-PERIOD ":"
           MOVE "Y" TO WS-ALL-PASS
           PERFORM CHECK-TRIAL-BALANCE
           PERFORM CHECK-SUSPENSE-AGE
           PERFORM CHECK-INTEREST-CAPITALIZED
           PERFORM CHECK-FEES-ASSESSED
           PERFORM CHECK-FX-REVALUED
           IF WS-ALL-PASS = "N"
               DISPLAY "  >> Period " WS-PERIOD " NOT closed; "
                   "complete the failed steps and rerun the close."
               EXIT PARAGRAPH
           END-IF

           IF WS-PT-IDX = 0
               IF WS-PT-COUNT >= WS-PT-MAX
                   DISPLAY "  >> Period register is full."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-PT-COUNT
               MOVE WS-PT-COUNT TO WS-PT-IDX
               MOVE SPACES TO PERIOD-DETAIL
               MOVE WS-PERIOD TO GP-PERIOD
               MOVE 0 TO GP-REQ-DATE
               MOVE 0 TO GP-REOPEN-DATE
           END-IF
           MOVE "C" TO GP-STATE
           MOVE WS-TODAY TO GP-CLOSED-DATE
           MOVE WS-OPERATOR TO GP-CLOSED-BY
           MOVE PERIOD-DETAIL TO PT-ENTRY(WS-PT-IDX)
           PERFORM SAVE-PERIOD-TABLE
           MOVE "CLOSE" TO WS-LOG-ACTION
           MOVE SPACES TO WS-REASON
           PERFORM WRITE-PERIOD-LOG
           DISPLAY "Period " WS-PERIOD " closed by "
               FUNCTION TRIM(WS-OPERATOR)
               "; the GL writers now refuse entries dated into it.".

      *> The month's own journal rows must prove -- the trial
      *> balance rule applied to the closing month alone.
       CHECK-TRIAL-BALANCE.
           MOVE 0 TO WS-TOTAL-DR
           MOVE 0 TO WS-TOTAL-CR
           OPEN INPUT GL-JOURNAL
           IF WS-GL-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-EOF = "Y"
                   READ GL-JOURNAL
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF GJ-DATE(1:6) = WS-PERIOD
                               IF GJ-DC = "D"
                                   ADD GJ-AMOUNT TO WS-TOTAL-DR
                               ELSE
                                   ADD GJ-AMOUNT TO WS-TOTAL-CR
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-JOURNAL
           END-IF
           MOVE "N" TO WS-EOF
           MOVE WS-TOTAL-DR TO WS-DISP-DR
           MOVE WS-TOTAL-CR TO WS-DISP-CR
           IF WS-TOTAL-DR = WS-TOTAL-CR
               DISPLAY "  PASS trial balance proves (" WS-DISP-DR
                   ")"
           ELSE
               DISPLAY "  FAIL trial balance out of proof: debits "
                   WS-DISP-DR " credits " WS-DISP-CR
               MOVE "N" TO WS-ALL-PASS
           END-IF.

      *> SUSPENSE-REPORT's month-end rule: an open item older than
      *> suspense-max-age.dat days with no written disposition.
       CHECK-SUSPENSE-AGE.
           MOVE 0 TO WS-OVER-AGE
           OPEN INPUT MAXAGE-FILE
           IF WS-AGE-STATUS = "35"
               CONTINUE
           ELSE
               READ MAXAGE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE FUNCTION NUMVAL(MAXAGE-REC)
                           TO WS-MAX-AGE
               END-READ
               CLOSE MAXAGE-FILE
           END-IF
           OPEN INPUT SUSPENSE-FILE
           IF WS-SUSP-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-EOF = "Y"
                   READ SUSPENSE-FILE
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF SU-STATUS = "O"
                               AND SU-DISPOSITION = SPACES
                               COMPUTE WS-AGE-DAYS =
                                   FUNCTION INTEGER-OF-DATE(WS-TODAY)
                                   - FUNCTION INTEGER-OF-DATE(SU-DATE)
                               IF WS-AGE-DAYS > WS-MAX-AGE
                                   ADD 1 TO WS-OVER-AGE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUSPENSE-FILE
           END-IF
           MOVE "N" TO WS-EOF
           IF WS-OVER-AGE = 0
               DISPLAY "  PASS no suspense item over " WS-MAX-AGE
                   " days without a disposition"
           ELSE
               DISPLAY "  FAIL " WS-OVER-AGE " open suspense "
                   "item(s) over " WS-MAX-AGE " days without a "
                   "disposition (see SUSPENSE-REPORT)"
               MOVE "N" TO WS-ALL-PASS
           END-IF.

      *> Capitalization stamps each accrual row it folds into the
      *> balance; any row dated in the month still unstamped means
      *> the month-end CAPITALIZE pass has not run for it.
       CHECK-INTEREST-CAPITALIZED.
           MOVE 0 TO WS-UNCAPPED
           OPEN INPUT ACCRUAL-FILE
           IF WS-ACCR-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-EOF = "Y"
                   READ ACCRUAL-FILE
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF AI-DATE(1:6) = WS-PERIOD
                               AND AI-CAPITALIZED = "N"
                               ADD 1 TO WS-UNCAPPED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCRUAL-FILE
           END-IF
           MOVE "N" TO WS-EOF
           IF WS-UNCAPPED = 0
               DISPLAY "  PASS interest capitalized"
           ELSE
               DISPLAY "  FAIL " WS-UNCAPPED " accrual row(s) not "
                   "yet capitalized (INTEREST-ACCRUAL "
                   "ACCRUAL_MODE=CAPITALIZE)"
               MOVE "N" TO WS-ALL-PASS
           END-IF.

       CHECK-FEES-ASSESSED.
           MOVE "N" TO WS-FEE-DONE
           OPEN INPUT FEE-MARKER
           IF WS-FEEM-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-EOF = "Y"
                   READ FEE-MARKER
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF FEE-MARKER-REC = WS-PERIOD
                               MOVE "Y" TO WS-FEE-DONE
                               MOVE "Y" TO WS-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FEE-MARKER
           END-IF
           MOVE "N" TO WS-EOF
           IF WS-FEE-DONE = "Y"
               DISPLAY "  PASS fees assessed"
           ELSE
               DISPLAY "  FAIL FEE-ASSESS has not run for "
                   WS-PERIOD
               MOVE "N" TO WS-ALL-PASS
           END-IF.

       CHECK-FX-REVALUED.
           MOVE "N" TO WS-FX-DONE
           OPEN INPUT FX-MARKER
           IF WS-FXM-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-EOF = "Y"
                   READ FX-MARKER
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF MK-MONTH = WS-PERIOD
                               MOVE "Y" TO WS-FX-DONE
                               MOVE "Y" TO WS-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FX-MARKER
           END-IF
           MOVE "N" TO WS-EOF
           IF WS-FX-DONE = "Y"
               DISPLAY "  PASS currency revaluation posted"
           ELSE
               DISPLAY "  FAIL FX-REVALUE has not posted for "
                   WS-PERIOD
               MOVE "N" TO WS-ALL-PASS
           END-IF.

      *> First half of the dual approval: the requester states why;
      *> the period stays closed to posting until a different user
      *> approves.
       REQUEST-REOPEN.
           PERFORM ACCEPT-PERIOD
           IF WS-PERIOD-OK = "N"
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-PERIOD-ROW
           IF WS-PT-IDX = 0
               DISPLAY "  >> Period " WS-PERIOD " is not closed."
               EXIT PARAGRAPH
           END-IF
           MOVE PT-ENTRY(WS-PT-IDX) TO PERIOD-DETAIL
           IF GP-STATE = "R"
               DISPLAY "  >> A reopen of " WS-PERIOD " is already "
                   "awaiting approval (requested by "
                   FUNCTION TRIM(GP-REQ-BY) ")."
               EXIT PARAGRAPH
           END-IF
           IF GP-STATE NOT = "C"
               DISPLAY "  >> Period " WS-PERIOD " is not closed."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Reason for reopening (30 chars, required): "
           ACCEPT WS-REASON
           IF WS-REASON = SPACES
               DISPLAY "  >> A reason is mandatory; nothing "
                   "requested."
               EXIT PARAGRAPH
           END-IF
           MOVE "R" TO GP-STATE
           MOVE WS-TODAY TO GP-REQ-DATE
           MOVE WS-OPERATOR TO GP-REQ-BY
           MOVE SPACES TO GP-APPR-BY
           MOVE WS-REASON TO GP-REASON
           MOVE PERIOD-DETAIL TO PT-ENTRY(WS-PT-IDX)
           PERFORM SAVE-PERIOD-TABLE
           MOVE "REOPEN-RQ" TO WS-LOG-ACTION
           PERFORM WRITE-PERIOD-LOG
           DISPLAY "Reopen of " WS-PERIOD " requested; a second "
               "user must approve it.".

      *> Four eyes: the approver must not be the requester.
       APPROVE-REOPEN.
           PERFORM ACCEPT-PERIOD
           IF WS-PERIOD-OK = "N"
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-PERIOD-ROW
           IF WS-PT-IDX = 0
               DISPLAY "  >> No reopen request for " WS-PERIOD "."
               EXIT PARAGRAPH
           END-IF
           MOVE PT-ENTRY(WS-PT-IDX) TO PERIOD-DETAIL
           IF GP-STATE NOT = "R"
               DISPLAY "  >> No reopen request for " WS-PERIOD "."
               EXIT PARAGRAPH
           END-IF
           IF GP-REQ-BY = WS-OPERATOR
               DISPLAY "  >> Dual control: you requested this "
                   "reopen; a different user must approve it."
               EXIT PARAGRAPH
           END-IF
           MOVE "O" TO GP-STATE
           MOVE WS-TODAY TO GP-REOPEN-DATE
           MOVE WS-OPERATOR TO GP-APPR-BY
           MOVE GP-REASON TO WS-REASON
           MOVE PERIOD-DETAIL TO PT-ENTRY(WS-PT-IDX)
           PERFORM SAVE-PERIOD-TABLE
           MOVE "REOPEN" TO WS-LOG-ACTION
           PERFORM WRITE-PERIOD-LOG
           DISPLAY "Period " WS-PERIOD " reopened (requested by "
               FUNCTION TRIM(GP-REQ-BY) ", approved by "
               FUNCTION TRIM(WS-OPERATOR) "). Close it again "
               "once the correction is posted.".

       WRITE-PERIOD-LOG.
           ACCEPT WS-LOG-DATE FROM DATE YYYYMMDD
           ACCEPT WS-LOG-TIME FROM TIME
           MOVE SPACES TO PERIOD-LOG-REC
           STRING WS-LOG-DATE "-" WS-LOG-TIME(1:6)
                  " " WS-LOG-ACTION
                  " PERIOD=" WS-PERIOD
                  " BY=" WS-OPERATOR
                  " REQ=" GP-REQ-BY
                  " APPR=" GP-APPR-BY
                  " REASON=" WS-REASON
               DELIMITED BY SIZE
               INTO PERIOD-LOG-REC
           END-STRING
           OPEN EXTEND PERIOD-LOG
           IF WS-PLOG-STATUS = "35"
               OPEN OUTPUT PERIOD-LOG
           END-IF
           WRITE PERIOD-LOG-REC
           CLOSE PERIOD-LOG.

       COPY "sysdate-read.cpy".
