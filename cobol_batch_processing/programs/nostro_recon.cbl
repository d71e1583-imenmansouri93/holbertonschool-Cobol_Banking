       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOSTRO-RECON.
       AUTHOR. HOLBERTON.

      *> Reconciliation of our settlement account at the
      *> correspondent bank. OUTBOUND-PAYMENT and INBOUND-CREDIT
      *> record every movement they put over that account in
      *> SETTLEMENT-LEDGER.DAT -- settled payments by their SF-REF,
      *> credits received, returns taken back and credits sent back
      *> -- but until now nobody compared that with what the
      *> correspondent actually booked. This run loads the
      *> correspondent's daily statement (CORRESPONDENT-STMT.DAT,
      *> refused outright unless its TRLR99 trailer agrees) and
      *> matches each line to an open ledger movement on reference,
      *> direction, amount and value date. The report shows the
      *> day's matches, their items we don't have, our items they
      *> don't have (once their value date has come) and the
      *> unmatched balance aged by days past value date. Their
      *> unmatched lines carry forward in CORR-OPEN-ITEMS.DAT so a
      *> movement we record late still matches; any break older
      *> than recon-alert-days.dat (default 2 days) is written to
      *> RECON-BREAKS.LOG, which ALERT-CONSOLE raises for the
      *> operator.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STMT-FILE ASSIGN TO 'CORRESPONDENT-STMT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STMT-STATUS.
           SELECT OPEN-ITEMS-FILE ASSIGN TO 'CORR-OPEN-ITEMS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OI-STATUS.
           SELECT SLGR-FILE ASSIGN TO 'SETTLEMENT-LEDGER.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SLGR-STATUS.
           SELECT ALERT-DAYS-FILE ASSIGN TO 'recon-alert-days.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-DAYS-STATUS.
           SELECT BREAKS-FILE ASSIGN TO 'RECON-BREAKS.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BREAKS-STATUS.
           SELECT REPORT-FILE ASSIGN TO 'NOSTRO-RECON-REPORT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SYSDATE-FILE ASSIGN TO 'SYSTEM-DATE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> The correspondent's statement of our account, one booked
      *> movement per line: our reference as they carry it, D for
      *> money out of the account or C for money in, the amount and
      *> the value date they booked it for.
       FD STMT-FILE.
       01 STMT-RECORD.
           05 CS-REF          PIC X(8).
           05 CS-DIRECTION    PIC X.
           05 CS-AMOUNT       PIC 9(8)V99.
           05 CS-VALUE-DATE   PIC 9(8).
           05 CS-NARRATIVE    PIC X(30).
       01 STMT-TRAILER.
           05 CS-TRL-TAG      PIC X(6).
           05 CS-TRL-COUNT    PIC 9(6).
           05 CS-TRL-HASH     PIC 9(10)V99.

      *> Their lines still unmatched, with the date first seen.
       FD OPEN-ITEMS-FILE.
       01 OPEN-ITEMS-RECORD.
           05 OI-REF          PIC X(8).
           05 OI-DIRECTION    PIC X.
           05 OI-AMOUNT       PIC 9(8)V99.
           05 OI-VALUE-DATE   PIC 9(8).
           05 OI-NARRATIVE    PIC X(30).
           05 OI-SEEN-DATE    PIC 9(8).

       FD SLGR-FILE.
       01 SLGR-RECORD       PIC X(60).

       FD ALERT-DAYS-FILE.
       01 ALERT-DAYS-RECORD PIC X(10).

       FD BREAKS-FILE.
       01 BREAKS-REC        PIC X(100).

       FD REPORT-FILE.
       01 REPORT-REC        PIC X(100).

       FD SYSDATE-FILE.
       01 SYSDATE-REC            PIC X(40).

       WORKING-STORAGE SECTION.
       COPY 'sysdate-ws.cpy'.
       COPY 'setlgr-ws.cpy'.
       01 WS-STMT-STATUS     PIC XX.
       01 WS-OI-STATUS       PIC XX.
       01 WS-ALERT-DAYS-STATUS PIC XX.
       01 WS-BREAKS-STATUS   PIC XX.
       01 WS-EOF             PIC X VALUE 'N'.
       01 WS-TODAY           PIC 9(8).
       01 WS-TIME-RAW        PIC 9(8).
       01 WS-CMD             PIC X(100).
       01 WS-ALERT-DAYS      PIC 9(3) VALUE 2.
       01 WS-KEEP-DAYS       PIC 9(3) VALUE 90.
       01 WS-AGE             PIC S9(6).
       01 WS-BUCKET          PIC 9.
       01 WS-SIGNED-AMT      PIC S9(10)V99.
       01 WS-SIDE            PIC X(6).
       01 WS-DISP-AMT        PIC Z(7)9.99.
       01 WS-DISP-HASH       PIC Z(9)9.99.
       01 WS-DISP-NET        PIC -Z(9)9.99.
       01 WS-DISP-AGE        PIC ZZZZ9.
       01 J                  PIC 9(5).
       01 K                  PIC 9(5).

       01 WS-TRL-SEEN        PIC X VALUE 'N'.
       01 WS-IN-COUNT        PIC 9(6) VALUE 0.
       01 WS-IN-HASH         PIC 9(10)V99 VALUE 0.
       01 WS-MATCHED         PIC 9(6) VALUE 0.
       01 WS-MATCHED-HASH    PIC 9(10)V99 VALUE 0.
       01 WS-THEIRS          PIC 9(6) VALUE 0.
       01 WS-OURS            PIC 9(6) VALUE 0.
       01 WS-ALERTS          PIC 9(6) VALUE 0.

      *> The whole ledger, rewritten at the end with match flags;
      *> matched movements drop off WS-KEEP-DAYS after matching.
       01 WS-LG-COUNT        PIC 9(5) VALUE 0.
       01 WS-LG-MAX          PIC 9(5) VALUE 20000.
       01 LG-TABLE.
           05 LG-ENTRY OCCURS 1 TO 20000 TIMES
                       DEPENDING ON WS-LG-COUNT.
               10 T-LG-REF          PIC X(8).
               10 T-LG-DIRECTION    PIC X.
               10 T-LG-AMOUNT       PIC 9(8)V99.
               10 T-LG-VALUE-DATE   PIC 9(8).
               10 T-LG-SOURCE       PIC X(8).
               10 T-LG-MATCH-STATUS PIC X.
               10 T-LG-MATCH-DATE   PIC 9(8).

      *> Their lines: yesterday's open items first, then today's
      *> statement. T-CS-MATCHED goes Y once paired.
       01 WS-CS-COUNT        PIC 9(5) VALUE 0.
       01 WS-CS-MAX          PIC 9(5) VALUE 5000.
       01 CS-TABLE.
           05 CS-ENTRY OCCURS 1 TO 5000 TIMES
                       DEPENDING ON WS-CS-COUNT.
               10 T-CS-REF          PIC X(8).
               10 T-CS-DIRECTION    PIC X.
               10 T-CS-AMOUNT       PIC 9(8)V99.
               10 T-CS-VALUE-DATE   PIC 9(8).
               10 T-CS-NARRATIVE    PIC X(30).
               10 T-CS-SEEN-DATE    PIC 9(8).
               10 T-CS-MATCHED      PIC X.

      *> Unmatched balance by age past value date: 0-2, 3-7, 8-30
      *> and over 30 days, each side netted C plus, D minus.
       01 AGE-LABEL-DATA.
           05 FILLER PIC X(12) VALUE '0-2 DAYS    '.
           05 FILLER PIC X(12) VALUE '3-7 DAYS    '.
           05 FILLER PIC X(12) VALUE '8-30 DAYS   '.
           05 FILLER PIC X(12) VALUE 'OVER 30 DAYS'.
       01 AGE-LABELS REDEFINES AGE-LABEL-DATA.
           05 AGE-LABEL PIC X(12) OCCURS 4 TIMES.
       01 AGE-TABLE.
           05 AGE-ENTRY OCCURS 4 TIMES.
               10 AG-OUR-COUNT    PIC 9(6).
               10 AG-OUR-NET      PIC S9(10)V99.
               10 AG-THEIR-COUNT  PIC 9(6).
               10 AG-THEIR-NET    PIC S9(10)V99.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY 'SETTLEMENT ACCOUNT RECONCILIATION'
           DISPLAY '================================='
           PERFORM READ-SYSTEM-DATE
           MOVE SD-BUSINESS-DATE TO WS-TODAY
           ACCEPT WS-TIME-RAW FROM TIME
           INITIALIZE AGE-TABLE

      *> A statement that fails its trailer is not half-matched.
      *> With no statement today the open items are still aged and
      *> alerted.
           PERFORM VERIFY-STMT-TRAILER
           IF WS-STMT-STATUS = '35'
               DISPLAY 'No CORRESPONDENT-STMT.DAT on file; ageing '
                   'open items only.'
           ELSE
               IF WS-TRL-SEEN = 'N'
                   OR CS-TRL-COUNT NOT = WS-IN-COUNT
                   OR CS-TRL-HASH NOT = WS-IN-HASH
                   MOVE WS-IN-HASH TO WS-DISP-HASH
                   DISPLAY 'ABEND: CORRESPONDENT-STMT.DAT fails its '
                       'control trailer (' WS-IN-COUNT ' lines, hash '
                       WS-DISP-HASH '). Nothing reconciled.'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           PERFORM LOAD-ALERT-DAYS
           PERFORM LOAD-LEDGER
           PERFORM LOAD-OPEN-ITEMS
           IF WS-STMT-STATUS NOT = '35'
               PERFORM LOAD-STATEMENT
           END-IF

           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-REC
           STRING 'SETTLEMENT ACCOUNT RECONCILIATION - ' WS-TODAY
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           PERFORM MATCH-STATEMENT
           PERFORM REPORT-THEIR-BREAKS
           PERFORM REPORT-OUR-BREAKS
           PERFORM REPORT-AGED-BALANCE

           PERFORM SAVE-LEDGER
           PERFORM SAVE-OPEN-ITEMS
           CLOSE REPORT-FILE

           IF WS-STMT-STATUS NOT = '35'
               MOVE SPACES TO WS-CMD
               STRING 'mv CORRESPONDENT-STMT.DAT CORRESPONDENT-STMT'
                      '.DAT.DONE-' WS-TODAY '-' WS-TIME-RAW(1:6)
                   DELIMITED BY SIZE INTO WS-CMD
               END-STRING
               CALL 'SYSTEM' USING WS-CMD
           END-IF

           DISPLAY WS-MATCHED ' movements matched, ' WS-THEIRS
               ' of theirs and ' WS-OURS ' of ours unmatched.'
           IF WS-ALERTS > 0
               DISPLAY WS-ALERTS ' breaks older than ' WS-ALERT-DAYS
                   ' days written to RECON-BREAKS.LOG.'
           END-IF
           MOVE 0 TO RETURN-CODE
           STOP RUN.

       VERIFY-STMT-TRAILER.
           MOVE 0 TO WS-IN-COUNT
           MOVE 0 TO WS-IN-HASH
           MOVE 'N' TO WS-TRL-SEEN
           MOVE 'N' TO WS-EOF
           OPEN INPUT STMT-FILE
           IF WS-STMT-STATUS NOT = '35'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ STMT-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF CS-TRL-TAG = 'TRLR99'
                               MOVE 'Y' TO WS-TRL-SEEN
                               MOVE 'Y' TO WS-EOF
                           ELSE
                               ADD 1 TO WS-IN-COUNT
                               ADD CS-AMOUNT TO WS-IN-HASH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STMT-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       LOAD-ALERT-DAYS.
           OPEN INPUT ALERT-DAYS-FILE
           IF WS-ALERT-DAYS-STATUS NOT = '35'
               READ ALERT-DAYS-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE FUNCTION NUMVAL(ALERT-DAYS-RECORD)
                           TO WS-ALERT-DAYS
               END-READ
               CLOSE ALERT-DAYS-FILE
           END-IF.

       LOAD-LEDGER.
           MOVE 0 TO WS-LG-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT SLGR-FILE
           IF SLGR-STATUS NOT = '35'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ SLGR-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF WS-LG-COUNT < WS-LG-MAX
                               ADD 1 TO WS-LG-COUNT
                               MOVE SLGR-RECORD(1:44)
                                   TO LG-ENTRY(WS-LG-COUNT)
                           ELSE
                               DISPLAY 'Warning: ledger table full '
                                   'at ' WS-LG-MAX
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SLGR-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

      *> The ledger is rewritten whole; settled matches older than
      *> the keep window are dropped so it does not grow forever.
       SAVE-LEDGER.
           OPEN OUTPUT SLGR-FILE
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-LG-COUNT
               IF T-LG-MATCH-STATUS(J) = 'M'
                   AND FUNCTION INTEGER-OF-DATE(WS-TODAY)
                     - FUNCTION INTEGER-OF-DATE(T-LG-MATCH-DATE(J))
                     > WS-KEEP-DAYS
                   CONTINUE
               ELSE
                   MOVE SPACES TO SLGR-RECORD
                   MOVE LG-ENTRY(J) TO SLGR-RECORD(1:44)
                   WRITE SLGR-RECORD
               END-IF
           END-PERFORM
           CLOSE SLGR-FILE.

       LOAD-OPEN-ITEMS.
           MOVE 0 TO WS-CS-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT OPEN-ITEMS-FILE
           IF WS-OI-STATUS NOT = '35'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ OPEN-ITEMS-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF WS-CS-COUNT < WS-CS-MAX
                               ADD 1 TO WS-CS-COUNT
                               MOVE OPEN-ITEMS-RECORD
                                   TO CS-ENTRY(WS-CS-COUNT)
                               MOVE 'N'
                                   TO T-CS-MATCHED(WS-CS-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPEN-ITEMS-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       SAVE-OPEN-ITEMS.
           OPEN OUTPUT OPEN-ITEMS-FILE
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-CS-COUNT
               IF T-CS-MATCHED(K) = 'N'
                   MOVE CS-ENTRY(K)(1:65) TO OPEN-ITEMS-RECORD
                   WRITE OPEN-ITEMS-RECORD
               END-IF
           END-PERFORM
           CLOSE OPEN-ITEMS-FILE.

       LOAD-STATEMENT.
           MOVE 'N' TO WS-EOF
           OPEN INPUT STMT-FILE
           PERFORM UNTIL WS-EOF = 'Y'
               READ STMT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CS-TRL-TAG = 'TRLR99'
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           IF WS-CS-COUNT < WS-CS-MAX
                               ADD 1 TO WS-CS-COUNT
                               MOVE CS-REF
                                   TO T-CS-REF(WS-CS-COUNT)
                               MOVE CS-DIRECTION
                                   TO T-CS-DIRECTION(WS-CS-COUNT)
                               MOVE CS-AMOUNT
                                   TO T-CS-AMOUNT(WS-CS-COUNT)
                               MOVE CS-VALUE-DATE
                                   TO T-CS-VALUE-DATE(WS-CS-COUNT)
                               MOVE CS-NARRATIVE
                                   TO T-CS-NARRATIVE(WS-CS-COUNT)
                               MOVE WS-TODAY
                                   TO T-CS-SEEN-DATE(WS-CS-COUNT)
                               MOVE 'N'
                                   TO T-CS-MATCHED(WS-CS-COUNT)
                           ELSE
                               DISPLAY 'Warning: statement table '
                                   'full at ' WS-CS-MAX
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STMT-FILE
           MOVE 'N' TO WS-EOF.

      *> Each of their lines pairs with the first open movement of
      *> ours on the same reference, direction, amount and value
      *> date; a movement is used once, so a duplicate booking on
      *> their side shows up as a break.
       MATCH-STATEMENT.
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE 'MATCHED' TO REPORT-REC
           WRITE REPORT-REC
           MOVE 'REF      DIR AMOUNT      VALUE    SOURCE' TO REPORT-REC
           WRITE REPORT-REC
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-CS-COUNT
               PERFORM MATCH-ONE-LINE
           END-PERFORM.

       MATCH-ONE-LINE.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-LG-COUNT
               IF T-LG-MATCH-STATUS(J) = 'O'
                   AND T-LG-REF(J) = T-CS-REF(K)
                   AND T-LG-DIRECTION(J) = T-CS-DIRECTION(K)
                   AND T-LG-AMOUNT(J) = T-CS-AMOUNT(K)
                   AND T-LG-VALUE-DATE(J) = T-CS-VALUE-DATE(K)
                   MOVE 'M' TO T-LG-MATCH-STATUS(J)
                   MOVE WS-TODAY TO T-LG-MATCH-DATE(J)
                   MOVE 'Y' TO T-CS-MATCHED(K)
                   ADD 1 TO WS-MATCHED
                   ADD T-CS-AMOUNT(K) TO WS-MATCHED-HASH
                   MOVE T-CS-AMOUNT(K) TO WS-DISP-AMT
                   MOVE SPACES TO REPORT-REC
                   STRING T-CS-REF(K) ' ' T-CS-DIRECTION(K) '   '
                       WS-DISP-AMT ' ' T-CS-VALUE-DATE(K) ' '
                       T-LG-SOURCE(J)
                       DELIMITED BY SIZE INTO REPORT-REC
                   END-STRING
                   WRITE REPORT-REC
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       REPORT-THEIR-BREAKS.
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE 'ON THEIR STATEMENT, NOT IN OUR LEDGER' TO REPORT-REC
           WRITE REPORT-REC
           MOVE 'REF      DIR AMOUNT      VALUE      AGE NARRATIVE'
               TO REPORT-REC
           WRITE REPORT-REC
           MOVE 'THEIRS' TO WS-SIDE
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-CS-COUNT
               IF T-CS-MATCHED(K) = 'N'
                   ADD 1 TO WS-THEIRS
                   MOVE T-CS-VALUE-DATE(K) TO SLGR-VALUE-DATE
                   MOVE T-CS-DIRECTION(K) TO SLGR-DIRECTION
                   MOVE T-CS-AMOUNT(K) TO SLGR-AMOUNT
                   MOVE T-CS-REF(K) TO SLGR-REF
                   PERFORM AGE-ONE-BREAK
                   ADD 1 TO AG-THEIR-COUNT(WS-BUCKET)
                   ADD WS-SIGNED-AMT TO AG-THEIR-NET(WS-BUCKET)
                   MOVE SPACES TO REPORT-REC
                   STRING T-CS-REF(K) ' ' T-CS-DIRECTION(K) '   '
                       WS-DISP-AMT ' ' T-CS-VALUE-DATE(K) ' '
                       WS-DISP-AGE ' ' T-CS-NARRATIVE(K)
                       DELIMITED BY SIZE INTO REPORT-REC
                   END-STRING
                   WRITE REPORT-REC
               END-IF
           END-PERFORM.

      *> Our movements are only a break once their value date has
      *> arrived; a payment settled for next week is not missing.
       REPORT-OUR-BREAKS.
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE 'IN OUR LEDGER, NOT ON THEIR STATEMENT' TO REPORT-REC
           WRITE REPORT-REC
           MOVE 'REF      DIR AMOUNT      VALUE      AGE SOURCE'
               TO REPORT-REC
           WRITE REPORT-REC
           MOVE 'OURS' TO WS-SIDE
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-LG-COUNT
               IF T-LG-MATCH-STATUS(J) = 'O'
                   AND T-LG-VALUE-DATE(J) <= WS-TODAY
                   ADD 1 TO WS-OURS
                   MOVE T-LG-VALUE-DATE(J) TO SLGR-VALUE-DATE
                   MOVE T-LG-DIRECTION(J) TO SLGR-DIRECTION
                   MOVE T-LG-AMOUNT(J) TO SLGR-AMOUNT
                   MOVE T-LG-REF(J) TO SLGR-REF
                   PERFORM AGE-ONE-BREAK
                   ADD 1 TO AG-OUR-COUNT(WS-BUCKET)
                   ADD WS-SIGNED-AMT TO AG-OUR-NET(WS-BUCKET)
                   MOVE SPACES TO REPORT-REC
                   STRING T-LG-REF(J) ' ' T-LG-DIRECTION(J) '   '
                       WS-DISP-AMT ' ' T-LG-VALUE-DATE(J) ' '
                       WS-DISP-AGE ' ' T-LG-SOURCE(J)
                       DELIMITED BY SIZE INTO REPORT-REC
                   END-STRING
                   WRITE REPORT-REC
               END-IF
           END-PERFORM.

      *> Ages the break held in the SLGR-* fields, picks its bucket
      *> and signed amount, and logs it for the alert console once
      *> it is older than the alert threshold.
       AGE-ONE-BREAK.
           MOVE 0 TO WS-AGE
           IF SLGR-VALUE-DATE < WS-TODAY
               COMPUTE WS-AGE =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY)
                   - FUNCTION INTEGER-OF-DATE(SLGR-VALUE-DATE)
           END-IF
           EVALUATE TRUE
               WHEN WS-AGE <= 2
                   MOVE 1 TO WS-BUCKET
               WHEN WS-AGE <= 7
                   MOVE 2 TO WS-BUCKET
               WHEN WS-AGE <= 30
                   MOVE 3 TO WS-BUCKET
               WHEN OTHER
                   MOVE 4 TO WS-BUCKET
           END-EVALUATE
           IF SLGR-DIRECTION = 'D'
               COMPUTE WS-SIGNED-AMT = 0 - SLGR-AMOUNT
           ELSE
               MOVE SLGR-AMOUNT TO WS-SIGNED-AMT
           END-IF
           MOVE SLGR-AMOUNT TO WS-DISP-AMT
           MOVE WS-AGE TO WS-DISP-AGE
           IF WS-AGE > WS-ALERT-DAYS
               PERFORM WRITE-BREAK-ALERT
           END-IF.

       WRITE-BREAK-ALERT.
           ADD 1 TO WS-ALERTS
           OPEN EXTEND BREAKS-FILE
           IF WS-BREAKS-STATUS = '35'
               OPEN OUTPUT BREAKS-FILE
           END-IF
           MOVE SPACES TO BREAKS-REC
           STRING 'RECON BREAK ' WS-TODAY ' ' WS-SIDE ' ' SLGR-REF
               ' ' SLGR-DIRECTION ' ' WS-DISP-AMT ' VALUE '
               SLGR-VALUE-DATE ' AGE' WS-DISP-AGE ' DAYS'
               DELIMITED BY SIZE INTO BREAKS-REC
           END-STRING
           WRITE BREAKS-REC
           CLOSE BREAKS-FILE.

       REPORT-AGED-BALANCE.
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE 'AGED UNMATCHED BALANCE (C PLUS, D MINUS)'
               TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING 'AGE          OURS   NET' DELIMITED BY SIZE
               INTO REPORT-REC
           END-STRING
           MOVE 'THEIRS NET' TO REPORT-REC(41:10)
           WRITE REPORT-REC
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > 4
               MOVE SPACES TO REPORT-REC
               MOVE AG-OUR-NET(J) TO WS-DISP-NET
               STRING AGE-LABEL(J) ' ' AG-OUR-COUNT(J) ' '
                   WS-DISP-NET DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
               MOVE AG-THEIR-NET(J) TO WS-DISP-NET
               MOVE AG-THEIR-COUNT(J) TO REPORT-REC(41:6)
               MOVE WS-DISP-NET TO REPORT-REC(48:14)
               WRITE REPORT-REC
           END-PERFORM
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE WS-MATCHED-HASH TO WS-DISP-HASH
           MOVE SPACES TO REPORT-REC
           STRING 'MATCHED   ' WS-MATCHED ' ' WS-DISP-HASH
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING 'BREAKS    ' WS-THEIRS ' THEIRS  ' WS-OURS ' OURS  '
               WS-ALERTS ' ALERTED'
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC.

       COPY 'sysdate-read.cpy'.
