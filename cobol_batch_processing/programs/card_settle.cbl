       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARD-SETTLE.
       AUTHOR. HOLBERTON.

      *> Settlement of debit card authorizations. The switch sends
      *> CARD-SETTLEMENT.DAT once a day, closed by a TRLR99
      *> trailer and taken all or nothing. Each item names the
      *> authorization it settles; the settled amount (which can
      *> differ from the authorized one, e.g. a tip) is posted as
      *> a WITHDRAWAL 'C' row on CARD-TRANS.DAT for FEED-CONSOLIDATE
      *> to put through the transaction pipeline, and the hold in
      *> CARD-AUTH-HOLDS.DAT is closed (S) so AVAILBAL stops
      *> reserving it. Items the switch settled without an open
      *> hold are still posted when the card is ours -- the switch
      *> has paid the merchant -- and listed as NO AUTH for the
      *> card team; a hold already settled is a duplicate and is
      *> not posted twice; an unknown card is an exception. Holds
      *> left open longer than card-hold-days.dat (default 7) are
      *> expired (E) and released.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SETTLE-FILE ASSIGN TO 'CARD-SETTLEMENT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT CARD-FILE ASSIGN TO 'CARD-MASTER.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CD-STATUS.
           SELECT CARD-HOLDS-FILE ASSIGN TO 'CARD-AUTH-HOLDS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CA-STATUS.
           SELECT HOLD-DAYS-FILE ASSIGN TO 'card-hold-days.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HD-STATUS.
           SELECT TRANS-OUT ASSIGN TO 'CARD-TRANS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO 'CARD-SETTLE-REPORT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SYSDATE-FILE ASSIGN TO 'SYSTEM-DATE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSDATE-STATUS.
           SELECT PERIOD-FILE ASSIGN TO 'GL-PERIODS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERIOD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SETTLE-FILE.
       01 SETTLE-RECORD.
           05 SM-AUTH-REF     PIC X(12).
           05 SM-CARD-NO      PIC X(16).
           05 SM-AMOUNT       PIC 9(8)V99.
           05 SM-SETTLE-DATE  PIC 9(8).
       01 SETTLE-TRAILER.
           05 SM-TRL-TAG      PIC X(6).
           05 SM-TRL-COUNT    PIC 9(6).
           05 SM-TRL-HASH     PIC 9(10)V99.

       FD CARD-FILE.
       01 CARD-RECORD.
           05 CD-CARD-NO       PIC X(16).
           05 CD-ACC-ID        PIC 9(5).
           05 CD-EXPIRY        PIC 9(6).
           05 CD-STATUS        PIC X.
           05 CD-ATM-LIMIT     PIC 9(6)V99.
           05 CD-POS-LIMIT     PIC 9(6)V99.
           05 CD-ISSUED-DATE   PIC 9(8).
           05 CD-CHANGED-DATE  PIC 9(8).
           05 CD-CHANGED-BY    PIC X(8).

       FD CARD-HOLDS-FILE.
       01 CARD-HOLDS-RECORD.
           05 CA-AUTH-REF      PIC X(12).
           05 CA-CARD-NO       PIC X(16).
           05 CA-ACC-ID        PIC 9(5).
           05 CA-CHANNEL       PIC X(3).
           05 CA-AMOUNT        PIC 9(8)V99.
           05 CA-AUTH-DATE     PIC 9(8).
           05 CA-STATUS        PIC X.
           05 CA-CLOSED-DATE   PIC 9(8).

       FD HOLD-DAYS-FILE.
       01 HOLD-DAYS-RECORD  PIC X(10).

       FD TRANS-OUT.
       01 OUT-REC.
           05 OUT-TXN-ID      PIC X(6).
           05 OUT-TXN-TYPE    PIC X(10).
           05 OUT-TXN-ACC-ID  PIC 9(5).
           05 OUT-TXN-AMT     PIC 9(8)V99.
           05 OUT-TXN-DATE    PIC 9(8).
           05 OUT-TXN-DEST-ID PIC 9(5).
           05 OUT-TXN-CURRENCY PIC X(3).
       01 OUT-TRAILER.
           05 OUT-TRL-TAG     PIC X(6).
           05 OUT-TRL-COUNT   PIC 9(6).
           05 OUT-TRL-HASH    PIC 9(10)V99.

       FD REPORT-FILE.
       01 REPORT-REC          PIC X(100).

       FD SYSDATE-FILE.
       01 SYSDATE-REC            PIC X(40).

       FD PERIOD-FILE.
       01 PERIOD-REC             PIC X(100).

       WORKING-STORAGE SECTION.
       COPY 'sysdate-ws.cpy'.
       COPY 'period-ws.cpy'.
       01 WS-IN-STATUS       PIC XX.
       01 WS-CD-STATUS       PIC XX.
       01 WS-CA-STATUS       PIC XX.
       01 WS-HD-STATUS       PIC XX.
       01 WS-EOF             PIC X VALUE 'N'.
       01 WS-TODAY           PIC 9(8).
       01 WS-TIME-RAW        PIC 9(8).
       01 WS-CMD             PIC X(100).
       01 WS-SEQ             PIC 9(5) VALUE 0.
       01 WS-TXN-ID          PIC X(6).
       01 WS-HOLD-DAYS       PIC 9(3) VALUE 7.
       01 WS-AGE             PIC S9(7).
       01 WS-HOLD-IDX        PIC 9(5).
       01 WS-CARD-IDX        PIC 9(4).
       01 WS-POST-ACC        PIC 9(5).
       01 WS-NOTE            PIC X(20).
       01 WS-DISP-AMT        PIC Z(7)9.99.
       01 WS-DISP-HASH       PIC Z(9)9.99.
       01 J                  PIC 9(5).

       01 WS-TRL-SEEN        PIC X VALUE 'N'.
       01 WS-IN-COUNT        PIC 9(6) VALUE 0.
       01 WS-IN-HASH         PIC 9(10)V99 VALUE 0.
       01 WS-OUT-COUNT       PIC 9(6) VALUE 0.
       01 WS-OUT-HASH        PIC 9(10)V99 VALUE 0.
       01 WS-NOAUTH-COUNT    PIC 9(6) VALUE 0.
       01 WS-DUP-COUNT       PIC 9(6) VALUE 0.
       01 WS-EXC-COUNT       PIC 9(6) VALUE 0.
       01 WS-EXPIRED-COUNT   PIC 9(6) VALUE 0.
       01 WS-EXPIRED-HASH    PIC 9(10)V99 VALUE 0.

       01 WS-CD-COUNT        PIC 9(4) VALUE 0.
       01 WS-CD-MAX          PIC 9(4) VALUE 5000.
       01 CD-TABLE.
           05 CD-ENTRY OCCURS 1 TO 5000 TIMES
                       DEPENDING ON WS-CD-COUNT.
               10 T-CD-CARD-NO      PIC X(16).
               10 T-CD-ACC-ID       PIC 9(5).
               10 FILLER            PIC X(47).

       01 WS-CA-COUNT        PIC 9(5) VALUE 0.
       01 WS-CA-MAX          PIC 9(5) VALUE 20000.
       01 CA-TABLE.
           05 CA-ENTRY OCCURS 1 TO 20000 TIMES
                       DEPENDING ON WS-CA-COUNT.
               10 T-CA-AUTH-REF     PIC X(12).
               10 T-CA-CARD-NO      PIC X(16).
               10 T-CA-ACC-ID       PIC 9(5).
               10 T-CA-CHANNEL      PIC X(3).
               10 T-CA-AMOUNT       PIC 9(8)V99.
               10 T-CA-AUTH-DATE    PIC 9(8).
               10 T-CA-STATUS       PIC X.
               10 T-CA-CLOSED-DATE  PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY 'CARD SETTLEMENT'
           DISPLAY '==============='
           PERFORM READ-SYSTEM-DATE
           MOVE SD-BUSINESS-DATE TO WS-TODAY
           ACCEPT WS-TIME-RAW FROM TIME

           PERFORM LOAD-CLOSED-PERIODS
           MOVE WS-TODAY TO WS-PER-TEST-DATE
           PERFORM CHECK-PERIOD-OPEN
           IF WS-PER-OPEN = 'N'
               DISPLAY 'ABEND: business date ' WS-TODAY
                   ' falls in closed accounting period '
                   WS-TODAY(1:6) '. Nothing processed.'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

      *> With no settlement file the run still expires old holds.
           PERFORM VERIFY-SETTLE-TRAILER
           IF WS-IN-STATUS = '35'
               DISPLAY 'No CARD-SETTLEMENT.DAT on file; hold expiry '
                   'only.'
           ELSE
               IF WS-TRL-SEEN = 'N'
                   OR SM-TRL-COUNT NOT = WS-IN-COUNT
                   OR SM-TRL-HASH NOT = WS-IN-HASH
                   MOVE WS-IN-HASH TO WS-DISP-HASH
                   DISPLAY 'ABEND: CARD-SETTLEMENT.DAT fails its '
                       'control trailer (' WS-IN-COUNT ' items, hash '
                       WS-DISP-HASH '). Nothing posted.'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           PERFORM LOAD-HOLD-DAYS
           PERFORM LOAD-CARD-TABLE
           PERFORM LOAD-HOLDS-TABLE

           OPEN OUTPUT TRANS-OUT
           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-REPORT-HEADER

           IF WS-IN-STATUS NOT = '35'
               MOVE 'N' TO WS-EOF
               OPEN INPUT SETTLE-FILE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ SETTLE-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF SM-TRL-TAG NOT = 'TRLR99'
                               PERFORM SETTLE-ONE-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SETTLE-FILE
           END-IF

           PERFORM EXPIRE-OLD-HOLDS
           PERFORM SAVE-HOLDS-TABLE

           MOVE SPACES TO OUT-TRAILER
           MOVE 'TRLR99' TO OUT-TRL-TAG
           MOVE WS-OUT-COUNT TO OUT-TRL-COUNT
           MOVE WS-OUT-HASH TO OUT-TRL-HASH
           WRITE OUT-TRAILER
           CLOSE TRANS-OUT

           PERFORM WRITE-REPORT-TOTALS
           CLOSE REPORT-FILE

           IF WS-IN-STATUS NOT = '35'
               MOVE SPACES TO WS-CMD
               STRING 'mv CARD-SETTLEMENT.DAT CARD-SETTLEMENT.DAT'
                      '.DONE-' WS-TODAY '-' WS-TIME-RAW(1:6)
                   DELIMITED BY SIZE INTO WS-CMD
               END-STRING
               CALL 'SYSTEM' USING WS-CMD
           END-IF

           DISPLAY WS-OUT-COUNT ' card items posted to CARD-TRANS.DAT'
               ', ' WS-EXPIRED-COUNT ' holds expired.'
           IF WS-DUP-COUNT > 0 OR WS-EXC-COUNT > 0
               DISPLAY 'See CARD-SETTLE-REPORT.DAT: ' WS-DUP-COUNT
                   ' duplicates, ' WS-EXC-COUNT ' unknown cards.'
           END-IF
           MOVE 0 TO RETURN-CODE
           STOP RUN.

       VERIFY-SETTLE-TRAILER.
           MOVE 0 TO WS-IN-COUNT
           MOVE 0 TO WS-IN-HASH
           MOVE 'N' TO WS-TRL-SEEN
           MOVE 'N' TO WS-EOF
           OPEN INPUT SETTLE-FILE
           IF WS-IN-STATUS NOT = '35'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ SETTLE-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF SM-TRL-TAG = 'TRLR99'
                               MOVE 'Y' TO WS-TRL-SEEN
                               MOVE 'Y' TO WS-EOF
                           ELSE
                               ADD 1 TO WS-IN-COUNT
                               ADD SM-AMOUNT TO WS-IN-HASH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SETTLE-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       LOAD-HOLD-DAYS.
           OPEN INPUT HOLD-DAYS-FILE
           IF WS-HD-STATUS NOT = '35'
               READ HOLD-DAYS-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE FUNCTION NUMVAL(HOLD-DAYS-RECORD)
                           TO WS-HOLD-DAYS
               END-READ
               CLOSE HOLD-DAYS-FILE
           END-IF.

       LOAD-CARD-TABLE.
           MOVE 0 TO WS-CD-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT CARD-FILE
           IF WS-CD-STATUS NOT = '35'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ CARD-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF WS-CD-COUNT < WS-CD-MAX
                               ADD 1 TO WS-CD-COUNT
                               MOVE CARD-RECORD
                                   TO CD-ENTRY(WS-CD-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CARD-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

      *> Closed holds are kept for the 90 days after they close,
      *> so a late duplicate is still recognised; older ones drop.
       LOAD-HOLDS-TABLE.
           MOVE 0 TO WS-CA-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT CARD-HOLDS-FILE
           IF WS-CA-STATUS NOT = '35'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ CARD-HOLDS-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM KEEP-OR-DROP-HOLD
                   END-READ
               END-PERFORM
               CLOSE CARD-HOLDS-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       KEEP-OR-DROP-HOLD.
           IF CA-STATUS NOT = 'O' AND CA-CLOSED-DATE > 0
               COMPUTE WS-AGE =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY)
                   - FUNCTION INTEGER-OF-DATE(CA-CLOSED-DATE)
               IF WS-AGE > 90
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-CA-COUNT < WS-CA-MAX
               ADD 1 TO WS-CA-COUNT
               MOVE CARD-HOLDS-RECORD TO CA-ENTRY(WS-CA-COUNT)
           END-IF.

       SAVE-HOLDS-TABLE.
           OPEN OUTPUT CARD-HOLDS-FILE
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-CA-COUNT
               MOVE CA-ENTRY(J) TO CARD-HOLDS-RECORD
               WRITE CARD-HOLDS-RECORD
           END-PERFORM
           CLOSE CARD-HOLDS-FILE.

       SETTLE-ONE-ITEM.
           MOVE 0 TO WS-HOLD-IDX
           MOVE 0 TO WS-POST-ACC
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-CA-COUNT
               IF T-CA-AUTH-REF(J) = SM-AUTH-REF
                   AND T-CA-CARD-NO(J) = SM-CARD-NO
                   MOVE J TO WS-HOLD-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-HOLD-IDX > 0
               MOVE T-CA-ACC-ID(WS-HOLD-IDX) TO WS-POST-ACC
               IF T-CA-STATUS(WS-HOLD-IDX) = 'S'
                   ADD 1 TO WS-DUP-COUNT
                   MOVE 'DUPLICATE' TO WS-NOTE
                   PERFORM WRITE-REPORT-LINE
                   EXIT PARAGRAPH
               END-IF
      *> An expired hold that settles late is posted all the same.
               MOVE 'S' TO T-CA-STATUS(WS-HOLD-IDX)
               MOVE WS-TODAY TO T-CA-CLOSED-DATE(WS-HOLD-IDX)
               MOVE 'POSTED' TO WS-NOTE
               PERFORM POST-SETTLEMENT
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-CARD-IDX
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-CD-COUNT
               IF T-CD-CARD-NO(J) = SM-CARD-NO
                   MOVE J TO WS-CARD-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-CARD-IDX = 0
               ADD 1 TO WS-EXC-COUNT
               MOVE 'UNKNOWN CARD' TO WS-NOTE
               PERFORM WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE T-CD-ACC-ID(WS-CARD-IDX) TO WS-POST-ACC
           ADD 1 TO WS-NOAUTH-COUNT
           MOVE 'POSTED NO AUTH' TO WS-NOTE
           PERFORM POST-SETTLEMENT.

       POST-SETTLEMENT.
           ADD 1 TO WS-SEQ
           STRING 'C' WS-SEQ DELIMITED BY SIZE INTO WS-TXN-ID
           END-STRING
           MOVE SPACES TO OUT-REC
           MOVE WS-TXN-ID TO OUT-TXN-ID
           MOVE 'WITHDRAWAL' TO OUT-TXN-TYPE
           MOVE WS-POST-ACC TO OUT-TXN-ACC-ID
           MOVE SM-AMOUNT TO OUT-TXN-AMT
           MOVE WS-TODAY TO OUT-TXN-DATE
           MOVE 0 TO OUT-TXN-DEST-ID
           MOVE SPACES TO OUT-TXN-CURRENCY
           WRITE OUT-REC
           ADD 1 TO WS-OUT-COUNT
           ADD SM-AMOUNT TO WS-OUT-HASH
           PERFORM WRITE-REPORT-LINE.

       EXPIRE-OLD-HOLDS.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-CA-COUNT
               IF T-CA-STATUS(J) = 'O'
                   COMPUTE WS-AGE =
                       FUNCTION INTEGER-OF-DATE(WS-TODAY)
                       - FUNCTION INTEGER-OF-DATE(T-CA-AUTH-DATE(J))
                   IF WS-AGE > WS-HOLD-DAYS
                       MOVE 'E' TO T-CA-STATUS(J)
                       MOVE WS-TODAY TO T-CA-CLOSED-DATE(J)
                       ADD 1 TO WS-EXPIRED-COUNT
                       ADD T-CA-AMOUNT(J) TO WS-EXPIRED-HASH
                       MOVE T-CA-AMOUNT(J) TO WS-DISP-AMT
                       MOVE SPACES TO REPORT-REC
                       STRING T-CA-AUTH-REF(J) ' ' T-CA-CARD-NO(J)
                           ' ' T-CA-ACC-ID(J) ' ' WS-DISP-AMT
                           ' HOLD EXPIRED, AUTHORIZED '
                           T-CA-AUTH-DATE(J)
                           DELIMITED BY SIZE INTO REPORT-REC
                       END-STRING
                       WRITE REPORT-REC
                   END-IF
               END-IF
           END-PERFORM.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO REPORT-REC
           STRING 'CARD SETTLEMENT REPORT - ' WS-TODAY
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING 'AUTH-REF     CARD             ACCT  AMOUNT     '
               ' RESULT'
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC.

       WRITE-REPORT-LINE.
           MOVE SM-AMOUNT TO WS-DISP-AMT
           MOVE SPACES TO REPORT-REC
           STRING SM-AUTH-REF ' ' SM-CARD-NO ' ' WS-POST-ACC ' '
               WS-DISP-AMT ' ' WS-NOTE
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE WS-OUT-HASH TO WS-DISP-HASH
           MOVE SPACES TO REPORT-REC
           STRING 'POSTED    ' WS-OUT-COUNT ' ' WS-DISP-HASH
               ' (' WS-NOAUTH-COUNT ' WITHOUT AN AUTHORIZATION)'
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING 'DUPLICATE ' WS-DUP-COUNT '  UNKNOWN CARD '
               WS-EXC-COUNT
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE WS-EXPIRED-HASH TO WS-DISP-HASH
           MOVE SPACES TO REPORT-REC
           STRING 'EXPIRED   ' WS-EXPIRED-COUNT ' ' WS-DISP-HASH
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC.

       COPY 'sysdate-read.cpy'.
       COPY 'period-check.cpy'.
