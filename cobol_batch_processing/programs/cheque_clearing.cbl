       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHEQUE-CLEARING.
       AUTHOR. HOLBERTON.

      *> Inward clearing for cheques drawn on our customers. The
      *> clearing house presents INWARD-CLEARING.DAT, one row per
      *> cheque as read off its code line (sort code, account,
      *> serial) with the amount and the date written on it; the
      *> file is refused outright unless its TRLR99 control trailer
      *> agrees. Each cheque is checked against the books issued in
      *> CHEQUE-BOOKS.DAT, the stop instructions in STOP-PAYMENTS.DAT
      *> (both kept by CHEQUE-BOOK), the cheques already paid, the
      *> date on its face and the drawer's available balance through
      *> AVAILBAL. A good cheque is paid as a WITHDRAWAL into
      *> CHEQUE-PAID-TRANS.DAT for FEED-CONSOLIDATE to stage and
      *> recorded in PAID-CHEQUES.DAT; the rest go back on the day's
      *> return file:
      *>   NOAC  not our sort code, or no such account
      *>   CLSD  account closed
      *>   UNIS  serial never issued to the account, or its book
      *>         cancelled
      *>   DUPL  serial already paid
      *>   STOP  payment stopped by the drawer
      *>   PDTD  post-dated
      *>   STAL  out of date (older than stale-cheque-days.dat,
      *>         default 182 days -- six months)
      *>   FRZN  account frozen by a legal hold
      *>   RTDR  refer to drawer: not enough available balance
      *> Stop instructions placed since the last run are charged the
      *> STOP fee from FEE-SCHEDULE.DAT on the same feed, under
      *> G-prefixed ids (S is STO-GENERATE's).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INWARD-FILE ASSIGN TO 'INWARD-CLEARING.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT BOOK-FILE ASSIGN TO 'CHEQUE-BOOKS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CB-STATUS.
           SELECT STOP-FILE ASSIGN TO 'STOP-PAYMENTS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SP-STATUS.
           SELECT PAID-FILE ASSIGN TO 'PAID-CHEQUES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PC-STATUS.
           SELECT SCHEDULE-FILE ASSIGN TO 'FEE-SCHEDULE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHED-STATUS.
           SELECT STALE-FILE ASSIGN TO 'stale-cheque-days.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STALE-STATUS.
           SELECT ACCOUNTS ASSIGN TO 'ACCOUNTS.MASTER.IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACC-ID
               FILE STATUS IS WS-ACC-STATUS.
           SELECT TRANS-OUT ASSIGN TO 'CHEQUE-PAID-TRANS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RTN-FILE ASSIGN TO WS-RTN-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO 'CHEQUE-CLEARING-REPORT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SYSDATE-FILE ASSIGN TO 'SYSTEM-DATE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSDATE-STATUS.
           SELECT PERIOD-FILE ASSIGN TO 'GL-PERIODS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERIOD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD INWARD-FILE.
       01 INWARD-RECORD.
           05 IW-ITEM-REF     PIC X(8).
           05 IW-SORT-CODE    PIC X(6).
           05 IW-ACC-NO       PIC 9(8).
           05 IW-SERIAL       PIC 9(6).
           05 IW-AMOUNT       PIC 9(8)V99.
           05 IW-CHEQUE-DATE  PIC 9(8).
           05 IW-PRESENTER    PIC X(10).
       01 INWARD-TRAILER.
           05 IW-TRL-TAG      PIC X(6).
           05 IW-TRL-COUNT    PIC 9(6).
           05 IW-TRL-HASH     PIC 9(10)V99.

      *> Kept by CHEQUE-BOOK; see the layouts there.
       FD BOOK-FILE.
       01 BOOK-RECORD.
           05 CB-ACC-ID        PIC 9(5).
           05 CB-FIRST-SERIAL  PIC 9(6).
           05 CB-LAST-SERIAL   PIC 9(6).
           05 CB-ISSUED-DATE   PIC 9(8).
           05 CB-STATUS        PIC X.

       FD STOP-FILE.
       01 STOP-RECORD.
           05 SP-ACC-ID        PIC 9(5).
           05 SP-FIRST-SERIAL  PIC 9(6).
           05 SP-LAST-SERIAL   PIC 9(6).
           05 SP-AMOUNT        PIC 9(8)V99.
           05 SP-PLACED-DATE   PIC 9(8).
           05 SP-EXPIRY-DATE   PIC 9(8).
           05 SP-STATUS        PIC X.
           05 SP-FEE-STATUS    PIC X.
           05 SP-REASON        PIC X(20).

       FD PAID-FILE.
       01 PAID-RECORD.
           05 PC-ACC-ID        PIC 9(5).
           05 PC-SERIAL        PIC 9(6).
           05 PC-AMOUNT        PIC 9(8)V99.
           05 PC-PAID-DATE     PIC 9(8).
           05 PC-TXN-ID        PIC X(6).
           05 PC-ITEM-REF      PIC X(8).

      *> FEE-ASSESS's schedule. Basis E rows are per-event fees
      *> charged by the program that sees the event, never by the
      *> monthly run.
       FD SCHEDULE-FILE.
       01 SCHEDULE-RECORD.
           05 FS-FEE-CODE   PIC X(4).
           05 FS-ACC-TYPE   PIC X(8).
           05 FS-BASIS      PIC X.
           05 FS-AMOUNT     PIC 9(5)V99.
           05 FS-WAIVE-MIN  PIC 9(8)V99.

       FD STALE-FILE.
       01 STALE-RECORD      PIC X(10).

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

      *> The day's returned cheques for the clearing house: the item
      *> as presented plus the reason, closed by a trailer.
       FD RTN-FILE.
       01 RTN-RECORD.
           05 RT-ITEM-REF     PIC X(8).
           05 RT-SORT-CODE    PIC X(6).
           05 RT-ACC-NO       PIC 9(8).
           05 RT-SERIAL       PIC 9(6).
           05 RT-AMOUNT       PIC 9(8)V99.
           05 RT-CHEQUE-DATE  PIC 9(8).
           05 RT-PRESENTER    PIC X(10).
           05 RT-REASON       PIC X(4).
       01 RTN-TRAILER.
           05 RT-TRL-TAG      PIC X(6).
           05 RT-TRL-COUNT    PIC 9(6).
           05 RT-TRL-HASH     PIC 9(10)V99.

       FD REPORT-FILE.
       01 REPORT-REC          PIC X(100).

       FD SYSDATE-FILE.
       01 SYSDATE-REC            PIC X(40).

       FD PERIOD-FILE.
       01 PERIOD-REC             PIC X(100).

       WORKING-STORAGE SECTION.
       COPY 'sysdate-ws.cpy'.
       COPY 'period-ws.cpy'.
       COPY 'availbal-ws.cpy'.
       01 WS-IN-STATUS       PIC XX.
       01 WS-CB-STATUS       PIC XX.
       01 WS-SP-STATUS       PIC XX.
       01 WS-PC-STATUS       PIC XX.
       01 WS-SCHED-STATUS    PIC XX.
       01 WS-STALE-STATUS    PIC XX.
       01 WS-ACC-STATUS      PIC XX.
       01 WS-EOF             PIC X VALUE 'N'.
       01 WS-TODAY           PIC 9(8).
       01 WS-TIME-RAW        PIC 9(8).
       01 WS-CMD             PIC X(100).
       01 WS-RTN-NAME        PIC X(30).
       01 WS-SEQ             PIC 9(5) VALUE 0.
       01 WS-TXN-ID          PIC X(6).
       01 WS-REASON          PIC X(4).
       01 WS-DISP-AMT        PIC Z(7)9.99.
       01 WS-DISP-HASH       PIC Z(9)9.99.
       01 WS-SORT-CODE       PIC X(6) VALUE '604030'.
       01 WS-DRAWER-ACC      PIC 9(5).
       01 WS-STALE-DAYS      PIC 9(3) VALUE 182.
       01 WS-CHEQUE-AGE      PIC S9(6).
       01 WS-FEE-AMT         PIC 9(8)V99.
       01 WS-FS-IDX          PIC 9(2).
       01 J                  PIC 9(4).

      *> Trailer verification counts, then the outcomes.
       01 WS-TRL-SEEN        PIC X VALUE 'N'.
       01 WS-IN-COUNT        PIC 9(6) VALUE 0.
       01 WS-IN-HASH         PIC 9(10)V99 VALUE 0.
       01 WS-PAID-COUNT      PIC 9(6) VALUE 0.
       01 WS-PAID-HASH       PIC 9(10)V99 VALUE 0.
       01 WS-RTN-COUNT       PIC 9(6) VALUE 0.
       01 WS-RTN-HASH        PIC 9(10)V99 VALUE 0.
       01 WS-FEE-COUNT       PIC 9(6) VALUE 0.
       01 WS-FEE-HASH        PIC 9(10)V99 VALUE 0.
       01 WS-OUT-COUNT       PIC 9(6) VALUE 0.
       01 WS-OUT-HASH        PIC 9(10)V99 VALUE 0.

       01 WS-CB-COUNT        PIC 9(4) VALUE 0.
       01 WS-CB-MAX          PIC 9(4) VALUE 5000.
       01 CB-TABLE.
           05 CB-ENTRY OCCURS 1 TO 5000 TIMES
                       DEPENDING ON WS-CB-COUNT.
               10 T-CB-ACC-ID       PIC 9(5).
               10 T-CB-FIRST-SERIAL PIC 9(6).
               10 T-CB-LAST-SERIAL  PIC 9(6).
               10 T-CB-ISSUED-DATE  PIC 9(8).
               10 T-CB-STATUS       PIC X.

      *> The stop file is rewritten at the end with fee statuses.
       01 WS-SP-COUNT        PIC 9(4) VALUE 0.
       01 WS-SP-MAX          PIC 9(4) VALUE 5000.
       01 SP-TABLE.
           05 SP-ENTRY OCCURS 1 TO 5000 TIMES
                       DEPENDING ON WS-SP-COUNT.
               10 T-SP-ACC-ID       PIC 9(5).
               10 T-SP-FIRST-SERIAL PIC 9(6).
               10 T-SP-LAST-SERIAL  PIC 9(6).
               10 T-SP-AMOUNT       PIC 9(8)V99.
               10 T-SP-PLACED-DATE  PIC 9(8).
               10 T-SP-EXPIRY-DATE  PIC 9(8).
               10 T-SP-STATUS       PIC X.
               10 T-SP-FEE-STATUS   PIC X.
               10 T-SP-REASON       PIC X(20).

      *> Serials already paid, for the duplicate check; today's
      *> payments are added as they go.
       01 WS-PC-COUNT        PIC 9(5) VALUE 0.
       01 WS-PC-MAX          PIC 9(5) VALUE 50000.
       01 PC-TABLE.
           05 PC-ENTRY OCCURS 1 TO 50000 TIMES
                       DEPENDING ON WS-PC-COUNT.
               10 T-PC-ACC-ID       PIC 9(5).
               10 T-PC-SERIAL       PIC 9(6).
       01 K                  PIC 9(5).

       01 WS-FS-COUNT        PIC 9(2) VALUE 0.
       01 WS-FS-MAX          PIC 9(2) VALUE 30.
       01 FS-TABLE.
           05 FS-ENTRY OCCURS 1 TO 30 TIMES
                       DEPENDING ON WS-FS-COUNT.
               10 T-FS-FEE-CODE  PIC X(4).
               10 T-FS-ACC-TYPE  PIC X(8).
               10 T-FS-BASIS     PIC X.
               10 T-FS-AMOUNT    PIC 9(5)V99.
               10 T-FS-WAIVE-MIN PIC 9(8)V99.

      *> What this run has already paid from each account, taken
      *> off the ledger balance handed to AVAILBAL so two cheques
      *> cannot both spend the same money.
       01 WS-RD-COUNT        PIC 9(4) VALUE 0.
       01 WS-RD-MAX          PIC 9(4) VALUE 2000.
       01 WS-RD-IDX          PIC 9(4).
       01 RD-TABLE.
           05 RD-ENTRY OCCURS 1 TO 2000 TIMES
                       DEPENDING ON WS-RD-COUNT.
               10 RD-ACC-ID      PIC 9(5).
               10 RD-PAID        PIC 9(9)V99.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY 'INWARD CHEQUE CLEARING'
           DISPLAY '======================'
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

      *> All or nothing, as for every clearing file. With no
      *> presentments the run still charges new stop fees.
           PERFORM VERIFY-INWARD-TRAILER
           IF WS-IN-STATUS = '35'
               DISPLAY 'No INWARD-CLEARING.DAT on file; stop fees '
                   'only.'
           ELSE
               IF WS-TRL-SEEN = 'N'
                   OR IW-TRL-COUNT NOT = WS-IN-COUNT
                   OR IW-TRL-HASH NOT = WS-IN-HASH
                   MOVE WS-IN-HASH TO WS-DISP-HASH
                   DISPLAY 'ABEND: INWARD-CLEARING.DAT fails its '
                       'control trailer (' WS-IN-COUNT ' items, hash '
                       WS-DISP-HASH '). Nothing processed.'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           PERFORM LOAD-STALE-DAYS
           PERFORM LOAD-BOOK-TABLE
           PERFORM LOAD-STOP-TABLE
           PERFORM LOAD-PAID-TABLE
           PERFORM LOAD-FEE-SCHEDULE
           OPEN INPUT ACCOUNTS
           IF WS-ACC-STATUS NOT = '00'
               DISPLAY 'ABEND: cannot open ACCOUNTS.MASTER.IDX '
                   '(status ' WS-ACC-STATUS '). Nothing processed.'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO WS-RTN-NAME
           STRING 'CHEQUE-RTN-' WS-TODAY '.DAT'
               DELIMITED BY SIZE INTO WS-RTN-NAME
           END-STRING
           OPEN OUTPUT TRANS-OUT
           OPEN OUTPUT RTN-FILE
           OPEN OUTPUT REPORT-FILE
           OPEN EXTEND PAID-FILE
           IF WS-PC-STATUS = '35'
               OPEN OUTPUT PAID-FILE
           END-IF
           PERFORM WRITE-REPORT-HEADER

           IF WS-IN-STATUS NOT = '35'
               MOVE 'N' TO WS-EOF
               OPEN INPUT INWARD-FILE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ INWARD-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF IW-TRL-TAG NOT = 'TRLR99'
                               PERFORM PROCESS-ONE-CHEQUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INWARD-FILE
           END-IF

           PERFORM CHARGE-STOP-FEES
           CLOSE ACCOUNTS
           CLOSE PAID-FILE

           MOVE SPACES TO OUT-TRAILER
           MOVE 'TRLR99' TO OUT-TRL-TAG
           MOVE WS-OUT-COUNT TO OUT-TRL-COUNT
           MOVE WS-OUT-HASH TO OUT-TRL-HASH
           WRITE OUT-TRAILER
           CLOSE TRANS-OUT

           MOVE SPACES TO RTN-TRAILER
           MOVE 'TRLR99' TO RT-TRL-TAG
           MOVE WS-RTN-COUNT TO RT-TRL-COUNT
           MOVE WS-RTN-HASH TO RT-TRL-HASH
           WRITE RTN-TRAILER
           CLOSE RTN-FILE

           PERFORM SAVE-STOP-TABLE
           PERFORM WRITE-REPORT-TOTALS
           CLOSE REPORT-FILE

      *> The consumed file is renamed out of the way so tomorrow's
      *> run cannot pay it a second time.
           IF WS-IN-STATUS NOT = '35'
               MOVE SPACES TO WS-CMD
               STRING 'mv INWARD-CLEARING.DAT INWARD-CLEARING.DAT'
                      '.DONE-' WS-TODAY '-' WS-TIME-RAW(1:6)
                   DELIMITED BY SIZE INTO WS-CMD
               END-STRING
               CALL 'SYSTEM' USING WS-CMD
           END-IF

           DISPLAY WS-PAID-COUNT ' cheques paid and ' WS-FEE-COUNT
               ' stop fees charged in CHEQUE-PAID-TRANS.DAT.'
           DISPLAY WS-RTN-COUNT ' cheques returned in '
               FUNCTION TRIM(WS-RTN-NAME) '.'
           MOVE 0 TO RETURN-CODE
           STOP RUN.

       VERIFY-INWARD-TRAILER.
           MOVE 0 TO WS-IN-COUNT
           MOVE 0 TO WS-IN-HASH
           MOVE 'N' TO WS-TRL-SEEN
           MOVE 'N' TO WS-EOF
           OPEN INPUT INWARD-FILE
           IF WS-IN-STATUS NOT = '35'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ INWARD-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF IW-TRL-TAG = 'TRLR99'
                               MOVE 'Y' TO WS-TRL-SEEN
                               MOVE 'Y' TO WS-EOF
                           ELSE
                               ADD 1 TO WS-IN-COUNT
                               ADD IW-AMOUNT TO WS-IN-HASH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INWARD-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       LOAD-STALE-DAYS.
           OPEN INPUT STALE-FILE
           IF WS-STALE-STATUS NOT = '35'
               READ STALE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE FUNCTION NUMVAL(STALE-RECORD)
                           TO WS-STALE-DAYS
               END-READ
               CLOSE STALE-FILE
           END-IF.

       LOAD-BOOK-TABLE.
           MOVE 0 TO WS-CB-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT BOOK-FILE
           IF WS-CB-STATUS NOT = '35'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ BOOK-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF WS-CB-COUNT < WS-CB-MAX
                               ADD 1 TO WS-CB-COUNT
                               MOVE BOOK-RECORD
                                   TO CB-ENTRY(WS-CB-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BOOK-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       LOAD-STOP-TABLE.
           MOVE 0 TO WS-SP-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT STOP-FILE
           IF WS-SP-STATUS NOT = '35'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ STOP-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF WS-SP-COUNT < WS-SP-MAX
                               ADD 1 TO WS-SP-COUNT
                               MOVE STOP-RECORD
                                   TO SP-ENTRY(WS-SP-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STOP-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       SAVE-STOP-TABLE.
           IF WS-SP-COUNT > 0
               OPEN OUTPUT STOP-FILE
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-SP-COUNT
                   MOVE SP-ENTRY(J) TO STOP-RECORD
                   WRITE STOP-RECORD
               END-PERFORM
               CLOSE STOP-FILE
           END-IF.

       LOAD-PAID-TABLE.
           MOVE 0 TO WS-PC-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT PAID-FILE
           IF WS-PC-STATUS NOT = '35'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ PAID-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF WS-PC-COUNT < WS-PC-MAX
                               ADD 1 TO WS-PC-COUNT
                               MOVE PC-ACC-ID
                                   TO T-PC-ACC-ID(WS-PC-COUNT)
                               MOVE PC-SERIAL
                                   TO T-PC-SERIAL(WS-PC-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAID-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       LOAD-FEE-SCHEDULE.
           MOVE 0 TO WS-FS-COUNT
           OPEN INPUT SCHEDULE-FILE
           IF WS-SCHED-STATUS NOT = '35'
               PERFORM UNTIL WS-SCHED-STATUS = '10'
                   READ SCHEDULE-FILE
                       AT END
                           MOVE '10' TO WS-SCHED-STATUS
                       NOT AT END
                           IF WS-FS-COUNT < WS-FS-MAX
                               ADD 1 TO WS-FS-COUNT
                               MOVE SCHEDULE-RECORD
                                   TO FS-ENTRY(WS-FS-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SCHEDULE-FILE
           END-IF.

       PROCESS-ONE-CHEQUE.
           MOVE SPACES TO WS-REASON
           MOVE SPACES TO WS-TXN-ID
           MOVE 0 TO WS-DRAWER-ACC

           IF IW-SORT-CODE NOT = WS-SORT-CODE
               OR IW-ACC-NO > 99999
               MOVE 'NOAC' TO WS-REASON
           ELSE
               MOVE IW-ACC-NO TO WS-DRAWER-ACC
               MOVE WS-DRAWER-ACC TO ACC-ID
               READ ACCOUNTS
                   INVALID KEY
                       MOVE 'NOAC' TO WS-REASON
                   NOT INVALID KEY
                       IF ACC-STATUS = 'CLOSED'
                           MOVE 'CLSD' TO WS-REASON
                       END-IF
               END-READ
           END-IF

           IF WS-REASON = SPACES
               PERFORM CHECK-SERIAL-ISSUED
           END-IF
           IF WS-REASON = SPACES
               PERFORM CHECK-ALREADY-PAID
           END-IF
           IF WS-REASON = SPACES
               PERFORM CHECK-STOPPED
           END-IF
           IF WS-REASON = SPACES
               PERFORM CHECK-CHEQUE-DATE
           END-IF
           IF WS-REASON = SPACES
               PERFORM CHECK-FUNDS
           END-IF

           IF WS-REASON = SPACES
               PERFORM PAY-CHEQUE
           ELSE
               PERFORM RETURN-CHEQUE
           END-IF
           PERFORM WRITE-REPORT-LINE.

      *> The serial must lie in a book issued to this account that
      *> has not been cancelled.
       CHECK-SERIAL-ISSUED.
           MOVE 'UNIS' TO WS-REASON
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-CB-COUNT
               IF T-CB-ACC-ID(J) = WS-DRAWER-ACC
                   AND T-CB-FIRST-SERIAL(J) <= IW-SERIAL
                   AND T-CB-LAST-SERIAL(J) >= IW-SERIAL
                   AND T-CB-STATUS(J) = 'A'
                   MOVE SPACES TO WS-REASON
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       CHECK-ALREADY-PAID.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-PC-COUNT
               IF T-PC-ACC-ID(K) = WS-DRAWER-ACC
                   AND T-PC-SERIAL(K) = IW-SERIAL
                   MOVE 'DUPL' TO WS-REASON
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> An active, unexpired stop covering the serial -- and the
      *> amount, when the stop names one -- returns the cheque.
       CHECK-STOPPED.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-SP-COUNT
               IF T-SP-ACC-ID(J) = WS-DRAWER-ACC
                   AND T-SP-STATUS(J) = 'A'
                   AND T-SP-EXPIRY-DATE(J) >= WS-TODAY
                   AND T-SP-FIRST-SERIAL(J) <= IW-SERIAL
                   AND T-SP-LAST-SERIAL(J) >= IW-SERIAL
                   AND (T-SP-AMOUNT(J) = 0
                        OR T-SP-AMOUNT(J) = IW-AMOUNT)
                   MOVE 'STOP' TO WS-REASON
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       CHECK-CHEQUE-DATE.
           IF IW-CHEQUE-DATE > WS-TODAY
               MOVE 'PDTD' TO WS-REASON
           ELSE
               COMPUTE WS-CHEQUE-AGE =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY)
                   - FUNCTION INTEGER-OF-DATE(IW-CHEQUE-DATE)
               IF WS-CHEQUE-AGE > WS-STALE-DAYS
                   MOVE 'STAL' TO WS-REASON
               END-IF
           END-IF.

      *> The drawer's available balance, less what this run has
      *> already paid from the account, must cover the cheque.
       CHECK-FUNDS.
           MOVE 0 TO WS-RD-IDX
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-RD-COUNT
               IF RD-ACC-ID(J) = WS-DRAWER-ACC
                   MOVE J TO WS-RD-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE ACC-ID TO AV-ACC-ID
           MOVE ACC-TYPE TO AV-ACC-TYPE
           MOVE ACC-BAL TO AV-LEDGER-BAL
           IF WS-RD-IDX > 0
               SUBTRACT RD-PAID(WS-RD-IDX) FROM AV-LEDGER-BAL
           END-IF
           MOVE IW-AMOUNT TO AV-DEBIT-AMT
           MOVE 'T' TO AV-OD-SOURCE
           CALL 'AVAILBAL' USING AVAIL-BALANCE-AREA
           IF AV-FROZEN = 'Y'
               MOVE 'FRZN' TO WS-REASON
           ELSE
               IF AV-SUFFICIENT NOT = 'Y'
                   MOVE 'RTDR' TO WS-REASON
               END-IF
           END-IF.

       PAY-CHEQUE.
           ADD 1 TO WS-SEQ
           STRING 'K' WS-SEQ DELIMITED BY SIZE INTO WS-TXN-ID
           END-STRING
           MOVE SPACES TO OUT-REC
           MOVE WS-TXN-ID TO OUT-TXN-ID
           MOVE 'WITHDRAWAL' TO OUT-TXN-TYPE
           MOVE WS-DRAWER-ACC TO OUT-TXN-ACC-ID
           MOVE IW-AMOUNT TO OUT-TXN-AMT
           MOVE WS-TODAY TO OUT-TXN-DATE
           MOVE 0 TO OUT-TXN-DEST-ID
           MOVE SPACES TO OUT-TXN-CURRENCY
           WRITE OUT-REC
           ADD 1 TO WS-OUT-COUNT
           ADD IW-AMOUNT TO WS-OUT-HASH
           ADD 1 TO WS-PAID-COUNT
           ADD IW-AMOUNT TO WS-PAID-HASH

           MOVE SPACES TO PAID-RECORD
           MOVE WS-DRAWER-ACC TO PC-ACC-ID
           MOVE IW-SERIAL TO PC-SERIAL
           MOVE IW-AMOUNT TO PC-AMOUNT
           MOVE WS-TODAY TO PC-PAID-DATE
           MOVE WS-TXN-ID TO PC-TXN-ID
           MOVE IW-ITEM-REF TO PC-ITEM-REF
           WRITE PAID-RECORD
           IF WS-PC-COUNT < WS-PC-MAX
               ADD 1 TO WS-PC-COUNT
               MOVE WS-DRAWER-ACC TO T-PC-ACC-ID(WS-PC-COUNT)
               MOVE IW-SERIAL TO T-PC-SERIAL(WS-PC-COUNT)
           END-IF

           IF WS-RD-IDX = 0 AND WS-RD-COUNT < WS-RD-MAX
               ADD 1 TO WS-RD-COUNT
               MOVE WS-RD-COUNT TO WS-RD-IDX
               MOVE WS-DRAWER-ACC TO RD-ACC-ID(WS-RD-IDX)
               MOVE 0 TO RD-PAID(WS-RD-IDX)
           END-IF
           IF WS-RD-IDX > 0
               ADD IW-AMOUNT TO RD-PAID(WS-RD-IDX)
           END-IF.

       RETURN-CHEQUE.
           MOVE SPACES TO RTN-RECORD
           MOVE IW-ITEM-REF TO RT-ITEM-REF
           MOVE IW-SORT-CODE TO RT-SORT-CODE
           MOVE IW-ACC-NO TO RT-ACC-NO
           MOVE IW-SERIAL TO RT-SERIAL
           MOVE IW-AMOUNT TO RT-AMOUNT
           MOVE IW-CHEQUE-DATE TO RT-CHEQUE-DATE
           MOVE IW-PRESENTER TO RT-PRESENTER
           MOVE WS-REASON TO RT-REASON
           WRITE RTN-RECORD
           ADD 1 TO WS-RTN-COUNT
           ADD IW-AMOUNT TO WS-RTN-HASH.

      *> Each stop placed since the last run is charged once: the
      *> STOP row for the account's type in FEE-SCHEDULE.DAT,
      *> waived by its balance floor the way FEE-ASSESS waives;
      *> marked W when there is no row or it is waived.
       CHARGE-STOP-FEES.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-SP-COUNT
               IF T-SP-FEE-STATUS(J) = 'P'
                   PERFORM CHARGE-ONE-STOP-FEE
               END-IF
           END-PERFORM.

       CHARGE-ONE-STOP-FEE.
           MOVE 'W' TO T-SP-FEE-STATUS(J)
           MOVE T-SP-ACC-ID(J) TO ACC-ID
           READ ACCOUNTS
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE 0 TO WS-FS-IDX
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-FS-COUNT
               IF T-FS-FEE-CODE(K) = 'STOP'
                   AND T-FS-ACC-TYPE(K) = ACC-TYPE
                   MOVE K TO WS-FS-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-FS-IDX = 0
               EXIT PARAGRAPH
           END-IF
           IF T-FS-WAIVE-MIN(WS-FS-IDX) > 0
               AND ACC-BAL >= T-FS-WAIVE-MIN(WS-FS-IDX)
               EXIT PARAGRAPH
           END-IF
           MOVE T-FS-AMOUNT(WS-FS-IDX) TO WS-FEE-AMT
           IF WS-FEE-AMT = 0
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-SEQ
           MOVE SPACES TO WS-TXN-ID
           STRING 'G' WS-SEQ DELIMITED BY SIZE INTO WS-TXN-ID
           END-STRING
           MOVE SPACES TO OUT-REC
           MOVE WS-TXN-ID TO OUT-TXN-ID
           MOVE 'FEE       ' TO OUT-TXN-TYPE
           MOVE T-SP-ACC-ID(J) TO OUT-TXN-ACC-ID
           MOVE WS-FEE-AMT TO OUT-TXN-AMT
           MOVE WS-TODAY TO OUT-TXN-DATE
           MOVE 0 TO OUT-TXN-DEST-ID
           MOVE SPACES TO OUT-TXN-CURRENCY
           WRITE OUT-REC
           ADD 1 TO WS-OUT-COUNT
           ADD WS-FEE-AMT TO WS-OUT-HASH
           ADD 1 TO WS-FEE-COUNT
           ADD WS-FEE-AMT TO WS-FEE-HASH
           MOVE 'C' TO T-SP-FEE-STATUS(J)

           MOVE WS-FEE-AMT TO WS-DISP-AMT
           MOVE SPACES TO REPORT-REC
           STRING 'STOPFEE  ' WS-TXN-ID ' ' T-SP-ACC-ID(J) ' '
               WS-DISP-AMT '      SERIALS ' T-SP-FIRST-SERIAL(J)
               '-' T-SP-LAST-SERIAL(J)
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO REPORT-REC
           STRING 'INWARD CHEQUE CLEARING REPORT - ' WS-TODAY
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING 'REF      TXN-ID ACCT  SERIAL AMOUNT      RSN  '
               'OUTCOME'
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC.

       WRITE-REPORT-LINE.
           MOVE IW-AMOUNT TO WS-DISP-AMT
           MOVE SPACES TO REPORT-REC
           IF WS-REASON = SPACES
               STRING IW-ITEM-REF ' ' WS-TXN-ID ' ' WS-DRAWER-ACC
                   ' ' IW-SERIAL ' ' WS-DISP-AMT '      PAID'
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
           ELSE
               STRING IW-ITEM-REF ' ------ ' WS-DRAWER-ACC
                   ' ' IW-SERIAL ' ' WS-DISP-AMT ' ' WS-REASON
                   ' RETURNED TO ' IW-PRESENTER
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
           END-IF
           WRITE REPORT-REC.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE WS-PAID-HASH TO WS-DISP-HASH
           MOVE SPACES TO REPORT-REC
           STRING 'PAID      ' WS-PAID-COUNT ' ' WS-DISP-HASH
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE WS-RTN-HASH TO WS-DISP-HASH
           MOVE SPACES TO REPORT-REC
           STRING 'RETURNED  ' WS-RTN-COUNT ' ' WS-DISP-HASH
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE WS-IN-HASH TO WS-DISP-HASH
           MOVE SPACES TO REPORT-REC
           STRING 'PRESENTED ' WS-IN-COUNT ' ' WS-DISP-HASH
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE WS-FEE-HASH TO WS-DISP-HASH
           MOVE SPACES TO REPORT-REC
           STRING 'STOP FEES ' WS-FEE-COUNT ' ' WS-DISP-HASH
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC.

       COPY 'sysdate-read.cpy'.
       COPY 'period-check.cpy'.
