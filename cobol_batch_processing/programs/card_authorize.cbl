       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARD-AUTHORIZE.
       AUTHOR. HOLBERTON.

      *> Authorization of debit card requests from the ATM/POS
      *> switch. The switch drops AUTH-REQUESTS.DAT, closed by the
      *> usual TRLR99 trailer; each request is answered on
      *> AUTH-RESPONSES.DAT approved or declined with a reason:
      *>   FORM  malformed request (channel not ATM/POS, no amount)
      *>   CINV  card not on CARD-MASTER.DAT
      *>   CLST  card reported lost or stolen
      *>   CBLK  card blocked or cancelled
      *>   CEXP  card past its expiry month
      *>   ACLS  account closed or not on the master
      *>   LATM  card's daily ATM limit would be exceeded
      *>   LPOS  card's daily POS limit would be exceeded
      *>   FRZN  account frozen by a legal hold
      *>   NSF   not enough available balance (AVAILBAL, so
      *>         garnishment reserves, float, pending debits and
      *>         earlier card holds all count)
      *> Daily limit counters per card and day are kept in
      *> CARD-DAILY-USAGE.DAT, the same idea as the teller's
      *> DAILY-WITHDRAWALS.DAT. An approval reserves the money as
      *> an open row in CARD-AUTH-HOLDS.DAT -- which AVAILBAL
      *> deducts -- until CARD-SETTLE posts it from the switch's
      *> settlement file. Every request, approved or declined, is
      *> appended to CARD-AUTH-LOG.DAT, where FRAUD-DETECTION
      *> screens the declines.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-FILE ASSIGN TO 'AUTH-REQUESTS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQ-STATUS.
           SELECT RESPONSE-FILE ASSIGN TO 'AUTH-RESPONSES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CARD-FILE ASSIGN TO 'CARD-MASTER.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CD-STATUS.
           SELECT USAGE-FILE ASSIGN TO 'CARD-DAILY-USAGE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CU-STATUS.
           SELECT CARD-HOLDS-FILE ASSIGN TO 'CARD-AUTH-HOLDS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CA-STATUS.
           SELECT AUTH-LOG-FILE ASSIGN TO 'CARD-AUTH-LOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AL-STATUS.
           SELECT ACCOUNTS ASSIGN TO 'ACCOUNTS.MASTER.IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACC-ID
               FILE STATUS IS WS-ACC-STATUS.
           SELECT REPORT-FILE ASSIGN TO 'CARD-AUTH-REPORT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SYSDATE-FILE ASSIGN TO 'SYSTEM-DATE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> One request per line from the switch.
       FD REQUEST-FILE.
       01 REQUEST-RECORD.
           05 AR-AUTH-REF     PIC X(12).
           05 AR-CARD-NO      PIC X(16).
           05 AR-CHANNEL      PIC X(3).
           05 AR-AMOUNT       PIC 9(8)V99.
           05 AR-DATE         PIC 9(8).
           05 AR-TIME         PIC 9(6).
           05 AR-TERMINAL     PIC X(15).
       01 REQUEST-TRAILER.
           05 AR-TRL-TAG      PIC X(6).
           05 AR-TRL-COUNT    PIC 9(6).
           05 AR-TRL-HASH     PIC 9(10)V99.

       FD RESPONSE-FILE.
       01 RESPONSE-RECORD.
           05 RP-AUTH-REF     PIC X(12).
           05 RP-CARD-NO      PIC X(16).
           05 RP-AMOUNT       PIC 9(8)V99.
           05 RP-RESULT       PIC X.
           05 RP-REASON       PIC X(4).
       01 RESPONSE-TRAILER.
           05 RP-TRL-TAG      PIC X(6).
           05 RP-TRL-COUNT    PIC 9(6).
           05 RP-TRL-HASH     PIC 9(10)V99.

      *> Kept by CARD-MAINTAIN; see the layout there.
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

      *> Approved amounts per card and day, by channel.
       FD USAGE-FILE.
       01 USAGE-RECORD.
           05 CU-CARD-NO       PIC X(16).
           05 CU-DATE          PIC 9(8).
           05 CU-ATM-TOTAL     PIC 9(7)V99.
           05 CU-POS-TOTAL     PIC 9(7)V99.

      *> O open, S settled by CARD-SETTLE, E expired unsettled.
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

       FD AUTH-LOG-FILE.
       01 AUTH-LOG-RECORD.
           05 AL-AUTH-REF      PIC X(12).
           05 AL-CARD-NO       PIC X(16).
           05 AL-ACC-ID        PIC 9(5).
           05 AL-CHANNEL       PIC X(3).
           05 AL-AMOUNT        PIC 9(8)V99.
           05 AL-DATE          PIC 9(8).
           05 AL-TIME          PIC 9(6).
           05 AL-TERMINAL      PIC X(15).
           05 AL-RESULT        PIC X.
           05 AL-REASON        PIC X(4).

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

       FD REPORT-FILE.
       01 REPORT-REC          PIC X(100).

       FD SYSDATE-FILE.
       01 SYSDATE-REC            PIC X(40).

       WORKING-STORAGE SECTION.
       COPY 'sysdate-ws.cpy'.
       COPY 'availbal-ws.cpy'.
       01 WS-REQ-STATUS      PIC XX.
       01 WS-CD-STATUS       PIC XX.
       01 WS-CU-STATUS       PIC XX.
       01 WS-CA-STATUS       PIC XX.
       01 WS-AL-STATUS       PIC XX.
       01 WS-ACC-STATUS      PIC XX.
       01 WS-EOF             PIC X VALUE 'N'.
       01 WS-TODAY           PIC 9(8).
       01 WS-TIME-RAW        PIC 9(8).
       01 WS-CMD             PIC X(100).
       01 WS-REASON          PIC X(4).
       01 WS-CARD-IDX        PIC 9(4).
       01 WS-CU-IDX          PIC 9(5).
       01 WS-CARD-ACC        PIC 9(5).
       01 WS-USED            PIC 9(7)V99.
       01 WS-DISP-AMT        PIC Z(7)9.99.
       01 WS-DISP-HASH       PIC Z(9)9.99.
       01 J                  PIC 9(5).

       01 WS-TRL-SEEN        PIC X VALUE 'N'.
       01 WS-IN-COUNT        PIC 9(6) VALUE 0.
       01 WS-IN-HASH         PIC 9(10)V99 VALUE 0.
       01 WS-APPROVED        PIC 9(6) VALUE 0.
       01 WS-APPROVED-HASH   PIC 9(10)V99 VALUE 0.
       01 WS-DECLINED        PIC 9(6) VALUE 0.
       01 WS-DECLINED-HASH   PIC 9(10)V99 VALUE 0.

       01 WS-CD-COUNT        PIC 9(4) VALUE 0.
       01 WS-CD-MAX          PIC 9(4) VALUE 5000.
       01 CD-TABLE.
           05 CD-ENTRY OCCURS 1 TO 5000 TIMES
                       DEPENDING ON WS-CD-COUNT.
               10 T-CD-CARD-NO      PIC X(16).
               10 T-CD-ACC-ID       PIC 9(5).
               10 T-CD-EXPIRY       PIC 9(6).
               10 T-CD-STATUS       PIC X.
               10 T-CD-ATM-LIMIT    PIC 9(6)V99.
               10 T-CD-POS-LIMIT    PIC 9(6)V99.
               10 T-CD-ISSUED-DATE  PIC 9(8).
               10 T-CD-CHANGED-DATE PIC 9(8).
               10 T-CD-CHANGED-BY   PIC X(8).

      *> The usage counters, rewritten at the end; days before the
      *> business date are dropped.
       01 WS-CU-COUNT        PIC 9(5) VALUE 0.
       01 WS-CU-MAX          PIC 9(5) VALUE 10000.
       01 CU-TABLE.
           05 CU-ENTRY OCCURS 1 TO 10000 TIMES
                       DEPENDING ON WS-CU-COUNT.
               10 T-CU-CARD-NO      PIC X(16).
               10 T-CU-DATE         PIC 9(8).
               10 T-CU-ATM-TOTAL    PIC 9(7)V99.
               10 T-CU-POS-TOTAL    PIC 9(7)V99.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY 'CARD AUTHORIZATION'
           DISPLAY '=================='
           PERFORM READ-SYSTEM-DATE
           MOVE SD-BUSINESS-DATE TO WS-TODAY
           ACCEPT WS-TIME-RAW FROM TIME

           PERFORM VERIFY-REQUEST-TRAILER
           IF WS-REQ-STATUS = '35'
               DISPLAY 'No AUTH-REQUESTS.DAT on file.'
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-TRL-SEEN = 'N'
               OR AR-TRL-COUNT NOT = WS-IN-COUNT
               OR AR-TRL-HASH NOT = WS-IN-HASH
               MOVE WS-IN-HASH TO WS-DISP-HASH
               DISPLAY 'ABEND: AUTH-REQUESTS.DAT fails its control '
                   'trailer (' WS-IN-COUNT ' requests, hash '
                   WS-DISP-HASH '). Nothing authorized.'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOAD-CARD-TABLE
           PERFORM LOAD-USAGE-TABLE
           OPEN INPUT ACCOUNTS
           IF WS-ACC-STATUS NOT = '00'
               DISPLAY 'ABEND: cannot open ACCOUNTS.MASTER.IDX '
                   '(status ' WS-ACC-STATUS '). Nothing authorized.'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT RESPONSE-FILE
           OPEN OUTPUT REPORT-FILE
           OPEN EXTEND AUTH-LOG-FILE
           IF WS-AL-STATUS = '35'
               OPEN OUTPUT AUTH-LOG-FILE
           END-IF
           PERFORM WRITE-REPORT-HEADER

           MOVE 'N' TO WS-EOF
           OPEN INPUT REQUEST-FILE
           PERFORM UNTIL WS-EOF = 'Y'
               READ REQUEST-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF AR-TRL-TAG NOT = 'TRLR99'
                           PERFORM AUTHORIZE-ONE-REQUEST
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REQUEST-FILE
           CLOSE ACCOUNTS
           CLOSE AUTH-LOG-FILE

           MOVE SPACES TO RESPONSE-TRAILER
           MOVE 'TRLR99' TO RP-TRL-TAG
           MOVE WS-IN-COUNT TO RP-TRL-COUNT
           MOVE WS-IN-HASH TO RP-TRL-HASH
           WRITE RESPONSE-TRAILER
           CLOSE RESPONSE-FILE

           PERFORM SAVE-USAGE-TABLE
           PERFORM WRITE-REPORT-TOTALS
           CLOSE REPORT-FILE

           MOVE SPACES TO WS-CMD
           STRING 'mv AUTH-REQUESTS.DAT AUTH-REQUESTS.DAT.DONE-'
                  WS-TODAY '-' WS-TIME-RAW(1:6)
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING
           CALL 'SYSTEM' USING WS-CMD

           DISPLAY WS-APPROVED ' requests approved, ' WS-DECLINED
               ' declined; answers in AUTH-RESPONSES.DAT.'
           MOVE 0 TO RETURN-CODE
           STOP RUN.

       VERIFY-REQUEST-TRAILER.
           MOVE 0 TO WS-IN-COUNT
           MOVE 0 TO WS-IN-HASH
           MOVE 'N' TO WS-TRL-SEEN
           MOVE 'N' TO WS-EOF
           OPEN INPUT REQUEST-FILE
           IF WS-REQ-STATUS NOT = '35'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ REQUEST-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF AR-TRL-TAG = 'TRLR99'
                               MOVE 'Y' TO WS-TRL-SEEN
                               MOVE 'Y' TO WS-EOF
                           ELSE
                               ADD 1 TO WS-IN-COUNT
                               ADD AR-AMOUNT TO WS-IN-HASH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REQUEST-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

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

       LOAD-USAGE-TABLE.
           MOVE 0 TO WS-CU-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT USAGE-FILE
           IF WS-CU-STATUS NOT = '35'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ USAGE-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF CU-DATE >= WS-TODAY
                               AND WS-CU-COUNT < WS-CU-MAX
                               ADD 1 TO WS-CU-COUNT
                               MOVE USAGE-RECORD
                                   TO CU-ENTRY(WS-CU-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE USAGE-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       SAVE-USAGE-TABLE.
           OPEN OUTPUT USAGE-FILE
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-CU-COUNT
               MOVE CU-ENTRY(J) TO USAGE-RECORD
               WRITE USAGE-RECORD
           END-PERFORM
           CLOSE USAGE-FILE.

      *> The checks run card first, then account, then limits, then
      *> money: the first one failed is the reason given.
       AUTHORIZE-ONE-REQUEST.
           MOVE SPACES TO WS-REASON
           MOVE 0 TO WS-CARD-ACC
           MOVE 0 TO WS-CU-IDX

           IF (AR-CHANNEL NOT = 'ATM' AND AR-CHANNEL NOT = 'POS')
               OR AR-AMOUNT = 0
               MOVE 'FORM' TO WS-REASON
           END-IF
           IF WS-REASON = SPACES
               PERFORM CHECK-CARD
           END-IF
           IF WS-REASON = SPACES
               MOVE WS-CARD-ACC TO ACC-ID
               READ ACCOUNTS
                   INVALID KEY
                       MOVE 'ACLS' TO WS-REASON
                   NOT INVALID KEY
                       IF ACC-STATUS = 'CLOSED'
                           MOVE 'ACLS' TO WS-REASON
                       END-IF
               END-READ
           END-IF
           IF WS-REASON = SPACES
               PERFORM CHECK-DAILY-LIMIT
           END-IF
           IF WS-REASON = SPACES
               MOVE ACC-ID TO AV-ACC-ID
               MOVE ACC-TYPE TO AV-ACC-TYPE
               MOVE ACC-BAL TO AV-LEDGER-BAL
               MOVE AR-AMOUNT TO AV-DEBIT-AMT
               MOVE 'T' TO AV-OD-SOURCE
               CALL 'AVAILBAL' USING AVAIL-BALANCE-AREA
               IF AV-FROZEN = 'Y'
                   MOVE 'FRZN' TO WS-REASON
               ELSE
                   IF AV-SUFFICIENT NOT = 'Y'
                       MOVE 'NSF ' TO WS-REASON
                   END-IF
               END-IF
           END-IF

           IF WS-REASON = SPACES
               PERFORM APPROVE-REQUEST
           ELSE
               ADD 1 TO WS-DECLINED
               ADD AR-AMOUNT TO WS-DECLINED-HASH
           END-IF

           MOVE SPACES TO RESPONSE-RECORD
           MOVE AR-AUTH-REF TO RP-AUTH-REF
           MOVE AR-CARD-NO TO RP-CARD-NO
           MOVE AR-AMOUNT TO RP-AMOUNT
           IF WS-REASON = SPACES
               MOVE 'A' TO RP-RESULT
           ELSE
               MOVE 'D' TO RP-RESULT
           END-IF
           MOVE WS-REASON TO RP-REASON
           WRITE RESPONSE-RECORD

           MOVE SPACES TO AUTH-LOG-RECORD
           MOVE AR-AUTH-REF TO AL-AUTH-REF
           MOVE AR-CARD-NO TO AL-CARD-NO
           MOVE WS-CARD-ACC TO AL-ACC-ID
           MOVE AR-CHANNEL TO AL-CHANNEL
           MOVE AR-AMOUNT TO AL-AMOUNT
           MOVE AR-DATE TO AL-DATE
           MOVE AR-TIME TO AL-TIME
           MOVE AR-TERMINAL TO AL-TERMINAL
           MOVE RP-RESULT TO AL-RESULT
           MOVE WS-REASON TO AL-REASON
           WRITE AUTH-LOG-RECORD
           PERFORM WRITE-REPORT-LINE.

       CHECK-CARD.
           MOVE 0 TO WS-CARD-IDX
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-CD-COUNT
               IF T-CD-CARD-NO(J) = AR-CARD-NO
                   MOVE J TO WS-CARD-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-CARD-IDX = 0
               MOVE 'CINV' TO WS-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE T-CD-ACC-ID(WS-CARD-IDX) TO WS-CARD-ACC
           EVALUATE T-CD-STATUS(WS-CARD-IDX)
               WHEN 'A'
                   CONTINUE
               WHEN 'L'
                   MOVE 'CLST' TO WS-REASON
               WHEN OTHER
                   MOVE 'CBLK' TO WS-REASON
           END-EVALUATE
           IF WS-REASON = SPACES
               AND T-CD-EXPIRY(WS-CARD-IDX) < AR-DATE(1:6)
               MOVE 'CEXP' TO WS-REASON
           END-IF.

      *> What the card has already had approved today on this
      *> channel, plus this request, against the card's limit.
       CHECK-DAILY-LIMIT.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-CU-COUNT
               IF T-CU-CARD-NO(J) = AR-CARD-NO
                   AND T-CU-DATE(J) = AR-DATE
                   MOVE J TO WS-CU-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE 0 TO WS-USED
           IF AR-CHANNEL = 'ATM'
               IF WS-CU-IDX > 0
                   MOVE T-CU-ATM-TOTAL(WS-CU-IDX) TO WS-USED
               END-IF
               IF WS-USED + AR-AMOUNT > T-CD-ATM-LIMIT(WS-CARD-IDX)
                   MOVE 'LATM' TO WS-REASON
               END-IF
           ELSE
               IF WS-CU-IDX > 0
                   MOVE T-CU-POS-TOTAL(WS-CU-IDX) TO WS-USED
               END-IF
               IF WS-USED + AR-AMOUNT > T-CD-POS-LIMIT(WS-CARD-IDX)
                   MOVE 'LPOS' TO WS-REASON
               END-IF
           END-IF.

      *> The hold goes on disk at once and AVAILBAL is told to
      *> re-read, so the next request on the same account sees it.
       APPROVE-REQUEST.
           ADD 1 TO WS-APPROVED
           ADD AR-AMOUNT TO WS-APPROVED-HASH
           IF WS-CU-IDX = 0 AND WS-CU-COUNT < WS-CU-MAX
               ADD 1 TO WS-CU-COUNT
               MOVE WS-CU-COUNT TO WS-CU-IDX
               MOVE AR-CARD-NO TO T-CU-CARD-NO(WS-CU-IDX)
               MOVE AR-DATE TO T-CU-DATE(WS-CU-IDX)
               MOVE 0 TO T-CU-ATM-TOTAL(WS-CU-IDX)
               MOVE 0 TO T-CU-POS-TOTAL(WS-CU-IDX)
           END-IF
           IF WS-CU-IDX > 0
               IF AR-CHANNEL = 'ATM'
                   ADD AR-AMOUNT TO T-CU-ATM-TOTAL(WS-CU-IDX)
               ELSE
                   ADD AR-AMOUNT TO T-CU-POS-TOTAL(WS-CU-IDX)
               END-IF
           END-IF

           OPEN EXTEND CARD-HOLDS-FILE
           IF WS-CA-STATUS = '35'
               OPEN OUTPUT CARD-HOLDS-FILE
           END-IF
           MOVE SPACES TO CARD-HOLDS-RECORD
           MOVE AR-AUTH-REF TO CA-AUTH-REF
           MOVE AR-CARD-NO TO CA-CARD-NO
           MOVE WS-CARD-ACC TO CA-ACC-ID
           MOVE AR-CHANNEL TO CA-CHANNEL
           MOVE AR-AMOUNT TO CA-AMOUNT
           MOVE AR-DATE TO CA-AUTH-DATE
           MOVE 'O' TO CA-STATUS
           MOVE 0 TO CA-CLOSED-DATE
           WRITE CARD-HOLDS-RECORD
           CLOSE CARD-HOLDS-FILE
           MOVE 'Y' TO AV-REFRESH.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO REPORT-REC
           STRING 'CARD AUTHORIZATION REPORT - ' WS-TODAY
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING 'AUTH-REF     CARD             CHN ACCT  AMOUNT     '
               ' RESULT'
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC.

       WRITE-REPORT-LINE.
           MOVE AR-AMOUNT TO WS-DISP-AMT
           MOVE SPACES TO REPORT-REC
           IF WS-REASON = SPACES
               STRING AR-AUTH-REF ' ' AR-CARD-NO ' ' AR-CHANNEL ' '
                   WS-CARD-ACC ' ' WS-DISP-AMT ' APPROVED'
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
           ELSE
               STRING AR-AUTH-REF ' ' AR-CARD-NO ' ' AR-CHANNEL ' '
                   WS-CARD-ACC ' ' WS-DISP-AMT ' DECLINED '
                   WS-REASON
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
           END-IF
           WRITE REPORT-REC.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE WS-APPROVED-HASH TO WS-DISP-HASH
           MOVE SPACES TO REPORT-REC
           STRING 'APPROVED  ' WS-APPROVED ' ' WS-DISP-HASH
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE WS-DECLINED-HASH TO WS-DISP-HASH
           MOVE SPACES TO REPORT-REC
           STRING 'DECLINED  ' WS-DECLINED ' ' WS-DISP-HASH
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC.

       COPY 'sysdate-read.cpy'.
