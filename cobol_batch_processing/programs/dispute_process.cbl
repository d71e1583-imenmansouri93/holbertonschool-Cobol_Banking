       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISPUTE-PROCESS.
       AUTHOR. HOLBERTON.

      *> Nightly run over DISPUTE-CASES.DAT, the dispute desk's case
      *> file (see DISPUTE-CASE for the statuses). It moves the
      *> money the desk's decisions call for, as TRANS-REC rows on
      *> DISPUTE-TRANS.DAT under Q-prefixed ids for FEED-CONSOLIDATE
      *> to stage (the ids run on from the highest already on the
      *> case file):
      *>   - an open case whose provisional-credit date has come
      *>     gets the disputed amount credited (status O -> P);
      *>   - a case settled for the customer or charged back before
      *>     any credit was given gets its final credit now;
      *>   - a case resolved against the customer after a
      *>     provisional credit has the credit debited back, the
      *>     credit/debit pair recorded in REVERSAL-PAIRS.DAT (so
      *>     DETECT-DUPLICATES and FRAUD-DETECTION see a correction)
      *>     and a DSPA letter trigger queued in LETTER-TRIGGERS.DAT
      *>     telling the customer why.
      *> It then prints DISPUTE-AGING-REPORT.DAT: every unresolved
      *> case against its regulatory deadline, overdue ones first,
      *> then those with dispute-warn-days.dat (default 5) or fewer
      *> days left, then the rest.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASE-FILE ASSIGN TO 'DISPUTE-CASES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DP-STATUS.
           SELECT TRANS-OUT ASSIGN TO 'DISPUTE-TRANS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PAIRS-FILE ASSIGN TO 'REVERSAL-PAIRS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAIRS-STATUS.
           SELECT TRIGGER-FILE ASSIGN TO 'LETTER-TRIGGERS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRG-STATUS.
           SELECT WARN-DAYS-FILE ASSIGN TO 'dispute-warn-days.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WARN-STATUS.
           SELECT REPORT-FILE ASSIGN TO 'DISPUTE-AGING-REPORT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SYSDATE-FILE ASSIGN TO 'SYSTEM-DATE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSDATE-STATUS.
           SELECT PERIOD-FILE ASSIGN TO 'GL-PERIODS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERIOD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CASE-FILE.
       01 CASE-RECORD.
           05 DP-CASE-NO       PIC 9(6).
           05 DP-TXN-ID        PIC X(6).
           05 DP-ACC-ID        PIC 9(5).
           05 DP-TXN-TYPE      PIC X(10).
           05 DP-AMOUNT        PIC 9(8)V99.
           05 DP-TXN-DATE      PIC 9(8).
           05 DP-CURRENCY      PIC X(3).
           05 DP-REASON        PIC X(30).
           05 DP-OPENED-DATE   PIC 9(8).
           05 DP-OPENED-BY     PIC X(8).
           05 DP-CREDIT-DUE    PIC 9(8).
           05 DP-DEADLINE      PIC 9(8).
           05 DP-STATUS        PIC X.
           05 DP-CREDIT-TXN    PIC X(6).
           05 DP-CREDIT-DATE   PIC 9(8).
           05 DP-DEBIT-TXN     PIC X(6).
           05 DP-RESOLVED-DATE PIC 9(8).
           05 DP-RESOLVED-BY   PIC X(8).

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

       FD PAIRS-FILE.
       01 PAIRS-RECORD.
           05 RP-ORIG-ID   PIC X(6).
           05 RP-REV-ID    PIC X(6).
           05 RP-DATE      PIC 9(8).

       FD TRIGGER-FILE.
       01 TRIGGER-RECORD.
           05 TG-TEMPLATE    PIC X(4).
           05 TG-CUST-ID     PIC 9(5).
           05 TG-AMOUNT      PIC 9(8)V99.
           05 TG-STATUS      PIC X.

       FD WARN-DAYS-FILE.
       01 WARN-DAYS-REC      PIC X(10).

       FD REPORT-FILE.
       01 REPORT-REC          PIC X(100).

       FD SYSDATE-FILE.
       01 SYSDATE-REC            PIC X(40).

       FD PERIOD-FILE.
       01 PERIOD-REC             PIC X(100).

       WORKING-STORAGE SECTION.
       COPY 'sysdate-ws.cpy'.
       COPY 'period-ws.cpy'.
       01 WS-DP-STATUS       PIC XX.
       01 WS-PAIRS-STATUS    PIC XX.
       01 WS-TRG-STATUS      PIC XX.
       01 WS-WARN-STATUS     PIC XX.
       01 WS-EOF             PIC X VALUE 'N'.
       01 WS-TODAY           PIC 9(8).
       01 WS-SEQ             PIC 9(5) VALUE 0.
       01 WS-TXN-ID          PIC X(6).
       01 WS-WARN-DAYS       PIC 9(3) VALUE 5.
       01 WS-DAYS-OPEN       PIC S9(5).
       01 WS-DAYS-LEFT       PIC S9(5).
       01 WS-DISP-DAYS       PIC -(4)9.
       01 WS-DISP-OPEN       PIC Z(4)9.
       01 WS-DISP-AMT        PIC Z(7)9.99.
       01 WS-DISP-HASH       PIC Z(9)9.99.
       01 WS-BAND            PIC X.
       01 WS-BAND-SHOWN      PIC 9(5).
       01 J                  PIC 9(5).

       01 WS-OUT-COUNT       PIC 9(6) VALUE 0.
       01 WS-OUT-HASH        PIC 9(10)V99 VALUE 0.
       01 WS-PROV-COUNT      PIC 9(5) VALUE 0.
       01 WS-FINAL-COUNT     PIC 9(5) VALUE 0.
       01 WS-BACK-COUNT      PIC 9(5) VALUE 0.
       01 WS-OVERDUE-COUNT   PIC 9(5) VALUE 0.
       01 WS-NEAR-COUNT      PIC 9(5) VALUE 0.
       01 WS-OPEN-COUNT      PIC 9(5) VALUE 0.

       01 WS-DP-COUNT        PIC 9(5) VALUE 0.
       01 WS-DP-MAX          PIC 9(5) VALUE 10000.
       01 DP-TABLE.
           05 DP-ENTRY OCCURS 1 TO 10000 TIMES
                       DEPENDING ON WS-DP-COUNT.
               10 T-DP-CASE-NO       PIC 9(6).
               10 T-DP-TXN-ID        PIC X(6).
               10 T-DP-ACC-ID        PIC 9(5).
               10 T-DP-TXN-TYPE      PIC X(10).
               10 T-DP-AMOUNT        PIC 9(8)V99.
               10 T-DP-TXN-DATE      PIC 9(8).
               10 T-DP-CURRENCY      PIC X(3).
               10 T-DP-REASON        PIC X(30).
               10 T-DP-OPENED-DATE   PIC 9(8).
               10 T-DP-OPENED-BY     PIC X(8).
               10 T-DP-CREDIT-DUE    PIC 9(8).
               10 T-DP-DEADLINE      PIC 9(8).
               10 T-DP-STATUS        PIC X.
               10 T-DP-CREDIT-TXN    PIC X(6).
               10 T-DP-CREDIT-DATE   PIC 9(8).
               10 T-DP-DEBIT-TXN     PIC X(6).
               10 T-DP-RESOLVED-DATE PIC 9(8).
               10 T-DP-RESOLVED-BY   PIC X(8).

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY 'DISPUTE PROCESSING'
           DISPLAY '=================='
           PERFORM READ-SYSTEM-DATE
           MOVE SD-BUSINESS-DATE TO WS-TODAY

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

           PERFORM LOAD-WARN-DAYS
           PERFORM LOAD-CASE-TABLE

           OPEN OUTPUT TRANS-OUT
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-DP-COUNT
               PERFORM PROCESS-ONE-CASE
           END-PERFORM
           MOVE SPACES TO OUT-TRAILER
           MOVE 'TRLR99' TO OUT-TRL-TAG
           MOVE WS-OUT-COUNT TO OUT-TRL-COUNT
           MOVE WS-OUT-HASH TO OUT-TRL-HASH
           WRITE OUT-TRAILER
           CLOSE TRANS-OUT

           PERFORM SAVE-CASE-TABLE
           PERFORM WRITE-AGING-REPORT

           DISPLAY WS-PROV-COUNT ' provisional credits, '
               WS-FINAL-COUNT ' final credits and ' WS-BACK-COUNT
               ' credits taken back in DISPUTE-TRANS.DAT.'
           DISPLAY WS-OPEN-COUNT ' disputes unresolved, '
               WS-OVERDUE-COUNT ' past their deadline, '
               WS-NEAR-COUNT ' close to it.'
           MOVE 0 TO RETURN-CODE
           STOP RUN.

       LOAD-WARN-DAYS.
           OPEN INPUT WARN-DAYS-FILE
           IF WS-WARN-STATUS NOT = '35'
               READ WARN-DAYS-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE FUNCTION NUMVAL(WARN-DAYS-REC)
                           TO WS-WARN-DAYS
               END-READ
               CLOSE WARN-DAYS-FILE
           END-IF.

       LOAD-CASE-TABLE.
           MOVE 0 TO WS-DP-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT CASE-FILE
           IF WS-DP-STATUS NOT = '35'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ CASE-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF WS-DP-COUNT < WS-DP-MAX
                               ADD 1 TO WS-DP-COUNT
                               MOVE CASE-RECORD
                                   TO DP-ENTRY(WS-DP-COUNT)
                               PERFORM NOTE-HIGHEST-ID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CASE-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

      *> Cases are never purged, so the highest Q id any case
      *> carries is where tonight's numbering carries on -- a credit
      *> and the debit taking it back weeks later must not share an
      *> id.
       NOTE-HIGHEST-ID.
           IF DP-CREDIT-TXN(1:1) = 'Q'
               AND DP-CREDIT-TXN(2:5) IS NUMERIC
               AND DP-CREDIT-TXN(2:5) > WS-SEQ
               MOVE DP-CREDIT-TXN(2:5) TO WS-SEQ
           END-IF
           IF DP-DEBIT-TXN(1:1) = 'Q'
               AND DP-DEBIT-TXN(2:5) IS NUMERIC
               AND DP-DEBIT-TXN(2:5) > WS-SEQ
               MOVE DP-DEBIT-TXN(2:5) TO WS-SEQ
           END-IF.

       SAVE-CASE-TABLE.
           OPEN OUTPUT CASE-FILE
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-DP-COUNT
               MOVE DP-ENTRY(J) TO CASE-RECORD
               WRITE CASE-RECORD
           END-PERFORM
           CLOSE CASE-FILE.

       PROCESS-ONE-CASE.
           EVALUATE T-DP-STATUS(J)
               WHEN 'O'
                   IF T-DP-CREDIT-DUE(J) <= WS-TODAY
                       PERFORM POST-CREDIT
                       MOVE 'P' TO T-DP-STATUS(J)
                       ADD 1 TO WS-PROV-COUNT
                   END-IF
               WHEN 'F'
               WHEN 'C'
                   IF T-DP-CREDIT-TXN(J) = SPACES
                       PERFORM POST-CREDIT
                       ADD 1 TO WS-FINAL-COUNT
                   END-IF
               WHEN 'A'
                   IF T-DP-CREDIT-TXN(J) NOT = SPACES
                       AND T-DP-DEBIT-TXN(J) = SPACES
                       PERFORM TAKE-CREDIT-BACK
                       ADD 1 TO WS-BACK-COUNT
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       NEXT-TXN-ID.
           ADD 1 TO WS-SEQ
           MOVE SPACES TO WS-TXN-ID
           STRING 'Q' WS-SEQ DELIMITED BY SIZE INTO WS-TXN-ID
           END-STRING.

       WRITE-OUT-ROW.
           MOVE WS-TXN-ID TO OUT-TXN-ID
           MOVE T-DP-ACC-ID(J) TO OUT-TXN-ACC-ID
           MOVE T-DP-AMOUNT(J) TO OUT-TXN-AMT
           MOVE WS-TODAY TO OUT-TXN-DATE
           MOVE 0 TO OUT-TXN-DEST-ID
           MOVE T-DP-CURRENCY(J) TO OUT-TXN-CURRENCY
           WRITE OUT-REC
           ADD 1 TO WS-OUT-COUNT
           ADD T-DP-AMOUNT(J) TO WS-OUT-HASH.

       POST-CREDIT.
           PERFORM NEXT-TXN-ID
           MOVE SPACES TO OUT-REC
           MOVE 'DEPOSIT' TO OUT-TXN-TYPE
           PERFORM WRITE-OUT-ROW
           MOVE WS-TXN-ID TO T-DP-CREDIT-TXN(J)
           MOVE WS-TODAY TO T-DP-CREDIT-DATE(J).

       TAKE-CREDIT-BACK.
           PERFORM NEXT-TXN-ID
           MOVE SPACES TO OUT-REC
           MOVE 'WITHDRAWAL' TO OUT-TXN-TYPE
           PERFORM WRITE-OUT-ROW
           MOVE WS-TXN-ID TO T-DP-DEBIT-TXN(J)

           OPEN EXTEND PAIRS-FILE
           IF WS-PAIRS-STATUS = '35'
               OPEN OUTPUT PAIRS-FILE
           END-IF
           MOVE SPACES TO PAIRS-RECORD
           MOVE T-DP-CREDIT-TXN(J) TO RP-ORIG-ID
           MOVE WS-TXN-ID TO RP-REV-ID
           MOVE WS-TODAY TO RP-DATE
           WRITE PAIRS-RECORD
           CLOSE PAIRS-FILE

           OPEN EXTEND TRIGGER-FILE
           IF WS-TRG-STATUS = '35'
               OPEN OUTPUT TRIGGER-FILE
           END-IF
           MOVE SPACES TO TRIGGER-RECORD
           MOVE 'DSPA' TO TG-TEMPLATE
           MOVE T-DP-ACC-ID(J) TO TG-CUST-ID
           MOVE T-DP-AMOUNT(J) TO TG-AMOUNT
           MOVE 'P' TO TG-STATUS
           WRITE TRIGGER-RECORD
           CLOSE TRIGGER-FILE.

      *> Three passes over the unresolved cases, one per band:
      *> O overdue, N near the deadline, R the rest.
       WRITE-AGING-REPORT.
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-REC
           STRING 'DISPUTE AGING REPORT - ' WS-TODAY
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           MOVE 'O' TO WS-BAND
           MOVE 'PAST THE RESOLUTION DEADLINE' TO REPORT-REC
           PERFORM WRITE-AGING-BAND
           MOVE 'N' TO WS-BAND
           MOVE SPACES TO REPORT-REC
           STRING 'DEADLINE WITHIN ' WS-WARN-DAYS ' DAYS'
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           PERFORM WRITE-AGING-BAND
           MOVE 'R' TO WS-BAND
           MOVE 'OTHER UNRESOLVED DISPUTES' TO REPORT-REC
           PERFORM WRITE-AGING-BAND

           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING 'UNRESOLVED ' WS-OPEN-COUNT '  OVERDUE '
               WS-OVERDUE-COUNT '  NEAR DEADLINE ' WS-NEAR-COUNT
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE WS-OUT-HASH TO WS-DISP-HASH
           MOVE SPACES TO REPORT-REC
           STRING 'POSTED TONIGHT ' WS-OUT-COUNT ' ' WS-DISP-HASH
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           CLOSE REPORT-FILE.

       WRITE-AGING-BAND.
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING '  CASE   TXN-ID ACCT        AMOUNT S OPENED   '
               'DEADLINE  OPEN  LEFT REASON'
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE 0 TO WS-BAND-SHOWN
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-DP-COUNT
               IF T-DP-STATUS(J) = 'O' OR T-DP-STATUS(J) = 'P'
                   PERFORM WRITE-AGING-LINE
               END-IF
           END-PERFORM
           IF WS-BAND-SHOWN = 0
               MOVE '  (none)' TO REPORT-REC
               WRITE REPORT-REC
           END-IF
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC.

       WRITE-AGING-LINE.
           COMPUTE WS-DAYS-OPEN =
               FUNCTION INTEGER-OF-DATE(WS-TODAY)
               - FUNCTION INTEGER-OF-DATE(T-DP-OPENED-DATE(J))
           COMPUTE WS-DAYS-LEFT =
               FUNCTION INTEGER-OF-DATE(T-DP-DEADLINE(J))
               - FUNCTION INTEGER-OF-DATE(WS-TODAY)
           EVALUATE TRUE
               WHEN WS-DAYS-LEFT < 0
                   IF WS-BAND NOT = 'O'
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO WS-OVERDUE-COUNT
               WHEN WS-DAYS-LEFT <= WS-WARN-DAYS
                   IF WS-BAND NOT = 'N'
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO WS-NEAR-COUNT
               WHEN OTHER
                   IF WS-BAND NOT = 'R'
                       EXIT PARAGRAPH
                   END-IF
           END-EVALUATE
           ADD 1 TO WS-BAND-SHOWN
           ADD 1 TO WS-OPEN-COUNT
           MOVE T-DP-AMOUNT(J) TO WS-DISP-AMT
           MOVE WS-DAYS-OPEN TO WS-DISP-OPEN
           MOVE WS-DAYS-LEFT TO WS-DISP-DAYS
           MOVE SPACES TO REPORT-REC
           STRING '  ' T-DP-CASE-NO(J) ' ' T-DP-TXN-ID(J) ' '
               T-DP-ACC-ID(J) ' ' WS-DISP-AMT ' ' T-DP-STATUS(J) ' '
               T-DP-OPENED-DATE(J) ' ' T-DP-DEADLINE(J) ' '
               WS-DISP-OPEN ' ' WS-DISP-DAYS ' ' T-DP-REASON(J)
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC.

       COPY 'sysdate-read.cpy'.
       COPY 'period-check.cpy'.
