       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPLAINT-PROCESS.
       AUTHOR. HOLBERTON.

      *> Nightly run over COMPLAINTS.DAT, the complaints register
      *> (see COMPLAINT-CASE for the statuses). Every redress a
      *> second operator has approved is staged as a DEPOSIT
      *> TRANS-REC row to the redress account on
      *> COMPLAINT-TRANS.DAT, under H-prefixed ids for
      *> FEED-CONSOLIDATE to stage (the ids run on from the highest
      *> already on the register), and the complaint is stamped
      *> with the credit's id (redress status A -> S). A CMPR
      *> letter trigger tells the customer the redress is on its
      *> way.
      *> It then prints COMPLAINT-AGING-REPORT.DAT: every open
      *> complaint against its resolution deadline, overdue ones
      *> first, then those with complaint-warn-days.dat (default 7)
      *> or fewer days left, then the rest, with the redress still
      *> awaiting approval listed after them.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPLAINT-FILE ASSIGN TO 'COMPLAINTS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CM-STATUS.
           SELECT TRANS-OUT ASSIGN TO 'COMPLAINT-TRANS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRIGGER-FILE ASSIGN TO 'LETTER-TRIGGERS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRG-STATUS.
           SELECT WARN-DAYS-FILE ASSIGN TO 'complaint-warn-days.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WARN-STATUS.
           SELECT REPORT-FILE ASSIGN TO 'COMPLAINT-AGING-REPORT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SYSDATE-FILE ASSIGN TO 'SYSTEM-DATE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSDATE-STATUS.
           SELECT PERIOD-FILE ASSIGN TO 'GL-PERIODS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERIOD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD COMPLAINT-FILE.
       01 COMPLAINT-RECORD.
           05 CM-CASE-NO        PIC 9(6).
           05 CM-CUST-ID        PIC 9(5).
           05 CM-CATEGORY       PIC X(4).
           05 CM-PRODUCT        PIC X(8).
           05 CM-ACC-ID         PIC 9(5).
           05 CM-SUMMARY        PIC X(30).
           05 CM-RECEIVED-DATE  PIC 9(8).
           05 CM-RECEIVED-BY    PIC X(8).
           05 CM-DEADLINE       PIC 9(8).
           05 CM-ACK-DATE       PIC 9(8).
           05 CM-ACK-BY         PIC X(8).
           05 CM-STATUS         PIC X.
           05 CM-RESOLVED-DATE  PIC 9(8).
           05 CM-RESOLVED-BY    PIC X(8).
           05 CM-REDRESS        PIC 9(8)V99.
           05 CM-REDRESS-ACC    PIC 9(5).
           05 CM-CURRENCY       PIC X(3).
           05 CM-REDRESS-STATUS PIC X.
           05 CM-APPROVED-BY    PIC X(8).
           05 CM-APPROVED-DATE  PIC 9(8).
           05 CM-REDRESS-TXN    PIC X(6).

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
       01 WS-CM-STATUS       PIC XX.
       01 WS-TRG-STATUS      PIC XX.
       01 WS-WARN-STATUS     PIC XX.
       01 WS-EOF             PIC X VALUE 'N'.
       01 WS-TODAY           PIC 9(8).
       01 WS-SEQ             PIC 9(5) VALUE 0.
       01 WS-TXN-ID          PIC X(6).
       01 WS-WARN-DAYS       PIC 9(3) VALUE 7.
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
       01 WS-OVERDUE-COUNT   PIC 9(5) VALUE 0.
       01 WS-NEAR-COUNT      PIC 9(5) VALUE 0.
       01 WS-OPEN-COUNT      PIC 9(5) VALUE 0.
       01 WS-PENDING-COUNT   PIC 9(5) VALUE 0.

       01 WS-CM-COUNT        PIC 9(5) VALUE 0.
       01 WS-CM-MAX          PIC 9(5) VALUE 10000.
       01 CM-TABLE.
           05 CM-ENTRY OCCURS 1 TO 10000 TIMES
                       DEPENDING ON WS-CM-COUNT.
               10 T-CM-CASE-NO        PIC 9(6).
               10 T-CM-CUST-ID        PIC 9(5).
               10 T-CM-CATEGORY       PIC X(4).
               10 T-CM-PRODUCT        PIC X(8).
               10 T-CM-ACC-ID         PIC 9(5).
               10 T-CM-SUMMARY        PIC X(30).
               10 T-CM-RECEIVED-DATE  PIC 9(8).
               10 T-CM-RECEIVED-BY    PIC X(8).
               10 T-CM-DEADLINE       PIC 9(8).
               10 T-CM-ACK-DATE       PIC 9(8).
               10 T-CM-ACK-BY         PIC X(8).
               10 T-CM-STATUS         PIC X.
               10 T-CM-RESOLVED-DATE  PIC 9(8).
               10 T-CM-RESOLVED-BY    PIC X(8).
               10 T-CM-REDRESS        PIC 9(8)V99.
               10 T-CM-REDRESS-ACC    PIC 9(5).
               10 T-CM-CURRENCY       PIC X(3).
               10 T-CM-REDRESS-STATUS PIC X.
               10 T-CM-APPROVED-BY    PIC X(8).
               10 T-CM-APPROVED-DATE  PIC 9(8).
               10 T-CM-REDRESS-TXN    PIC X(6).

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY 'COMPLAINT PROCESSING'
           DISPLAY '===================='
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
           PERFORM LOAD-COMPLAINT-TABLE

           OPEN OUTPUT TRANS-OUT
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-CM-COUNT
               IF T-CM-REDRESS-STATUS(J) = 'A'
                   PERFORM STAGE-REDRESS
               END-IF
           END-PERFORM
           MOVE SPACES TO OUT-TRAILER
           MOVE 'TRLR99' TO OUT-TRL-TAG
           MOVE WS-OUT-COUNT TO OUT-TRL-COUNT
           MOVE WS-OUT-HASH TO OUT-TRL-HASH
           WRITE OUT-TRAILER
           CLOSE TRANS-OUT

           PERFORM SAVE-COMPLAINT-TABLE
           PERFORM WRITE-AGING-REPORT

           DISPLAY WS-OUT-COUNT ' redress credits staged in '
               'COMPLAINT-TRANS.DAT.'
           DISPLAY WS-OPEN-COUNT ' complaints open, '
               WS-OVERDUE-COUNT ' past their deadline, '
               WS-NEAR-COUNT ' close to it; ' WS-PENDING-COUNT
               ' redress awaiting approval.'
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

       LOAD-COMPLAINT-TABLE.
           MOVE 0 TO WS-CM-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT COMPLAINT-FILE
           IF WS-CM-STATUS NOT = '35'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ COMPLAINT-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF WS-CM-COUNT < WS-CM-MAX
                               ADD 1 TO WS-CM-COUNT
                               MOVE COMPLAINT-RECORD
                                   TO CM-ENTRY(WS-CM-COUNT)
                               PERFORM NOTE-HIGHEST-ID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COMPLAINT-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

      *> Complaints are never purged, so the highest H id on the
      *> register is where tonight's numbering carries on.
       NOTE-HIGHEST-ID.
           IF CM-REDRESS-TXN(1:1) = 'H'
               AND CM-REDRESS-TXN(2:5) IS NUMERIC
               AND CM-REDRESS-TXN(2:5) > WS-SEQ
               MOVE CM-REDRESS-TXN(2:5) TO WS-SEQ
           END-IF.

       SAVE-COMPLAINT-TABLE.
           OPEN OUTPUT COMPLAINT-FILE
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-CM-COUNT
               MOVE CM-ENTRY(J) TO COMPLAINT-RECORD
               WRITE COMPLAINT-RECORD
           END-PERFORM
           CLOSE COMPLAINT-FILE.

       STAGE-REDRESS.
           ADD 1 TO WS-SEQ
           MOVE SPACES TO WS-TXN-ID
           STRING 'H' WS-SEQ DELIMITED BY SIZE INTO WS-TXN-ID
           END-STRING
           MOVE SPACES TO OUT-REC
           MOVE WS-TXN-ID TO OUT-TXN-ID
           MOVE 'DEPOSIT' TO OUT-TXN-TYPE
           MOVE T-CM-REDRESS-ACC(J) TO OUT-TXN-ACC-ID
           MOVE T-CM-REDRESS(J) TO OUT-TXN-AMT
           MOVE WS-TODAY TO OUT-TXN-DATE
           MOVE 0 TO OUT-TXN-DEST-ID
           MOVE T-CM-CURRENCY(J) TO OUT-TXN-CURRENCY
           WRITE OUT-REC
           ADD 1 TO WS-OUT-COUNT
           ADD T-CM-REDRESS(J) TO WS-OUT-HASH
           MOVE WS-TXN-ID TO T-CM-REDRESS-TXN(J)
           MOVE 'S' TO T-CM-REDRESS-STATUS(J)

           OPEN EXTEND TRIGGER-FILE
           IF WS-TRG-STATUS = '35'
               OPEN OUTPUT TRIGGER-FILE
           END-IF
           MOVE SPACES TO TRIGGER-RECORD
           MOVE 'CMPR' TO TG-TEMPLATE
           MOVE T-CM-CUST-ID(J) TO TG-CUST-ID
           MOVE T-CM-REDRESS(J) TO TG-AMOUNT
           MOVE 'P' TO TG-STATUS
           WRITE TRIGGER-RECORD
           CLOSE TRIGGER-FILE.

      *> Three passes over the open complaints, one per band:
      *> O overdue, N near the deadline, R the rest.
       WRITE-AGING-REPORT.
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-REC
           STRING 'COMPLAINT AGING REPORT - ' WS-TODAY
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
           MOVE 'OTHER OPEN COMPLAINTS' TO REPORT-REC
           PERFORM WRITE-AGING-BAND

           MOVE 'REDRESS AWAITING APPROVAL' TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING '  CASE   CUST  CAT  REDRESS-ACCT      AMOUNT '
               'UPHELD   BY'
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-CM-COUNT
               IF T-CM-REDRESS-STATUS(J) = 'P'
                   ADD 1 TO WS-PENDING-COUNT
                   MOVE T-CM-REDRESS(J) TO WS-DISP-AMT
                   MOVE SPACES TO REPORT-REC
                   STRING '  ' T-CM-CASE-NO(J) ' '
                       T-CM-CUST-ID(J) ' ' T-CM-CATEGORY(J) ' '
                       T-CM-REDRESS-ACC(J) '        ' WS-DISP-AMT
                       ' ' T-CM-RESOLVED-DATE(J) ' '
                       T-CM-RESOLVED-BY(J)
                       DELIMITED BY SIZE INTO REPORT-REC
                   END-STRING
                   WRITE REPORT-REC
               END-IF
           END-PERFORM
           IF WS-PENDING-COUNT = 0
               MOVE '  (none)' TO REPORT-REC
               WRITE REPORT-REC
           END-IF

           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING 'OPEN ' WS-OPEN-COUNT '  OVERDUE '
               WS-OVERDUE-COUNT '  NEAR DEADLINE ' WS-NEAR-COUNT
               '  REDRESS PENDING ' WS-PENDING-COUNT
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE WS-OUT-HASH TO WS-DISP-HASH
           MOVE SPACES TO REPORT-REC
           STRING 'REDRESS STAGED TONIGHT ' WS-OUT-COUNT ' '
               WS-DISP-HASH
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           CLOSE REPORT-FILE.

       WRITE-AGING-BAND.
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING '  CASE   CUST  CAT  RECEIVED ACK-DATE DEADLINE  '
               'OPEN  LEFT SUMMARY'
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE 0 TO WS-BAND-SHOWN
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-CM-COUNT
               IF T-CM-STATUS(J) = 'O' OR T-CM-STATUS(J) = 'K'
                   PERFORM WRITE-AGING-LINE
               END-IF
           END-PERFORM
           IF WS-BAND-SHOWN = 0
               MOVE '  (none)' TO REPORT-REC
               WRITE REPORT-REC
           END-IF
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC.

      *> A complaint not yet acknowledged shows ACK-DATE zero.
       WRITE-AGING-LINE.
           COMPUTE WS-DAYS-OPEN =
               FUNCTION INTEGER-OF-DATE(WS-TODAY)
               - FUNCTION INTEGER-OF-DATE(T-CM-RECEIVED-DATE(J))
           COMPUTE WS-DAYS-LEFT =
               FUNCTION INTEGER-OF-DATE(T-CM-DEADLINE(J))
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
           MOVE WS-DAYS-OPEN TO WS-DISP-OPEN
           MOVE WS-DAYS-LEFT TO WS-DISP-DAYS
           MOVE SPACES TO REPORT-REC
           STRING '  ' T-CM-CASE-NO(J) ' ' T-CM-CUST-ID(J) ' '
               T-CM-CATEGORY(J) ' ' T-CM-RECEIVED-DATE(J) ' '
               T-CM-ACK-DATE(J) ' ' T-CM-DEADLINE(J) ' '
               WS-DISP-OPEN ' ' WS-DISP-DAYS ' ' T-CM-SUMMARY(J)
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC.

       COPY 'sysdate-read.cpy'.
       COPY 'period-check.cpy'.
