       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPLAINT-RETURN.
       AUTHOR. HOLBERTON.

      *> Quarterly complaints return. Summarizes COMPLAINTS.DAT,
      *> the complaints register (see COMPLAINT-CASE), by category
      *> for the quarter asked for: complaints open at the start of
      *> the quarter, received in it, closed in it (upheld and
      *> rejected, and how many of those inside the resolution
      *> deadline), still open at the quarter end, and the redress
      *> approved on complaints closed in the quarter.
      *> COMPLAINT-RETURN.DAT is the submission file, one detail row
      *> per category between a header and a totals trailer, in the
      *> same H/D/T shape as REG-RETURN.DAT;
      *> COMPLAINT-RETURN-REPORT.DAT is the sign-off copy. A quarter
      *> that has not ended yet is marked DRAFT and gives RC 4.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPLAINT-FILE ASSIGN TO 'COMPLAINTS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CM-STATUS.
           SELECT SUBMISSION-FILE ASSIGN TO 'COMPLAINT-RETURN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE
               ASSIGN TO 'COMPLAINT-RETURN-REPORT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SYSDATE-FILE ASSIGN TO 'SYSTEM-DATE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSDATE-STATUS.

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

       FD SUBMISSION-FILE.
       01 SUB-HEADER.
          05 SH-REC-TYPE       PIC X.
          05 SH-REPORTER       PIC X(10).
          05 SH-QUARTER        PIC 9(5).
          05 SH-PERIOD-START   PIC 9(8).
          05 SH-PERIOD-END     PIC 9(8).
          05 SH-CREATED        PIC 9(8).
          05 SH-STATE          PIC X(5).
       01 SUB-DETAIL.
          05 SD-REC-TYPE       PIC X.
          05 SD-CATEGORY       PIC X(4).
          05 SD-OPEN-START     PIC 9(6).
          05 SD-RECEIVED       PIC 9(6).
          05 SD-UPHELD         PIC 9(6).
          05 SD-REJECTED       PIC 9(6).
          05 SD-IN-TIME        PIC 9(6).
          05 SD-OPEN-END       PIC 9(6).
          05 SD-REDRESS        PIC 9(10)V99.
       01 SUB-TRAILER.
          05 ST-REC-TYPE       PIC X.
          05 ST-LINES          PIC 9(4).
          05 ST-RECEIVED       PIC 9(6).
          05 ST-CLOSED         PIC 9(6).
          05 ST-OPEN-END       PIC 9(6).
          05 ST-REDRESS        PIC 9(10)V99.

       FD REPORT-FILE.
       01 REPORT-REC          PIC X(100).

       FD SYSDATE-FILE.
       01 SYSDATE-REC            PIC X(40).

       WORKING-STORAGE SECTION.
       COPY 'sysdate-ws.cpy'.
       01 WS-CM-STATUS       PIC XX.
       01 WS-EOF             PIC X VALUE 'N'.
       01 WS-TODAY           PIC 9(8).
       01 WS-REPORTER        PIC X(10) VALUE 'HOLB000001'.
       01 WS-QUARTER-TXT     PIC X(5).
       01 WS-QUARTER         PIC 9(5).
       01 WS-QTR-YEAR        PIC 9(4).
       01 WS-QTR-NO          PIC 9.
       01 WS-QTR-START       PIC 9(8).
       01 WS-QTR-END         PIC 9(8).
       01 WS-DRAFT           PIC X VALUE 'N'.
       01 WS-QTR-MMDD-VALUES.
           05 FILLER          PIC 9(8) VALUE 01010331.
           05 FILLER          PIC 9(8) VALUE 04010630.
           05 FILLER          PIC 9(8) VALUE 07010930.
           05 FILLER          PIC 9(8) VALUE 10011231.
       01 WS-QTR-MMDD-TABLE REDEFINES WS-QTR-MMDD-VALUES.
           05 WS-QTR-MMDD OCCURS 4 TIMES.
               10 WS-QTR-START-MMDD PIC 9(4).
               10 WS-QTR-END-MMDD   PIC 9(4).
       01 WS-CLOSED-IN-QTR   PIC X.
       01 WS-DISP-CNT        PIC Z(5)9.
       01 WS-DISP-AMT        PIC Z(9)9.99.
       01 WS-UNCATEGORIZED   PIC 9(5) VALUE 0.
       01 J                  PIC 9(2).

      *> The complaint categories, as COMPLAINT-CASE offers them.
       01 CATEGORY-LIST-DATA.
           05 FILLER PIC X(24) VALUE 'ACCTACCOUNT OPERATION   '.
           05 FILLER PIC X(24) VALUE 'FEESFEES AND CHARGES    '.
           05 FILLER PIC X(24) VALUE 'PAYMPAYMENTS            '.
           05 FILLER PIC X(24) VALUE 'CARDCARDS               '.
           05 FILLER PIC X(24) VALUE 'LENDLENDING             '.
           05 FILLER PIC X(24) VALUE 'FRAUFRAUD AND SCAMS     '.
           05 FILLER PIC X(24) VALUE 'SERVSERVICE             '.
           05 FILLER PIC X(24) VALUE 'OTHROTHER               '.
       01 CATEGORY-LIST REDEFINES CATEGORY-LIST-DATA.
           05 CAT-ENTRY OCCURS 8 TIMES.
               10 CAT-CODE   PIC X(4).
               10 CAT-DESC   PIC X(20).
       01 WS-CAT-COUNT       PIC 9(2) VALUE 8.
       01 WS-CAT-IDX         PIC 9(2).

      *> Counts per category, plus a ninth row for the totals.
       01 CAT-TOTALS.
           05 CT-ROW OCCURS 9 TIMES.
               10 CT-OPEN-START   PIC 9(6).
               10 CT-RECEIVED     PIC 9(6).
               10 CT-UPHELD       PIC 9(6).
               10 CT-REJECTED     PIC 9(6).
               10 CT-IN-TIME      PIC 9(6).
               10 CT-OPEN-END     PIC 9(6).
               10 CT-REDRESS      PIC 9(10)V99.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY 'COMPLAINTS RETURN'
           DISPLAY '================='
           PERFORM READ-SYSTEM-DATE
           MOVE SD-BUSINESS-DATE TO WS-TODAY
           DISPLAY 'Quarter to report (YYYYQ, e.g. 20263): '
           ACCEPT WS-QUARTER-TXT
           IF WS-QUARTER-TXT NOT NUMERIC
               DISPLAY '  >> A year and quarter number are required.'
               STOP RUN
           END-IF
           MOVE WS-QUARTER-TXT TO WS-QUARTER
           MOVE WS-QUARTER-TXT(1:4) TO WS-QTR-YEAR
           MOVE WS-QUARTER-TXT(5:1) TO WS-QTR-NO
           IF WS-QTR-NO < 1 OR WS-QTR-NO > 4
               DISPLAY '  >> The quarter must be 1 to 4.'
               STOP RUN
           END-IF
           COMPUTE WS-QTR-START = WS-QTR-YEAR * 10000
               + WS-QTR-START-MMDD(WS-QTR-NO)
           COMPUTE WS-QTR-END = WS-QTR-YEAR * 10000
               + WS-QTR-END-MMDD(WS-QTR-NO)
           IF WS-QTR-END >= WS-TODAY
               MOVE 'Y' TO WS-DRAFT
               DISPLAY 'The quarter has not ended -- the return is '
                   'a DRAFT.'
           END-IF

           INITIALIZE CAT-TOTALS
           OPEN INPUT COMPLAINT-FILE
           IF WS-CM-STATUS = '35'
               DISPLAY '  (no complaints on file)'
           ELSE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ COMPLAINT-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM TALLY-COMPLAINT
                   END-READ
               END-PERFORM
               CLOSE COMPLAINT-FILE
           END-IF

           PERFORM WRITE-RETURN-REPORT
           PERFORM WRITE-SUBMISSION-FILE
           DISPLAY 'Return in COMPLAINT-RETURN.DAT, sign-off copy in '
               'COMPLAINT-RETURN-REPORT.DAT'
           IF WS-DRAFT = 'Y'
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      *> A complaint received after the quarter end does not
      *> figure. One whose category is not on the list (keyed
      *> before the list was settled) is reported under OTHR.
       TALLY-COMPLAINT.
           IF CM-RECEIVED-DATE > WS-QTR-END
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-CAT-IDX
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-CAT-COUNT
               IF CAT-CODE(J) = CM-CATEGORY
                   MOVE J TO WS-CAT-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-CAT-IDX = 0
               ADD 1 TO WS-UNCATEGORIZED
               MOVE WS-CAT-COUNT TO WS-CAT-IDX
           END-IF

           IF CM-RECEIVED-DATE < WS-QTR-START
               IF CM-RESOLVED-DATE = 0
                   OR CM-RESOLVED-DATE >= WS-QTR-START
                   ADD 1 TO CT-OPEN-START(WS-CAT-IDX)
               ELSE
                   EXIT PARAGRAPH
               END-IF
           ELSE
               ADD 1 TO CT-RECEIVED(WS-CAT-IDX)
           END-IF

           MOVE 'N' TO WS-CLOSED-IN-QTR
           IF CM-RESOLVED-DATE NOT = 0
               AND CM-RESOLVED-DATE >= WS-QTR-START
               AND CM-RESOLVED-DATE <= WS-QTR-END
               MOVE 'Y' TO WS-CLOSED-IN-QTR
           END-IF
           IF WS-CLOSED-IN-QTR = 'Y'
               IF CM-STATUS = 'U'
                   ADD 1 TO CT-UPHELD(WS-CAT-IDX)
                   IF CM-REDRESS-STATUS = 'A'
                       OR CM-REDRESS-STATUS = 'S'
                       ADD CM-REDRESS TO CT-REDRESS(WS-CAT-IDX)
                   END-IF
               ELSE
                   ADD 1 TO CT-REJECTED(WS-CAT-IDX)
               END-IF
               IF CM-RESOLVED-DATE <= CM-DEADLINE
                   ADD 1 TO CT-IN-TIME(WS-CAT-IDX)
               END-IF
           ELSE
               ADD 1 TO CT-OPEN-END(WS-CAT-IDX)
           END-IF.

       WRITE-RETURN-REPORT.
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-REC
           STRING 'COMPLAINTS RETURN ' WS-QTR-YEAR ' Q' WS-QTR-NO
               '   ' WS-QTR-START ' - ' WS-QTR-END
               '   REPORTER ' WS-REPORTER
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           IF WS-DRAFT = 'Y'
               MOVE '*** DRAFT -- QUARTER NOT YET ENDED ***'
                   TO REPORT-REC
               WRITE REPORT-REC
           END-IF
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING 'CAT  CATEGORY             OPENING RECEIVD  UPHELD '
               'REJECTD IN-TIME CLOSING        REDRESS'
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-CAT-COUNT
               MOVE J TO WS-CAT-IDX
               PERFORM WRITE-REPORT-ROW
               ADD CT-OPEN-START(J) TO CT-OPEN-START(9)
               ADD CT-RECEIVED(J) TO CT-RECEIVED(9)
               ADD CT-UPHELD(J) TO CT-UPHELD(9)
               ADD CT-REJECTED(J) TO CT-REJECTED(9)
               ADD CT-IN-TIME(J) TO CT-IN-TIME(9)
               ADD CT-OPEN-END(J) TO CT-OPEN-END(9)
               ADD CT-REDRESS(J) TO CT-REDRESS(9)
           END-PERFORM
           MOVE 9 TO WS-CAT-IDX
           PERFORM WRITE-REPORT-ROW
           IF WS-UNCATEGORIZED > 0
               MOVE SPACES TO REPORT-REC
               STRING WS-UNCATEGORIZED ' complaints with an unknown '
                   'category are reported under OTHR.'
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC
           END-IF
           CLOSE REPORT-FILE.

       WRITE-REPORT-ROW.
           MOVE SPACES TO REPORT-REC
           IF WS-CAT-IDX > WS-CAT-COUNT
               MOVE 'TOTAL' TO REPORT-REC(6:20)
           ELSE
               MOVE CAT-CODE(WS-CAT-IDX) TO REPORT-REC(1:4)
               MOVE CAT-DESC(WS-CAT-IDX) TO REPORT-REC(6:20)
           END-IF
           MOVE CT-OPEN-START(WS-CAT-IDX) TO WS-DISP-CNT
           MOVE WS-DISP-CNT TO REPORT-REC(28:6)
           MOVE CT-RECEIVED(WS-CAT-IDX) TO WS-DISP-CNT
           MOVE WS-DISP-CNT TO REPORT-REC(36:6)
           MOVE CT-UPHELD(WS-CAT-IDX) TO WS-DISP-CNT
           MOVE WS-DISP-CNT TO REPORT-REC(44:6)
           MOVE CT-REJECTED(WS-CAT-IDX) TO WS-DISP-CNT
           MOVE WS-DISP-CNT TO REPORT-REC(52:6)
           MOVE CT-IN-TIME(WS-CAT-IDX) TO WS-DISP-CNT
           MOVE WS-DISP-CNT TO REPORT-REC(60:6)
           MOVE CT-OPEN-END(WS-CAT-IDX) TO WS-DISP-CNT
           MOVE WS-DISP-CNT TO REPORT-REC(68:6)
           MOVE CT-REDRESS(WS-CAT-IDX) TO WS-DISP-AMT
           MOVE WS-DISP-AMT TO REPORT-REC(75:13)
           WRITE REPORT-REC.

       WRITE-SUBMISSION-FILE.
           OPEN OUTPUT SUBMISSION-FILE
           MOVE SPACES TO SUB-HEADER
           MOVE 'H' TO SH-REC-TYPE
           MOVE WS-REPORTER TO SH-REPORTER
           MOVE WS-QUARTER TO SH-QUARTER
           MOVE WS-QTR-START TO SH-PERIOD-START
           MOVE WS-QTR-END TO SH-PERIOD-END
           MOVE WS-TODAY TO SH-CREATED
           IF WS-DRAFT = 'Y'
               MOVE 'DRAFT' TO SH-STATE
           ELSE
               MOVE 'FINAL' TO SH-STATE
           END-IF
           WRITE SUB-HEADER
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-CAT-COUNT
               MOVE SPACES TO SUB-DETAIL
               MOVE 'D' TO SD-REC-TYPE
               MOVE CAT-CODE(J) TO SD-CATEGORY
               MOVE CT-OPEN-START(J) TO SD-OPEN-START
               MOVE CT-RECEIVED(J) TO SD-RECEIVED
               MOVE CT-UPHELD(J) TO SD-UPHELD
               MOVE CT-REJECTED(J) TO SD-REJECTED
               MOVE CT-IN-TIME(J) TO SD-IN-TIME
               MOVE CT-OPEN-END(J) TO SD-OPEN-END
               MOVE CT-REDRESS(J) TO SD-REDRESS
               WRITE SUB-DETAIL
           END-PERFORM
           MOVE SPACES TO SUB-TRAILER
           MOVE 'T' TO ST-REC-TYPE
           MOVE WS-CAT-COUNT TO ST-LINES
           MOVE CT-RECEIVED(9) TO ST-RECEIVED
           COMPUTE ST-CLOSED = CT-UPHELD(9) + CT-REJECTED(9)
           MOVE CT-OPEN-END(9) TO ST-OPEN-END
           MOVE CT-REDRESS(9) TO ST-REDRESS
           WRITE SUB-TRAILER
           CLOSE SUBMISSION-FILE.

       COPY 'sysdate-read.cpy'.
