       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDIT-VERIFY.
       AUTHOR. HOLBERTON.

      *> Proves the audit trails have not been edited. Every line
      *> WRITE-AUDIT-RECORD and WRITE-LOGIN-AUDIT append carries a
      *> sequence number and a hash chained from the line before it
      *> (see audit-write.cpy and login-audit-write.cpy). This run
      *> walks AUDIT-TRAIL.DAT together with every AUDIT-ARCHIVE
      *> generation named in AUDIT-ARCHIVE-INDEX.DAT, oldest month
      *> first, as one chain, then LOGIN-AUDIT.LOG as a chain of its
      *> own, and recomputes each hash. A line whose hash does not
      *> match is ALTERED, a jump in sequence is a GAP (lines
      *> removed), a sequence number at or below one already seen
      *> is a REORDER, a line with no chain fields after the chain
      *> began is UNCHAINED, and an indexed generation that is not
      *> on disk is MISSING. Lines written before chaining existed
      *> are counted as legacy and not checked. After a finding the
      *> walk picks the chain up again from the line as it stands,
      *> so one edit is reported once. Each finding goes to
      *> AUDIT-CHAIN-BREAKS.LOG, which ALERT-CONSOLE raises as a
      *> critical for the operator, and the counts per file to
      *> AUDIT-VERIFY-REPORT.DAT. Ends RC 0 either way -- a broken
      *> chain is for the operator and audit to investigate, not a
      *> reason to stop the nightly run. Runs daily after the
      *> business-day steps.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN TO 'AUDIT-TRAIL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.
           SELECT LOGIN-AUDIT-FILE ASSIGN TO 'LOGIN-AUDIT.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOGIN-AUDIT-STATUS.
           SELECT GEN-FILE ASSIGN TO WS-GEN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-STATUS.
           SELECT INDEX-FILE ASSIGN TO 'AUDIT-ARCHIVE-INDEX.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INDEX-STATUS.
           SELECT BREAKS-FILE ASSIGN TO 'AUDIT-CHAIN-BREAKS.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BREAKS-STATUS.
           SELECT REPORT-FILE ASSIGN TO 'AUDIT-VERIFY-REPORT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SYSDATE-FILE ASSIGN TO 'SYSTEM-DATE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD AUDIT-FILE.
       01 AUDIT-RECORD           PIC X(130).

       FD LOGIN-AUDIT-FILE.
       01 LOGIN-AUDIT-RECORD     PIC X(130).

      *> Any one file of a chain, named in WS-GEN-NAME.
       FD GEN-FILE.
       01 GEN-RECORD             PIC X(130).

      *> One row per month per AUDIT-ARCHIVE run:
      *> YYYYMMDD-HHMMSSnn AUDIT-ARCHIVE-YYYYMM.DAT RECORDS=n
       FD INDEX-FILE.
       01 INDEX-RECORD.
           05 IX-STAMP           PIC X(17).
           05 FILLER             PIC X.
           05 IX-PREFIX          PIC X(14).
           05 IX-YYYYMM          PIC X(6).
           05 FILLER             PIC X(62).

       FD BREAKS-FILE.
       01 BREAKS-REC             PIC X(100).

       FD REPORT-FILE.
       01 REPORT-REC             PIC X(100).

       FD SYSDATE-FILE.
       01 SYSDATE-REC            PIC X(40).

       WORKING-STORAGE SECTION.
       COPY 'sysdate-ws.cpy'.
       COPY 'audit-ws.cpy'.
       COPY 'login-audit-ws.cpy'.
       01 WS-GEN-STATUS          PIC XX.
       01 WS-INDEX-STATUS        PIC XX.
       01 WS-BREAKS-STATUS       PIC XX.
       01 WS-GEN-NAME            PIC X(30).
       01 WS-EOF                 PIC X VALUE 'N'.
       01 WS-TODAY               PIC 9(8).
       01 J                      PIC 9(4).
       01 K                      PIC 9(4).

      *> Archive months to walk, distinct and in ascending order.
       01 WS-MON-COUNT           PIC 9(4) VALUE 0.
       01 WS-MON-MAX             PIC 9(4) VALUE 1200.
       01 WS-MON-NEW             PIC 9(6).
       01 MON-TABLE.
           05 MON-ENTRY OCCURS 1 TO 1200 TIMES
                        DEPENDING ON WS-MON-COUNT.
               10 MON-YYYYMM     PIC 9(6).

      *> The chain being walked: A the audit trail, L the login log.
       01 WS-CHAIN-KIND          PIC X.
       01 WS-CHAIN-STARTED       PIC X.
       01 WS-CHAIN-LAST-SEQ      PIC 9(9).
       01 WS-CHAIN-LAST-HASH     PIC 9(10).
       01 WS-CHAIN-LINE          PIC X(130).
       01 WS-CHAIN-LINE-PARTS REDEFINES WS-CHAIN-LINE.
           05 CL-BODY            PIC X(100).
           05 CL-SEQ-TAG         PIC X(5).
           05 CL-SEQ             PIC X(9).
           05 CL-SEQ-N REDEFINES CL-SEQ
                                 PIC 9(9).
           05 CL-HASH-TAG        PIC X(6).
           05 CL-HASH            PIC X(10).
           05 CL-HASH-N REDEFINES CL-HASH
                                 PIC 9(10).
       01 WS-CALC-HASH           PIC 9(10).
       01 WS-LINE-NO             PIC 9(9).
       01 WS-BREAK-KIND          PIC X(10).

      *> Per file walked, reported then reset.
       01 WS-FILE-LINES          PIC 9(9) VALUE 0.
       01 WS-FILE-CHAINED        PIC 9(9) VALUE 0.
       01 WS-FILE-LEGACY         PIC 9(9) VALUE 0.
       01 WS-FILE-BREAKS         PIC 9(6) VALUE 0.
       01 WS-FILE-FIRST-SEQ      PIC 9(9) VALUE 0.
       01 WS-TOTAL-BREAKS        PIC 9(6) VALUE 0.
       01 WS-DISP-LINE           PIC Z(8)9.
       01 WS-DISP-SEQ            PIC Z(8)9.
       01 WS-DISP-COUNT          PIC Z(8)9.
       01 WS-DISP-FIRST          PIC Z(8)9.
       01 WS-DISP-LAST           PIC Z(8)9.
       01 WS-DISP-BREAKS         PIC Z(5)9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY 'AUDIT CHAIN VERIFICATION'
           DISPLAY '========================'
           PERFORM READ-SYSTEM-DATE
           MOVE SD-BUSINESS-DATE TO WS-TODAY

           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-REC
           STRING 'AUDIT CHAIN VERIFICATION - ' WS-TODAY
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING 'FILE                               LINES  '
                  '  CHAINED    LEGACY  FIRST SEQ   LAST SEQ BREAKS'
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

      *> The audit trail: its archived months in order, then the
      *> hot file, as one chain.
           PERFORM LOAD-ARCHIVE-MONTHS
           MOVE 'A' TO WS-CHAIN-KIND
           PERFORM START-CHAIN
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-MON-COUNT
               MOVE SPACES TO WS-GEN-NAME
               STRING 'AUDIT-ARCHIVE-' MON-YYYYMM(J) '.DAT'
                   DELIMITED BY SIZE INTO WS-GEN-NAME
               END-STRING
               PERFORM WALK-CHAIN-FILE
           END-PERFORM
           MOVE 'AUDIT-TRAIL.DAT' TO WS-GEN-NAME
           PERFORM WALK-CHAIN-FILE

           MOVE 'L' TO WS-CHAIN-KIND
           PERFORM START-CHAIN
           MOVE 'LOGIN-AUDIT.LOG' TO WS-GEN-NAME
           PERFORM WALK-CHAIN-FILE

           MOVE SPACES TO REPORT-REC
           MOVE WS-TOTAL-BREAKS TO WS-DISP-BREAKS
           IF WS-TOTAL-BREAKS = 0
               MOVE 'ALL CHAINS INTACT' TO REPORT-REC
           ELSE
               STRING 'CHAIN BREAKS FOUND: ' WS-DISP-BREAKS
                      ' -- SEE AUDIT-CHAIN-BREAKS.LOG'
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
           END-IF
           WRITE REPORT-REC
           CLOSE REPORT-FILE

           IF WS-TOTAL-BREAKS = 0
               DISPLAY 'Audit and login chains intact.'
           ELSE
               DISPLAY WS-DISP-BREAKS ' chain breaks written to '
                   'AUDIT-CHAIN-BREAKS.LOG.'
           END-IF
           MOVE 0 TO RETURN-CODE
           STOP RUN.

      *> Each AUDIT-ARCHIVE run adds a row per month it moved, and a
      *> rerun or a late line can add the same month again; each
      *> month is walked once.
       LOAD-ARCHIVE-MONTHS.
           MOVE 0 TO WS-MON-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT INDEX-FILE
           IF WS-INDEX-STATUS = '35'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ INDEX-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF IX-PREFIX = 'AUDIT-ARCHIVE-'
                           AND IX-YYYYMM IS NUMERIC
                           MOVE IX-YYYYMM TO WS-MON-NEW
                           PERFORM ADD-ARCHIVE-MONTH
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INDEX-FILE.

       ADD-ARCHIVE-MONTH.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-MON-COUNT
               IF MON-YYYYMM(J) = WS-MON-NEW
                   EXIT PARAGRAPH
               END-IF
               IF MON-YYYYMM(J) > WS-MON-NEW
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-MON-COUNT NOT < WS-MON-MAX
               DISPLAY 'Warning: archive month table full at '
                   WS-MON-MAX
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-MON-COUNT
           PERFORM VARYING K FROM WS-MON-COUNT BY -1 UNTIL K <= J
               MOVE MON-YYYYMM(K - 1) TO MON-YYYYMM(K)
           END-PERFORM
           MOVE WS-MON-NEW TO MON-YYYYMM(J).

       START-CHAIN.
           MOVE 'N' TO WS-CHAIN-STARTED
           MOVE 0 TO WS-CHAIN-LAST-SEQ
           MOVE 0 TO WS-CHAIN-LAST-HASH.

       WALK-CHAIN-FILE.
           MOVE 0 TO WS-FILE-LINES
           MOVE 0 TO WS-FILE-CHAINED
           MOVE 0 TO WS-FILE-LEGACY
           MOVE 0 TO WS-FILE-BREAKS
           MOVE 0 TO WS-FILE-FIRST-SEQ
           MOVE 0 TO WS-LINE-NO
           MOVE 'N' TO WS-EOF
           OPEN INPUT GEN-FILE
           IF WS-GEN-STATUS = '35'
      *> A missing archive generation is a break; a site with no
      *> hot file or login log yet has nothing to check.
               IF WS-GEN-NAME(1:14) = 'AUDIT-ARCHIVE-'
                   MOVE 'MISSING' TO WS-BREAK-KIND
                   PERFORM WRITE-CHAIN-BREAK
               END-IF
               PERFORM REPORT-CHAIN-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ GEN-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-LINE-NO
                       ADD 1 TO WS-FILE-LINES
                       MOVE GEN-RECORD TO WS-CHAIN-LINE
                       PERFORM CHECK-CHAIN-LINE
               END-READ
           END-PERFORM
           CLOSE GEN-FILE
           PERFORM REPORT-CHAIN-FILE.

       CHECK-CHAIN-LINE.
           IF CL-SEQ-TAG NOT = ' SEQ=' OR CL-SEQ IS NOT NUMERIC
               OR CL-HASH-TAG NOT = ' HASH='
               OR CL-HASH IS NOT NUMERIC
               IF WS-CHAIN-STARTED = 'N'
                   ADD 1 TO WS-FILE-LEGACY
               ELSE
                   MOVE 0 TO CL-SEQ-N
                   MOVE 'UNCHAINED' TO WS-BREAK-KIND
                   PERFORM WRITE-CHAIN-BREAK
               END-IF
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-FILE-CHAINED
           IF WS-FILE-FIRST-SEQ = 0
               MOVE CL-SEQ-N TO WS-FILE-FIRST-SEQ
           END-IF
           PERFORM RECOMPUTE-LINE-HASH
           MOVE SPACES TO WS-BREAK-KIND
           EVALUATE TRUE
               WHEN WS-CHAIN-STARTED = 'Y'
                   AND CL-SEQ-N NOT > WS-CHAIN-LAST-SEQ
                   MOVE 'REORDER' TO WS-BREAK-KIND
               WHEN CL-SEQ-N NOT = WS-CHAIN-LAST-SEQ + 1
                   MOVE 'GAP' TO WS-BREAK-KIND
               WHEN WS-CALC-HASH NOT = CL-HASH-N
                   MOVE 'ALTERED' TO WS-BREAK-KIND
           END-EVALUATE
           IF WS-BREAK-KIND NOT = SPACES
               PERFORM WRITE-CHAIN-BREAK
           END-IF

      *> A line out of order is reported and passed over, so the
      *> lines after it still chain from the true predecessor.
           IF WS-BREAK-KIND NOT = 'REORDER'
               MOVE 'Y' TO WS-CHAIN-STARTED
               MOVE CL-SEQ-N TO WS-CHAIN-LAST-SEQ
               MOVE CL-HASH-N TO WS-CHAIN-LAST-HASH
           END-IF.

      *> The same hash the writer computed, through the writer's own
      *> paragraph, from the previous line's hash, this line's text
      *> and its sequence number.
       RECOMPUTE-LINE-HASH.
           IF WS-CHAIN-KIND = 'A'
               MOVE WS-CHAIN-LAST-HASH TO WS-AUDIT-LAST-HASH
               MOVE CL-BODY TO WS-AUDIT-BODY
               MOVE CL-SEQ-N TO WS-AUDIT-SEQ
               PERFORM COMPUTE-AUDIT-HASH
               MOVE WS-AUDIT-HASH TO WS-CALC-HASH
           ELSE
               MOVE WS-CHAIN-LAST-HASH TO WS-LGN-LAST-HASH
               MOVE CL-BODY TO WS-LGN-BODY
               MOVE CL-SEQ-N TO WS-LGN-SEQ
               PERFORM COMPUTE-LOGIN-HASH
               MOVE WS-LGN-HASH TO WS-CALC-HASH
           END-IF.

       WRITE-CHAIN-BREAK.
           ADD 1 TO WS-FILE-BREAKS
           ADD 1 TO WS-TOTAL-BREAKS
           MOVE WS-LINE-NO TO WS-DISP-LINE
           MOVE CL-SEQ-N TO WS-DISP-SEQ
           OPEN EXTEND BREAKS-FILE
           IF WS-BREAKS-STATUS = '35'
               OPEN OUTPUT BREAKS-FILE
           END-IF
           MOVE SPACES TO BREAKS-REC
           IF WS-BREAK-KIND = 'MISSING'
               STRING 'AUDIT CHAIN BREAK ' WS-TODAY ' '
                      FUNCTION TRIM(WS-GEN-NAME)
                      ' MISSING -- INDEXED BUT NOT ON FILE'
                   DELIMITED BY SIZE INTO BREAKS-REC
               END-STRING
           ELSE
               STRING 'AUDIT CHAIN BREAK ' WS-TODAY ' '
                      FUNCTION TRIM(WS-GEN-NAME)
                      ' LINE' WS-DISP-LINE ' SEQ' WS-DISP-SEQ ' '
                      WS-BREAK-KIND
                   DELIMITED BY SIZE INTO BREAKS-REC
               END-STRING
           END-IF
           WRITE BREAKS-REC
           CLOSE BREAKS-FILE
           DISPLAY BREAKS-REC.

       REPORT-CHAIN-FILE.
           MOVE SPACES TO REPORT-REC
           MOVE WS-FILE-LINES TO WS-DISP-LINE
           MOVE WS-FILE-CHAINED TO WS-DISP-COUNT
           MOVE WS-FILE-LEGACY TO WS-DISP-SEQ
           MOVE WS-FILE-FIRST-SEQ TO WS-DISP-FIRST
           MOVE WS-CHAIN-LAST-SEQ TO WS-DISP-LAST
           MOVE WS-FILE-BREAKS TO WS-DISP-BREAKS
           IF WS-GEN-STATUS = '35'
               STRING WS-GEN-NAME '  NOT ON FILE'
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
           ELSE
               STRING WS-GEN-NAME WS-DISP-LINE ' ' WS-DISP-COUNT ' '
                      WS-DISP-SEQ '  ' WS-DISP-FIRST '  '
                      WS-DISP-LAST WS-DISP-BREAKS
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
           END-IF
           WRITE REPORT-REC.

       COPY 'audit-write.cpy'.
       COPY 'login-audit-write.cpy'.
       COPY 'sysdate-read.cpy'.
