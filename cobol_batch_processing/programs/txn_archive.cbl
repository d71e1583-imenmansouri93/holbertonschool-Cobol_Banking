       IDENTIFICATION DIVISION.
       PROGRAM-ID. TXN-ARCHIVE.
       AUTHOR. HOLBERTON.

      *> Monthly partitioned archive for the two registers that only
      *> ever grow: POSTED-TRANS.DAT and GL-JOURNAL.DAT. Every row
      *> dated in a month PERIOD-CLOSE has closed moves to that
      *> month's own archive file (POSTED-TRANS-YYYYMM.DAT,
      *> GL-JOURNAL-YYYYMM.DAT), so the live files keep only open
      *> periods and the nightly readers stop rescanning years of
      *> history. Each month moved is recorded on
      *> TXN-ARCHIVE-INDEX.DAT with its record count, amount hash
      *> and date range; the readers that need older history find
      *> the month's file there (txnarch-check.cpy). Run as a
      *> month-start step after the close.
      *>
      *> The journal's running balances must survive the move, so
      *> the archived GL rows are netted per account per year into
      *> FORWARD rows (program TXNARCHIVE) left at the head of the
      *> live journal, dated on the last archived day of their
      *> year: TRIAL-BALANCE still proves from the first record and
      *> GL-YEAREND still nets the whole year. Each run re-nets the
      *> previous FORWARD rows, so there is only ever one set.
      *>
      *> POSTED-TRANS.DAT is only archived once JOURNAL-LOAD has
      *> loaded every row to SQL, since the loader counts the
      *> register rows it has taken. Both live files are swapped by
      *> the copy-then-rename pattern only after the kept file
      *> re-counts correctly. This is separate from AUDIT-ARCHIVE,
      *> which covers the customer change trail.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSTED-FILE ASSIGN TO 'POSTED-TRANS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTED-STATUS.
           SELECT POSTED-NEW ASSIGN TO 'POSTED-TRANS.NEW'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GL-JOURNAL ASSIGN TO 'GL-JOURNAL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
           SELECT GL-NEW ASSIGN TO 'GL-JOURNAL.NEW'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARCHIVE-FILE ASSIGN TO WS-ARCHIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.
           SELECT CONTROL-FILE ASSIGN TO 'JOURNAL-LOAD-CONTROL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT ARCHIVE-INDEX ASSIGN TO 'TXN-ARCHIVE-INDEX.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCHIVE-INDEX-STATUS.
           SELECT PERIOD-FILE ASSIGN TO 'GL-PERIODS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERIOD-STATUS.
           SELECT SYSDATE-FILE ASSIGN TO 'SYSTEM-DATE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD POSTED-FILE.
       01 POSTED-RECORD.
           05 PJ-TXN-ID    PIC X(6).
           05 PJ-TXN-TYPE  PIC X(10).
           05 PJ-ACC-ID    PIC 9(5).
           05 PJ-AMT       PIC 9(8)V99.
           05 PJ-DATE      PIC 9(8).
           05 PJ-DEST-ID   PIC 9(5).
           05 PJ-CURRENCY  PIC X(3).
           05 PJ-BATCH     PIC 9(4).

       FD POSTED-NEW.
       01 POSTED-NEW-REC    PIC X(51).

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

       FD GL-NEW.
       01 GL-NEW-REC.
           05 NJ-DATE       PIC 9(8).
           05 NJ-PROGRAM    PIC X(10).
           05 NJ-ACCOUNT    PIC X(9).
           05 NJ-DC         PIC X.
           05 NJ-AMOUNT     PIC 9(8)V99.
           05 NJ-OFFSET     PIC X(9).
           05 NJ-BATCH      PIC 9(4).
           05 NJ-COST-CENTRE PIC X(4).

       FD ARCHIVE-FILE.
       01 ARCHIVE-RECORD    PIC X(55).

       FD CONTROL-FILE.
       01 CONTROL-RECORD.
           05 JC-DATE           PIC 9(8).
           05 FILLER            PIC X.
           05 JC-TIME           PIC 9(6).
           05 FILLER            PIC X.
           05 JC-COUNT          PIC 9(7).
           05 FILLER            PIC X.
           05 JC-HASH           PIC 9(13)V99.

       FD ARCHIVE-INDEX.
       01 ARCHIVE-INDEX-REC PIC X(100).

       FD PERIOD-FILE.
       01 PERIOD-REC        PIC X(100).

       FD SYSDATE-FILE.
       01 SYSDATE-REC            PIC X(40).

       WORKING-STORAGE SECTION.
       COPY 'sysdate-ws.cpy'.
       COPY 'period-ws.cpy'.
       COPY 'txnarch-ws.cpy'.
       01 WS-POSTED-STATUS  PIC XX.
       01 WS-GL-STATUS      PIC XX.
       01 WS-ARCHIVE-STATUS PIC XX.
       01 WS-CTL-STATUS     PIC XX.
       01 WS-ARCHIVE-NAME   PIC X(30).
       01 WS-EOF            PIC X VALUE 'N'.
       01 WS-TODAY          PIC 9(8).
       01 WS-CMD            PIC X(80).
       01 WS-CUR-REGISTER   PIC X(8).
       01 WS-REC-YYYYMM     PIC 9(6).
       01 WS-REC-DATE       PIC 9(8).
       01 WS-REC-AMOUNT     PIC 9(8)V99.
       01 WS-OPEN-YYYYMM    PIC 9(6) VALUE 0.
       01 WS-POSTED-OK      PIC X VALUE 'Y'.
       01 WS-RUN-FAILED     PIC X VALUE 'N'.
       01 WS-LOADED-ROWS    PIC 9(7) VALUE 0.
       01 WS-EVER-ROWS      PIC 9(7) VALUE 0.
       01 WS-READ-COUNT     PIC 9(7) VALUE 0.
       01 WS-KEPT-COUNT     PIC 9(7) VALUE 0.
       01 WS-MOVED-COUNT    PIC 9(7) VALUE 0.
       01 WS-ABSORBED-COUNT PIC 9(7) VALUE 0.
       01 WS-FORWARD-COUNT  PIC 9(5) VALUE 0.
       01 WS-VERIFY-COUNT   PIC 9(7) VALUE 0.
       01 WS-PT-MOVED       PIC 9(7) VALUE 0.
       01 WS-GL-MOVED       PIC 9(7) VALUE 0.
       01 WS-DISP-HASH      PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 J                 PIC 9(4).
       01 K                 PIC 9(4).

      *> One row per register and month moved this run, for the
      *> index and the end-of-run summary.
       01 WS-MON-COUNT      PIC 9(3) VALUE 0.
       01 WS-MON-MAX        PIC 9(3) VALUE 240.
       01 WS-MON-IDX        PIC 9(3).
       01 MONTH-TABLE.
           05 MON-ENTRY OCCURS 1 TO 240 TIMES
                        DEPENDING ON WS-MON-COUNT.
               10 MON-REGISTER  PIC X(8).
               10 MON-YYYYMM    PIC 9(6).
               10 MON-MOVED     PIC 9(7).
               10 MON-HASH      PIC 9(13)V99.
               10 MON-FIRST     PIC 9(8).
               10 MON-LAST      PIC 9(8).

      *> Archived journal nets per year, GL account and cost centre
      *> (debits positive), becoming the FORWARD rows, so each
      *> branch's balances survive the archive; FY- carries the last
      *> archived date of each year those rows are dated on.
       01 WS-FW-COUNT       PIC 9(4) VALUE 0.
       01 WS-FW-MAX         PIC 9(4) VALUE 2000.
       01 WS-FW-IDX         PIC 9(4).
       01 FW-TABLE.
           05 FW-ENTRY OCCURS 1 TO 2000 TIMES
                       DEPENDING ON WS-FW-COUNT.
               10 FW-YEAR       PIC 9(4).
               10 FW-ACCOUNT    PIC X(9).
               10 FW-CC         PIC X(4).
               10 FW-NET        PIC S9(11)V99.
       01 WS-FY-COUNT       PIC 9(3) VALUE 0.
       01 WS-FY-MAX         PIC 9(3) VALUE 100.
       01 WS-FY-IDX         PIC 9(3).
       01 FY-TABLE.
           05 FY-ENTRY OCCURS 1 TO 100 TIMES
                       DEPENDING ON WS-FY-COUNT.
               10 FY-YEAR       PIC 9(4).
               10 FY-DATE       PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY 'POSTED REGISTER / GL JOURNAL MONTHLY ARCHIVE'
           DISPLAY '============================================'
           PERFORM READ-SYSTEM-DATE
           MOVE SD-BUSINESS-DATE TO WS-TODAY
           PERFORM LOAD-CLOSED-PERIODS
           IF WS-PER-COUNT = 0
               DISPLAY 'No accounting period has been closed; '
                   'nothing to archive.'
               STOP RUN
           END-IF
           PERFORM LOAD-ARCHIVE-INDEX

           PERFORM CHECK-LOADER-CAUGHT-UP
           IF WS-POSTED-OK = 'Y'
               PERFORM ARCHIVE-POSTED-REGISTER
           END-IF
           PERFORM ARCHIVE-GL-JOURNAL

           IF WS-PT-MOVED > 0 OR WS-GL-MOVED > 0
               PERFORM SAVE-ARCHIVE-INDEX
           END-IF
           PERFORM SHOW-SUMMARY
           IF WS-RUN-FAILED = 'Y'
               MOVE 16 TO RETURN-CODE
           END-IF
           STOP RUN.

      *> JOURNAL-LOAD skips as many register rows as it has already
      *> inserted, counting archived rows through the index. Rows
      *> it has not yet taken must stay live, so the register is
      *> only archived when the last load took everything.
       CHECK-LOADER-CAUGHT-UP.
           MOVE 'Y' TO WS-POSTED-OK
           OPEN INPUT CONTROL-FILE
           IF WS-CTL-STATUS = '35'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ CONTROL-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE JC-COUNT TO WS-LOADED-ROWS
               END-READ
           END-PERFORM
           CLOSE CONTROL-FILE
           MOVE 'N' TO WS-EOF

           MOVE 0 TO WS-EVER-ROWS
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-AX-COUNT
               MOVE AX-ENTRY(J) TO ARCHIVE-INDEX-DETAIL
               IF AX-REGISTER = 'POSTED'
                   ADD AX-COUNT TO WS-EVER-ROWS
               END-IF
           END-PERFORM
           OPEN INPUT POSTED-FILE
           IF WS-POSTED-STATUS NOT = '35'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ POSTED-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-EVER-ROWS
                   END-READ
               END-PERFORM
               CLOSE POSTED-FILE
           END-IF
           MOVE 'N' TO WS-EOF
           IF WS-LOADED-ROWS < WS-EVER-ROWS
               DISPLAY 'POSTED-TRANS.DAT left live: JOURNAL-LOAD has '
                   'taken ' WS-LOADED-ROWS ' of ' WS-EVER-ROWS
                   ' rows -- run the load, then rerun the archive.'
               MOVE 'N' TO WS-POSTED-OK
           END-IF.

       ARCHIVE-POSTED-REGISTER.
           MOVE 'POSTED' TO WS-CUR-REGISTER
           MOVE 0 TO WS-READ-COUNT
           MOVE 0 TO WS-KEPT-COUNT
           MOVE 0 TO WS-MOVED-COUNT
           MOVE 0 TO WS-OPEN-YYYYMM
           OPEN INPUT POSTED-FILE
           IF WS-POSTED-STATUS = '35'
               DISPLAY 'No POSTED-TRANS.DAT on file.'
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT POSTED-NEW
           PERFORM UNTIL WS-EOF = 'Y'
               READ POSTED-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       MOVE PJ-DATE TO WS-PER-TEST-DATE
                       PERFORM CHECK-PERIOD-OPEN
                       IF WS-PER-OPEN = 'N'
                           MOVE PJ-DATE TO WS-REC-DATE
                           MOVE PJ-AMT TO WS-REC-AMOUNT
                           MOVE POSTED-RECORD TO ARCHIVE-RECORD
                           PERFORM ARCHIVE-ONE-ROW
                       ELSE
                           ADD 1 TO WS-KEPT-COUNT
                           WRITE POSTED-NEW-REC FROM POSTED-RECORD
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF
           IF WS-OPEN-YYYYMM NOT = 0
               CLOSE ARCHIVE-FILE
           END-IF
           CLOSE POSTED-FILE
           CLOSE POSTED-NEW

           IF WS-MOVED-COUNT = 0
               MOVE 'rm -f POSTED-TRANS.NEW' TO WS-CMD
               CALL 'SYSTEM' USING WS-CMD
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-VERIFY-COUNT
           OPEN INPUT POSTED-NEW
           PERFORM UNTIL WS-EOF = 'Y'
               READ POSTED-NEW
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-VERIFY-COUNT
               END-READ
           END-PERFORM
           CLOSE POSTED-NEW
           MOVE 'N' TO WS-EOF

           IF WS-VERIFY-COUNT NOT = WS-KEPT-COUNT
               OR WS-KEPT-COUNT + WS-MOVED-COUNT NOT = WS-READ-COUNT
               DISPLAY 'VERIFICATION FAILED -- POSTED-TRANS.DAT left '
                   'untouched.'
               DISPLAY '  Read ' WS-READ-COUNT ' kept ' WS-KEPT-COUNT
                   ' moved ' WS-MOVED-COUNT
                   ' verified ' WS-VERIFY-COUNT
               MOVE 'rm -f POSTED-TRANS.NEW' TO WS-CMD
               CALL 'SYSTEM' USING WS-CMD
               MOVE 'Y' TO WS-RUN-FAILED
               EXIT PARAGRAPH
           END-IF

           MOVE 'cp POSTED-TRANS.DAT POSTED-TRANS.DAT.BAK' TO WS-CMD
           CALL 'SYSTEM' USING WS-CMD
           MOVE 'mv POSTED-TRANS.NEW POSTED-TRANS.DAT' TO WS-CMD
           CALL 'SYSTEM' USING WS-CMD
           MOVE WS-MOVED-COUNT TO WS-PT-MOVED
           PERFORM MERGE-RUN-INTO-INDEX.

      *> Pass one moves the closed-month rows out and nets them
      *> (with the previous FORWARD rows) per year and account;
      *> pass two writes the new FORWARD rows followed by every row
      *> still in an open period.
       ARCHIVE-GL-JOURNAL.
           MOVE 'GLJRNL' TO WS-CUR-REGISTER
           MOVE 0 TO WS-READ-COUNT
           MOVE 0 TO WS-KEPT-COUNT
           MOVE 0 TO WS-MOVED-COUNT
           MOVE 0 TO WS-ABSORBED-COUNT
           MOVE 0 TO WS-OPEN-YYYYMM
           OPEN INPUT GL-JOURNAL
           IF WS-GL-STATUS = '35'
               DISPLAY 'No GL-JOURNAL.DAT on file.'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ GL-JOURNAL
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       IF GJ-PROGRAM = 'TXNARCHIVE'
                           AND GJ-OFFSET = 'FORWARD'
                           ADD 1 TO WS-ABSORBED-COUNT
                           PERFORM NET-FORWARD-ROW
                       ELSE
                           MOVE GJ-DATE TO WS-PER-TEST-DATE
                           PERFORM CHECK-PERIOD-OPEN
                           IF WS-PER-OPEN = 'N'
                               MOVE GJ-DATE TO WS-REC-DATE
                               MOVE GJ-AMOUNT TO WS-REC-AMOUNT
                               MOVE GL-JOURNAL-REC
                                   TO ARCHIVE-RECORD
                               PERFORM ARCHIVE-ONE-ROW
                               PERFORM NET-FORWARD-ROW
                           ELSE
                               ADD 1 TO WS-KEPT-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF
           IF WS-OPEN-YYYYMM NOT = 0
               CLOSE ARCHIVE-FILE
           END-IF
           CLOSE GL-JOURNAL
           IF WS-MOVED-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT GL-NEW
           PERFORM WRITE-FORWARD-ROWS
           OPEN INPUT GL-JOURNAL
           PERFORM UNTIL WS-EOF = 'Y'
               READ GL-JOURNAL
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF GJ-PROGRAM = 'TXNARCHIVE'
                           AND GJ-OFFSET = 'FORWARD'
                           CONTINUE
                       ELSE
                           MOVE GJ-DATE TO WS-PER-TEST-DATE
                           PERFORM CHECK-PERIOD-OPEN
                           IF WS-PER-OPEN = 'Y'
                               WRITE GL-NEW-REC FROM GL-JOURNAL-REC
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF
           CLOSE GL-JOURNAL
           CLOSE GL-NEW

           MOVE 0 TO WS-VERIFY-COUNT
           OPEN INPUT GL-NEW
           PERFORM UNTIL WS-EOF = 'Y'
               READ GL-NEW
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-VERIFY-COUNT
               END-READ
           END-PERFORM
           CLOSE GL-NEW
           MOVE 'N' TO WS-EOF

           IF WS-VERIFY-COUNT NOT = WS-KEPT-COUNT + WS-FORWARD-COUNT
               OR WS-KEPT-COUNT + WS-MOVED-COUNT + WS-ABSORBED-COUNT
                   NOT = WS-READ-COUNT
               DISPLAY 'VERIFICATION FAILED -- GL-JOURNAL.DAT left '
                   'untouched.'
               DISPLAY '  Read ' WS-READ-COUNT ' kept ' WS-KEPT-COUNT
                   ' moved ' WS-MOVED-COUNT
                   ' forward ' WS-FORWARD-COUNT
                   ' verified ' WS-VERIFY-COUNT
               MOVE 'rm -f GL-JOURNAL.NEW' TO WS-CMD
               CALL 'SYSTEM' USING WS-CMD
               MOVE 'Y' TO WS-RUN-FAILED
               EXIT PARAGRAPH
           END-IF

           MOVE 'cp GL-JOURNAL.DAT GL-JOURNAL.DAT.BAK' TO WS-CMD
           CALL 'SYSTEM' USING WS-CMD
           MOVE 'mv GL-JOURNAL.NEW GL-JOURNAL.DAT' TO WS-CMD
           CALL 'SYSTEM' USING WS-CMD
           MOVE WS-MOVED-COUNT TO WS-GL-MOVED
           PERFORM MERGE-RUN-INTO-INDEX.

      *> Archive files are opened EXTEND so a reopened and
      *> re-closed month appends its late rows to the same file;
      *> the file switches when the row month changes.
       ARCHIVE-ONE-ROW.
           MOVE WS-REC-DATE(1:6) TO WS-REC-YYYYMM
           IF WS-REC-YYYYMM NOT = WS-OPEN-YYYYMM
               IF WS-OPEN-YYYYMM NOT = 0
                   CLOSE ARCHIVE-FILE
               END-IF
               PERFORM BUILD-ARCHIVE-NAME
               OPEN EXTEND ARCHIVE-FILE
               IF WS-ARCHIVE-STATUS = '35'
                   OPEN OUTPUT ARCHIVE-FILE
               END-IF
               MOVE WS-REC-YYYYMM TO WS-OPEN-YYYYMM
           END-IF
           WRITE ARCHIVE-RECORD
           ADD 1 TO WS-MOVED-COUNT
           PERFORM COUNT-MONTH-MOVE.

       BUILD-ARCHIVE-NAME.
           MOVE SPACES TO WS-ARCHIVE-NAME
           IF WS-CUR-REGISTER = 'POSTED'
               STRING 'POSTED-TRANS-' WS-REC-YYYYMM '.DAT'
                   DELIMITED BY SIZE INTO WS-ARCHIVE-NAME
               END-STRING
           ELSE
               STRING 'GL-JOURNAL-' WS-REC-YYYYMM '.DAT'
                   DELIMITED BY SIZE INTO WS-ARCHIVE-NAME
               END-STRING
           END-IF.

       COUNT-MONTH-MOVE.
           MOVE 0 TO WS-MON-IDX
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-MON-COUNT
               IF MON-REGISTER(J) = WS-CUR-REGISTER
                   AND MON-YYYYMM(J) = WS-REC-YYYYMM
                   MOVE J TO WS-MON-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-MON-IDX = 0
               IF WS-MON-COUNT < WS-MON-MAX
                   ADD 1 TO WS-MON-COUNT
                   MOVE WS-MON-COUNT TO WS-MON-IDX
                   MOVE WS-CUR-REGISTER TO MON-REGISTER(WS-MON-IDX)
                   MOVE WS-REC-YYYYMM TO MON-YYYYMM(WS-MON-IDX)
                   MOVE 0 TO MON-MOVED(WS-MON-IDX)
                   MOVE 0 TO MON-HASH(WS-MON-IDX)
                   MOVE WS-REC-DATE TO MON-FIRST(WS-MON-IDX)
                   MOVE WS-REC-DATE TO MON-LAST(WS-MON-IDX)
               ELSE
                   MOVE 1 TO WS-MON-IDX
               END-IF
           END-IF
           ADD 1 TO MON-MOVED(WS-MON-IDX)
           ADD WS-REC-AMOUNT TO MON-HASH(WS-MON-IDX)
           IF WS-REC-DATE < MON-FIRST(WS-MON-IDX)
               MOVE WS-REC-DATE TO MON-FIRST(WS-MON-IDX)
           END-IF
           IF WS-REC-DATE > MON-LAST(WS-MON-IDX)
               MOVE WS-REC-DATE TO MON-LAST(WS-MON-IDX)
           END-IF.

       NET-FORWARD-ROW.
           MOVE 0 TO WS-FW-IDX
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-FW-COUNT
               IF FW-YEAR(J) = GJ-DATE(1:4)
                   AND FW-ACCOUNT(J) = GJ-ACCOUNT
                   AND FW-CC(J) = GJ-COST-CENTRE
                   MOVE J TO WS-FW-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-FW-IDX = 0
               IF WS-FW-COUNT < WS-FW-MAX
                   ADD 1 TO WS-FW-COUNT
                   MOVE WS-FW-COUNT TO WS-FW-IDX
                   MOVE GJ-DATE(1:4) TO FW-YEAR(WS-FW-IDX)
                   MOVE GJ-ACCOUNT TO FW-ACCOUNT(WS-FW-IDX)
                   MOVE GJ-COST-CENTRE TO FW-CC(WS-FW-IDX)
                   MOVE 0 TO FW-NET(WS-FW-IDX)
               ELSE
                   DISPLAY 'Warning: forward table full at '
                       WS-FW-MAX ', lumping into row 1'
                   MOVE 1 TO WS-FW-IDX
               END-IF
           END-IF
           IF GJ-DC = 'D'
               ADD GJ-AMOUNT TO FW-NET(WS-FW-IDX)
           ELSE
               SUBTRACT GJ-AMOUNT FROM FW-NET(WS-FW-IDX)
           END-IF

           MOVE 0 TO WS-FY-IDX
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-FY-COUNT
               IF FY-YEAR(K) = GJ-DATE(1:4)
                   MOVE K TO WS-FY-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-FY-IDX = 0
               IF WS-FY-COUNT < WS-FY-MAX
                   ADD 1 TO WS-FY-COUNT
                   MOVE WS-FY-COUNT TO WS-FY-IDX
                   MOVE GJ-DATE(1:4) TO FY-YEAR(WS-FY-IDX)
                   MOVE GJ-DATE TO FY-DATE(WS-FY-IDX)
               ELSE
                   MOVE 1 TO WS-FY-IDX
               END-IF
           END-IF
           IF GJ-DATE > FY-DATE(WS-FY-IDX)
               MOVE GJ-DATE TO FY-DATE(WS-FY-IDX)
           END-IF.

      *> One row per account and cost centre per year with a
      *> non-zero net, all of a year's rows on that year's last
      *> archived date -- inside a closed month, so no open
      *> period's proof sees them.
       WRITE-FORWARD-ROWS.
           MOVE 0 TO WS-FORWARD-COUNT
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-FW-COUNT
               IF FW-NET(J) NOT = 0
                   MOVE SPACES TO GL-NEW-REC
                   PERFORM VARYING K FROM 1 BY 1
                           UNTIL K > WS-FY-COUNT
                       IF FY-YEAR(K) = FW-YEAR(J)
                           MOVE FY-DATE(K) TO NJ-DATE
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   MOVE 'TXNARCHIVE' TO NJ-PROGRAM
                   MOVE FW-ACCOUNT(J) TO NJ-ACCOUNT
                   IF FW-NET(J) > 0
                       MOVE 'D' TO NJ-DC
                       MOVE FW-NET(J) TO NJ-AMOUNT
                   ELSE
                       MOVE 'C' TO NJ-DC
                       COMPUTE NJ-AMOUNT = 0 - FW-NET(J)
                   END-IF
                   MOVE 'FORWARD' TO NJ-OFFSET
                   MOVE 0 TO NJ-BATCH
                   MOVE FW-CC(J) TO NJ-COST-CENTRE
                   WRITE GL-NEW-REC
                   ADD 1 TO WS-FORWARD-COUNT
               END-IF
           END-PERFORM.

      *> A month already on the index (a reopened and re-closed
      *> period) has its late rows added to the existing totals.
       MERGE-RUN-INTO-INDEX.
           PERFORM VARYING WS-MON-IDX FROM 1 BY 1
                   UNTIL WS-MON-IDX > WS-MON-COUNT
               IF MON-REGISTER(WS-MON-IDX) = WS-CUR-REGISTER
                   PERFORM MERGE-ONE-MONTH
               END-IF
           END-PERFORM.

       MERGE-ONE-MONTH.
           MOVE 0 TO WS-AX-IDX
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-AX-COUNT
               MOVE AX-ENTRY(J) TO ARCHIVE-INDEX-DETAIL
               IF AX-REGISTER = WS-CUR-REGISTER
                   AND AX-MONTH = MON-YYYYMM(WS-MON-IDX)
                   MOVE J TO WS-AX-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-AX-IDX = 0
               IF WS-AX-COUNT >= WS-AX-MAX
                   DISPLAY 'Warning: archive index full at '
                       WS-AX-MAX
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-AX-COUNT
               MOVE WS-AX-COUNT TO WS-AX-IDX
               MOVE SPACES TO ARCHIVE-INDEX-DETAIL
               MOVE WS-CUR-REGISTER TO AX-REGISTER
               MOVE MON-YYYYMM(WS-MON-IDX) TO AX-MONTH
               MOVE MON-YYYYMM(WS-MON-IDX) TO WS-REC-YYYYMM
               PERFORM BUILD-ARCHIVE-NAME
               MOVE WS-ARCHIVE-NAME TO AX-FILE-NAME
               MOVE 0 TO AX-COUNT
               MOVE 0 TO AX-HASH
               MOVE MON-FIRST(WS-MON-IDX) TO AX-FIRST-DATE
               MOVE MON-LAST(WS-MON-IDX) TO AX-LAST-DATE
           END-IF
           ADD MON-MOVED(WS-MON-IDX) TO AX-COUNT
           ADD MON-HASH(WS-MON-IDX) TO AX-HASH
           IF MON-FIRST(WS-MON-IDX) < AX-FIRST-DATE
               MOVE MON-FIRST(WS-MON-IDX) TO AX-FIRST-DATE
           END-IF
           IF MON-LAST(WS-MON-IDX) > AX-LAST-DATE
               MOVE MON-LAST(WS-MON-IDX) TO AX-LAST-DATE
           END-IF
           MOVE WS-TODAY TO AX-ARCH-DATE
           MOVE ARCHIVE-INDEX-DETAIL TO AX-ENTRY(WS-AX-IDX).

       SAVE-ARCHIVE-INDEX.
           OPEN OUTPUT ARCHIVE-INDEX
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-AX-COUNT
               MOVE AX-ENTRY(J) TO ARCHIVE-INDEX-REC
               WRITE ARCHIVE-INDEX-REC
           END-PERFORM
           CLOSE ARCHIVE-INDEX.

       SHOW-SUMMARY.
           DISPLAY 'Archive run complete.'
           DISPLAY '  Posted rows archived : ' WS-PT-MOVED
           DISPLAY '  Journal rows archived: ' WS-GL-MOVED
           IF WS-GL-MOVED > 0
               DISPLAY '  Journal FORWARD rows : ' WS-FORWARD-COUNT
           END-IF
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-MON-COUNT
               MOVE MON-HASH(J) TO WS-DISP-HASH
               DISPLAY '    ' MON-REGISTER(J) ' ' MON-YYYYMM(J)
                   ' rows ' MON-MOVED(J) ' hash ' WS-DISP-HASH
                   ' ' MON-FIRST(J) '-' MON-LAST(J)
           END-PERFORM.

       COPY 'sysdate-read.cpy'.
       COPY 'period-check.cpy'.
       COPY 'txnarch-check.cpy'.
