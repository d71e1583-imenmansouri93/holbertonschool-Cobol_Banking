      *> the posting runs now emit: sums debits and credits per GL
      *> account (optionally for one run date) and proves total
      *> debits equal total credits for the day. Written to
      *> TRIAL-BALANCE.DAT. A run date in a month TXN-ARCHIVE has
      *> moved out of the live journal is read from that month's
      *> archive file (found through TXN-ARCHIVE-INDEX.DAT) as well
      *> as any late rows still live; the archive's FORWARD rows
      *> belong to the all-dates balance, not to any one day.
      *> After the bank total each branch gets its own trial balance
      *> from the cost centre on the rows, named from branches.dat;
      *> rows posted before cost centres were kept fall under
      *> UNASSIGNED. The run is out of proof if the bank or any one
      *> branch is.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-JOURNAL ASSIGN TO WS-GL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
           SELECT REPORT-FILE ASSIGN TO "TRIAL-BALANCE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARCHIVE-INDEX ASSIGN TO "TXN-ARCHIVE-INDEX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCHIVE-INDEX-STATUS.
           SELECT BRANCH-FILE ASSIGN TO "branches.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BRANCH-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> Posting-window batch sequence stamped by the writers (zero
      *> for postings made outside an intraday window).
           05 GJ-BATCH      PIC 9(4).
           05 GJ-COST-CENTRE PIC X(4).

       FD REPORT-FILE.
       01 REPORT-REC        PIC X(80).

       FD ARCHIVE-INDEX.
       01 ARCHIVE-INDEX-REC PIC X(100).

       FD BRANCH-FILE.
       01 BRANCH-REC        PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "txnarch-ws.cpy".
       COPY "branch-ws.cpy".
       01 WS-GL-STATUS      PIC XX.
       01 WS-GL-NAME        PIC X(30) VALUE "GL-JOURNAL.DAT".
       01 WS-LIVE-FOUND     PIC X VALUE "Y".
       01 WS-EOF            PIC X VALUE "N".
       01 WS-SEL-DATE-TXT   PIC X(8).
       01 WS-SEL-DATE       PIC 9(8) VALUE 0.
               10 GA-DEBITS    PIC 9(10)V99.
               10 GA-CREDITS   PIC 9(10)V99.

      *> The same tally by cost centre and account, and each cost
      *> centre's totals.
       01 WS-CA-COUNT       PIC 9(4) VALUE 0.
       01 WS-CA-MAX         PIC 9(4) VALUE 4000.
       01 WS-CA-IDX         PIC 9(4).
       01 CC-ACCT-TABLE.
           05 CA-ENTRY OCCURS 1 TO 4000 TIMES
                       DEPENDING ON WS-CA-COUNT.
               10 CA-CC        PIC X(4).
               10 CA-ACCOUNT   PIC X(9).
               10 CA-DEBITS    PIC 9(10)V99.
               10 CA-CREDITS   PIC 9(10)V99.
       01 WS-CT-COUNT       PIC 9(3) VALUE 0.
       01 WS-CT-MAX         PIC 9(3) VALUE 200.
       01 WS-CT-IDX         PIC 9(3).
       01 CC-TOTAL-TABLE.
           05 CT-ENTRY OCCURS 1 TO 200 TIMES
                       DEPENDING ON WS-CT-COUNT.
               10 CT-CC        PIC X(4).
               10 CT-DEBITS    PIC 9(10)V99.
               10 CT-CREDITS   PIC 9(10)V99.
       01 WS-CC-NAME        PIC X(20).
       01 WS-CC-OUT         PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "TRIAL BALANCE"
                   TO WS-SEL-DATE
           END-IF

           IF WS-SEL-DATE NOT = 0
               PERFORM LOAD-ARCHIVE-INDEX
               MOVE "GLJRNL" TO WS-AX-FIND-REGISTER
               MOVE WS-SEL-DATE(1:6) TO WS-AX-FIND-MONTH
               MOVE 6 TO WS-AX-FIND-LEN
               MOVE 0 TO WS-AX-IDX
               PERFORM NEXT-ARCHIVE-MATCH
               IF WS-AX-FOUND = "Y"
                   MOVE AX-FILE-NAME TO WS-GL-NAME
                   PERFORM TALLY-JOURNAL-FILE
                   MOVE "GL-JOURNAL.DAT" TO WS-GL-NAME
               END-IF
           END-IF
           PERFORM TALLY-JOURNAL-FILE
           IF WS-LIVE-FOUND = "N" AND WS-ROWS-READ = 0
               DISPLAY "No GL-JOURNAL.DAT on file."
               STOP RUN
           END-IF

           PERFORM LOAD-BRANCHES
           PERFORM WRITE-TRIAL-BALANCE

           IF WS-TOTAL-DR = WS-TOTAL-CR AND WS-CC-OUT = 0
               DISPLAY "Trial balance PROVES: debits equal credits."
               MOVE 0 TO RETURN-CODE
           ELSE
               IF WS-TOTAL-DR NOT = WS-TOTAL-CR
                   DISPLAY "TRIAL BALANCE OUT OF PROOF -- debits do "
                       "not equal credits."
               END-IF
               IF WS-CC-OUT > 0
                   DISPLAY "TRIAL BALANCE OUT OF PROOF -- " WS-CC-OUT
                       " branch(es) do not balance."
               END-IF
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       TALLY-JOURNAL-FILE.
           OPEN INPUT GL-JOURNAL
           IF WS-GL-STATUS = "35"
               MOVE "N" TO WS-LIVE-FOUND
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-LIVE-FOUND
           PERFORM UNTIL WS-EOF = "Y"
               READ GL-JOURNAL
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF WS-SEL-DATE = 0
                           ADD 1 TO WS-ROWS-READ
                           PERFORM TALLY-ONE-ENTRY
                       ELSE
                           IF GJ-DATE = WS-SEL-DATE
                               AND GJ-OFFSET NOT = "FORWARD"
                               ADD 1 TO WS-ROWS-READ
                               PERFORM TALLY-ONE-ENTRY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GL-JOURNAL
           MOVE "N" TO WS-EOF.

       TALLY-ONE-ENTRY.
           MOVE 0 TO WS-GA-IDX
           ELSE
               ADD GJ-AMOUNT TO GA-CREDITS(WS-GA-IDX)
               ADD GJ-AMOUNT TO WS-TOTAL-CR
           END-IF
           PERFORM TALLY-COST-CENTRE.

       TALLY-COST-CENTRE.
           MOVE 0 TO WS-CT-IDX
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-CT-COUNT
               IF CT-CC(J) = GJ-COST-CENTRE
                   MOVE J TO WS-CT-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-CT-IDX = 0
               IF WS-CT-COUNT < WS-CT-MAX
                   ADD 1 TO WS-CT-COUNT
                   MOVE WS-CT-COUNT TO WS-CT-IDX
                   MOVE GJ-COST-CENTRE TO CT-CC(WS-CT-IDX)
                   MOVE 0 TO CT-DEBITS(WS-CT-IDX)
                   MOVE 0 TO CT-CREDITS(WS-CT-IDX)
               ELSE
                   DISPLAY "Warning: cost centre table full at "
                       WS-CT-MAX ", lumping into row 1"
                   MOVE 1 TO WS-CT-IDX
               END-IF
           END-IF
           MOVE 0 TO WS-CA-IDX
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-CA-COUNT
               IF CA-CC(J) = CT-CC(WS-CT-IDX)
                   AND CA-ACCOUNT(J) = GJ-ACCOUNT
                   MOVE J TO WS-CA-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-CA-IDX = 0
               IF WS-CA-COUNT < WS-CA-MAX
                   ADD 1 TO WS-CA-COUNT
                   MOVE WS-CA-COUNT TO WS-CA-IDX
                   MOVE CT-CC(WS-CT-IDX) TO CA-CC(WS-CA-IDX)
                   MOVE GJ-ACCOUNT TO CA-ACCOUNT(WS-CA-IDX)
                   MOVE 0 TO CA-DEBITS(WS-CA-IDX)
                   MOVE 0 TO CA-CREDITS(WS-CA-IDX)
               ELSE
                   DISPLAY "Warning: branch account table full at "
                       WS-CA-MAX ", lumping into row 1"
                   MOVE 1 TO WS-CA-IDX
               END-IF
           END-IF
           IF GJ-DC = "D"
               ADD GJ-AMOUNT TO CA-DEBITS(WS-CA-IDX)
               ADD GJ-AMOUNT TO CT-DEBITS(WS-CT-IDX)
           ELSE
               ADD GJ-AMOUNT TO CA-CREDITS(WS-CA-IDX)
               ADD GJ-AMOUNT TO CT-CREDITS(WS-CT-IDX)
           END-IF.

       WRITE-TRIAL-BALANCE.
               MOVE "OUT OF PROOF: DEBITS <> CREDITS" TO REPORT-REC
           END-IF
           WRITE REPORT-REC

           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL WS-CT-IDX > WS-CT-COUNT
               PERFORM WRITE-BRANCH-BALANCE
           END-PERFORM
           CLOSE REPORT-FILE.

       WRITE-BRANCH-BALANCE.
           IF CT-CC(WS-CT-IDX) = SPACES
               MOVE "UNASSIGNED" TO WS-CC-NAME
           ELSE
               MOVE CT-CC(WS-CT-IDX) TO WS-BR-TEST-CODE
               PERFORM CHECK-BRANCH-CODE
               IF WS-BR-VALID = "Y"
                   MOVE WS-BR-TEST-NAME TO WS-CC-NAME
               ELSE
                   MOVE "NOT ON REGISTER" TO WS-CC-NAME
               END-IF
           END-IF
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING "BRANCH " CT-CC(WS-CT-IDX) " " WS-CC-NAME
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE "ACCOUNT   DEBITS            CREDITS" TO REPORT-REC
           WRITE REPORT-REC

           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-CA-COUNT
               IF CA-CC(J) = CT-CC(WS-CT-IDX)
                   MOVE CA-DEBITS(J) TO WS-DISP-DR
                   MOVE CA-CREDITS(J) TO WS-DISP-CR
                   MOVE SPACES TO REPORT-REC
                   STRING CA-ACCOUNT(J) " " WS-DISP-DR " " WS-DISP-CR
                       DELIMITED BY SIZE INTO REPORT-REC
                   END-STRING
                   WRITE REPORT-REC
               END-IF
           END-PERFORM

           MOVE CT-DEBITS(WS-CT-IDX) TO WS-DISP-DR
           MOVE CT-CREDITS(WS-CT-IDX) TO WS-DISP-CR
           MOVE SPACES TO REPORT-REC
           STRING "TOTALS    " WS-DISP-DR " " WS-DISP-CR
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           MOVE SPACES TO REPORT-REC
           IF CT-DEBITS(WS-CT-IDX) = CT-CREDITS(WS-CT-IDX)
               MOVE "IN PROOF: DEBITS = CREDITS" TO REPORT-REC
           ELSE
               MOVE "OUT OF PROOF: DEBITS <> CREDITS" TO REPORT-REC
               ADD 1 TO WS-CC-OUT
           END-IF
           WRITE REPORT-REC.

       COPY "txnarch-check.cpy".
       COPY "branch-check.cpy".
