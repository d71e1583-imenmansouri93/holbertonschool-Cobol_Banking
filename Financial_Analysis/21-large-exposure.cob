       IDENTIFICATION DIVISION.
       PROGRAM-ID. LARGE-EXPOSURE.

      *> Large exposures and concentration -- how much the bank
      *> stands to lose to one customer or one connected group.
      *> Each customer's exposure is
      *>   - loans outstanding on LOANS.DAT (anything not PAID),
      *>   - overdrawn balances on ACCOUNTS.MASTER.IDX, charged to
      *>     the account's primary holder (the customer of the same
      *>     number) and every other owner and joint owner on
      *>     ACCOUNT-OWNERS.DAT (a signatory is not liable),
      *>   - open order receivables on ORDER-RECEIVABLES.DAT.
      *> Customers roll up to their household on HOUSEHOLDS.DAT; a
      *> customer in no household is a group of one. A jointly owned
      *> overdraft counts once per group however many of the group
      *> own it.
      *> large-exposure.dat holds the capital base and two
      *> percentages of it: groups at or over the reporting
      *> threshold are listed with their members, and those over
      *> the limit are flagged. Compiled-in defaults when the file
      *> is missing. LARGE-EXPOSURE.DAT also carries the quarterly
      *> top-20 concentration table with each group's share of the
      *> whole book.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOANS-FILE ASSIGN TO "LOANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOANS-STATUS.
           SELECT ACCOUNTS ASSIGN TO "ACCOUNTS.MASTER.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACC-ID
               FILE STATUS IS WS-ACC-STATUS.
           SELECT OWNERS-FILE ASSIGN TO "ACCOUNT-OWNERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OWNERS-STATUS.
           SELECT RECEIVABLE-FILE ASSIGN TO "ORDER-RECEIVABLES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCVB-STATUS.
           SELECT HOUSEHOLD-FILE ASSIGN TO "HOUSEHOLDS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HH-STATUS.
           SELECT PARAMS-FILE ASSIGN TO "large-exposure.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMS-STATUS.
           SELECT REPORT-FILE ASSIGN TO "LARGE-EXPOSURE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SYSDATE-FILE ASSIGN TO "SYSTEM-DATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LOANS-FILE.
       01 LOANS-RECORD.
          05 LN-LOAN-ID        PIC 9(6).
          05 LN-CUST-ID        PIC 9(5).
          05 LN-PRINCIPAL      PIC 9(5).
          05 LN-RATE-PCT       PIC 99.
          05 LN-TERM-YEARS     PIC 99.
          05 LN-STATUS         PIC X(8).
          05 LN-OUTSTANDING    PIC 9(7)V99.
          05 LN-PAID-THRU      PIC 99.
          05 LN-YEAR-PAID      PIC 9(7)V99.
          05 LN-ORIG-DATE      PIC 9(8).

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

       FD OWNERS-FILE.
       01 OWNERS-RECORD.
           05 AO-ACC-ID      PIC 9(5).
           05 AO-CUST-ID     PIC 9(5).
           05 AO-ROLE        PIC X.
           05 AO-SIGS-REQ    PIC 9.
           05 AO-SHARE-PCT   PIC 999V99.

       FD RECEIVABLE-FILE.
       01 RECEIVABLE-RECORD.
          05 RV-ORDER-ID     PIC 9(6).
          05 RV-CUST-ID      PIC 9(5).
          05 RV-DATE         PIC 9(8).
          05 RV-AMOUNT       PIC 9(6)V99.
          05 RV-PAID         PIC X.

       FD HOUSEHOLD-FILE.
       01 HOUSEHOLD-RECORD.
           05 HH-ID           PIC 9(4).
           05 HH-CUST-ID      PIC 9(5).

      *> Capital base, reporting threshold % and limit %.
       FD PARAMS-FILE.
       01 PARAMS-RECORD.
           05 LX-CAPITAL      PIC 9(13)V99.
           05 LX-REPORT-PCT   PIC 99V99.
           05 LX-LIMIT-PCT    PIC 99V99.

       FD REPORT-FILE.
       01 REPORT-LINE       PIC X(120).

       FD SYSDATE-FILE.
       01 SYSDATE-REC            PIC X(40).

       WORKING-STORAGE SECTION.
       COPY "sysdate-ws.cpy".
       01 WS-LOANS-STATUS   PIC XX.
       01 WS-ACC-STATUS     PIC XX.
       01 WS-OWNERS-STATUS  PIC XX.
       01 WS-RCVB-STATUS    PIC XX.
       01 WS-HH-STATUS      PIC XX.
       01 WS-PARAMS-STATUS  PIC XX.
       01 WS-EOF            PIC X VALUE "N".
       01 WS-TODAY          PIC 9(8).
       01 WS-CAPITAL        PIC 9(13)V99 VALUE 1000000.00.
       01 WS-REPORT-PCT     PIC 99V99 VALUE 10.00.
       01 WS-LIMIT-PCT      PIC 99V99 VALUE 25.00.
       01 WS-CUST           PIC 9(5).
       01 WS-CX-IDX         PIC 9(5).
       01 WS-GR-IDX         PIC 9(5).
       01 WS-OD-IDX         PIC 9(5).
       01 WS-COUNTED        PIC X.
       01 WS-BOOK-TOTAL     PIC 9(13)V99 VALUE 0.
       01 WS-PCT            PIC 9(5)V99.
       01 WS-CUM-PCT        PIC 9(5)V99.
       01 WS-CUM-TOTAL      PIC 9(13)V99.
       01 WS-BEST-IDX       PIC 9(5).
       01 WS-BEST-VAL       PIC 9(13)V99.
       01 WS-RANK           PIC 9(4).
       01 WS-LARGE-COUNT    PIC 9(5) VALUE 0.
       01 WS-BREACH-COUNT   PIC 9(5) VALUE 0.
       01 WS-MEMBER-TOTAL   PIC 9(13)V99.
       01 WS-OTHER-GROUP    PIC 9(5).
       01 WS-FLAG           PIC X(11).
       01 WS-GROUP-NAME     PIC X(12).
       01 WS-DISP-CAP       PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-DISP-LN        PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-DISP-OD        PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-DISP-RV        PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-DISP-TOT       PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-DISP-PCT       PIC ZZZZ9.99.
       01 WS-DISP-CUM       PIC ZZ9.99.
       01 WS-DISP-THR       PIC Z9.99.
       01 WS-DISP-RANK      PIC ZZZ9.
       01 J                 PIC 9(5).
       01 K                 PIC 9(5).
       01 M                 PIC 9(5).

      *> One row per customer with any exposure, or in a household.
       01 WS-CX-COUNT       PIC 9(5) VALUE 0.
       01 WS-CX-MAX         PIC 9(5) VALUE 5000.
       01 CX-TABLE.
           05 CX-ENTRY OCCURS 1 TO 5000 TIMES
                       DEPENDING ON WS-CX-COUNT.
               10 CX-CUST-ID    PIC 9(5).
               10 CX-HH-ID      PIC 9(4).
               10 CX-GROUP      PIC 9(5).
               10 CX-LOANS      PIC 9(11)V99.
               10 CX-OVERDRAFT  PIC 9(11)V99.
               10 CX-RECEIVABLE PIC 9(11)V99.

      *> Groups: a household (GR-HH-ID) or a lone customer
      *> (GR-HH-ID zero, GR-CUST-ID set).
       01 WS-GR-COUNT       PIC 9(5) VALUE 0.
       01 GR-TABLE.
           05 GR-ENTRY OCCURS 1 TO 5000 TIMES
                       DEPENDING ON WS-GR-COUNT.
               10 GR-HH-ID      PIC 9(4).
               10 GR-CUST-ID    PIC 9(5).
               10 GR-MEMBERS    PIC 9(4).
               10 GR-LOANS      PIC 9(11)V99.
               10 GR-OVERDRAFT  PIC 9(11)V99.
               10 GR-RECEIVABLE PIC 9(11)V99.
               10 GR-TOTAL      PIC 9(13)V99.
               10 GR-RANKED     PIC X.

      *> Group indexes, largest exposure first.
       01 RK-TABLE.
           05 RK-GR-IDX OCCURS 5000 TIMES PIC 9(5).

      *> Overdrawn accounts and their liable owners, the primary
      *> holder first.
       01 WS-OD-COUNT       PIC 9(5) VALUE 0.
       01 WS-OD-MAX         PIC 9(5) VALUE 5000.
       01 OD-TABLE.
           05 OD-ENTRY OCCURS 1 TO 5000 TIMES
                       DEPENDING ON WS-OD-COUNT.
               10 OD-ACC-ID     PIC 9(5).
               10 OD-AMOUNT     PIC 9(9)V99.
       01 WS-OL-COUNT       PIC 9(5) VALUE 0.
       01 WS-OL-MAX         PIC 9(5) VALUE 9000.
       01 OL-TABLE.
           05 OL-ENTRY OCCURS 1 TO 9000 TIMES
                       DEPENDING ON WS-OL-COUNT.
               10 OL-OD-IDX     PIC 9(5).
               10 OL-CUST-ID    PIC 9(5).

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "LARGE EXPOSURE AND CONCENTRATION"
           PERFORM READ-SYSTEM-DATE
           MOVE SD-BUSINESS-DATE TO WS-TODAY
           PERFORM LOAD-PARAMETERS
           IF WS-CAPITAL = 0
               DISPLAY "Capital base on large-exposure.dat is zero "
                   "-- no report written."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOAD-HOUSEHOLDS
           PERFORM ADD-LOAN-EXPOSURE
           PERFORM ADD-RECEIVABLE-EXPOSURE
           PERFORM LOAD-OVERDRAWN-ACCOUNTS
           PERFORM LOAD-LIABLE-OWNERS
           PERFORM ADD-OVERDRAFT-EXPOSURE

           PERFORM BUILD-GROUPS
           PERFORM WRITE-EXPOSURE-REPORT

           DISPLAY WS-GR-COUNT " group(s) measured, "
               WS-LARGE-COUNT " large exposure(s), "
               WS-BREACH-COUNT " over the limit -- see "
               "LARGE-EXPOSURE.DAT"
           IF WS-BREACH-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-PARAMETERS.
           OPEN INPUT PARAMS-FILE
           IF WS-PARAMS-STATUS = "35"
               DISPLAY "No large-exposure.dat found, using default "
                   "capital base and thresholds"
               EXIT PARAGRAPH
           END-IF
           READ PARAMS-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF LX-CAPITAL NUMERIC
                       AND LX-REPORT-PCT NUMERIC
                       AND LX-LIMIT-PCT NUMERIC
                       MOVE LX-CAPITAL TO WS-CAPITAL
                       MOVE LX-REPORT-PCT TO WS-REPORT-PCT
                       MOVE LX-LIMIT-PCT TO WS-LIMIT-PCT
                   ELSE
                       DISPLAY "large-exposure.dat is not numeric, "
                           "using defaults"
                   END-IF
           END-READ
           CLOSE PARAMS-FILE.

       FIND-OR-ADD-CUSTOMER.
           MOVE 0 TO WS-CX-IDX
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-CX-COUNT
               IF CX-CUST-ID(J) = WS-CUST
                   MOVE J TO WS-CX-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-CX-IDX > 0
               EXIT PARAGRAPH
           END-IF
           IF WS-CX-COUNT < WS-CX-MAX
               ADD 1 TO WS-CX-COUNT
               MOVE WS-CX-COUNT TO WS-CX-IDX
               INITIALIZE CX-ENTRY(WS-CX-IDX)
               MOVE WS-CUST TO CX-CUST-ID(WS-CX-IDX)
           ELSE
               DISPLAY "Warning: customer table full at " WS-CX-MAX
                   ", lumping into row 1"
               MOVE 1 TO WS-CX-IDX
           END-IF.

      *> A customer listed under two households stays with the
      *> first.
       LOAD-HOUSEHOLDS.
           OPEN INPUT HOUSEHOLD-FILE
           IF WS-HH-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ HOUSEHOLD-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE HH-CUST-ID TO WS-CUST
                       PERFORM FIND-OR-ADD-CUSTOMER
                       IF CX-HH-ID(WS-CX-IDX) = 0
                           MOVE HH-ID TO CX-HH-ID(WS-CX-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HOUSEHOLD-FILE
           MOVE "N" TO WS-EOF.

       ADD-LOAN-EXPOSURE.
           OPEN INPUT LOANS-FILE
           IF WS-LOANS-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ LOANS-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF LN-STATUS NOT = "PAID"
                           AND LN-OUTSTANDING > 0
                           MOVE LN-CUST-ID TO WS-CUST
                           PERFORM FIND-OR-ADD-CUSTOMER
                           ADD LN-OUTSTANDING
                               TO CX-LOANS(WS-CX-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOANS-FILE
           MOVE "N" TO WS-EOF.

       ADD-RECEIVABLE-EXPOSURE.
           OPEN INPUT RECEIVABLE-FILE
           IF WS-RCVB-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ RECEIVABLE-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF RV-PAID NOT = "Y"
                           MOVE RV-CUST-ID TO WS-CUST
                           PERFORM FIND-OR-ADD-CUSTOMER
                           ADD RV-AMOUNT
                               TO CX-RECEIVABLE(WS-CX-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RECEIVABLE-FILE
           MOVE "N" TO WS-EOF.

       LOAD-OVERDRAWN-ACCOUNTS.
           OPEN INPUT ACCOUNTS
           IF WS-ACC-STATUS NOT = "00"
               DISPLAY "ACCOUNTS.MASTER.IDX not available (status "
                   WS-ACC-STATUS ") -- overdrafts left out."
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ ACCOUNTS NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF ACC-BAL < 0 AND WS-OD-COUNT < WS-OD-MAX
                           ADD 1 TO WS-OD-COUNT
                           MOVE ACC-ID TO OD-ACC-ID(WS-OD-COUNT)
                           COMPUTE OD-AMOUNT(WS-OD-COUNT) =
                               0 - ACC-BAL
                           IF WS-OL-COUNT < WS-OL-MAX
                               ADD 1 TO WS-OL-COUNT
                               MOVE WS-OD-COUNT
                                   TO OL-OD-IDX(WS-OL-COUNT)
                               MOVE ACC-ID TO OL-CUST-ID(WS-OL-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCOUNTS
           MOVE "N" TO WS-EOF.

       LOAD-LIABLE-OWNERS.
           IF WS-OD-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT OWNERS-FILE
           IF WS-OWNERS-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ OWNERS-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF AO-ROLE = "O" OR AO-ROLE = "J"
                           PERFORM TAKE-OWNER-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OWNERS-FILE
           MOVE "N" TO WS-EOF.

       TAKE-OWNER-ROW.
           MOVE 0 TO WS-OD-IDX
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-OD-COUNT
               IF OD-ACC-ID(J) = AO-ACC-ID
                   MOVE J TO WS-OD-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-OD-IDX = 0 OR WS-OL-COUNT >= WS-OL-MAX
               OR AO-CUST-ID = AO-ACC-ID
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-OL-COUNT
           MOVE WS-OD-IDX TO OL-OD-IDX(WS-OL-COUNT)
           MOVE AO-CUST-ID TO OL-CUST-ID(WS-OL-COUNT).

      *> Each liable owner carries the whole overdraft.
       ADD-OVERDRAFT-EXPOSURE.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-OL-COUNT
               MOVE OL-CUST-ID(K) TO WS-CUST
               PERFORM FIND-OR-ADD-CUSTOMER
               ADD OD-AMOUNT(OL-OD-IDX(K))
                   TO CX-OVERDRAFT(WS-CX-IDX)
           END-PERFORM.

       FIND-OR-ADD-GROUP.
           MOVE 0 TO WS-GR-IDX
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-GR-COUNT
               IF CX-HH-ID(WS-CX-IDX) > 0
                   IF GR-HH-ID(J) = CX-HH-ID(WS-CX-IDX)
                       MOVE J TO WS-GR-IDX
                       EXIT PERFORM
                   END-IF
               ELSE
                   IF GR-HH-ID(J) = 0
                       AND GR-CUST-ID(J) = CX-CUST-ID(WS-CX-IDX)
                       MOVE J TO WS-GR-IDX
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM
           IF WS-GR-IDX > 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-GR-COUNT
           MOVE WS-GR-COUNT TO WS-GR-IDX
           INITIALIZE GR-ENTRY(WS-GR-IDX)
           MOVE CX-HH-ID(WS-CX-IDX) TO GR-HH-ID(WS-GR-IDX)
           IF CX-HH-ID(WS-CX-IDX) = 0
               MOVE CX-CUST-ID(WS-CX-IDX) TO GR-CUST-ID(WS-GR-IDX)
           END-IF
           MOVE "N" TO GR-RANKED(WS-GR-IDX).

      *> Loans and receivables belong to one borrower and simply
      *> add up. An overdraft is added to a group once, however
      *> many of its members are liable for it.
       BUILD-GROUPS.
           PERFORM VARYING WS-CX-IDX FROM 1 BY 1
                   UNTIL WS-CX-IDX > WS-CX-COUNT
               PERFORM FIND-OR-ADD-GROUP
               MOVE WS-GR-IDX TO CX-GROUP(WS-CX-IDX)
               ADD 1 TO GR-MEMBERS(WS-GR-IDX)
               ADD CX-LOANS(WS-CX-IDX) TO GR-LOANS(WS-GR-IDX)
               ADD CX-RECEIVABLE(WS-CX-IDX)
                   TO GR-RECEIVABLE(WS-GR-IDX)
           END-PERFORM
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-OL-COUNT
               PERFORM ADD-GROUP-OVERDRAFT
           END-PERFORM
           PERFORM VARYING WS-GR-IDX FROM 1 BY 1
                   UNTIL WS-GR-IDX > WS-GR-COUNT
               COMPUTE GR-TOTAL(WS-GR-IDX) = GR-LOANS(WS-GR-IDX)
                   + GR-OVERDRAFT(WS-GR-IDX)
                   + GR-RECEIVABLE(WS-GR-IDX)
               ADD GR-TOTAL(WS-GR-IDX) TO WS-BOOK-TOTAL
           END-PERFORM.

      *> Owner link K adds its overdraft to its owner's group
      *> unless an earlier owner of the same account is in the
      *> same group.
       ADD-GROUP-OVERDRAFT.
           MOVE OL-CUST-ID(K) TO WS-CUST
           PERFORM FIND-OR-ADD-CUSTOMER
           MOVE CX-GROUP(WS-CX-IDX) TO WS-GR-IDX
           MOVE "N" TO WS-COUNTED
           PERFORM VARYING J FROM 1 BY 1 UNTIL J >= K
               IF OL-OD-IDX(J) = OL-OD-IDX(K)
                   MOVE OL-CUST-ID(J) TO WS-CUST
                   PERFORM FIND-CUSTOMER-GROUP
                   IF WS-OTHER-GROUP = WS-GR-IDX
                       MOVE "Y" TO WS-COUNTED
                   END-IF
               END-IF
           END-PERFORM
           IF WS-COUNTED = "N"
               ADD OD-AMOUNT(OL-OD-IDX(K)) TO GR-OVERDRAFT(WS-GR-IDX)
           END-IF.

      *> The group of customer WS-CUST, into WS-OTHER-GROUP; the
      *> caller's indexes are left alone.
       FIND-CUSTOMER-GROUP.
           MOVE 0 TO WS-OTHER-GROUP
           PERFORM VARYING M FROM 1 BY 1 UNTIL M > WS-CX-COUNT
               IF CX-CUST-ID(M) = WS-CUST
                   MOVE CX-GROUP(M) TO WS-OTHER-GROUP
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       WRITE-EXPOSURE-REPORT.
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "LARGE EXPOSURE AND CONCENTRATION - " WS-TODAY
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-CAPITAL TO WS-DISP-CAP
           MOVE SPACES TO REPORT-LINE
           STRING "CAPITAL BASE " WS-DISP-CAP
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-BOOK-TOTAL TO WS-DISP-CAP
           MOVE SPACES TO REPORT-LINE
           STRING "TOTAL EXPOSURE " WS-DISP-CAP
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-REPORT-PCT TO WS-DISP-THR
           MOVE SPACES TO REPORT-LINE
           STRING "EXPOSURES AT OR OVER " WS-DISP-THR
                  "% OF CAPITAL"
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           PERFORM WRITE-COLUMN-HEADINGS
           PERFORM RANK-GROUPS
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-RANK
               PERFORM FIND-RANKED-GROUP
               COMPUTE WS-PCT ROUNDED =
                   GR-TOTAL(WS-GR-IDX) * 100 / WS-CAPITAL
               IF WS-PCT >= WS-REPORT-PCT
                   ADD 1 TO WS-LARGE-COUNT
                   IF WS-PCT > WS-LIMIT-PCT
                       ADD 1 TO WS-BREACH-COUNT
                   END-IF
                   PERFORM WRITE-GROUP-LINE
                   PERFORM WRITE-MEMBER-LINES
               END-IF
           END-PERFORM
           IF WS-LARGE-COUNT = 0
               MOVE "  NONE" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "TOP 20 CONCENTRATION" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM WRITE-COLUMN-HEADINGS
           MOVE 0 TO WS-CUM-TOTAL
           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > WS-RANK OR K > 20
               PERFORM FIND-RANKED-GROUP
               COMPUTE WS-PCT ROUNDED =
                   GR-TOTAL(WS-GR-IDX) * 100 / WS-CAPITAL
               ADD GR-TOTAL(WS-GR-IDX) TO WS-CUM-TOTAL
               PERFORM WRITE-GROUP-LINE
           END-PERFORM
           IF WS-BOOK-TOTAL > 0
               COMPUTE WS-CUM-PCT ROUNDED =
                   WS-CUM-TOTAL * 100 / WS-BOOK-TOTAL
           ELSE
               MOVE 0 TO WS-CUM-PCT
           END-IF
           MOVE WS-CUM-PCT TO WS-DISP-CUM
           MOVE WS-CUM-TOTAL TO WS-DISP-TOT
           MOVE SPACES TO REPORT-LINE
           STRING "TOP 20 TOTAL " WS-DISP-TOT
                  "  SHARE OF TOTAL EXPOSURE " WS-DISP-CUM "%"
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           CLOSE REPORT-FILE.

       WRITE-COLUMN-HEADINGS.
           MOVE SPACES TO REPORT-LINE
           STRING "RANK GROUP                 LOANS     OVERDRAFTS"
                  "    RECEIVABLES             TOTAL   % CAP"
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

      *> Largest first (the CUSTOMER-PROFIT ranking pattern), the
      *> order kept in RK-TABLE; groups owing nothing are not
      *> ranked.
       RANK-GROUPS.
           MOVE 0 TO WS-RANK
           PERFORM WS-GR-COUNT TIMES
               MOVE 0 TO WS-BEST-IDX
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-GR-COUNT
                   IF GR-RANKED(J) = "N" AND GR-TOTAL(J) > 0
                       IF WS-BEST-IDX = 0
                           OR GR-TOTAL(J) > WS-BEST-VAL
                           MOVE GR-TOTAL(J) TO WS-BEST-VAL
                           MOVE J TO WS-BEST-IDX
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-BEST-IDX NOT = 0
                   ADD 1 TO WS-RANK
                   MOVE "Y" TO GR-RANKED(WS-BEST-IDX)
                   MOVE WS-BEST-IDX TO RK-GR-IDX(WS-RANK)
               END-IF
           END-PERFORM.

       FIND-RANKED-GROUP.
           MOVE RK-GR-IDX(K) TO WS-GR-IDX.

       WRITE-GROUP-LINE.
           IF GR-HH-ID(WS-GR-IDX) > 0
               MOVE SPACES TO WS-GROUP-NAME
               STRING "HH " GR-HH-ID(WS-GR-IDX)
                   DELIMITED BY SIZE INTO WS-GROUP-NAME
               END-STRING
           ELSE
               MOVE SPACES TO WS-GROUP-NAME
               STRING "CUST " GR-CUST-ID(WS-GR-IDX)
                   DELIMITED BY SIZE INTO WS-GROUP-NAME
               END-STRING
           END-IF
           MOVE SPACES TO WS-FLAG
           IF WS-PCT > WS-LIMIT-PCT
               MOVE "OVER LIMIT" TO WS-FLAG
           END-IF
           MOVE GR-LOANS(WS-GR-IDX) TO WS-DISP-LN
           MOVE GR-OVERDRAFT(WS-GR-IDX) TO WS-DISP-OD
           MOVE GR-RECEIVABLE(WS-GR-IDX) TO WS-DISP-RV
           MOVE GR-TOTAL(WS-GR-IDX) TO WS-DISP-TOT
           MOVE WS-PCT TO WS-DISP-PCT
           MOVE K TO WS-DISP-RANK
           MOVE SPACES TO REPORT-LINE
           STRING WS-DISP-RANK " " WS-GROUP-NAME " " WS-DISP-LN " "
                  WS-DISP-OD " " WS-DISP-RV " " WS-DISP-TOT " "
                  WS-DISP-PCT " " WS-FLAG
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

      *> A household's members with their own exposure; a lone
      *> customer is the group line itself.
       WRITE-MEMBER-LINES.
           IF GR-HH-ID(WS-GR-IDX) = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-CX-COUNT
               IF CX-GROUP(J) = WS-GR-IDX
                   MOVE CX-LOANS(J) TO WS-DISP-LN
                   MOVE CX-OVERDRAFT(J) TO WS-DISP-OD
                   MOVE CX-RECEIVABLE(J) TO WS-DISP-RV
                   COMPUTE WS-MEMBER-TOTAL = CX-LOANS(J)
                       + CX-OVERDRAFT(J) + CX-RECEIVABLE(J)
                   MOVE WS-MEMBER-TOTAL TO WS-DISP-TOT
                   MOVE SPACES TO REPORT-LINE
                   STRING "       CUST " CX-CUST-ID(J) "  "
                          WS-DISP-LN " " WS-DISP-OD " " WS-DISP-RV
                          " " WS-DISP-TOT
                       DELIMITED BY SIZE INTO REPORT-LINE
                   END-STRING
                   WRITE REPORT-LINE
               END-IF
           END-PERFORM.

       COPY "sysdate-read.cpy".
