       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-PROVISION.

      *> Month-end loan loss provisioning. LOAN-DELINQUENCY ages the
      *> book into the current/30/60/90+ bands on LOAN-AGING.DAT;
      *> this run turns that into the expected-loss provision the
      *> auditors want on the books. Each ACTIVE loan's outstanding
      *> balance takes the provision percentage for its band from
      *> LOAN-PROVISION-RATES.DAT, the control file credit risk
      *> maintains (compiled-in rates stand in when it is missing,
      *> the way LOAN-PAYMENT falls back without LOAN-RATES.DAT).
      *> Collateral on LOAN-COLLATERAL.DAT, valued after its
      *> haircut, reduces the percentage in proportion to the part
      *> of the balance it covers; a fully secured loan needs none.
      *> COLLATERAL-LTV rebuilds that file each month from the
      *> collateral register, so run it before this job.
      *> The provision required per band is compared with what is
      *> already booked (LOAN-PROVISIONS.DAT), and only the increase
      *> or release is journalled to GL-JOURNAL.DAT:
      *>   increase  D PROVEXP   C LOANPROV
      *>   release   D LOANPROV  C PROVEXP
      *> A second run in the same month finds nothing to move.
      *> The movement by band is printed to LOAN-PROVISION-REPORT.DAT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOANS-FILE ASSIGN TO "LOANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOANS-STATUS.
           SELECT AGING-FILE ASSIGN TO "LOAN-AGING.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AGING-STATUS.
           SELECT RATE-FILE ASSIGN TO "LOAN-PROVISION-RATES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RATE-STATUS.
           SELECT COLLATERAL-FILE ASSIGN TO "LOAN-COLLATERAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COLL-STATUS.
           SELECT BOOKED-FILE ASSIGN TO "LOAN-PROVISIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOOKED-STATUS.
           SELECT GL-JOURNAL ASSIGN TO "GL-JOURNAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-STATUS.
           SELECT REPORT-FILE ASSIGN TO "LOAN-PROVISION-REPORT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SYSDATE-FILE ASSIGN TO "SYSTEM-DATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSDATE-STATUS.
           SELECT PERIOD-FILE ASSIGN TO "GL-PERIODS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERIOD-STATUS.

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

      *> LOAN-DELINQUENCY's detail lines: loan, customer, due date,
      *> days past due, band. Its title line carries the as-of date.
       FD AGING-FILE.
       01 AGING-REC.
          05 AG-LOAN-ID        PIC X(6).
          05 FILLER            PIC X.
          05 AG-CUST-ID        PIC X(5).
          05 FILLER            PIC X(4).
          05 AG-DUE-DATE       PIC X(8).
          05 FILLER            PIC X.
          05 AG-DPD            PIC X(5).
          05 FILLER            PIC X.
          05 AG-BAND           PIC X(8).
          05 FILLER            PIC X(61).

      *> One row per aging band: band name as LOAN-DELINQUENCY
      *> prints it, provision percentage to two decimals.
       FD RATE-FILE.
       01 RATE-RECORD.
          05 PR-BAND           PIC X(8).
          05 PR-RATE-PCT       PIC 9(3)V99.

      *> Security held against a loan: its value and the haircut
      *> taken off that value before it counts as cover. A loan
      *> may have several rows.
       FD COLLATERAL-FILE.
       01 COLLATERAL-RECORD.
          05 LC-LOAN-ID        PIC 9(6).
          05 LC-VALUE          PIC 9(7)V99.
          05 LC-HAIRCUT-PCT    PIC 99.
          05 LC-DESCRIPTION    PIC X(20).

      *> Provision booked per band as of the last run.
       FD BOOKED-FILE.
       01 BOOKED-RECORD.
          05 PB-BAND           PIC X(8).
          05 PB-BOOKED         PIC 9(9)V99.
          05 PB-RUN-DATE       PIC 9(8).

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

       FD REPORT-FILE.
       01 REPORT-REC          PIC X(120).

       FD SYSDATE-FILE.
       01 SYSDATE-REC            PIC X(40).

       FD PERIOD-FILE.
       01 PERIOD-REC             PIC X(100).

       WORKING-STORAGE SECTION.
       COPY "sysdate-ws.cpy".
       COPY "period-ws.cpy".
       COPY "branch-ws.cpy".
       01 LOANS-STATUS       PIC XX.
       01 AGING-STATUS       PIC XX.
       01 RATE-STATUS        PIC XX.
       01 COLL-STATUS        PIC XX.
       01 BOOKED-STATUS      PIC XX.
       01 GL-STATUS          PIC XX.
       01 WS-EOF             PIC X VALUE "N".
       01 WS-TODAY           PIC 9(8).
       01 WS-AGING-DATE      PIC X(8) VALUE SPACES.
       01 WS-BAND-IDX        PIC 9.
       01 WS-COVER           PIC 9(9)V99.
       01 WS-UNCOVERED       PIC 9(9)V99.
       01 WS-EFF-RATE        PIC 9(3)V99.
       01 WS-PROVISION       PIC 9(9)V99.
       01 WS-NOTE            PIC X(12).
       01 WS-LOANS-SEEN      PIC 9(4) VALUE 0.
       01 WS-NOT-AGED        PIC 9(4) VALUE 0.
       01 WS-DISP-A          PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-DISP-B          PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-DISP-C          PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-DISP-D          PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-DISP-E          PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-DISP-F          PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-DISP-RATE       PIC ZZ9.99.
       01 J                  PIC 9(4).
       01 K                  PIC 9(4).

       01 WS-TOT-INCREASE    PIC 9(9)V99 VALUE 0.
       01 WS-TOT-RELEASE     PIC 9(9)V99 VALUE 0.
       01 WS-GL-ACCOUNT      PIC X(9).
       01 WS-GL-OFFSET       PIC X(9).
       01 WS-GL-AMOUNT       PIC 9(8)V99.

      *> The five bands LOAN-DELINQUENCY ages into, in its order.
       01 BAND-NAME-DATA.
           05 FILLER PIC X(8) VALUE "CURRENT".
           05 FILLER PIC X(8) VALUE "1-30".
           05 FILLER PIC X(8) VALUE "31-60".
           05 FILLER PIC X(8) VALUE "61-90".
           05 FILLER PIC X(8) VALUE "90+".
       01 BAND-NAME-TABLE REDEFINES BAND-NAME-DATA.
           05 BAND-NAME PIC X(8) OCCURS 5 TIMES.

       01 BAND-TOTALS.
           05 BAND-ENTRY OCCURS 5 TIMES.
               10 BP-RATE-PCT    PIC 9(3)V99 VALUE 0.
               10 BP-RATE-SET    PIC X VALUE "N".
               10 BP-COUNT       PIC 9(4) VALUE 0.
               10 BP-EXPOSURE    PIC 9(9)V99 VALUE 0.
               10 BP-COVER       PIC 9(9)V99 VALUE 0.
               10 BP-REQUIRED    PIC 9(9)V99 VALUE 0.
               10 BP-BOOKED      PIC 9(9)V99 VALUE 0.
               10 BP-INCREASE    PIC 9(9)V99 VALUE 0.
               10 BP-RELEASE     PIC 9(9)V99 VALUE 0.

      *> Loan-to-band from the aging report.
       01 WS-AB-COUNT        PIC 9(4) VALUE 0.
       01 WS-AB-MAX          PIC 9(4) VALUE 1000.
       01 AB-TABLE.
           05 AB-ENTRY OCCURS 1 TO 1000 TIMES
                       DEPENDING ON WS-AB-COUNT.
               10 AB-LOAN-ID    PIC X(6).
               10 AB-BAND-IDX   PIC 9.

      *> Collateral cover per loan, after haircut.
       01 WS-CV-COUNT        PIC 9(4) VALUE 0.
       01 WS-CV-MAX          PIC 9(4) VALUE 1000.
       01 CV-TABLE.
           05 CV-ENTRY OCCURS 1 TO 1000 TIMES
                       DEPENDING ON WS-CV-COUNT.
               10 CV-LOAN-ID    PIC 9(6).
               10 CV-COVER      PIC 9(9)V99.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "LOAN LOSS PROVISIONING"
           DISPLAY "======================"
           PERFORM READ-SYSTEM-DATE
           MOVE SD-BUSINESS-DATE TO WS-TODAY
           PERFORM LOAD-CLOSED-PERIODS
           MOVE WS-TODAY TO WS-PER-TEST-DATE
           PERFORM CHECK-PERIOD-OPEN
           IF WS-PER-OPEN = "N"
               DISPLAY "Accounting period " WS-TODAY(1:6)
                   " is closed; the provision cannot post into it."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOAD-AGING-BANDS
           IF AGING-STATUS = "35"
               DISPLAY "No LOAN-AGING.DAT on file -- run "
                   "LOAN-DELINQUENCY first; provision left as booked."
               STOP RUN
           END-IF
           PERFORM LOAD-PROVISION-RATES
           PERFORM LOAD-COLLATERAL
           PERFORM LOAD-BOOKED-PROVISION

           OPEN INPUT LOANS-FILE
           IF LOANS-STATUS = "35"
               DISPLAY "No LOANS.DAT on file -- no loan book to "
                   "provision."
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-REC
           STRING "LOAN LOSS PROVISION - " WS-TODAY
                  "  (AGING AS OF " WS-AGING-DATE ")"
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING "LOAN   BAND        OUTSTANDING     COLLATERAL"
                  "  RATE%      PROVISION NOTE"
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           PERFORM UNTIL WS-EOF = "Y"
               READ LOANS-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF LN-STATUS = "ACTIVE"
                           AND LN-OUTSTANDING > 0
                           PERFORM PROVISION-ONE-LOAN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOANS-FILE
           MOVE "N" TO WS-EOF

           PERFORM COMPUTE-MOVEMENTS
           PERFORM WRITE-PROVISION-GL
           PERFORM WRITE-MOVEMENT-REPORT
           CLOSE REPORT-FILE
           PERFORM SAVE-BOOKED-PROVISION

           MOVE WS-TOT-INCREASE TO WS-DISP-A
           MOVE WS-TOT-RELEASE TO WS-DISP-B
           DISPLAY WS-LOANS-SEEN " loans provisioned; increase "
               WS-DISP-A ", release " WS-DISP-B
           IF WS-NOT-AGED > 0
               DISPLAY WS-NOT-AGED " loans not on the aging report "
                   "were treated as CURRENT."
           END-IF
           DISPLAY "Report in LOAN-PROVISION-REPORT.DAT"
           STOP RUN.

       LOAD-AGING-BANDS.
           MOVE 0 TO WS-AB-COUNT
           OPEN INPUT AGING-FILE
           IF AGING-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ AGING-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF AGING-REC(1:25) = "LOAN DELINQUENCY AGING - "
                           MOVE AGING-REC(26:8) TO WS-AGING-DATE
                       END-IF
                       IF AG-LOAN-ID NUMERIC
                           PERFORM ADD-AGED-LOAN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AGING-FILE
           MOVE "N" TO WS-EOF.

       ADD-AGED-LOAN.
           MOVE 0 TO WS-BAND-IDX
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 5
               IF BAND-NAME(K) = AG-BAND
                   MOVE K TO WS-BAND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-BAND-IDX = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-AB-COUNT >= WS-AB-MAX
               DISPLAY "Warning: aging table full at " WS-AB-MAX
                   "; loan " AG-LOAN-ID " treated as CURRENT."
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-AB-COUNT
           MOVE AG-LOAN-ID TO AB-LOAN-ID(WS-AB-COUNT)
           MOVE WS-BAND-IDX TO AB-BAND-IDX(WS-AB-COUNT).

      *> A band the control file leaves out carries no provision,
      *> and says so, rather than quietly borrowing another's rate.
       LOAD-PROVISION-RATES.
           OPEN INPUT RATE-FILE
           IF RATE-STATUS = "35"
               PERFORM SEED-DEFAULT-PROVISION-RATES
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ RATE-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM VARYING K FROM 1 BY 1 UNTIL K > 5
                           IF BAND-NAME(K) = PR-BAND
                               MOVE PR-RATE-PCT TO BP-RATE-PCT(K)
                               MOVE "Y" TO BP-RATE-SET(K)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE RATE-FILE
           MOVE "N" TO WS-EOF
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 5
               IF BP-RATE-SET(K) = "N"
                   DISPLAY "Warning: no provision rate for band "
                       BAND-NAME(K) " on LOAN-PROVISION-RATES.DAT; "
                       "0% applied."
               END-IF
           END-PERFORM.

       SEED-DEFAULT-PROVISION-RATES.
           DISPLAY "No LOAN-PROVISION-RATES.DAT found, using the "
               "compiled-in provision rates"
           MOVE 1   TO BP-RATE-PCT(1)
           MOVE 5   TO BP-RATE-PCT(2)
           MOVE 20  TO BP-RATE-PCT(3)
           MOVE 50  TO BP-RATE-PCT(4)
           MOVE 100 TO BP-RATE-PCT(5)
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 5
               MOVE "Y" TO BP-RATE-SET(K)
           END-PERFORM.

       LOAD-COLLATERAL.
           MOVE 0 TO WS-CV-COUNT
           OPEN INPUT COLLATERAL-FILE
           IF COLL-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ COLLATERAL-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM ADD-COLLATERAL-ROW
               END-READ
           END-PERFORM
           CLOSE COLLATERAL-FILE
           MOVE "N" TO WS-EOF.

       ADD-COLLATERAL-ROW.
           MOVE 0 TO K
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-CV-COUNT
               IF CV-LOAN-ID(J) = LC-LOAN-ID
                   MOVE J TO K
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF K = 0
               IF WS-CV-COUNT >= WS-CV-MAX
                   DISPLAY "Warning: collateral table full at "
                       WS-CV-MAX "; loan " LC-LOAN-ID
                       " provisioned unsecured."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CV-COUNT
               MOVE WS-CV-COUNT TO K
               MOVE LC-LOAN-ID TO CV-LOAN-ID(K)
               MOVE 0 TO CV-COVER(K)
           END-IF
           COMPUTE CV-COVER(K) ROUNDED = CV-COVER(K)
               + LC-VALUE * (100 - LC-HAIRCUT-PCT) / 100.

       LOAD-BOOKED-PROVISION.
           OPEN INPUT BOOKED-FILE
           IF BOOKED-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ BOOKED-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM VARYING K FROM 1 BY 1 UNTIL K > 5
                           IF BAND-NAME(K) = PB-BAND
                               MOVE PB-BOOKED TO BP-BOOKED(K)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE BOOKED-FILE
           MOVE "N" TO WS-EOF.

      *> Cover at or above the balance leaves nothing to provide
      *> for; partial cover scales the band rate down by the share
      *> of the balance it secures.
       PROVISION-ONE-LOAN.
           ADD 1 TO WS-LOANS-SEEN
           MOVE SPACES TO WS-NOTE
           MOVE 1 TO WS-BAND-IDX
           MOVE "NOT AGED" TO WS-NOTE
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-AB-COUNT
               IF AB-LOAN-ID(J) = LN-LOAN-ID
                   MOVE AB-BAND-IDX(J) TO WS-BAND-IDX
                   MOVE SPACES TO WS-NOTE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-NOTE NOT = SPACES
               ADD 1 TO WS-NOT-AGED
           END-IF

           MOVE 0 TO WS-COVER
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-CV-COUNT
               IF CV-LOAN-ID(J) = LN-LOAN-ID
                   MOVE CV-COVER(J) TO WS-COVER
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-COVER > LN-OUTSTANDING
               MOVE LN-OUTSTANDING TO WS-COVER
           END-IF
           COMPUTE WS-UNCOVERED = LN-OUTSTANDING - WS-COVER
           COMPUTE WS-EFF-RATE ROUNDED = BP-RATE-PCT(WS-BAND-IDX)
               * WS-UNCOVERED / LN-OUTSTANDING
           COMPUTE WS-PROVISION ROUNDED =
               WS-UNCOVERED * BP-RATE-PCT(WS-BAND-IDX) / 100
           IF WS-COVER > 0 AND WS-NOTE = SPACES
               MOVE "SECURED" TO WS-NOTE
           END-IF

           ADD 1 TO BP-COUNT(WS-BAND-IDX)
           ADD LN-OUTSTANDING TO BP-EXPOSURE(WS-BAND-IDX)
           ADD WS-COVER TO BP-COVER(WS-BAND-IDX)
           ADD WS-PROVISION TO BP-REQUIRED(WS-BAND-IDX)

           MOVE LN-OUTSTANDING TO WS-DISP-A
           MOVE WS-COVER TO WS-DISP-B
           MOVE WS-EFF-RATE TO WS-DISP-RATE
           MOVE WS-PROVISION TO WS-DISP-C
           MOVE SPACES TO REPORT-REC
           STRING LN-LOAN-ID " " BAND-NAME(WS-BAND-IDX)
                  " " WS-DISP-A " " WS-DISP-B " " WS-DISP-RATE
                  " " WS-DISP-C " " WS-NOTE
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC.

       COMPUTE-MOVEMENTS.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 5
               IF BP-REQUIRED(K) > BP-BOOKED(K)
                   COMPUTE BP-INCREASE(K) =
                       BP-REQUIRED(K) - BP-BOOKED(K)
                   ADD BP-INCREASE(K) TO WS-TOT-INCREASE
               END-IF
               IF BP-REQUIRED(K) < BP-BOOKED(K)
                   COMPUTE BP-RELEASE(K) =
                       BP-BOOKED(K) - BP-REQUIRED(K)
                   ADD BP-RELEASE(K) TO WS-TOT-RELEASE
               END-IF
           END-PERFORM.

      *> Increase:  D PROVEXP   C LOANPROV
      *> Release:   D LOANPROV  C PROVEXP
      *> The provision is held by band for the whole book, so it is
      *> booked centrally at head office.
       WRITE-PROVISION-GL.
           IF WS-TOT-INCREASE = 0 AND WS-TOT-RELEASE = 0
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND GL-JOURNAL
           IF GL-STATUS = "35"
               OPEN OUTPUT GL-JOURNAL
           END-IF
           IF WS-TOT-INCREASE > 0
               MOVE "PROVEXP" TO WS-GL-ACCOUNT
               MOVE "LOANPROV" TO WS-GL-OFFSET
               MOVE WS-TOT-INCREASE TO WS-GL-AMOUNT
               PERFORM WRITE-GL-PAIR
           END-IF
           IF WS-TOT-RELEASE > 0
               MOVE "LOANPROV" TO WS-GL-ACCOUNT
               MOVE "PROVEXP" TO WS-GL-OFFSET
               MOVE WS-TOT-RELEASE TO WS-GL-AMOUNT
               PERFORM WRITE-GL-PAIR
           END-IF
           CLOSE GL-JOURNAL.

      *> Debit WS-GL-ACCOUNT, credit WS-GL-OFFSET.
       WRITE-GL-PAIR.
           MOVE SPACES TO GL-JOURNAL-REC
           MOVE WS-TODAY TO GJ-DATE
           MOVE "LOAN-PROV" TO GJ-PROGRAM
           MOVE WS-GL-ACCOUNT TO GJ-ACCOUNT
           MOVE "D" TO GJ-DC
           MOVE WS-GL-AMOUNT TO GJ-AMOUNT
           MOVE WS-GL-OFFSET TO GJ-OFFSET
           MOVE 0 TO GJ-BATCH
           MOVE WS-BR-HEAD-OFFICE TO GJ-COST-CENTRE
           WRITE GL-JOURNAL-REC

           MOVE SPACES TO GL-JOURNAL-REC
           MOVE WS-TODAY TO GJ-DATE
           MOVE "LOAN-PROV" TO GJ-PROGRAM
           MOVE WS-GL-OFFSET TO GJ-ACCOUNT
           MOVE "C" TO GJ-DC
           MOVE WS-GL-AMOUNT TO GJ-AMOUNT
           MOVE WS-GL-ACCOUNT TO GJ-OFFSET
           MOVE 0 TO GJ-BATCH
           MOVE WS-BR-HEAD-OFFICE TO GJ-COST-CENTRE
           WRITE GL-JOURNAL-REC.

       WRITE-MOVEMENT-REPORT.
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE "PROVISION MOVEMENT BY BAND" TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING "BAND      RATE% LOANS    OUTSTANDING     COLLATERAL"
                  "       REQUIRED         BOOKED       INCREASE"
                  "        RELEASE"
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 5
               MOVE BP-RATE-PCT(K) TO WS-DISP-RATE
               MOVE BP-EXPOSURE(K) TO WS-DISP-A
               MOVE BP-COVER(K) TO WS-DISP-B
               MOVE BP-REQUIRED(K) TO WS-DISP-C
               MOVE BP-BOOKED(K) TO WS-DISP-D
               MOVE BP-INCREASE(K) TO WS-DISP-E
               MOVE BP-RELEASE(K) TO WS-DISP-F
               MOVE SPACES TO REPORT-REC
               STRING BAND-NAME(K) " " WS-DISP-RATE " " BP-COUNT(K)
                      " " WS-DISP-A " " WS-DISP-B " " WS-DISP-C
                      " " WS-DISP-D " " WS-DISP-E " " WS-DISP-F
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC
           END-PERFORM
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE WS-TOT-INCREASE TO WS-DISP-A
           MOVE SPACES TO REPORT-REC
           STRING "PROVISION INCREASED  " WS-DISP-A
                  "   D PROVEXP  C LOANPROV"
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE WS-TOT-RELEASE TO WS-DISP-A
           MOVE SPACES TO REPORT-REC
           STRING "PROVISION RELEASED   " WS-DISP-A
                  "   D LOANPROV C PROVEXP"
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC.

      *> The required figure becomes what is booked.
       SAVE-BOOKED-PROVISION.
           OPEN OUTPUT BOOKED-FILE
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 5
               MOVE BAND-NAME(K) TO PB-BAND
               MOVE BP-REQUIRED(K) TO PB-BOOKED
               MOVE WS-TODAY TO PB-RUN-DATE
               WRITE BOOKED-RECORD
           END-PERFORM
           CLOSE BOOKED-FILE.

       COPY "period-check.cpy".
       COPY "sysdate-read.cpy".
