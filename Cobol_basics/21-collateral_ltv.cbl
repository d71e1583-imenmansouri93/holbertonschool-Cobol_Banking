       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLLATERAL-LTV.

      *> Monthly loan-to-value monitor over the collateral register
      *> LOAN-COLLATERAL keeps. An item securing several loans is
      *> shared between the ACTIVE ones in proportion to their
      *> outstanding balances; each loan's LTV is its LN-OUTSTANDING
      *> over the collateral value shared to it. A loan's product
      *> is the collateral type carrying most of that value (a
      *> mortgage is a property loan, and so on), and its LTV limit
      *> is that type's on LOAN-LTV-LIMITS.DAT (compiled-in limits
      *> stand in when the file is missing). The report in
      *> COLLATERAL-LTV-REPORT.DAT lists
      *>   - loans over the LTV limit for their product, and
      *>   - collateral still securing a loan whose valuation is
      *>     older than its type's revaluation period in months.
      *> The run also rebuilds LOAN-COLLATERAL.DAT from the register
      *> -- each loan's share of each item, with its type's haircut
      *> -- so LOAN-PROVISION covers loans with the same figures.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ITEM-FILE ASSIGN TO "COLLATERAL-ITEMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ITEM-STATUS.
           SELECT LINK-FILE ASSIGN TO "COLLATERAL-LINKS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LINK-STATUS.
           SELECT LIMIT-FILE ASSIGN TO "LOAN-LTV-LIMITS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIMIT-STATUS.
           SELECT LOANS-FILE ASSIGN TO "LOANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOANS-STATUS.
           SELECT COLLATERAL-FILE ASSIGN TO "LOAN-COLLATERAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO "COLLATERAL-LTV-REPORT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SYSDATE-FILE ASSIGN TO "SYSTEM-DATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ITEM-FILE.
       01 ITEM-RECORD.
          05 CI-ITEM-ID        PIC 9(6).
          05 CI-TYPE           PIC X(4).
          05 CI-DESCRIPTION    PIC X(30).
          05 CI-VALUE          PIC 9(9)V99.
          05 CI-VALUE-DATE     PIC 9(8).
          05 CI-CHARGE-REF     PIC X(20).
          05 CI-STATUS         PIC X.
          05 CI-ADDED-BY       PIC X(8).
          05 CI-ADDED-DATE     PIC 9(8).

       FD LINK-FILE.
       01 LINK-RECORD.
          05 CK-ITEM-ID        PIC 9(6).
          05 CK-LOAN-ID        PIC 9(6).
          05 CK-STATUS         PIC X.
          05 CK-LINKED-BY      PIC X(8).
          05 CK-LINKED-DATE    PIC 9(8).
          05 CK-RELEASED-DATE  PIC 9(8).

       FD LIMIT-FILE.
       01 LIMIT-RECORD.
          05 LL-TYPE           PIC X(4).
          05 LL-LTV-PCT        PIC 9(3).
          05 LL-HAIRCUT-PCT    PIC 99.
          05 LL-REVAL-MONTHS   PIC 99.
          05 LL-DESCRIPTION    PIC X(20).

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

      *> As LOAN-PROVISION reads it.
       FD COLLATERAL-FILE.
       01 COLLATERAL-RECORD.
          05 LC-LOAN-ID        PIC 9(6).
          05 LC-VALUE          PIC 9(7)V99.
          05 LC-HAIRCUT-PCT    PIC 99.
          05 LC-DESCRIPTION    PIC X(20).

       FD REPORT-FILE.
       01 REPORT-REC          PIC X(120).

       FD SYSDATE-FILE.
       01 SYSDATE-REC            PIC X(40).

       WORKING-STORAGE SECTION.
       COPY "sysdate-ws.cpy".
       01 ITEM-STATUS        PIC XX.
       01 LINK-STATUS        PIC XX.
       01 LIMIT-STATUS       PIC XX.
       01 LOANS-STATUS       PIC XX.
       01 WS-EOF             PIC X VALUE "N".
       01 WS-TODAY           PIC 9(8).
       01 WS-TYPE            PIC X(4).
       01 WS-LIMIT-IDX       PIC 99.
       01 WS-ITEM-IDX        PIC 9(4).
       01 WS-LOAN-IDX        PIC 9(4).
       01 WS-SHARE           PIC 9(9)V99.
       01 WS-LTV             PIC 9(5)V99.
       01 WS-TODAY-MONTHS    PIC 9(6).
       01 WS-VALUE-MONTHS    PIC 9(6).
       01 WS-AGE-MONTHS      PIC 9(4).
       01 WS-MONTH-DATE      PIC 9(8).
       01 WS-MONTH-COUNT     PIC 9(6).
       01 WS-MONTH-YYYY      PIC 9(4).
       01 WS-MONTH-MMDD      PIC 9(4).
       01 WS-MONTH-MM        PIC 99.
       01 WS-DISP-A          PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-DISP-B          PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-DISP-LTV        PIC ZZZZ9.99.
       01 WS-DISP-LIMIT      PIC ZZ9.
       01 WS-DISP-AGE        PIC ZZZ9.
       01 WS-SECURED         PIC 9(4) VALUE 0.
       01 WS-UNSECURED       PIC 9(4) VALUE 0.
       01 WS-OVER-LIMIT      PIC 9(4) VALUE 0.
       01 WS-STALE           PIC 9(4) VALUE 0.
       01 WS-UNKNOWN-TYPE    PIC 9(4) VALUE 0.
       01 WS-LC-ROWS         PIC 9(5) VALUE 0.
       01 J                  PIC 9(4).
       01 K                  PIC 9(4).

      *> Compiled-in collateral types, as LOAN-COLLATERAL has them:
      *> type, LTV limit %, provisioning haircut %, revaluation
      *> months, description.
       01 LIMIT-DEFAULT-DATA.
           05 FILLER PIC X(31) VALUE "PROP0802036PROPERTY".
           05 FILLER PIC X(31) VALUE "VEHI0704012VEHICLE".
           05 FILLER PIC X(31) VALUE "DEPO1000012CASH DEPOSIT".
           05 FILLER PIC X(31) VALUE "SECU0703006SECURITIES".
           05 FILLER PIC X(31) VALUE "EQPT0605012EQUIPMENT".
           05 FILLER PIC X(31) VALUE "OTHR0505012OTHER".
       01 LIMIT-DEFAULT-TABLE REDEFINES LIMIT-DEFAULT-DATA.
           05 LIMIT-DEFAULT PIC X(31) OCCURS 6 TIMES.

       01 WS-LL-COUNT        PIC 99 VALUE 0.
       01 WS-LL-MAX          PIC 99 VALUE 20.
       01 LL-TABLE.
           05 LL-ENTRY OCCURS 1 TO 20 TIMES
                       DEPENDING ON WS-LL-COUNT.
               10 T-LL-TYPE         PIC X(4).
               10 T-LL-LTV-PCT      PIC 9(3).
               10 T-LL-HAIRCUT-PCT  PIC 99.
               10 T-LL-REVAL-MONTHS PIC 99.
               10 T-LL-DESCRIPTION  PIC X(20).

      *> Items in use, with the total outstanding of the active
      *> loans each one secures.
       01 WS-CI-COUNT        PIC 9(4) VALUE 0.
       01 WS-CI-MAX          PIC 9(4) VALUE 2000.
       01 CI-TABLE.
           05 CI-ENTRY OCCURS 1 TO 2000 TIMES
                       DEPENDING ON WS-CI-COUNT.
               10 T-CI-ITEM-ID      PIC 9(6).
               10 T-CI-TYPE         PIC X(4).
               10 T-CI-DESCRIPTION  PIC X(30).
               10 T-CI-VALUE        PIC 9(9)V99.
               10 T-CI-VALUE-DATE   PIC 9(8).
               10 T-CI-CHARGE-REF   PIC X(20).
               10 T-CI-LIMIT-IDX    PIC 99.
               10 T-CI-BASE         PIC 9(9)V99.
               10 T-CI-LOANS        PIC 9(4).

      *> Active loans with their share of collateral.
       01 WS-LN-COUNT        PIC 9(4) VALUE 0.
       01 WS-LN-MAX          PIC 9(4) VALUE 1000.
       01 LN-TABLE.
           05 LN-ENTRY OCCURS 1 TO 1000 TIMES
                       DEPENDING ON WS-LN-COUNT.
               10 T-LN-LOAN-ID      PIC 9(6).
               10 T-LN-CUST-ID      PIC 9(5).
               10 T-LN-OUTSTANDING  PIC 9(7)V99.
               10 T-LN-COLLATERAL   PIC 9(9)V99.
               10 T-LN-TOP-SHARE    PIC 9(9)V99.
               10 T-LN-PRODUCT      PIC X(4).

      *> Live links resolved to their item and active loan.
       01 WS-CK-COUNT        PIC 9(4) VALUE 0.
       01 WS-CK-MAX          PIC 9(4) VALUE 4000.
       01 CK-TABLE.
           05 CK-ENTRY OCCURS 1 TO 4000 TIMES
                       DEPENDING ON WS-CK-COUNT.
               10 T-CK-ITEM-IDX     PIC 9(4).
               10 T-CK-LOAN-IDX     PIC 9(4).

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "COLLATERAL LTV MONITOR"
           DISPLAY "======================"
           PERFORM READ-SYSTEM-DATE
           MOVE SD-BUSINESS-DATE TO WS-TODAY
           PERFORM LOAD-LIMITS
           PERFORM LOAD-ITEMS
           IF ITEM-STATUS = "35"
               DISPLAY "No COLLATERAL-ITEMS.DAT on file -- no "
                   "collateral to monitor."
               STOP RUN
           END-IF
           PERFORM LOAD-ACTIVE-LOANS
           PERFORM LOAD-LINKS
           PERFORM SHARE-COLLATERAL

           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-REC
           STRING "COLLATERAL LTV MONITOR - " WS-TODAY
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           PERFORM REPORT-OVER-LIMIT
           PERFORM REPORT-REVALUATIONS
           PERFORM WRITE-SUMMARY
           CLOSE REPORT-FILE

           DISPLAY WS-SECURED " secured loans, " WS-OVER-LIMIT
               " over their LTV limit; " WS-STALE
               " collateral item(s) due for revaluation."
           IF WS-UNKNOWN-TYPE > 0
               DISPLAY WS-UNKNOWN-TYPE " item(s) of a type not on "
                   "LOAN-LTV-LIMITS.DAT were left unmonitored."
           END-IF
           DISPLAY WS-LC-ROWS " row(s) written to LOAN-COLLATERAL.DAT"
           DISPLAY "Report in COLLATERAL-LTV-REPORT.DAT"
           STOP RUN.

       LOAD-LIMITS.
           MOVE 0 TO WS-LL-COUNT
           OPEN INPUT LIMIT-FILE
           IF LIMIT-STATUS = "35"
               PERFORM SEED-DEFAULT-LIMITS
           ELSE
               PERFORM UNTIL WS-EOF = "Y"
                   READ LIMIT-FILE
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF WS-LL-COUNT < WS-LL-MAX
                               ADD 1 TO WS-LL-COUNT
                               MOVE LIMIT-RECORD
                                   TO LL-ENTRY(WS-LL-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LIMIT-FILE
           END-IF
           MOVE "N" TO WS-EOF.

       SEED-DEFAULT-LIMITS.
           DISPLAY "No LOAN-LTV-LIMITS.DAT found, using default "
               "LTV limits"
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > 6
               ADD 1 TO WS-LL-COUNT
               MOVE LIMIT-DEFAULT(J) TO LL-ENTRY(WS-LL-COUNT)
           END-PERFORM.

       FIND-LIMIT.
           MOVE 0 TO WS-LIMIT-IDX
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-LL-COUNT
               IF T-LL-TYPE(J) = WS-TYPE
                   MOVE J TO WS-LIMIT-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> Released items are history only.
       LOAD-ITEMS.
           MOVE 0 TO WS-CI-COUNT
           OPEN INPUT ITEM-FILE
           IF ITEM-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ ITEM-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF CI-STATUS = "A"
                           AND WS-CI-COUNT < WS-CI-MAX
                           PERFORM ADD-ITEM-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ITEM-FILE
           MOVE "N" TO WS-EOF.

       ADD-ITEM-ROW.
           ADD 1 TO WS-CI-COUNT
           MOVE CI-ITEM-ID TO T-CI-ITEM-ID(WS-CI-COUNT)
           MOVE CI-TYPE TO T-CI-TYPE(WS-CI-COUNT)
           MOVE CI-DESCRIPTION TO T-CI-DESCRIPTION(WS-CI-COUNT)
           MOVE CI-VALUE TO T-CI-VALUE(WS-CI-COUNT)
           MOVE CI-VALUE-DATE TO T-CI-VALUE-DATE(WS-CI-COUNT)
           MOVE CI-CHARGE-REF TO T-CI-CHARGE-REF(WS-CI-COUNT)
           MOVE CI-TYPE TO WS-TYPE
           PERFORM FIND-LIMIT
           MOVE WS-LIMIT-IDX TO T-CI-LIMIT-IDX(WS-CI-COUNT)
           MOVE 0 TO T-CI-BASE(WS-CI-COUNT)
           MOVE 0 TO T-CI-LOANS(WS-CI-COUNT).

       LOAD-ACTIVE-LOANS.
           MOVE 0 TO WS-LN-COUNT
           OPEN INPUT LOANS-FILE
           IF LOANS-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ LOANS-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF LN-STATUS = "ACTIVE"
                           AND LN-OUTSTANDING > 0
                           AND WS-LN-COUNT < WS-LN-MAX
                           ADD 1 TO WS-LN-COUNT
                           MOVE LN-LOAN-ID
                               TO T-LN-LOAN-ID(WS-LN-COUNT)
                           MOVE LN-CUST-ID
                               TO T-LN-CUST-ID(WS-LN-COUNT)
                           MOVE LN-OUTSTANDING
                               TO T-LN-OUTSTANDING(WS-LN-COUNT)
                           MOVE 0 TO T-LN-COLLATERAL(WS-LN-COUNT)
                           MOVE 0 TO T-LN-TOP-SHARE(WS-LN-COUNT)
                           MOVE SPACES TO T-LN-PRODUCT(WS-LN-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOANS-FILE
           MOVE "N" TO WS-EOF.

      *> Only live links between an item in use and an active loan
      *> count; each adds the loan's balance to the item's base.
       LOAD-LINKS.
           MOVE 0 TO WS-CK-COUNT
           OPEN INPUT LINK-FILE
           IF LINK-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ LINK-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF CK-STATUS = "A"
                           PERFORM RESOLVE-LINK
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LINK-FILE
           MOVE "N" TO WS-EOF.

       RESOLVE-LINK.
           MOVE 0 TO WS-ITEM-IDX
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-CI-COUNT
               IF T-CI-ITEM-ID(J) = CK-ITEM-ID
                   MOVE J TO WS-ITEM-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE 0 TO WS-LOAN-IDX
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-LN-COUNT
               IF T-LN-LOAN-ID(J) = CK-LOAN-ID
                   MOVE J TO WS-LOAN-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-ITEM-IDX = 0 OR WS-LOAN-IDX = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-CK-COUNT >= WS-CK-MAX
               DISPLAY "  >> More than " WS-CK-MAX " collateral "
                   "links; item " CK-ITEM-ID " to loan " CK-LOAN-ID
                   " skipped."
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CK-COUNT
           MOVE WS-ITEM-IDX TO T-CK-ITEM-IDX(WS-CK-COUNT)
           MOVE WS-LOAN-IDX TO T-CK-LOAN-IDX(WS-CK-COUNT)
           ADD T-LN-OUTSTANDING(WS-LOAN-IDX)
               TO T-CI-BASE(WS-ITEM-IDX)
           ADD 1 TO T-CI-LOANS(WS-ITEM-IDX).

      *> Each link's share of its item, credited to the loan and
      *> written to LOAN-COLLATERAL.DAT with the type's haircut.
       SHARE-COLLATERAL.
           OPEN OUTPUT COLLATERAL-FILE
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-CK-COUNT
               MOVE T-CK-ITEM-IDX(K) TO WS-ITEM-IDX
               MOVE T-CK-LOAN-IDX(K) TO WS-LOAN-IDX
               COMPUTE WS-SHARE ROUNDED =
                   T-CI-VALUE(WS-ITEM-IDX)
                   * T-LN-OUTSTANDING(WS-LOAN-IDX)
                   / T-CI-BASE(WS-ITEM-IDX)
               ADD WS-SHARE TO T-LN-COLLATERAL(WS-LOAN-IDX)
               IF WS-SHARE > T-LN-TOP-SHARE(WS-LOAN-IDX)
                   MOVE WS-SHARE TO T-LN-TOP-SHARE(WS-LOAN-IDX)
                   MOVE T-CI-TYPE(WS-ITEM-IDX)
                       TO T-LN-PRODUCT(WS-LOAN-IDX)
               END-IF

               MOVE SPACES TO COLLATERAL-RECORD
               MOVE T-LN-LOAN-ID(WS-LOAN-IDX) TO LC-LOAN-ID
               IF WS-SHARE > 9999999.99
                   MOVE 9999999.99 TO LC-VALUE
               ELSE
                   MOVE WS-SHARE TO LC-VALUE
               END-IF
               MOVE 50 TO LC-HAIRCUT-PCT
               IF T-CI-LIMIT-IDX(WS-ITEM-IDX) > 0
                   MOVE T-LL-HAIRCUT-PCT(T-CI-LIMIT-IDX(WS-ITEM-IDX))
                       TO LC-HAIRCUT-PCT
               END-IF
               STRING T-CI-TYPE(WS-ITEM-IDX) " "
                      T-CI-DESCRIPTION(WS-ITEM-IDX)
                   DELIMITED BY SIZE INTO LC-DESCRIPTION
               END-STRING
               WRITE COLLATERAL-RECORD
               ADD 1 TO WS-LC-ROWS
           END-PERFORM
           CLOSE COLLATERAL-FILE.

       REPORT-OVER-LIMIT.
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE "LOANS OVER LTV LIMIT" TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING "LOAN   CUSTOMER PROD    OUTSTANDING     COLLATERAL"
                  "     LTV% LIMIT%"
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-LN-COUNT
               IF T-LN-COLLATERAL(K) = 0
                   ADD 1 TO WS-UNSECURED
               ELSE
                   ADD 1 TO WS-SECURED
                   PERFORM CHECK-LOAN-LTV
               END-IF
           END-PERFORM
           IF WS-OVER-LIMIT = 0
               MOVE "  (none)" TO REPORT-REC
               WRITE REPORT-REC
           END-IF.

       CHECK-LOAN-LTV.
           IF T-LN-OUTSTANDING(K) * 100 / T-LN-COLLATERAL(K)
               > 99999.99
               MOVE 99999.99 TO WS-LTV
           ELSE
               COMPUTE WS-LTV ROUNDED =
                   T-LN-OUTSTANDING(K) * 100 / T-LN-COLLATERAL(K)
           END-IF
           MOVE T-LN-PRODUCT(K) TO WS-TYPE
           PERFORM FIND-LIMIT
           IF WS-LIMIT-IDX = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-LTV NOT > T-LL-LTV-PCT(WS-LIMIT-IDX)
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-OVER-LIMIT
           MOVE T-LN-OUTSTANDING(K) TO WS-DISP-A
           MOVE T-LN-COLLATERAL(K) TO WS-DISP-B
           MOVE WS-LTV TO WS-DISP-LTV
           MOVE T-LL-LTV-PCT(WS-LIMIT-IDX) TO WS-DISP-LIMIT
           MOVE SPACES TO REPORT-REC
           STRING T-LN-LOAN-ID(K) " " T-LN-CUST-ID(K) "    "
                  T-LN-PRODUCT(K) " " WS-DISP-A " " WS-DISP-B
                  " " WS-DISP-LTV "    " WS-DISP-LIMIT
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC.

      *> Due once the valuation date plus the type's revaluation
      *> months has passed; only items still securing a loan.
       REPORT-REVALUATIONS.
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE "COLLATERAL DUE FOR REVALUATION" TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING "ITEM   TYPE VALUED   MONTHS          VALUE LOANS "
                  "CHARGE-REF           DESCRIPTION"
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE WS-TODAY TO WS-MONTH-DATE
           PERFORM DATE-TO-MONTHS
           MOVE WS-MONTH-COUNT TO WS-TODAY-MONTHS
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-CI-COUNT
               IF T-CI-LOANS(K) > 0
                   IF T-CI-LIMIT-IDX(K) = 0
                       ADD 1 TO WS-UNKNOWN-TYPE
                   ELSE
                       PERFORM CHECK-VALUATION-AGE
                   END-IF
               END-IF
           END-PERFORM
           IF WS-STALE = 0
               MOVE "  (none)" TO REPORT-REC
               WRITE REPORT-REC
           END-IF.

       CHECK-VALUATION-AGE.
           MOVE T-CI-VALUE-DATE(K) TO WS-MONTH-DATE
           PERFORM DATE-TO-MONTHS
           MOVE WS-MONTH-COUNT TO WS-VALUE-MONTHS
           COMPUTE WS-AGE-MONTHS = WS-TODAY-MONTHS - WS-VALUE-MONTHS
           IF FUNCTION MOD(WS-TODAY, 100)
               < FUNCTION MOD(T-CI-VALUE-DATE(K), 100)
               AND WS-AGE-MONTHS > 0
               SUBTRACT 1 FROM WS-AGE-MONTHS
           END-IF
           IF WS-TODAY-MONTHS - WS-VALUE-MONTHS
               < T-LL-REVAL-MONTHS(T-CI-LIMIT-IDX(K))
               EXIT PARAGRAPH
           END-IF
           IF WS-TODAY-MONTHS - WS-VALUE-MONTHS
               = T-LL-REVAL-MONTHS(T-CI-LIMIT-IDX(K))
               AND FUNCTION MOD(WS-TODAY, 100)
                   NOT > FUNCTION MOD(T-CI-VALUE-DATE(K), 100)
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-STALE
           MOVE T-CI-VALUE(K) TO WS-DISP-A
           MOVE WS-AGE-MONTHS TO WS-DISP-AGE
           MOVE SPACES TO REPORT-REC
           STRING T-CI-ITEM-ID(K) " " T-CI-TYPE(K) " "
                  T-CI-VALUE-DATE(K) "   " WS-DISP-AGE " "
                  WS-DISP-A "  " T-CI-LOANS(K) " "
                  T-CI-CHARGE-REF(K) " " T-CI-DESCRIPTION(K)
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC.

      *> Months since year zero, so two dates subtract to whole
      *> calendar months.
       DATE-TO-MONTHS.
           COMPUTE WS-MONTH-YYYY = WS-MONTH-DATE / 10000
           COMPUTE WS-MONTH-MMDD = FUNCTION MOD(WS-MONTH-DATE, 10000)
           COMPUTE WS-MONTH-MM = WS-MONTH-MMDD / 100
           COMPUTE WS-MONTH-COUNT = WS-MONTH-YYYY * 12 + WS-MONTH-MM.

       WRITE-SUMMARY.
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING "SECURED LOANS " WS-SECURED
                  "  OVER LIMIT " WS-OVER-LIMIT
                  "  UNSECURED " WS-UNSECURED
                  "  ITEMS DUE FOR REVALUATION " WS-STALE
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC.

       COPY "sysdate-read.cpy".
