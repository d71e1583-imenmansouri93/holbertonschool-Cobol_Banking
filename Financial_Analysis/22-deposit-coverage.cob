       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPOSIT-COVERAGE.

      *> Deposit guarantee scheme coverage, run on demand. Each
      *> depositor's eligible deposits are added up across
      *>   - ACCOUNTS.MASTER.IDX credit balances, and
      *>   - TERM-DEPOSITS.DAT active deposits, principal plus
      *>     interest accrued to the business date,
      *> converted to the base currency at the EXCHANGE-RATES.DAT
      *> closing rate. An account belongs to its primary holder
      *> (the customer of the same number) and every other owner or
      *> joint owner on ACCOUNT-OWNERS.DAT; the balance is split by
      *> the owners' recorded shares when every holder has one and
      *> they come to 100%, and equally otherwise. A term deposit
      *> belongs to its own customer.
      *> deposit-insurance.dat sets the per-depositor coverage
      *> limit (LIMIT row) and the account types the scheme does
      *> not cover (one EXCLUDE row each); compiled-in defaults
      *> when the file is missing. Each depositor's insured amount
      *> is the eligible total up to the limit, the rest uninsured.
      *> DGS-SCV.DAT is the scheme's single customer view: header,
      *> one C record per depositor with name, date of birth and
      *> address, an A record per holding behind it, and a trailer.
      *> DGS-COVERAGE-SUMMARY.DAT totals insured against uninsured
      *> deposits and lists what needs looking at before the file
      *> goes to the scheme.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNTS ASSIGN TO "ACCOUNTS.MASTER.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACC-ID
               FILE STATUS IS WS-ACC-STATUS.
           SELECT TD-FILE ASSIGN TO "TERM-DEPOSITS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TD-STATUS.
           SELECT OWNERS-FILE ASSIGN TO "ACCOUNT-OWNERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OWNERS-STATUS.
           SELECT RATES-FILE ASSIGN TO "EXCHANGE-RATES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATES-STATUS.
           SELECT PARAMS-FILE ASSIGN TO "deposit-insurance.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMS-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO "CUSTOMERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               ALTERNATE RECORD KEY IS CUST-LNAME
                   WITH DUPLICATES
               FILE STATUS IS WS-CUST-STATUS.
           SELECT CONTACT-FILE ASSIGN TO "CUSTOMER-CONTACT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-CUST-ID
               FILE STATUS IS WS-CONTACT-STATUS.
           SELECT ADDRESS-FILE ASSIGN TO "CUSTOMER-ADDRESS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-CUST-ID
               FILE STATUS IS WS-ADDR-STATUS.
           SELECT SCV-FILE ASSIGN TO "DGS-SCV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SUMMARY-FILE ASSIGN TO "DGS-COVERAGE-SUMMARY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SYSDATE-FILE ASSIGN TO "SYSTEM-DATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD TD-FILE.
       01 TD-RECORD.
          05 TD-ID           PIC 9(6).
          05 TD-CUST-ID      PIC 9(5).
          05 TD-ACC-ID       PIC 9(5).
          05 TD-PRINCIPAL    PIC 9(8)V99.
          05 TD-RATE-PCT     PIC 99V99.
          05 TD-TERM-MONTHS  PIC 9(3).
          05 TD-OPEN-DATE    PIC 9(8).
          05 TD-MATURITY     PIC 9(8).
          05 TD-DISPOSAL     PIC X.
          05 TD-STATUS       PIC X.

       FD OWNERS-FILE.
       01 OWNERS-RECORD.
           05 AO-ACC-ID      PIC 9(5).
           05 AO-CUST-ID     PIC 9(5).
           05 AO-ROLE        PIC X.
           05 AO-SIGS-REQ    PIC 9.
           05 AO-SHARE-PCT   PIC 999V99.

       FD RATES-FILE.
       01 RATES-RECORD.
           05 XR-FROM       PIC X(3).
           05 XR-TO         PIC X(3).
           05 XR-RATE       PIC 9(3)V9(6).

      *> LIMIT with the amount, or EXCLUDE with an account type.
       FD PARAMS-FILE.
       01 PARAMS-RECORD.
           05 DI-KEY         PIC X(8).
           05 DI-VALUE       PIC X(20).

       FD CUSTOMER-FILE.
       01 CUSTOMER-RECORD.
           05 CUST-ID         PIC 9(5).
           05 CUST-FNAME      PIC X(10).
           05 CUST-LNAME      PIC X(10).
           05 CUST-BALANCE    PIC 9(5)V99.
           05 CUST-DELETED    PIC X(01).

       FD CONTACT-FILE.
       01 CONTACT-RECORD.
           05 CC-CUST-ID      PIC 9(5).
           05 CC-PHONE        PIC X(20).
           05 CC-DOB          PIC X(10).
           05 CC-IBAN         PIC X(34).

       FD ADDRESS-FILE.
       01 ADDRESS-RECORD.
           05 CA-CUST-ID      PIC 9(5).
           05 CA-COUNTRY      PIC X(2).
           05 CA-ADDR1        PIC X(30).
           05 CA-ADDR2        PIC X(30).
           05 CA-CITY         PIC X(20).
           05 CA-POSTCODE     PIC X(10).
           05 CA-MAIL-RETURNED PIC X.
           05 CA-RETURNED-DATE PIC 9(8).

      *> The single customer view, 200 bytes a record. Amounts are
      *> base currency with two implied decimals, except the A
      *> record's balance, which is in the holding's own currency.
       FD SCV-FILE.
       01 SCV-HEADER.
          05 SH-REC-TYPE       PIC X.
          05 SH-BANK-ID        PIC X(10).
          05 SH-RUN-DATE       PIC 9(8).
          05 SH-CURRENCY       PIC X(3).
          05 SH-LIMIT          PIC 9(9)V99.
          05 FILLER            PIC X(167).
       01 SCV-CUSTOMER.
          05 SC-REC-TYPE       PIC X.
          05 SC-CUST-ID        PIC 9(5).
          05 SC-SURNAME        PIC X(20).
          05 SC-FORENAME       PIC X(20).
          05 SC-DOB            PIC X(10).
          05 SC-ADDR1          PIC X(30).
          05 SC-ADDR2          PIC X(30).
          05 SC-CITY           PIC X(20).
          05 SC-POSTCODE       PIC X(10).
          05 SC-COUNTRY        PIC X(2).
          05 SC-HOLDINGS       PIC 9(4).
          05 SC-ELIGIBLE       PIC 9(11)V99.
          05 SC-INSURED        PIC 9(11)V99.
          05 SC-UNINSURED      PIC 9(11)V99.
          05 FILLER            PIC X(9).
       01 SCV-HOLDING.
          05 SA-REC-TYPE       PIC X.
          05 SA-CUST-ID        PIC 9(5).
          05 SA-KIND           PIC X(3).
          05 SA-REFERENCE      PIC 9(6).
          05 SA-ACC-TYPE       PIC X(8).
          05 SA-CURRENCY       PIC X(3).
          05 SA-BALANCE        PIC 9(9)V99.
          05 SA-SHARE-PCT      PIC 999V99.
          05 SA-AMOUNT         PIC 9(11)V99.
          05 FILLER            PIC X(145).
       01 SCV-TRAILER.
          05 ST-REC-TYPE       PIC X.
          05 ST-DEPOSITORS     PIC 9(7).
          05 ST-HOLDINGS       PIC 9(7).
          05 ST-ELIGIBLE       PIC 9(13)V99.
          05 ST-INSURED        PIC 9(13)V99.
          05 ST-UNINSURED      PIC 9(13)V99.
          05 FILLER            PIC X(140).

       FD SUMMARY-FILE.
       01 SUMMARY-LINE      PIC X(100).

       FD SYSDATE-FILE.
       01 SYSDATE-REC            PIC X(40).

       WORKING-STORAGE SECTION.
       COPY "sysdate-ws.cpy".
       01 WS-ACC-STATUS     PIC XX.
       01 WS-TD-STATUS      PIC XX.
       01 WS-OWNERS-STATUS  PIC XX.
       01 WS-RATES-STATUS   PIC XX.
       01 WS-PARAMS-STATUS  PIC XX.
       01 WS-CUST-STATUS    PIC XX.
       01 WS-CONTACT-STATUS PIC XX.
       01 WS-ADDR-STATUS    PIC XX.
       01 WS-EOF            PIC X VALUE "N".
       01 WS-TODAY          PIC 9(8).
       01 WS-BANK-ID        PIC X(10) VALUE "HOLB000001".
       01 WS-BASE-CURRENCY  PIC X(3) VALUE "USD".
       01 WS-LIMIT          PIC 9(9)V99 VALUE 250000.00.
       01 WS-RATE           PIC 9(3)V9(6).
       01 WS-CURRENCY       PIC X(3).
       01 WS-AMOUNT         PIC 9(9)V99.
       01 WS-BASE-AMOUNT    PIC 9(11)V99.
       01 WS-SHARE-AMOUNT   PIC 9(11)V99.
       01 WS-ALLOCATED      PIC 9(11)V99.
       01 WS-INTEREST       PIC 9(9)V99.
       01 WS-ACCRUE-TO      PIC 9(8).
       01 WS-DAYS           PIC 9(5).
       01 WS-AC-IDX         PIC 9(5).
       01 WS-DP-IDX         PIC 9(5).
       01 WS-CUST           PIC 9(5).
       01 WS-HOLDERS        PIC 9(3).
       01 WS-SHARED         PIC 9(3).
       01 WS-SHARE-SUM      PIC 9(5)V99.
       01 WS-PRIMARY-SHARE  PIC 999V99.
       01 WS-USE-SHARES     PIC X.
       01 WS-SHARE-PCT      PIC 999V99.
       01 WS-NTH            PIC 9(3).
       01 WS-EXCLUDED-AMT   PIC 9(13)V99 VALUE 0.
       01 WS-EXCLUDED-COUNT PIC 9(5) VALUE 0.
       01 WS-TOTAL-ELIGIBLE PIC 9(13)V99 VALUE 0.
       01 WS-TOTAL-INSURED  PIC 9(13)V99 VALUE 0.
       01 WS-TOTAL-UNINSURED PIC 9(13)V99 VALUE 0.
       01 WS-OVER-LIMIT     PIC 9(7) VALUE 0.
       01 WS-EXCEPTIONS     PIC 9(5) VALUE 0.
       01 WS-EXCEPTION      PIC X(60).
       01 WS-DISP-AMT       PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 J                 PIC 9(5).
       01 K                 PIC 9(5).

      *> Closing rates into the base currency.
       01 WS-XR-COUNT       PIC 9(3) VALUE 0.
       01 WS-XR-MAX         PIC 9(3) VALUE 100.
       01 XR-TABLE.
           05 XR-ENTRY OCCURS 1 TO 100 TIMES
                       DEPENDING ON WS-XR-COUNT.
               10 T-XR-CURRENCY PIC X(3).
               10 T-XR-RATE     PIC 9(3)V9(6).

      *> Account types the scheme does not cover.
       01 WS-EX-COUNT       PIC 9(2) VALUE 0.
       01 WS-EX-MAX         PIC 9(2) VALUE 30.
       01 EX-TABLE.
           05 EX-ENTRY OCCURS 1 TO 30 TIMES
                       DEPENDING ON WS-EX-COUNT.
               10 T-EX-ACC-TYPE PIC X(8).

      *> The master's accounts: term deposits take their currency
      *> from the account they are linked to.
       01 WS-AC-COUNT       PIC 9(5) VALUE 0.
       01 WS-AC-MAX         PIC 9(5) VALUE 10000.
       01 AC-TABLE.
           05 AC-ENTRY OCCURS 1 TO 10000 TIMES
                       DEPENDING ON WS-AC-COUNT.
               10 T-AC-ACC-ID   PIC 9(5).
               10 T-AC-CURRENCY PIC X(3).

      *> Owner and joint-owner rows with their recorded shares.
       01 WS-OW-COUNT       PIC 9(5) VALUE 0.
       01 WS-OW-MAX         PIC 9(5) VALUE 9000.
       01 OW-TABLE.
           05 OW-ENTRY OCCURS 1 TO 9000 TIMES
                       DEPENDING ON WS-OW-COUNT.
               10 T-OW-ACC-ID   PIC 9(5).
               10 T-OW-CUST-ID  PIC 9(5).
               10 T-OW-SHARE    PIC 999V99.

      *> Depositors and what each holds.
       01 WS-DP-COUNT       PIC 9(5) VALUE 0.
       01 WS-DP-MAX         PIC 9(5) VALUE 10000.
       01 DP-TABLE.
           05 DP-ENTRY OCCURS 1 TO 10000 TIMES
                       DEPENDING ON WS-DP-COUNT.
               10 T-DP-CUST-ID  PIC 9(5).
               10 T-DP-HOLDINGS PIC 9(4).
               10 T-DP-ELIGIBLE PIC 9(11)V99.
       01 WS-HD-COUNT       PIC 9(5) VALUE 0.
       01 WS-HD-MAX         PIC 9(5) VALUE 20000.
       01 HD-TABLE.
           05 HD-ENTRY OCCURS 1 TO 20000 TIMES
                       DEPENDING ON WS-HD-COUNT.
               10 T-HD-DP-IDX   PIC 9(5).
               10 T-HD-KIND     PIC X(3).
               10 T-HD-REF      PIC 9(6).
               10 T-HD-ACC-TYPE PIC X(8).
               10 T-HD-CURRENCY PIC X(3).
               10 T-HD-BALANCE  PIC 9(9)V99.
               10 T-HD-SHARE    PIC 999V99.
               10 T-HD-AMOUNT   PIC 9(11)V99.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "DEPOSIT INSURANCE COVERAGE"
           PERFORM READ-SYSTEM-DATE
           MOVE SD-BUSINESS-DATE TO WS-TODAY
           PERFORM LOAD-PARAMETERS
           PERFORM LOAD-CLOSING-RATES
           PERFORM LOAD-OWNER-ROWS

           OPEN OUTPUT SUMMARY-FILE
           MOVE SPACES TO SUMMARY-LINE
           STRING "DEPOSIT INSURANCE COVERAGE - " WS-TODAY
               DELIMITED BY SIZE INTO SUMMARY-LINE
           END-STRING
           WRITE SUMMARY-LINE
           MOVE SPACES TO SUMMARY-LINE
           WRITE SUMMARY-LINE
           MOVE "EXCEPTIONS" TO SUMMARY-LINE
           WRITE SUMMARY-LINE

           PERFORM ALLOCATE-ACCOUNT-BALANCES
           PERFORM ALLOCATE-TERM-DEPOSITS
           PERFORM WRITE-SINGLE-CUSTOMER-VIEW
           PERFORM WRITE-COVERAGE-SUMMARY
           CLOSE SUMMARY-FILE

           MOVE WS-TOTAL-INSURED TO WS-DISP-AMT
           DISPLAY WS-DP-COUNT " depositor(s), insured "
               WS-DISP-AMT
           MOVE WS-TOTAL-UNINSURED TO WS-DISP-AMT
           DISPLAY "  uninsured " WS-DISP-AMT
           DISPLAY "Single customer view in DGS-SCV.DAT, summary in "
               "DGS-COVERAGE-SUMMARY.DAT"
           IF WS-EXCEPTIONS > 0
               DISPLAY WS-EXCEPTIONS " exception(s) to review "
                   "before submission."
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-PARAMETERS.
           MOVE 0 TO WS-EX-COUNT
           OPEN INPUT PARAMS-FILE
           IF WS-PARAMS-STATUS = "35"
               DISPLAY "No deposit-insurance.dat found, using the "
                   "default limit and exclusions"
               PERFORM SEED-DEFAULT-EXCLUSIONS
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ PARAMS-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       EVALUATE DI-KEY
                           WHEN "LIMIT"
                               MOVE FUNCTION NUMVAL(DI-VALUE)
                                   TO WS-LIMIT
                           WHEN "EXCLUDE"
                               IF WS-EX-COUNT < WS-EX-MAX
                                   ADD 1 TO WS-EX-COUNT
                                   MOVE DI-VALUE
                                       TO T-EX-ACC-TYPE(WS-EX-COUNT)
                               END-IF
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE PARAMS-FILE
           MOVE "N" TO WS-EOF.

      *> The bank's own and interbank positions are not customer
      *> deposits.
       SEED-DEFAULT-EXCLUSIONS.
           MOVE 3 TO WS-EX-COUNT
           MOVE "NOSTRO"   TO T-EX-ACC-TYPE(1)
           MOVE "INTERNAL" TO T-EX-ACC-TYPE(2)
           MOVE "SUSPENSE" TO T-EX-ACC-TYPE(3).

       LOAD-CLOSING-RATES.
           MOVE 0 TO WS-XR-COUNT
           OPEN INPUT RATES-FILE
           IF WS-RATES-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ RATES-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF XR-TO = WS-BASE-CURRENCY
                           AND WS-XR-COUNT < WS-XR-MAX
                           ADD 1 TO WS-XR-COUNT
                           MOVE XR-FROM TO T-XR-CURRENCY(WS-XR-COUNT)
                           MOVE XR-RATE TO T-XR-RATE(WS-XR-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RATES-FILE
           MOVE "N" TO WS-EOF.

       LOAD-OWNER-ROWS.
           MOVE 0 TO WS-OW-COUNT
           OPEN INPUT OWNERS-FILE
           IF WS-OWNERS-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ OWNERS-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF (AO-ROLE = "O" OR AO-ROLE = "J")
                           AND WS-OW-COUNT < WS-OW-MAX
                           ADD 1 TO WS-OW-COUNT
                           MOVE AO-ACC-ID TO T-OW-ACC-ID(WS-OW-COUNT)
                           MOVE AO-CUST-ID
                               TO T-OW-CUST-ID(WS-OW-COUNT)
                           IF AO-SHARE-PCT NUMERIC
                               MOVE AO-SHARE-PCT
                                   TO T-OW-SHARE(WS-OW-COUNT)
                           ELSE
                               MOVE 0 TO T-OW-SHARE(WS-OW-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OWNERS-FILE
           MOVE "N" TO WS-EOF.

      *> WS-AMOUNT in WS-CURRENCY into WS-BASE-AMOUNT. A currency
      *> with no closing rate is taken at face value and reported.
       CONVERT-TO-BASE.
           MOVE WS-AMOUNT TO WS-BASE-AMOUNT
           IF WS-CURRENCY = WS-BASE-CURRENCY
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-RATE
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-XR-COUNT
               IF T-XR-CURRENCY(J) = WS-CURRENCY
                   MOVE T-XR-RATE(J) TO WS-RATE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-RATE = 0
               MOVE SPACES TO WS-EXCEPTION
               STRING "NO CLOSING RATE FOR " WS-CURRENCY
                      ", TAKEN AT FACE VALUE"
                   DELIMITED BY SIZE INTO WS-EXCEPTION
               END-STRING
               PERFORM WRITE-EXCEPTION
           ELSE
               COMPUTE WS-BASE-AMOUNT ROUNDED = WS-AMOUNT * WS-RATE
           END-IF.

       WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPTIONS
           MOVE SPACES TO SUMMARY-LINE
           STRING "  " WS-CUST " " WS-EXCEPTION
               DELIMITED BY SIZE INTO SUMMARY-LINE
           END-STRING
           WRITE SUMMARY-LINE.

      *> The master in key order. Overdrawn and zero balances hold
      *> no deposit; excluded types are totalled apart.
       ALLOCATE-ACCOUNT-BALANCES.
           OPEN INPUT ACCOUNTS
           IF WS-ACC-STATUS NOT = "00"
               DISPLAY "ACCOUNTS.MASTER.IDX not available (status "
                   WS-ACC-STATUS ") -- account balances left out."
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ ACCOUNTS NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF WS-AC-COUNT < WS-AC-MAX
                           ADD 1 TO WS-AC-COUNT
                           MOVE ACC-ID TO T-AC-ACC-ID(WS-AC-COUNT)
                           MOVE ACC-CURRENCY
                               TO T-AC-CURRENCY(WS-AC-COUNT)
                       END-IF
                       IF ACC-BAL > 0
                           PERFORM ALLOCATE-ONE-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCOUNTS
           MOVE "N" TO WS-EOF.

       ALLOCATE-ONE-ACCOUNT.
           MOVE ACC-ID TO WS-CUST
           MOVE ACC-BAL TO WS-AMOUNT
           MOVE ACC-CURRENCY TO WS-CURRENCY
           PERFORM CONVERT-TO-BASE
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-EX-COUNT
               IF T-EX-ACC-TYPE(J) = ACC-TYPE
                   ADD 1 TO WS-EXCLUDED-COUNT
                   ADD WS-BASE-AMOUNT TO WS-EXCLUDED-AMT
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM

      *> The holders: the primary holder, then every other owner
      *> row. Shares count only when all of them carry one.
           MOVE 1 TO WS-HOLDERS
           MOVE 0 TO WS-SHARED
           MOVE 0 TO WS-SHARE-SUM
           MOVE 0 TO WS-PRIMARY-SHARE
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-OW-COUNT
               IF T-OW-ACC-ID(K) = ACC-ID
                   IF T-OW-CUST-ID(K) = ACC-ID
                       MOVE T-OW-SHARE(K) TO WS-PRIMARY-SHARE
                   ELSE
                       ADD 1 TO WS-HOLDERS
                       IF T-OW-SHARE(K) > 0
                           ADD 1 TO WS-SHARED
                           ADD T-OW-SHARE(K) TO WS-SHARE-SUM
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-PRIMARY-SHARE > 0
               ADD 1 TO WS-SHARED
               ADD WS-PRIMARY-SHARE TO WS-SHARE-SUM
           END-IF
           MOVE "N" TO WS-USE-SHARES
           IF WS-SHARED = WS-HOLDERS AND WS-SHARE-SUM = 100
               MOVE "Y" TO WS-USE-SHARES
           END-IF
           IF WS-SHARED > 0 AND WS-USE-SHARES = "N"
               MOVE SPACES TO WS-EXCEPTION
               STRING "ACCOUNT " ACC-ID " SHARES NOT COMPLETE OR "
                      "NOT 100%, SPLIT EQUALLY"
                   DELIMITED BY SIZE INTO WS-EXCEPTION
               END-STRING
               PERFORM WRITE-EXCEPTION
           END-IF

      *> The last holder takes the rounding so the shares add back
      *> to the balance.
           MOVE 0 TO WS-ALLOCATED
           MOVE 0 TO WS-NTH
           MOVE ACC-ID TO WS-CUST
           MOVE WS-PRIMARY-SHARE TO WS-SHARE-PCT
           PERFORM ADD-ACCOUNT-HOLDING
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-OW-COUNT
               IF T-OW-ACC-ID(K) = ACC-ID
                   AND T-OW-CUST-ID(K) NOT = ACC-ID
                   MOVE T-OW-CUST-ID(K) TO WS-CUST
                   MOVE T-OW-SHARE(K) TO WS-SHARE-PCT
                   PERFORM ADD-ACCOUNT-HOLDING
               END-IF
           END-PERFORM.

       ADD-ACCOUNT-HOLDING.
           ADD 1 TO WS-NTH
           IF WS-USE-SHARES = "N"
               COMPUTE WS-SHARE-PCT ROUNDED = 100 / WS-HOLDERS
           END-IF
           IF WS-NTH = WS-HOLDERS
               COMPUTE WS-SHARE-AMOUNT = WS-BASE-AMOUNT - WS-ALLOCATED
           ELSE
               IF WS-USE-SHARES = "Y"
                   COMPUTE WS-SHARE-AMOUNT ROUNDED =
                       WS-BASE-AMOUNT * WS-SHARE-PCT / 100
               ELSE
                   COMPUTE WS-SHARE-AMOUNT ROUNDED =
                       WS-BASE-AMOUNT / WS-HOLDERS
               END-IF
           END-IF
           ADD WS-SHARE-AMOUNT TO WS-ALLOCATED
           PERFORM FIND-OR-ADD-DEPOSITOR
           IF WS-HD-COUNT >= WS-HD-MAX
               DISPLAY "Warning: holding table full at " WS-HD-MAX
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-HD-COUNT
           MOVE WS-DP-IDX TO T-HD-DP-IDX(WS-HD-COUNT)
           MOVE "DEP" TO T-HD-KIND(WS-HD-COUNT)
           MOVE ACC-ID TO T-HD-REF(WS-HD-COUNT)
           MOVE ACC-TYPE TO T-HD-ACC-TYPE(WS-HD-COUNT)
           MOVE ACC-CURRENCY TO T-HD-CURRENCY(WS-HD-COUNT)
           MOVE WS-AMOUNT TO T-HD-BALANCE(WS-HD-COUNT)
           MOVE WS-SHARE-PCT TO T-HD-SHARE(WS-HD-COUNT)
           MOVE WS-SHARE-AMOUNT TO T-HD-AMOUNT(WS-HD-COUNT)
           ADD 1 TO T-DP-HOLDINGS(WS-DP-IDX)
           ADD WS-SHARE-AMOUNT TO T-DP-ELIGIBLE(WS-DP-IDX).

       FIND-OR-ADD-DEPOSITOR.
           MOVE 0 TO WS-DP-IDX
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-DP-COUNT
               IF T-DP-CUST-ID(J) = WS-CUST
                   MOVE J TO WS-DP-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-DP-IDX > 0
               EXIT PARAGRAPH
           END-IF
           IF WS-DP-COUNT < WS-DP-MAX
               ADD 1 TO WS-DP-COUNT
               MOVE WS-DP-COUNT TO WS-DP-IDX
               MOVE WS-CUST TO T-DP-CUST-ID(WS-DP-IDX)
               MOVE 0 TO T-DP-HOLDINGS(WS-DP-IDX)
               MOVE 0 TO T-DP-ELIGIBLE(WS-DP-IDX)
           ELSE
               DISPLAY "Warning: depositor table full at " WS-DP-MAX
                   ", lumping into row 1"
               MOVE 1 TO WS-DP-IDX
           END-IF.

       ALLOCATE-TERM-DEPOSITS.
           OPEN INPUT TD-FILE
           IF WS-TD-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ TD-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF TD-STATUS = "A"
                           PERFORM ALLOCATE-ONE-DEPOSIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TD-FILE
           MOVE "N" TO WS-EOF.

      *> Simple interest at the contracted rate from opening to the
      *> business date, or to maturity if that has passed.
       ALLOCATE-ONE-DEPOSIT.
           MOVE TD-CUST-ID TO WS-CUST
           MOVE WS-TODAY TO WS-ACCRUE-TO
           IF TD-MATURITY < WS-TODAY
               MOVE TD-MATURITY TO WS-ACCRUE-TO
           END-IF
           MOVE 0 TO WS-DAYS
           IF WS-ACCRUE-TO > TD-OPEN-DATE
               COMPUTE WS-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-ACCRUE-TO)
                   - FUNCTION INTEGER-OF-DATE(TD-OPEN-DATE)
           END-IF
           COMPUTE WS-INTEREST ROUNDED =
               TD-PRINCIPAL * TD-RATE-PCT / 100 * WS-DAYS / 365
           COMPUTE WS-AMOUNT = TD-PRINCIPAL + WS-INTEREST
           MOVE WS-BASE-CURRENCY TO WS-CURRENCY
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-AC-COUNT
               IF T-AC-ACC-ID(J) = TD-ACC-ID
                   MOVE T-AC-CURRENCY(J) TO WS-CURRENCY
                   EXIT PERFORM
               END-IF
           END-PERFORM
           PERFORM CONVERT-TO-BASE
           PERFORM FIND-OR-ADD-DEPOSITOR
           IF WS-HD-COUNT >= WS-HD-MAX
               DISPLAY "Warning: holding table full at " WS-HD-MAX
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-HD-COUNT
           MOVE WS-DP-IDX TO T-HD-DP-IDX(WS-HD-COUNT)
           MOVE "TD" TO T-HD-KIND(WS-HD-COUNT)
           MOVE TD-ID TO T-HD-REF(WS-HD-COUNT)
           MOVE "TERMDEP" TO T-HD-ACC-TYPE(WS-HD-COUNT)
           MOVE WS-CURRENCY TO T-HD-CURRENCY(WS-HD-COUNT)
           MOVE WS-AMOUNT TO T-HD-BALANCE(WS-HD-COUNT)
           MOVE 100 TO T-HD-SHARE(WS-HD-COUNT)
           MOVE WS-BASE-AMOUNT TO T-HD-AMOUNT(WS-HD-COUNT)
           ADD 1 TO T-DP-HOLDINGS(WS-DP-IDX)
           ADD WS-BASE-AMOUNT TO T-DP-ELIGIBLE(WS-DP-IDX).

       WRITE-SINGLE-CUSTOMER-VIEW.
           OPEN INPUT CUSTOMER-FILE
           OPEN INPUT CONTACT-FILE
           OPEN INPUT ADDRESS-FILE
           OPEN OUTPUT SCV-FILE
           MOVE SPACES TO SCV-HEADER
           MOVE "H" TO SH-REC-TYPE
           MOVE WS-BANK-ID TO SH-BANK-ID
           MOVE WS-TODAY TO SH-RUN-DATE
           MOVE WS-BASE-CURRENCY TO SH-CURRENCY
           MOVE WS-LIMIT TO SH-LIMIT
           WRITE SCV-HEADER
           PERFORM VARYING WS-DP-IDX FROM 1 BY 1
                   UNTIL WS-DP-IDX > WS-DP-COUNT
               PERFORM WRITE-DEPOSITOR
           END-PERFORM
           MOVE SPACES TO SCV-TRAILER
           MOVE "T" TO ST-REC-TYPE
           MOVE WS-DP-COUNT TO ST-DEPOSITORS
           MOVE WS-HD-COUNT TO ST-HOLDINGS
           MOVE WS-TOTAL-ELIGIBLE TO ST-ELIGIBLE
           MOVE WS-TOTAL-INSURED TO ST-INSURED
           MOVE WS-TOTAL-UNINSURED TO ST-UNINSURED
           WRITE SCV-TRAILER
           CLOSE SCV-FILE
           CLOSE CUSTOMER-FILE
           CLOSE CONTACT-FILE
           CLOSE ADDRESS-FILE.

      *> The scheme still pays a depositor whose details are
      *> missing, so the record goes out and the gap is reported.
       WRITE-DEPOSITOR.
           MOVE T-DP-CUST-ID(WS-DP-IDX) TO WS-CUST
           MOVE SPACES TO SCV-CUSTOMER
           MOVE "C" TO SC-REC-TYPE
           MOVE WS-CUST TO SC-CUST-ID
           MOVE WS-CUST TO CUST-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE "DEPOSITOR NOT ON CUSTOMERS.DAT"
                       TO WS-EXCEPTION
                   PERFORM WRITE-EXCEPTION
               NOT INVALID KEY
                   MOVE CUST-LNAME TO SC-SURNAME
                   MOVE CUST-FNAME TO SC-FORENAME
           END-READ
           MOVE WS-CUST TO CC-CUST-ID
           READ CONTACT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CC-DOB TO SC-DOB
           END-READ
           MOVE WS-CUST TO CA-CUST-ID
           READ ADDRESS-FILE
               INVALID KEY
                   MOVE "DEPOSITOR HAS NO ADDRESS ON FILE"
                       TO WS-EXCEPTION
                   PERFORM WRITE-EXCEPTION
               NOT INVALID KEY
                   MOVE CA-ADDR1 TO SC-ADDR1
                   MOVE CA-ADDR2 TO SC-ADDR2
                   MOVE CA-CITY TO SC-CITY
                   MOVE CA-POSTCODE TO SC-POSTCODE
                   MOVE CA-COUNTRY TO SC-COUNTRY
           END-READ
           MOVE T-DP-HOLDINGS(WS-DP-IDX) TO SC-HOLDINGS
           MOVE T-DP-ELIGIBLE(WS-DP-IDX) TO SC-ELIGIBLE
           IF T-DP-ELIGIBLE(WS-DP-IDX) > WS-LIMIT
               MOVE WS-LIMIT TO SC-INSURED
               ADD 1 TO WS-OVER-LIMIT
           ELSE
               MOVE T-DP-ELIGIBLE(WS-DP-IDX) TO SC-INSURED
           END-IF
           COMPUTE SC-UNINSURED = SC-ELIGIBLE - SC-INSURED
           ADD SC-ELIGIBLE TO WS-TOTAL-ELIGIBLE
           ADD SC-INSURED TO WS-TOTAL-INSURED
           ADD SC-UNINSURED TO WS-TOTAL-UNINSURED
           WRITE SCV-CUSTOMER

           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-HD-COUNT
               IF T-HD-DP-IDX(K) = WS-DP-IDX
                   MOVE SPACES TO SCV-HOLDING
                   MOVE "A" TO SA-REC-TYPE
                   MOVE WS-CUST TO SA-CUST-ID
                   MOVE T-HD-KIND(K) TO SA-KIND
                   MOVE T-HD-REF(K) TO SA-REFERENCE
                   MOVE T-HD-ACC-TYPE(K) TO SA-ACC-TYPE
                   MOVE T-HD-CURRENCY(K) TO SA-CURRENCY
                   MOVE T-HD-BALANCE(K) TO SA-BALANCE
                   MOVE T-HD-SHARE(K) TO SA-SHARE-PCT
                   MOVE T-HD-AMOUNT(K) TO SA-AMOUNT
                   WRITE SCV-HOLDING
               END-IF
           END-PERFORM.

       WRITE-COVERAGE-SUMMARY.
           IF WS-EXCEPTIONS = 0
               MOVE "  NONE" TO SUMMARY-LINE
               WRITE SUMMARY-LINE
           END-IF
           MOVE SPACES TO SUMMARY-LINE
           WRITE SUMMARY-LINE
           MOVE WS-LIMIT TO WS-DISP-AMT
           MOVE SPACES TO SUMMARY-LINE
           STRING "COVERAGE LIMIT PER DEPOSITOR  " WS-DISP-AMT " "
                  WS-BASE-CURRENCY
               DELIMITED BY SIZE INTO SUMMARY-LINE
           END-STRING
           WRITE SUMMARY-LINE
           MOVE SPACES TO SUMMARY-LINE
           STRING "DEPOSITORS                    " WS-DP-COUNT
                  "  OVER THE LIMIT " WS-OVER-LIMIT
               DELIMITED BY SIZE INTO SUMMARY-LINE
           END-STRING
           WRITE SUMMARY-LINE
           MOVE WS-TOTAL-ELIGIBLE TO WS-DISP-AMT
           MOVE SPACES TO SUMMARY-LINE
           STRING "ELIGIBLE DEPOSITS             " WS-DISP-AMT
               DELIMITED BY SIZE INTO SUMMARY-LINE
           END-STRING
           WRITE SUMMARY-LINE
           MOVE WS-TOTAL-INSURED TO WS-DISP-AMT
           MOVE SPACES TO SUMMARY-LINE
           STRING "  INSURED                     " WS-DISP-AMT
               DELIMITED BY SIZE INTO SUMMARY-LINE
           END-STRING
           WRITE SUMMARY-LINE
           MOVE WS-TOTAL-UNINSURED TO WS-DISP-AMT
           MOVE SPACES TO SUMMARY-LINE
           STRING "  UNINSURED                   " WS-DISP-AMT
               DELIMITED BY SIZE INTO SUMMARY-LINE
           END-STRING
           WRITE SUMMARY-LINE
           MOVE WS-EXCLUDED-AMT TO WS-DISP-AMT
           MOVE SPACES TO SUMMARY-LINE
           STRING "EXCLUDED ACCOUNT TYPES        " WS-DISP-AMT
                  "  ACCOUNTS " WS-EXCLUDED-COUNT
               DELIMITED BY SIZE INTO SUMMARY-LINE
           END-STRING
           WRITE SUMMARY-LINE.

       COPY "sysdate-read.cpy".
