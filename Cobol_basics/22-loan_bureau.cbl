       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-BUREAU.

      *> Monthly credit bureau extract. Every borrower's position
      *> has to be reported to the bureau each month, and it was
      *> being keyed from printouts. Each loan on LOANS.DAT is
      *> joined with
      *>   - LOAN-AGING.DAT for days past due and the arrears band,
      *>   - LOAN-PAYMENTS.DAT for the last payment,
      *>   - LOAN-CHARGEOFFS.DAT for the amount written off and
      *>     recovered since,
      *>   - LOAN-RESTRUCTURES.DAT for a restructured loan,
      *>   - CUSTOMERS.DAT, CUSTOMER-CONTACT.DAT and
      *>     CUSTOMER-ADDRESS.DAT for the borrower's name, date of
      *>     birth and address,
      *> and written to BUREAU-EXTRACT.DAT in the bureau's fixed
      *> 250-byte layout between a header and a trailer record.
      *> Reported: every ACTIVE loan, every WRITEOFF loan, and a PAID
      *> loan in the month its last payment came in (its closing
      *> record). Account status: 00 up to date, 01-04 for the
      *> 1-30/31-60/61-90/90+ bands, SE settled, WO written off;
      *> special comment RS marks a restructured loan.
      *> A record the bureau would reject -- borrower not on file,
      *> name or date of birth missing, an address VALIDATEADDRESS
      *> does not pass -- is held back and listed on
      *> BUREAU-VALIDATION.DAT so it can be fixed before the file is
      *> submitted.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOANS-FILE ASSIGN TO "LOANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOANS-STATUS.
           SELECT AGING-FILE ASSIGN TO "LOAN-AGING.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AGING-STATUS.
           SELECT PAYMENTS-FILE ASSIGN TO "LOAN-PAYMENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAY-STATUS.
           SELECT CHARGEOFF-FILE ASSIGN TO "LOAN-CHARGEOFFS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHGOFF-STATUS.
           SELECT RESTRUCT-FILE ASSIGN TO "LOAN-RESTRUCTURES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESTR-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO "CUSTOMERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               ALTERNATE RECORD KEY IS CUST-LNAME
                   WITH DUPLICATES
               FILE STATUS IS CUST-STATUS.
           SELECT CONTACT-FILE ASSIGN TO "CUSTOMER-CONTACT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-CUST-ID
               FILE STATUS IS CONTACT-STATUS.
           SELECT ADDRESS-FILE ASSIGN TO "CUSTOMER-ADDRESS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-CUST-ID
               FILE STATUS IS ADDR-STATUS.
           SELECT BUREAU-FILE ASSIGN TO "BUREAU-EXTRACT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT VALIDATION-FILE ASSIGN TO "BUREAU-VALIDATION.DAT"
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

      *> LOAN-DELINQUENCY's detail lines: loan, customer, due date,
      *> days past due, band.
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

      *> As LOAN-PAYMENT-POST writes them: edited money columns,
      *> read back as text.
       FD PAYMENTS-FILE.
       01 PAYMENTS-RECORD.
          05 LP-LOAN-ID        PIC 9(6).
          05 FILLER            PIC X.
          05 LP-DATE           PIC 9(8).
          05 FILLER            PIC X.
          05 LP-YEAR           PIC 99.
          05 FILLER            PIC X.
          05 LP-AMOUNT-TXT     PIC X(9).
          05 FILLER            PIC X.
          05 LP-INTEREST-TXT   PIC X(9).
          05 FILLER            PIC X.
          05 LP-PRINCIPAL-TXT  PIC X(9).

       FD CHARGEOFF-FILE.
       01 CHARGEOFF-RECORD.
          05 CO-LOAN-ID        PIC 9(6).
          05 CO-CUST-ID        PIC 9(5).
          05 CO-VINTAGE        PIC 9(4).
          05 CO-STATUS         PIC X.
          05 CO-PROPOSED-BY    PIC X(8).
          05 CO-PROPOSED-DATE  PIC 9(8).
          05 CO-REASON         PIC X(30).
          05 CO-DECIDED-BY     PIC X(8).
          05 CO-DECIDED-DATE   PIC 9(8).
          05 CO-AMOUNT         PIC 9(7)V99.
          05 CO-FROM-PROV      PIC 9(7)V99.
          05 CO-DIRECT         PIC 9(7)V99.
          05 CO-RECOVERED      PIC 9(7)V99.

      *> Only the loan and the decision matter here.
       FD RESTRUCT-FILE.
       01 RESTRUCT-RECORD.
          05 RS-LOAN-ID        PIC 9(6).
          05 RS-CUST-ID        PIC 9(5).
          05 RS-VERSION        PIC 99.
          05 RS-STATUS         PIC X.
          05 FILLER            PIC X(102).

       FD CUSTOMER-FILE.
       01 CUSTOMER-RECORD.
           05 CUST-ID         PIC 9(5).
           05 CUST-FNAME      PIC X(10).
           05 CUST-LNAME      PIC X(10).
           05 CUST-BALANCE    PIC 9(5)V99.
           05 CUST-DELETED    PIC X(01).

      *> CC-DOB as FORMATDATE stores it: MM/DD/YYYY.
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

      *> The bureau's layout: one header, one detail per account,
      *> one trailer, each 250 bytes. Money carries two implied
      *> decimals, except the original amount in whole units.
       FD BUREAU-FILE.
       01 BUREAU-HEADER.
          05 BH-REC-TYPE       PIC X.
          05 BH-MEMBER-ID      PIC X(10).
          05 BH-PERIOD         PIC 9(6).
          05 BH-CREATED        PIC 9(8).
          05 BH-FILE-TYPE      PIC X(10).
          05 FILLER            PIC X(215).
       01 BUREAU-DETAIL.
          05 BD-REC-TYPE       PIC X.
          05 BD-ACCOUNT-NO     PIC X(15).
          05 BD-CUST-ID        PIC 9(5).
          05 BD-SURNAME        PIC X(20).
          05 BD-FORENAME       PIC X(20).
          05 BD-DOB            PIC 9(8).
          05 BD-ADDR1          PIC X(30).
          05 BD-ADDR2          PIC X(30).
          05 BD-CITY           PIC X(20).
          05 BD-POSTCODE       PIC X(10).
          05 BD-COUNTRY        PIC X(2).
          05 BD-OPEN-DATE      PIC 9(8).
          05 BD-ORIG-AMOUNT    PIC 9(9).
          05 BD-TERM-YEARS     PIC 99.
          05 BD-RATE-PCT       PIC 99.
          05 BD-BALANCE        PIC 9(9)V99.
          05 BD-STATUS         PIC X(2).
          05 BD-DAYS-PAST-DUE  PIC 9(3).
          05 BD-LAST-PAY-DATE  PIC 9(8).
          05 BD-LAST-PAY-AMT   PIC 9(9)V99.
          05 BD-CHARGEOFF-AMT  PIC 9(9)V99.
          05 BD-RECOVERED-AMT  PIC 9(9)V99.
          05 BD-SPECIAL        PIC X(2).
          05 BD-CLOSED-DATE    PIC 9(8).
          05 FILLER            PIC X.
       01 BUREAU-TRAILER.
          05 BT-REC-TYPE       PIC X.
          05 BT-MEMBER-ID      PIC X(10).
          05 BT-PERIOD         PIC 9(6).
          05 BT-DETAIL-COUNT   PIC 9(7).
          05 BT-TOTAL-BALANCE  PIC 9(13)V99.
          05 FILLER            PIC X(211).

       FD VALIDATION-FILE.
       01 VALIDATION-REC      PIC X(100).

       FD SYSDATE-FILE.
       01 SYSDATE-REC            PIC X(40).

       WORKING-STORAGE SECTION.
       COPY "sysdate-ws.cpy".
       01 LOANS-STATUS       PIC XX.
       01 AGING-STATUS       PIC XX.
       01 PAY-STATUS         PIC XX.
       01 CHGOFF-STATUS      PIC XX.
       01 RESTR-STATUS       PIC XX.
       01 CUST-STATUS        PIC XX.
       01 CONTACT-STATUS     PIC XX.
       01 ADDR-STATUS        PIC XX.
       01 WS-EOF             PIC X VALUE "N".
       01 WS-TODAY           PIC 9(8).
       01 WS-PERIOD          PIC 9(6).
       01 WS-LAST-PERIOD     PIC 9(6).
       01 WS-AGING-DATE      PIC X(8) VALUE SPACES.
      *> The bank's subscriber code with the bureau.
       01 WS-MEMBER-ID       PIC X(10) VALUE "HOLB000001".
       01 WS-LOAN-IDX        PIC 9(4).
       01 WS-REPORT          PIC X.
       01 WS-HELD            PIC X.
       01 WS-REASON          PIC X(40).
       01 WS-AMOUNT          PIC 9(7)V99.
       01 WS-ADDR-VALID      PIC X.
       01 WS-WORK-COUNTRY    PIC X(2).
       01 WS-WORK-ADDR1      PIC X(30).
       01 WS-WORK-ADDR2      PIC X(30).
       01 WS-WORK-CITY       PIC X(20).
       01 WS-WORK-POSTCODE   PIC X(10).
       01 WS-DOB             PIC 9(8).
       01 WS-DOB-TEXT        PIC X(8).
       01 WS-DETAILS         PIC 9(7) VALUE 0.
       01 WS-HELD-COUNT      PIC 9(5) VALUE 0.
       01 WS-PROBLEMS        PIC 9(5) VALUE 0.
       01 WS-NOT-AGED        PIC 9(5) VALUE 0.
       01 WS-TOTAL-BALANCE   PIC 9(13)V99 VALUE 0.
       01 WS-DISP-TOTAL      PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 J                  PIC 9(4).

      *> Every loan on LOANS.DAT with what the other files add.
       01 WS-LN-COUNT        PIC 9(4) VALUE 0.
       01 WS-LN-MAX          PIC 9(4) VALUE 1000.
       01 LN-TABLE.
           05 LN-ENTRY OCCURS 1 TO 1000 TIMES
                       DEPENDING ON WS-LN-COUNT.
               10 T-LN-RECORD       PIC X(56).
               10 T-LN-AGED         PIC X.
               10 T-LN-DPD          PIC 9(3).
               10 T-LN-BAND         PIC X(8).
               10 T-LN-LAST-DATE    PIC 9(8).
               10 T-LN-LAST-AMT     PIC 9(7)V99.
               10 T-LN-CO-AMOUNT    PIC 9(7)V99.
               10 T-LN-CO-RECOVERED PIC 9(7)V99.
               10 T-LN-CO-DATE      PIC 9(8).
               10 T-LN-RESTRUCTURED PIC X.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "CREDIT BUREAU EXTRACT"
           DISPLAY "====================="
           PERFORM READ-SYSTEM-DATE
           MOVE SD-BUSINESS-DATE TO WS-TODAY
           COMPUTE WS-PERIOD = WS-TODAY / 100

           PERFORM LOAD-LOANS
           IF LOANS-STATUS = "35"
               DISPLAY "No LOANS.DAT on file -- nothing to report."
               STOP RUN
           END-IF
           PERFORM LOAD-AGING
           IF AGING-STATUS = "35"
               DISPLAY "No LOAN-AGING.DAT on file -- run "
                   "LOAN-DELINQUENCY first; no extract written."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-LAST-PAYMENTS
           PERFORM LOAD-CHARGEOFFS
           PERFORM LOAD-RESTRUCTURES

           OPEN INPUT CUSTOMER-FILE
           OPEN INPUT CONTACT-FILE
           OPEN INPUT ADDRESS-FILE
           OPEN OUTPUT BUREAU-FILE
           OPEN OUTPUT VALIDATION-FILE

           MOVE SPACES TO VALIDATION-REC
           STRING "CREDIT BUREAU VALIDATION - PERIOD " WS-PERIOD
                  "  (AGING AS OF " WS-AGING-DATE ")"
               DELIMITED BY SIZE INTO VALIDATION-REC
           END-STRING
           WRITE VALIDATION-REC
           MOVE "LOAN   CUST  PROBLEM" TO VALIDATION-REC
           WRITE VALIDATION-REC

           MOVE SPACES TO BUREAU-HEADER
           MOVE "H" TO BH-REC-TYPE
           MOVE WS-MEMBER-ID TO BH-MEMBER-ID
           MOVE WS-PERIOD TO BH-PERIOD
           MOVE WS-TODAY TO BH-CREATED
           MOVE "CONSLOANS" TO BH-FILE-TYPE
           WRITE BUREAU-HEADER

           PERFORM VARYING WS-LOAN-IDX FROM 1 BY 1
                   UNTIL WS-LOAN-IDX > WS-LN-COUNT
               MOVE T-LN-RECORD(WS-LOAN-IDX) TO LOANS-RECORD
               PERFORM EXTRACT-ONE-LOAN
           END-PERFORM

           MOVE SPACES TO BUREAU-TRAILER
           MOVE "T" TO BT-REC-TYPE
           MOVE WS-MEMBER-ID TO BT-MEMBER-ID
           MOVE WS-PERIOD TO BT-PERIOD
           MOVE WS-DETAILS TO BT-DETAIL-COUNT
           MOVE WS-TOTAL-BALANCE TO BT-TOTAL-BALANCE
           WRITE BUREAU-TRAILER

           MOVE SPACES TO VALIDATION-REC
           WRITE VALIDATION-REC
           MOVE SPACES TO VALIDATION-REC
           STRING "REPORTED " WS-DETAILS
                  "  HELD " WS-HELD-COUNT
                  "  PROBLEMS " WS-PROBLEMS
                  "  NOT ON AGING " WS-NOT-AGED
               DELIMITED BY SIZE INTO VALIDATION-REC
           END-STRING
           WRITE VALIDATION-REC

           CLOSE BUREAU-FILE
           CLOSE VALIDATION-FILE
           CLOSE CUSTOMER-FILE
           CLOSE CONTACT-FILE
           CLOSE ADDRESS-FILE

           MOVE WS-TOTAL-BALANCE TO WS-DISP-TOTAL
           DISPLAY WS-DETAILS " account(s) written to "
               "BUREAU-EXTRACT.DAT, balance " WS-DISP-TOTAL
           IF WS-HELD-COUNT > 0
               DISPLAY WS-HELD-COUNT " account(s) held back -- fix "
                   "them from BUREAU-VALIDATION.DAT before "
                   "submitting."
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-LOANS.
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
                       IF WS-LN-COUNT < WS-LN-MAX
                           ADD 1 TO WS-LN-COUNT
                           INITIALIZE LN-ENTRY(WS-LN-COUNT)
                           MOVE LOANS-RECORD
                               TO T-LN-RECORD(WS-LN-COUNT)
                           MOVE "N" TO T-LN-AGED(WS-LN-COUNT)
                           MOVE "N"
                               TO T-LN-RESTRUCTURED(WS-LN-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOANS-FILE
           MOVE "N" TO WS-EOF.

       FIND-LOAN-ENTRY.
           MOVE 0 TO WS-LOAN-IDX
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-LN-COUNT
               IF T-LN-RECORD(J)(1:6) = LN-LOAN-ID
                   MOVE J TO WS-LOAN-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> The title line carries the date the book was aged as of.
       LOAD-AGING.
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
                       IF AG-LOAN-ID NUMERIC AND AG-DPD NUMERIC
                           MOVE AG-LOAN-ID TO LN-LOAN-ID
                           PERFORM FIND-LOAN-ENTRY
                           IF WS-LOAN-IDX > 0
                               MOVE "Y" TO T-LN-AGED(WS-LOAN-IDX)
                               IF AG-DPD > "00999"
                                   MOVE 999 TO T-LN-DPD(WS-LOAN-IDX)
                               ELSE
                                   MOVE AG-DPD
                                       TO T-LN-DPD(WS-LOAN-IDX)
                               END-IF
                               MOVE AG-BAND TO T-LN-BAND(WS-LOAN-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AGING-FILE
           MOVE "N" TO WS-EOF.

       LOAD-LAST-PAYMENTS.
           OPEN INPUT PAYMENTS-FILE
           IF PAY-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ PAYMENTS-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE LP-LOAN-ID TO LN-LOAN-ID
                       PERFORM FIND-LOAN-ENTRY
                       IF WS-LOAN-IDX > 0
                           AND LP-DATE
                               NOT < T-LN-LAST-DATE(WS-LOAN-IDX)
                           MOVE LP-DATE
                               TO T-LN-LAST-DATE(WS-LOAN-IDX)
                           MOVE FUNCTION NUMVAL(LP-AMOUNT-TXT)
                               TO T-LN-LAST-AMT(WS-LOAN-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAYMENTS-FILE
           MOVE "N" TO WS-EOF.

       LOAD-CHARGEOFFS.
           OPEN INPUT CHARGEOFF-FILE
           IF CHGOFF-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ CHARGEOFF-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF CO-STATUS = "W"
                           MOVE CO-LOAN-ID TO LN-LOAN-ID
                           PERFORM FIND-LOAN-ENTRY
                           IF WS-LOAN-IDX > 0
                               MOVE CO-AMOUNT
                                   TO T-LN-CO-AMOUNT(WS-LOAN-IDX)
                               MOVE CO-RECOVERED
                                   TO T-LN-CO-RECOVERED(WS-LOAN-IDX)
                               MOVE CO-DECIDED-DATE
                                   TO T-LN-CO-DATE(WS-LOAN-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHARGEOFF-FILE
           MOVE "N" TO WS-EOF.

       LOAD-RESTRUCTURES.
           OPEN INPUT RESTRUCT-FILE
           IF RESTR-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ RESTRUCT-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF RS-STATUS = "A"
                           MOVE RS-LOAN-ID TO LN-LOAN-ID
                           PERFORM FIND-LOAN-ENTRY
                           IF WS-LOAN-IDX > 0
                               MOVE "Y"
                                 TO T-LN-RESTRUCTURED(WS-LOAN-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RESTRUCT-FILE
           MOVE "N" TO WS-EOF.

      *> Status and balances first, then the borrower; any problem
      *> with the borrower holds the record back.
       EXTRACT-ONE-LOAN.
           MOVE "N" TO WS-REPORT
           MOVE SPACES TO BUREAU-DETAIL
           MOVE "D" TO BD-REC-TYPE
           MOVE LN-LOAN-ID TO BD-ACCOUNT-NO
           MOVE LN-CUST-ID TO BD-CUST-ID
           MOVE LN-ORIG-DATE TO BD-OPEN-DATE
           MOVE LN-PRINCIPAL TO BD-ORIG-AMOUNT
           MOVE LN-TERM-YEARS TO BD-TERM-YEARS
           MOVE LN-RATE-PCT TO BD-RATE-PCT
           MOVE 0 TO BD-BALANCE
           MOVE 0 TO BD-DAYS-PAST-DUE
           MOVE T-LN-LAST-DATE(WS-LOAN-IDX) TO BD-LAST-PAY-DATE
           MOVE T-LN-LAST-AMT(WS-LOAN-IDX) TO BD-LAST-PAY-AMT
           MOVE 0 TO BD-CHARGEOFF-AMT
           MOVE 0 TO BD-RECOVERED-AMT
           MOVE 0 TO BD-CLOSED-DATE
           IF T-LN-RESTRUCTURED(WS-LOAN-IDX) = "Y"
               MOVE "RS" TO BD-SPECIAL
           END-IF
           EVALUATE LN-STATUS
               WHEN "ACTIVE"
                   MOVE "Y" TO WS-REPORT
                   MOVE LN-OUTSTANDING TO BD-BALANCE
                   PERFORM SET-ARREARS-STATUS
               WHEN "PAID"
                   COMPUTE WS-LAST-PERIOD =
                       T-LN-LAST-DATE(WS-LOAN-IDX) / 100
                   IF WS-LAST-PERIOD = WS-PERIOD
                       MOVE "Y" TO WS-REPORT
                       MOVE "SE" TO BD-STATUS
                       MOVE T-LN-LAST-DATE(WS-LOAN-IDX)
                           TO BD-CLOSED-DATE
                   END-IF
               WHEN "WRITEOFF"
                   MOVE "Y" TO WS-REPORT
                   MOVE "WO" TO BD-STATUS
                   MOVE T-LN-CO-AMOUNT(WS-LOAN-IDX)
                       TO BD-CHARGEOFF-AMT
                   MOVE T-LN-CO-RECOVERED(WS-LOAN-IDX)
                       TO BD-RECOVERED-AMT
                   COMPUTE WS-AMOUNT = T-LN-CO-AMOUNT(WS-LOAN-IDX)
                       - T-LN-CO-RECOVERED(WS-LOAN-IDX)
                   MOVE WS-AMOUNT TO BD-BALANCE
                   MOVE T-LN-CO-DATE(WS-LOAN-IDX) TO BD-CLOSED-DATE
           END-EVALUATE
           IF WS-REPORT = "N"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-HELD
           PERFORM ADD-BORROWER
           IF WS-HELD = "Y"
               ADD 1 TO WS-HELD-COUNT
               EXIT PARAGRAPH
           END-IF
           WRITE BUREAU-DETAIL
           ADD 1 TO WS-DETAILS
           ADD BD-BALANCE TO WS-TOTAL-BALANCE.

      *> A loan missing from the aging report (booked since it ran)
      *> goes as up to date, noted on the validation report.
       SET-ARREARS-STATUS.
           IF T-LN-AGED(WS-LOAN-IDX) = "N"
               MOVE "00" TO BD-STATUS
               ADD 1 TO WS-NOT-AGED
               MOVE "NOT ON AGING REPORT; SENT AS UP TO DATE"
                   TO WS-REASON
               PERFORM WRITE-VALIDATION-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE T-LN-DPD(WS-LOAN-IDX) TO BD-DAYS-PAST-DUE
           EVALUATE T-LN-BAND(WS-LOAN-IDX)
               WHEN "1-30"
                   MOVE "01" TO BD-STATUS
               WHEN "31-60"
                   MOVE "02" TO BD-STATUS
               WHEN "61-90"
                   MOVE "03" TO BD-STATUS
               WHEN "90+"
                   MOVE "04" TO BD-STATUS
               WHEN OTHER
                   MOVE "00" TO BD-STATUS
           END-EVALUATE.

       ADD-BORROWER.
           MOVE LN-CUST-ID TO CUST-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE "BORROWER NOT ON CUSTOMERS.DAT" TO WS-REASON
                   PERFORM HOLD-RECORD
                   EXIT PARAGRAPH
           END-READ
           IF CUST-DELETED = "Y"
               MOVE "BORROWER DELETED ON CUSTOMERS.DAT" TO WS-REASON
               PERFORM HOLD-RECORD
               EXIT PARAGRAPH
           END-IF
           MOVE CUST-LNAME TO BD-SURNAME
           MOVE CUST-FNAME TO BD-FORENAME
           IF CUST-LNAME = SPACES
               MOVE "MISSING SURNAME" TO WS-REASON
               PERFORM HOLD-RECORD
           END-IF
           IF CUST-FNAME = SPACES
               MOVE "MISSING FORENAME" TO WS-REASON
               PERFORM HOLD-RECORD
           END-IF
           PERFORM ADD-DATE-OF-BIRTH
           PERFORM ADD-ADDRESS.

       ADD-DATE-OF-BIRTH.
           MOVE LN-CUST-ID TO CC-CUST-ID
           READ CONTACT-FILE
               INVALID KEY
                   MOVE SPACES TO CC-DOB
           END-READ
           IF CC-DOB = SPACES
               MOVE "MISSING DATE OF BIRTH" TO WS-REASON
               PERFORM HOLD-RECORD
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-DOB
           IF CC-DOB(3:1) = "/" AND CC-DOB(6:1) = "/"
               STRING CC-DOB(7:4) CC-DOB(1:2) CC-DOB(4:2)
                   DELIMITED BY SIZE INTO WS-DOB-TEXT
               END-STRING
               IF WS-DOB-TEXT NUMERIC
                   MOVE WS-DOB-TEXT TO WS-DOB
               END-IF
           END-IF
           IF WS-DOB = 0
               OR FUNCTION TEST-DATE-YYYYMMDD(WS-DOB) NOT = 0
               OR WS-DOB NOT < WS-TODAY
               MOVE "INVALID DATE OF BIRTH" TO WS-REASON
               PERFORM HOLD-RECORD
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DOB TO BD-DOB.

      *> The address goes out as VALIDATEADDRESS standardizes it;
      *> the master row is not touched.
       ADD-ADDRESS.
           MOVE LN-CUST-ID TO CA-CUST-ID
           READ ADDRESS-FILE
               INVALID KEY
                   MOVE "NO ADDRESS ON CUSTOMER-ADDRESS.DAT"
                       TO WS-REASON
                   PERFORM HOLD-RECORD
                   EXIT PARAGRAPH
           END-READ
           MOVE CA-COUNTRY TO WS-WORK-COUNTRY
           MOVE CA-ADDR1 TO WS-WORK-ADDR1
           MOVE CA-ADDR2 TO WS-WORK-ADDR2
           MOVE CA-CITY TO WS-WORK-CITY
           MOVE CA-POSTCODE TO WS-WORK-POSTCODE
           CALL 'VALIDATEADDRESS' USING WS-WORK-COUNTRY
               WS-WORK-ADDR1 WS-WORK-ADDR2 WS-WORK-CITY
               WS-WORK-POSTCODE WS-ADDR-VALID
           IF WS-ADDR-VALID NOT = "Y"
               MOVE "ADDRESS FAILS POSTAL VALIDATION" TO WS-REASON
               PERFORM HOLD-RECORD
               EXIT PARAGRAPH
           END-IF
           MOVE WS-WORK-ADDR1 TO BD-ADDR1
           MOVE WS-WORK-ADDR2 TO BD-ADDR2
           MOVE WS-WORK-CITY TO BD-CITY
           MOVE WS-WORK-POSTCODE TO BD-POSTCODE
           MOVE WS-WORK-COUNTRY TO BD-COUNTRY.

       HOLD-RECORD.
           MOVE "Y" TO WS-HELD
           ADD 1 TO WS-PROBLEMS
           PERFORM WRITE-VALIDATION-LINE.

       WRITE-VALIDATION-LINE.
           MOVE SPACES TO VALIDATION-REC
           STRING LN-LOAN-ID " " LN-CUST-ID " " WS-REASON
               DELIMITED BY SIZE INTO VALIDATION-REC
           END-STRING
           WRITE VALIDATION-REC.

       COPY "sysdate-read.cpy".
