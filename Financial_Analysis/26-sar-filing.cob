       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAR-FILING.

      *> Suspicious activity report filing. A fraud case that
      *> FRAUD-CASES confirmed and the investigator marked
      *> reportable (SAR flag R on FRAUD-CASES.DAT) has to reach
      *> the regulator within the statutory period, counted in
      *> calendar days from the disposition date -- 30 unless
      *> sar-deadline-days.dat says otherwise. This run files every
      *> such case in the regulator's fixed format, SAR-FILING.DAT:
      *> per case a header, the subject from CUSTOMERS.DAT,
      *> CUSTOMER-CONTACT.DAT and CUSTOMER-ADDRESS.DAT, the
      *> subject account's POSTED-TRANS.DAT movements from 30 days
      *> before the alert to the disposition (archived months read
      *> through TXN-ARCHIVE-INDEX.DAT), the customers FRAUD-LINKS
      *> tied to the case on FRAUD-CLUSTERS.DAT, and a trailer.
      *> Each filed case gets a filing reference SARyyyy-nnnn,
      *> stored back on the case with the filing date (flag F),
      *> and an audit trail line. SAR-REPORT.DAT, the sign-off
      *> copy, shows every filing against its deadline; answering
      *> N to "File now" writes only the deadline report for the
      *> cases still waiting. A late filing or an overdue waiting
      *> case gives RC 4.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASE-FILE ASSIGN TO "FRAUD-CASES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASE-STATUS.
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
           SELECT POSTED-FILE ASSIGN TO WS-POSTED-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTED-STATUS.
           SELECT CLUSTER-FILE ASSIGN TO "FRAUD-CLUSTERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLUSTER-STATUS.
           SELECT DEADLINE-FILE ASSIGN TO "sar-deadline-days.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEADLINE-STATUS.
           SELECT SUBMISSION-FILE ASSIGN TO "SAR-FILING.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO "SAR-REPORT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-FILE ASSIGN TO "AUDIT-TRAIL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.
           SELECT SYSDATE-FILE ASSIGN TO "SYSTEM-DATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSDATE-STATUS.
           SELECT ARCHIVE-INDEX ASSIGN TO "TXN-ARCHIVE-INDEX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCHIVE-INDEX-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CASE-FILE.
       01 CASE-RECORD.
           05 FC-CASE-NO      PIC 9(6).
           05 FC-STATUS       PIC X(9).
           05 FC-OPENED       PIC 9(8).
           05 FC-DISP-DATE    PIC 9(8).
           05 FC-USER         PIC X(8).
           05 FC-COMMENT      PIC X(30).
           05 FC-SUS-LINE     PIC X(80).
           05 FC-SAR-FLAG     PIC X.
           05 FC-SAR-REF      PIC X(12).
           05 FC-SAR-DATE     PIC 9(8).

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

       FD CLUSTER-FILE.
       01 CLUSTER-REC         PIC X(100).

       FD DEADLINE-FILE.
       01 DEADLINE-REC        PIC X(10).

      *> The regulator's filing layout: per case an H header, one
      *> S subject, a D row per linked transaction (role O out of
      *> the subject account, I into it), a P row per linked party,
      *> and a T trailer with the counts and the transaction total.
      *> Every row carries the filing reference.
       FD SUBMISSION-FILE.
       01 SAR-HEADER.
          05 SH-REC-TYPE       PIC X.
          05 SH-REF            PIC X(12).
          05 SH-REPORTER       PIC X(10).
          05 SH-CASE-NO        PIC 9(6).
          05 SH-FILED          PIC 9(8).
          05 SH-DISPOSED       PIC 9(8).
          05 SH-DEADLINE       PIC 9(8).
          05 SH-LATE           PIC X.
          05 SH-INVESTIGATOR   PIC X(8).
          05 SH-ACCOUNT        PIC 9(9).
          05 SH-COMMENT        PIC X(30).
          05 SH-ALERT          PIC X(80).
          05 FILLER            PIC X(19).
       01 SAR-SUBJECT.
          05 SS-REC-TYPE       PIC X.
          05 SS-REF            PIC X(12).
          05 SS-CUST-ID        PIC 9(5).
          05 SS-LNAME          PIC X(10).
          05 SS-FNAME          PIC X(10).
          05 SS-DOB            PIC X(10).
          05 SS-PHONE          PIC X(20).
          05 SS-IBAN           PIC X(34).
          05 SS-ADDR1          PIC X(30).
          05 SS-ADDR2          PIC X(30).
          05 SS-CITY           PIC X(20).
          05 SS-POSTCODE       PIC X(10).
          05 SS-COUNTRY        PIC X(2).
          05 FILLER            PIC X(6).
       01 SAR-DETAIL.
          05 SD-REC-TYPE       PIC X.
          05 SD-REF            PIC X(12).
          05 SD-TXN-ID         PIC X(6).
          05 SD-TXN-TYPE       PIC X(10).
          05 SD-DATE           PIC 9(8).
          05 SD-AMOUNT         PIC 9(8)V99.
          05 SD-CURRENCY       PIC X(3).
          05 SD-ROLE           PIC X.
          05 SD-COUNTERPARTY   PIC 9(5).
          05 FILLER            PIC X(144).
       01 SAR-PARTY.
          05 SP-REC-TYPE       PIC X.
          05 SP-REF            PIC X(12).
          05 SP-CUST-ID        PIC 9(5).
          05 SP-LNAME          PIC X(10).
          05 SP-FNAME          PIC X(10).
          05 SP-BASIS          PIC X(7).
          05 FILLER            PIC X(155).
       01 SAR-TRAILER.
          05 ST-REC-TYPE       PIC X.
          05 ST-REF            PIC X(12).
          05 ST-TXNS           PIC 9(5).
          05 ST-PARTIES        PIC 9(5).
          05 ST-TXN-TOTAL      PIC 9(11)V99.
          05 FILLER            PIC X(164).

       FD REPORT-FILE.
       01 REPORT-REC          PIC X(120).

       FD AUDIT-FILE.
       01 AUDIT-RECORD        PIC X(130).

       FD SYSDATE-FILE.
       01 SYSDATE-REC            PIC X(40).

       FD ARCHIVE-INDEX.
       01 ARCHIVE-INDEX-REC      PIC X(100).

       WORKING-STORAGE SECTION.
       COPY "sysdate-ws.cpy".
       COPY "txnarch-ws.cpy".
       COPY "audit-ws.cpy".
       01 WS-CASE-STATUS     PIC XX.
       01 WS-CUST-STATUS     PIC XX.
       01 WS-CONTACT-STATUS  PIC XX.
       01 WS-ADDR-STATUS     PIC XX.
       01 WS-POSTED-STATUS   PIC XX.
       01 WS-POSTED-NAME     PIC X(30).
       01 WS-CLUSTER-STATUS  PIC XX.
       01 WS-DEADLINE-STATUS PIC XX.
       01 WS-CUST-OPEN       PIC X VALUE "N".
       01 WS-CONTACT-OPEN    PIC X VALUE "N".
       01 WS-ADDR-OPEN       PIC X VALUE "N".
       01 WS-EOF             PIC X VALUE "N".
       01 WS-FILE-NOW        PIC X.
       01 WS-TODAY           PIC 9(8).
       01 WS-REPORTER        PIC X(10) VALUE "HOLB000001".
       01 WS-DEADLINE-DAYS   PIC 9(3) VALUE 30.
       01 WS-LOOKBACK-DAYS   PIC 9(3) VALUE 30.
       01 WS-DEADLINE        PIC 9(8).
       01 WS-DAYS-LEFT       PIC S9(5).
       01 WS-DISP-DAYS       PIC ZZZZ9.
       01 WS-LATE            PIC X.
       01 WS-FILED           PIC 9(4) VALUE 0.
       01 WS-FILED-LATE      PIC 9(4) VALUE 0.
       01 WS-WAITING         PIC 9(4) VALUE 0.
       01 WS-OVERDUE         PIC 9(4) VALUE 0.
       01 WS-NEXT-SEQ        PIC 9(4) VALUE 1.
       01 WS-REF             PIC X(12).
       01 WS-ACC-TXT         PIC X(9).
       01 WS-ALERT-TXT       PIC X(8).
       01 WS-SUBJECT-ACC     PIC 9(9).
       01 WS-SUBJECT-ID      PIC 9(5).
       01 WS-ALERT-DATE      PIC 9(8).
       01 WS-FROM-DATE       PIC 9(8).
       01 WS-TO-DATE         PIC 9(8).
       01 WS-SCAN-MONTH      PIC 9(6).
       01 WS-SCAN-YEAR       PIC 9(4).
       01 WS-SCAN-MM         PIC 99.
       01 WS-TXN-COUNT       PIC 9(5).
       01 WS-TXN-TOTAL       PIC 9(11)V99.
       01 WS-PARTY-COUNT     PIC 9(5).
       01 WS-IN-CLUSTER      PIC X.
       01 WS-PARTY-ID        PIC 9(5).
       01 WS-PARTY-SEEN      PIC X.
       01 WS-DISP-TOTAL      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 J                  PIC 9(5).
       01 K                  PIC 9(5).

      *> Every case ever opened, loaded whole and rewritten whole as
      *> FRAUD-CASES keeps it -- filing references go back onto it.
       01 WS-FCS-COUNT        PIC 9(5) VALUE 0.
       01 WS-FCS-MAX          PIC 9(5) VALUE 5000.
       01 FCS-TABLE.
           05 FCS-ENTRY OCCURS 1 TO 5000 TIMES
                        DEPENDING ON WS-FCS-COUNT.
               10 T-FC-CASE-NO   PIC 9(6).
               10 T-FC-STATUS    PIC X(9).
               10 T-FC-OPENED    PIC 9(8).
               10 T-FC-DISP-DATE PIC 9(8).
               10 T-FC-USER      PIC X(8).
               10 T-FC-COMMENT   PIC X(30).
               10 T-FC-SUS-LINE  PIC X(80).
               10 T-FC-SAR-FLAG  PIC X.
               10 T-FC-SAR-REF   PIC X(12).
               10 T-FC-SAR-DATE  PIC 9(8).

      *> Parties already reported on the current case -- a customer
      *> linked by both phone and address is reported once.
       01 WS-PT-COUNT        PIC 9(3) VALUE 0.
       01 WS-PT-MAX          PIC 9(3) VALUE 200.
       01 PT-TABLE.
           05 PT-CUST-ID OCCURS 200 TIMES PIC 9(5).

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "SUSPICIOUS ACTIVITY REPORT FILING"
           PERFORM READ-SYSTEM-DATE
           MOVE SD-BUSINESS-DATE TO WS-TODAY
           PERFORM LOAD-DEADLINE-DAYS
           PERFORM LOAD-CASE-TABLE
           IF WS-FCS-COUNT = 0
               DISPLAY "No FRAUD-CASES.DAT on file."
               STOP RUN
           END-IF
           DISPLAY "File now (Y) or deadline report only (N): "
               WITH NO ADVANCING
           ACCEPT WS-FILE-NOW
           MOVE FUNCTION UPPER-CASE(WS-FILE-NOW) TO WS-FILE-NOW

           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-REC
           STRING "SUSPICIOUS ACTIVITY REPORTS - " WS-TODAY
                  "   REPORTER " WS-REPORTER
                  "   DEADLINE " WS-DEADLINE-DAYS " DAYS"
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           IF WS-FILE-NOW = "Y"
               PERFORM FILE-REPORTABLE-CASES
           END-IF
           PERFORM REPORT-WAITING-CASES

           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING "FILED " WS-FILED "  OF WHICH LATE " WS-FILED-LATE
                  "  WAITING " WS-WAITING
                  "  OF WHICH OVERDUE " WS-OVERDUE
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           CLOSE REPORT-FILE

           IF WS-FILED > 0
               PERFORM SAVE-CASE-TABLE
           END-IF
           IF WS-FILED-LATE > 0 OR WS-OVERDUE > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY WS-FILED " cases filed to SAR-FILING.DAT ("
               WS-FILED-LATE " late); " WS-WAITING
               " waiting, " WS-OVERDUE " overdue."
           STOP RUN.

       LOAD-DEADLINE-DAYS.
           OPEN INPUT DEADLINE-FILE
           IF WS-DEADLINE-STATUS = "35"
               DISPLAY "No sar-deadline-days.dat found, using default "
                   "filing deadline of 30 days"
           ELSE
               READ DEADLINE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE FUNCTION NUMVAL(DEADLINE-REC)
                           TO WS-DEADLINE-DAYS
               END-READ
               CLOSE DEADLINE-FILE
           END-IF.

      *> Filing references run SARyyyy-nnnn within the year; the
      *> next number follows the highest one already on a case.
       LOAD-CASE-TABLE.
           MOVE 0 TO WS-FCS-COUNT
           OPEN INPUT CASE-FILE
           IF WS-CASE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ CASE-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF WS-FCS-COUNT < WS-FCS-MAX
                           ADD 1 TO WS-FCS-COUNT
                           MOVE CASE-RECORD
                               TO FCS-ENTRY(WS-FCS-COUNT)
                           IF FC-SAR-FLAG = "F"
                               AND FC-SAR-REF(1:3) = "SAR"
                               AND FC-SAR-REF(4:4) = WS-TODAY(1:4)
                               AND FC-SAR-REF(9:4) IS NUMERIC
                               AND FC-SAR-REF(9:4) >= WS-NEXT-SEQ
                               COMPUTE WS-NEXT-SEQ =
                                   FUNCTION NUMVAL(FC-SAR-REF(9:4))
                                   + 1
                           END-IF
                       ELSE
                           DISPLAY "Warning: case table full at "
                               WS-FCS-MAX ", later cases not read"
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CASE-FILE
           MOVE "N" TO WS-EOF.

       SAVE-CASE-TABLE.
           OPEN OUTPUT CASE-FILE
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-FCS-COUNT
               MOVE FCS-ENTRY(J) TO CASE-RECORD
               WRITE CASE-RECORD
           END-PERFORM
           CLOSE CASE-FILE.

       FILE-REPORTABLE-CASES.
           PERFORM LOAD-ARCHIVE-INDEX
           OPEN OUTPUT SUBMISSION-FILE
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUST-STATUS = "00"
               MOVE "Y" TO WS-CUST-OPEN
           END-IF
           OPEN INPUT CONTACT-FILE
           IF WS-CONTACT-STATUS = "00"
               MOVE "Y" TO WS-CONTACT-OPEN
           END-IF
           OPEN INPUT ADDRESS-FILE
           IF WS-ADDR-STATUS = "00"
               MOVE "Y" TO WS-ADDR-OPEN
           END-IF
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE "FILED THIS RUN" TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING "  CASE   REFERENCE    CUST    DISPOSED DEADLINE"
                  "  TXNS PARTIES STATUS"
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-FCS-COUNT
               IF T-FC-STATUS(J) = "CONFIRMED"
                   AND T-FC-SAR-FLAG(J) = "R"
                   PERFORM FILE-ONE-CASE
               END-IF
           END-PERFORM
           IF WS-FILED = 0
               MOVE "  (no reportable cases waiting)" TO REPORT-REC
               WRITE REPORT-REC
           END-IF
           IF WS-CUST-OPEN = "Y"
               CLOSE CUSTOMER-FILE
           END-IF
           IF WS-CONTACT-OPEN = "Y"
               CLOSE CONTACT-FILE
           END-IF
           IF WS-ADDR-OPEN = "Y"
               CLOSE ADDRESS-FILE
           END-IF
           CLOSE SUBMISSION-FILE.

       FILE-ONE-CASE.
           ADD 1 TO WS-FILED
           MOVE SPACES TO WS-REF
           STRING "SAR" WS-TODAY(1:4) "-" WS-NEXT-SEQ
               DELIMITED BY SIZE INTO WS-REF
           END-STRING
           ADD 1 TO WS-NEXT-SEQ
           PERFORM WORK-OUT-DEADLINE
           IF WS-DAYS-LEFT < 0
               MOVE "Y" TO WS-LATE
               ADD 1 TO WS-FILED-LATE
           ELSE
               MOVE "N" TO WS-LATE
           END-IF
           PERFORM FIND-SUBJECT-ACCOUNT

           MOVE SPACES TO SAR-HEADER
           MOVE "H" TO SH-REC-TYPE
           MOVE WS-REF TO SH-REF
           MOVE WS-REPORTER TO SH-REPORTER
           MOVE T-FC-CASE-NO(J) TO SH-CASE-NO
           MOVE WS-TODAY TO SH-FILED
           MOVE T-FC-DISP-DATE(J) TO SH-DISPOSED
           MOVE WS-DEADLINE TO SH-DEADLINE
           MOVE WS-LATE TO SH-LATE
           MOVE T-FC-USER(J) TO SH-INVESTIGATOR
           MOVE WS-SUBJECT-ACC TO SH-ACCOUNT
           MOVE T-FC-COMMENT(J) TO SH-COMMENT
           MOVE T-FC-SUS-LINE(J) TO SH-ALERT
           WRITE SAR-HEADER

           PERFORM WRITE-SUBJECT
           PERFORM WRITE-LINKED-TRANSACTIONS
           PERFORM WRITE-LINKED-PARTIES

           MOVE SPACES TO SAR-TRAILER
           MOVE "T" TO ST-REC-TYPE
           MOVE WS-REF TO ST-REF
           MOVE WS-TXN-COUNT TO ST-TXNS
           MOVE WS-PARTY-COUNT TO ST-PARTIES
           MOVE WS-TXN-TOTAL TO ST-TXN-TOTAL
           WRITE SAR-TRAILER

           MOVE "F" TO T-FC-SAR-FLAG(J)
           MOVE WS-REF TO T-FC-SAR-REF(J)
           MOVE WS-TODAY TO T-FC-SAR-DATE(J)

           MOVE SPACES TO REPORT-REC
           STRING "  " T-FC-CASE-NO(J) " " WS-REF " " WS-SUBJECT-ID
                  "   " T-FC-DISP-DATE(J) " " WS-DEADLINE " "
                  WS-TXN-COUNT "   " WS-PARTY-COUNT(3:3) "  "
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           IF WS-LATE = "Y"
               COMPUTE WS-DISP-DAYS = 0 - WS-DAYS-LEFT
               MOVE SPACES TO REPORT-REC(63:)
               STRING "LATE BY " FUNCTION TRIM(WS-DISP-DAYS) " DAYS"
                   DELIMITED BY SIZE INTO REPORT-REC(63:)
               END-STRING
           ELSE
               MOVE "ON TIME" TO REPORT-REC(63:)
           END-IF
           WRITE REPORT-REC

           MOVE "SAR-FILING" TO WS-AUDIT-PROGRAM
           MOVE "SAR-FILED" TO WS-AUDIT-OPERATION
           MOVE WS-SUBJECT-ID TO WS-AUDIT-CUST-ID
           MOVE 0 TO WS-AUDIT-OLD-BAL
           MOVE 0 TO WS-AUDIT-NEW-BAL
           PERFORM WRITE-AUDIT-RECORD
           DISPLAY "Case " T-FC-CASE-NO(J) " filed as " WS-REF.

      *> Calendar days from the disposition to the deadline; the
      *> days left are counted from today, negative once past it.
       WORK-OUT-DEADLINE.
           COMPUTE WS-DEADLINE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(T-FC-DISP-DATE(J))
               + WS-DEADLINE-DAYS)
           COMPUTE WS-DAYS-LEFT =
               FUNCTION INTEGER-OF-DATE(WS-DEADLINE)
               - FUNCTION INTEGER-OF-DATE(WS-TODAY).

      *> The alert line starts with the account and the alert date
      *> (see FRAUD-DETECTION and LARGE-CASH-REPORT); the account
      *> holder is the customer of the same number. An alert with
      *> no readable date falls back to the day the case opened.
       FIND-SUBJECT-ACCOUNT.
           MOVE SPACES TO WS-ACC-TXT
           MOVE SPACES TO WS-ALERT-TXT
           UNSTRING T-FC-SUS-LINE(J) DELIMITED BY ALL " "
               INTO WS-ACC-TXT WS-ALERT-TXT
           END-UNSTRING
           MOVE 0 TO WS-SUBJECT-ACC
           IF WS-ACC-TXT NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-ACC-TXT) = 0
               COMPUTE WS-SUBJECT-ACC = FUNCTION NUMVAL(WS-ACC-TXT)
           END-IF
           MOVE WS-SUBJECT-ACC TO WS-SUBJECT-ID
           IF WS-ALERT-TXT IS NUMERIC
               AND WS-ALERT-TXT(1:4) > "1900"
               MOVE WS-ALERT-TXT TO WS-ALERT-DATE
           ELSE
               MOVE T-FC-OPENED(J) TO WS-ALERT-DATE
           END-IF.

       WRITE-SUBJECT.
           MOVE SPACES TO SAR-SUBJECT
           MOVE "S" TO SS-REC-TYPE
           MOVE WS-REF TO SS-REF
           MOVE WS-SUBJECT-ID TO SS-CUST-ID
           IF WS-CUST-OPEN = "Y"
               MOVE WS-SUBJECT-ID TO CUST-ID
               READ CUSTOMER-FILE
                   INVALID KEY
                       MOVE "(UNKNOWN)" TO SS-LNAME
                   NOT INVALID KEY
                       MOVE CUST-LNAME TO SS-LNAME
                       MOVE CUST-FNAME TO SS-FNAME
               END-READ
           END-IF
           IF WS-CONTACT-OPEN = "Y"
               MOVE WS-SUBJECT-ID TO CC-CUST-ID
               READ CONTACT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CC-DOB TO SS-DOB
                       MOVE CC-PHONE TO SS-PHONE
                       MOVE CC-IBAN TO SS-IBAN
               END-READ
           END-IF
           IF WS-ADDR-OPEN = "Y"
               MOVE WS-SUBJECT-ID TO CA-CUST-ID
               READ ADDRESS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CA-ADDR1 TO SS-ADDR1
                       MOVE CA-ADDR2 TO SS-ADDR2
                       MOVE CA-CITY TO SS-CITY
                       MOVE CA-POSTCODE TO SS-POSTCODE
                       MOVE CA-COUNTRY TO SS-COUNTRY
               END-READ
           END-IF
           WRITE SAR-SUBJECT.

      *> The activity window runs from the lookback before the alert
      *> to the disposition. Months moved out of the live file are
      *> read from their archives first, then the live file.
       WRITE-LINKED-TRANSACTIONS.
           MOVE 0 TO WS-TXN-COUNT
           MOVE 0 TO WS-TXN-TOTAL
           IF WS-SUBJECT-ACC = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-FROM-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-ALERT-DATE)
               - WS-LOOKBACK-DAYS)
           MOVE T-FC-DISP-DATE(J) TO WS-TO-DATE
           IF WS-TO-DATE < WS-ALERT-DATE
               MOVE WS-ALERT-DATE TO WS-TO-DATE
           END-IF
           MOVE WS-FROM-DATE(1:6) TO WS-SCAN-MONTH
           PERFORM UNTIL WS-SCAN-MONTH > WS-TO-DATE(1:6)
               MOVE "POSTED" TO WS-AX-FIND-REGISTER
               MOVE WS-SCAN-MONTH TO WS-AX-FIND-MONTH
               MOVE 6 TO WS-AX-FIND-LEN
               MOVE 0 TO WS-AX-IDX
               PERFORM NEXT-ARCHIVE-MATCH
               IF WS-AX-FOUND = "Y"
                   MOVE AX-FILE-NAME TO WS-POSTED-NAME
                   PERFORM SCAN-POSTED-FILE
               END-IF
               MOVE WS-SCAN-MONTH(1:4) TO WS-SCAN-YEAR
               MOVE WS-SCAN-MONTH(5:2) TO WS-SCAN-MM
               IF WS-SCAN-MM = 12
                   ADD 1 TO WS-SCAN-YEAR
                   MOVE 1 TO WS-SCAN-MM
               ELSE
                   ADD 1 TO WS-SCAN-MM
               END-IF
               COMPUTE WS-SCAN-MONTH = WS-SCAN-YEAR * 100
                   + WS-SCAN-MM
           END-PERFORM
           MOVE "POSTED-TRANS.DAT" TO WS-POSTED-NAME
           PERFORM SCAN-POSTED-FILE.

       SCAN-POSTED-FILE.
           OPEN INPUT POSTED-FILE
           IF WS-POSTED-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ POSTED-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF PJ-DATE >= WS-FROM-DATE
                           AND PJ-DATE <= WS-TO-DATE
                           AND (PJ-ACC-ID = WS-SUBJECT-ACC
                               OR PJ-DEST-ID = WS-SUBJECT-ACC)
                           PERFORM WRITE-ONE-TRANSACTION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE POSTED-FILE
           MOVE "N" TO WS-EOF.

       WRITE-ONE-TRANSACTION.
           ADD 1 TO WS-TXN-COUNT
           ADD PJ-AMT TO WS-TXN-TOTAL
           MOVE SPACES TO SAR-DETAIL
           MOVE "D" TO SD-REC-TYPE
           MOVE WS-REF TO SD-REF
           MOVE PJ-TXN-ID TO SD-TXN-ID
           MOVE PJ-TXN-TYPE TO SD-TXN-TYPE
           MOVE PJ-DATE TO SD-DATE
           MOVE PJ-AMT TO SD-AMOUNT
           MOVE PJ-CURRENCY TO SD-CURRENCY
           IF PJ-ACC-ID = WS-SUBJECT-ACC
               MOVE "O" TO SD-ROLE
               MOVE PJ-DEST-ID TO SD-COUNTERPARTY
           ELSE
               MOVE "I" TO SD-ROLE
               MOVE PJ-ACC-ID TO SD-COUNTERPARTY
           END-IF
           WRITE SAR-DETAIL.

      *> FRAUD-LINKS writes each cluster as a "CLUSTER FROM CASE"
      *> line followed by its "LINKED CUSTOMER nnnnn VIA basis"
      *> lines; the ones under this case are its linked parties.
       WRITE-LINKED-PARTIES.
           MOVE 0 TO WS-PARTY-COUNT
           MOVE 0 TO WS-PT-COUNT
           MOVE "N" TO WS-IN-CLUSTER
           OPEN INPUT CLUSTER-FILE
           IF WS-CLUSTER-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ CLUSTER-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF CLUSTER-REC(1:18) = "CLUSTER FROM CASE "
                           IF CLUSTER-REC(19:6) = T-FC-CASE-NO(J)
                               MOVE "Y" TO WS-IN-CLUSTER
                           ELSE
                               MOVE "N" TO WS-IN-CLUSTER
                           END-IF
                       ELSE
                       IF WS-IN-CLUSTER = "Y"
                           AND CLUSTER-REC(1:18) =
                               "  LINKED CUSTOMER "
                           AND CLUSTER-REC(19:5) IS NUMERIC
                           MOVE CLUSTER-REC(19:5) TO WS-PARTY-ID
                           PERFORM WRITE-ONE-PARTY
                       END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CLUSTER-FILE
           MOVE "N" TO WS-EOF.

       WRITE-ONE-PARTY.
           MOVE "N" TO WS-PARTY-SEEN
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-PT-COUNT
               IF PT-CUST-ID(K) = WS-PARTY-ID
                   MOVE "Y" TO WS-PARTY-SEEN
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-PARTY-SEEN = "Y" OR WS-PARTY-ID = WS-SUBJECT-ID
               EXIT PARAGRAPH
           END-IF
           IF WS-PT-COUNT < WS-PT-MAX
               ADD 1 TO WS-PT-COUNT
               MOVE WS-PARTY-ID TO PT-CUST-ID(WS-PT-COUNT)
           END-IF
           ADD 1 TO WS-PARTY-COUNT
           MOVE SPACES TO SAR-PARTY
           MOVE "P" TO SP-REC-TYPE
           MOVE WS-REF TO SP-REF
           MOVE WS-PARTY-ID TO SP-CUST-ID
           MOVE CLUSTER-REC(29:7) TO SP-BASIS
           IF WS-CUST-OPEN = "Y"
               MOVE WS-PARTY-ID TO CUST-ID
               READ CUSTOMER-FILE
                   INVALID KEY
                       MOVE "(UNKNOWN)" TO SP-LNAME
                   NOT INVALID KEY
                       MOVE CUST-LNAME TO SP-LNAME
                       MOVE CUST-FNAME TO SP-FNAME
               END-READ
           END-IF
           WRITE SAR-PARTY.

      *> Reportable cases not filed -- all of them on a report-only
      *> run -- against their deadline: overdue, or days left.
       REPORT-WAITING-CASES.
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE "WAITING TO BE FILED" TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING "  CASE   DISPOSED DEADLINE INVESTIGATOR  STATUS"
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-FCS-COUNT
               IF T-FC-STATUS(J) = "CONFIRMED"
                   AND T-FC-SAR-FLAG(J) = "R"
                   ADD 1 TO WS-WAITING
                   PERFORM WORK-OUT-DEADLINE
                   MOVE SPACES TO REPORT-REC
                   STRING "  " T-FC-CASE-NO(J) " "
                          T-FC-DISP-DATE(J) " " WS-DEADLINE " "
                          T-FC-USER(J) "      "
                       DELIMITED BY SIZE INTO REPORT-REC
                   END-STRING
                   IF WS-DAYS-LEFT < 0
                       ADD 1 TO WS-OVERDUE
                       COMPUTE WS-DISP-DAYS = 0 - WS-DAYS-LEFT
                       STRING "OVERDUE BY "
                              FUNCTION TRIM(WS-DISP-DAYS) " DAYS"
                           DELIMITED BY SIZE INTO REPORT-REC(42:)
                       END-STRING
                   ELSE
                       MOVE WS-DAYS-LEFT TO WS-DISP-DAYS
                       STRING FUNCTION TRIM(WS-DISP-DAYS)
                              " DAYS LEFT"
                           DELIMITED BY SIZE INTO REPORT-REC(42:)
                       END-STRING
                   END-IF
                   WRITE REPORT-REC
               END-IF
           END-PERFORM
           IF WS-WAITING = 0
               MOVE "  (none)" TO REPORT-REC
               WRITE REPORT-REC
           END-IF.

       COPY "sysdate-read.cpy".
       COPY "txnarch-check.cpy".
       COPY "audit-write.cpy".
