       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOMER-ANONYMIZE.

      *> Retention job for customers DELETE-CUSTOMER soft-deleted
      *> long ago. Their personal data otherwise stays on file for
      *> ever, which the retention policy does not allow. A deleted
      *> customer qualifies once the deletion (the latest DELETE or
      *> MERGE-FROM line for the CUST-ID on the audit trail,
      *> archived months included -- CUSTOMERS.DAT carries no
      *> deletion date) is older than the retention period in
      *> customer-retention.dat, and nothing still ties the bank to
      *> the person: no account of theirs still open, no loan not
      *> yet paid, no unpaid receivable, no open fraud case and no
      *> active hold on any of their accounts. For those the name,
      *> phone, date of birth, IBAN, address lines and e-mail are
      *> overwritten; CUST-ID stays, so the financial history still
      *> links. Each customer gets an ANONYMIZE audit line, and the
      *> run appends a certificate to ANONYMIZATION-CERTIFICATE.DAT
      *> listing who was anonymized and who was kept, and why.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT PREFS-FILE ASSIGN TO "CUSTOMER-PREFS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-CUST-ID
               FILE STATUS IS WS-PREFS-STATUS.
           SELECT ACCOUNTS ASSIGN TO "ACCOUNTS.MASTER.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACC-ID
               FILE STATUS IS WS-ACC-STATUS.
           SELECT OWNERS-FILE ASSIGN TO "ACCOUNT-OWNERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OWN-STATUS.
           SELECT LOANS-FILE ASSIGN TO "LOANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOANS-STATUS.
           SELECT RECEIVABLE-FILE ASSIGN TO "ORDER-RECEIVABLES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCVB-STATUS.
           SELECT CASE-FILE ASSIGN TO "FRAUD-CASES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASE-STATUS.
           SELECT HOLDS-FILE ASSIGN TO "ACCOUNT-HOLDS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLDS-STATUS.
           SELECT GEN-FILE ASSIGN TO WS-GEN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-STATUS.
           SELECT INDEX-FILE ASSIGN TO "AUDIT-ARCHIVE-INDEX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INDEX-STATUS.
           SELECT RETENTION-FILE ASSIGN TO "customer-retention.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETENTION-STATUS.
           SELECT CERT-FILE ASSIGN TO "ANONYMIZATION-CERTIFICATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CERT-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDIT-TRAIL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.
           SELECT SYSDATE-FILE ASSIGN TO "SYSTEM-DATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD PREFS-FILE.
       01 PREFS-RECORD.
           05 CP-CUST-ID      PIC 9(5).
           05 CP-STATEMENTS   PIC X.
           05 CP-NOTICES      PIC X.
           05 CP-MARKETING    PIC X.
           05 CP-EMAIL        PIC X(60).
           05 CP-CHANGED-DATE PIC 9(8).

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
           05 AO-ACC-ID    PIC 9(5).
           05 AO-CUST-ID   PIC 9(5).
           05 AO-ROLE      PIC X.
           05 AO-SIGS-REQ  PIC 9.
           05 AO-SHARE-PCT PIC 999V99.

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

       FD RECEIVABLE-FILE.
       01 RECEIVABLE-RECORD.
          05 RV-ORDER-ID     PIC 9(6).
          05 RV-CUST-ID      PIC 9(5).
          05 RV-DATE         PIC 9(8).
          05 RV-AMOUNT       PIC 9(6)V99.
          05 RV-PAID         PIC X.

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

       FD HOLDS-FILE.
       01 HOLDS-RECORD.
           05 AH-ACC-ID     PIC 9(5).
           05 AH-TYPE       PIC X.
           05 AH-ORDER-REF  PIC X(12).
           05 AH-AMOUNT     PIC 9(8)V99.
           05 AH-CAPTURED   PIC 9(8)V99.
           05 AH-PAYEE      PIC X(20).
           05 AH-STATUS     PIC X.
           05 AH-EFF-DATE   PIC 9(8).

      *> An archived month or the hot audit file, named in
      *> WS-GEN-NAME. Lines are laid out by audit-write.cpy.
       FD GEN-FILE.
       01 GEN-RECORD.
           05 GL-DATE          PIC X(8).
           05 FILLER           PIC X(10).
           05 GL-PROGRAM       PIC X(10).
           05 FILLER           PIC X.
           05 GL-OPERATION     PIC X(10).
           05 GL-CUST-TAG      PIC X(9).
           05 GL-CUST-ID       PIC X(5).
           05 FILLER           PIC X(77).

      *> One row per month per AUDIT-ARCHIVE run:
      *> YYYYMMDD-HHMMSSnn AUDIT-ARCHIVE-YYYYMM.DAT RECORDS=n
       FD INDEX-FILE.
       01 INDEX-RECORD.
           05 IX-STAMP           PIC X(17).
           05 FILLER             PIC X.
           05 IX-PREFIX          PIC X(14).
           05 IX-YYYYMM          PIC X(6).
           05 FILLER             PIC X(42).

       FD RETENTION-FILE.
       01 RETENTION-RECORD    PIC X(10).

       FD CERT-FILE.
       01 CERT-REC            PIC X(100).

       FD AUDIT-FILE.
       01 AUDIT-RECORD      PIC X(130).

       FD SYSDATE-FILE.
       01 SYSDATE-REC            PIC X(40).

       WORKING-STORAGE SECTION.
       COPY "sysdate-ws.cpy".
       COPY "audit-ws.cpy".
       01 WS-CUST-STATUS     PIC XX.
       01 WS-CONTACT-STATUS  PIC XX.
       01 WS-ADDR-STATUS     PIC XX.
       01 WS-PREFS-STATUS    PIC XX.
       01 WS-ACC-STATUS      PIC XX.
       01 WS-OWN-STATUS      PIC XX.
       01 WS-LOANS-STATUS    PIC XX.
       01 WS-RCVB-STATUS     PIC XX.
       01 WS-CASE-STATUS     PIC XX.
       01 WS-HOLDS-STATUS    PIC XX.
       01 WS-GEN-STATUS      PIC XX.
       01 WS-INDEX-STATUS    PIC XX.
       01 WS-RETENTION-STATUS PIC XX.
       01 WS-CERT-STATUS     PIC XX.
       01 WS-GEN-NAME        PIC X(30).
       01 WS-EOF             PIC X VALUE "N".
       01 WS-TODAY           PIC 9(8).
       01 WS-RETAIN-MONTHS   PIC 9(3) VALUE 84.
       01 WS-CUTOFF-YYYYMM   PIC 9(6).
       01 WS-WORK-YYYY       PIC 9(4).
       01 WS-WORK-MM         PIC 9(3).
       01 WS-LINE-DATE       PIC 9(8).
       01 WS-LOOKUP-CUST     PIC 9(5).
       01 WS-LOOKUP-ACC      PIC 9(5).
       01 WS-HIT             PIC 9(5).
       01 WS-REASON          PIC X(40).
       01 WS-DISP-ID         PIC 9(6).
       01 WS-FIELDS          PIC X(40).
       01 WS-FIELDS-PTR      PIC 9(3).
       01 WS-ANON-COUNT      PIC 9(5) VALUE 0.
       01 WS-KEPT-COUNT      PIC 9(5) VALUE 0.
       01 WS-DISP-COUNT      PIC Z(4)9.
       01 WS-DISP-KEPT       PIC Z(4)9.
       01 WS-CONTACT-OPEN    PIC X VALUE "N".
       01 WS-ADDR-OPEN       PIC X VALUE "N".
       01 WS-PREFS-OPEN      PIC X VALUE "N".
       01 J                  PIC 9(5).
       01 K                  PIC 9(5).

      *> The anonymized value written over every personal field
      *> that takes text; dates of birth are blanked.
       01 WS-ANON-TEXT       PIC X(10) VALUE "ANONYMIZED".

      *> Soft-deleted customers not yet anonymized, with the date
      *> of their deletion and the first reason found to keep them.
       01 WS-CD-COUNT        PIC 9(5) VALUE 0.
       01 WS-CD-MAX          PIC 9(5) VALUE 2000.
       01 CD-TABLE.
           05 CD-ENTRY OCCURS 1 TO 2000 TIMES
                       DEPENDING ON WS-CD-COUNT.
               10 CD-CUST-ID      PIC 9(5).
               10 CD-DEL-DATE     PIC 9(8).
               10 CD-REASON       PIC X(40).

      *> Every account that is the customer's: the primary account
      *> (ACC-ID = CUST-ID) and any ACCOUNT-OWNERS.DAT link.
       01 WS-AL-COUNT        PIC 9(5) VALUE 0.
       01 WS-AL-MAX          PIC 9(5) VALUE 5000.
       01 AL-TABLE.
           05 AL-ENTRY OCCURS 1 TO 5000 TIMES
                       DEPENDING ON WS-AL-COUNT.
               10 AL-ACC-ID       PIC 9(5).
               10 AL-CD-IDX       PIC 9(5).

      *> Archived audit months, oldest first.
       01 WS-MON-COUNT       PIC 9(3) VALUE 0.
       01 WS-MON-MAX         PIC 9(3) VALUE 240.
       01 WS-MON-NEW         PIC 9(6).
       01 MONTH-TABLE.
           05 MON-YYYYMM OCCURS 1 TO 240 TIMES
                         DEPENDING ON WS-MON-COUNT PIC 9(6).

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "CUSTOMER ANONYMIZATION"
           DISPLAY "======================"
           PERFORM READ-SYSTEM-DATE
           MOVE SD-BUSINESS-DATE TO WS-TODAY
           PERFORM LOAD-RETENTION
           PERFORM COMPUTE-CUTOFF
           DISPLAY "Anonymizing customers deleted before "
               WS-CUTOFF-YYYYMM

           PERFORM LOAD-DELETED-CUSTOMERS
           IF WS-CD-COUNT = 0
               DISPLAY "No deleted customers awaiting anonymization."
               STOP RUN
           END-IF

           PERFORM LOAD-DELETION-DATES
           PERFORM CHECK-RETENTION-PERIOD
           PERFORM LOAD-ACCOUNT-LINKS
           PERFORM CHECK-OPEN-ACCOUNTS
           PERFORM CHECK-LOANS
           PERFORM CHECK-RECEIVABLES
           PERFORM CHECK-FRAUD-CASES
           PERFORM CHECK-HOLDS

           PERFORM OPEN-CERTIFICATE
           PERFORM ANONYMIZE-ELIGIBLE
           PERFORM CERTIFY-RETAINED
           PERFORM CLOSE-CERTIFICATE

           MOVE WS-ANON-COUNT TO WS-DISP-COUNT
           DISPLAY WS-DISP-COUNT " customer(s) anonymized."
           MOVE WS-KEPT-COUNT TO WS-DISP-COUNT
           DISPLAY WS-DISP-COUNT " deleted customer(s) retained -- "
               "see ANONYMIZATION-CERTIFICATE.DAT"
           MOVE 0 TO RETURN-CODE
           STOP RUN.

      *> Retention in months after deletion from
      *> customer-retention.dat (a one-line numeric control file),
      *> default 84.
       LOAD-RETENTION.
           OPEN INPUT RETENTION-FILE
           IF WS-RETENTION-STATUS = "35"
               CONTINUE
           ELSE
               READ RETENTION-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE FUNCTION NUMVAL(RETENTION-RECORD)
                           TO WS-RETAIN-MONTHS
               END-READ
               CLOSE RETENTION-FILE
           END-IF.

       COMPUTE-CUTOFF.
           MOVE WS-TODAY(1:4) TO WS-WORK-YYYY
           MOVE WS-TODAY(5:2) TO WS-WORK-MM
           PERFORM WS-RETAIN-MONTHS TIMES
               IF WS-WORK-MM = 1
                   MOVE 12 TO WS-WORK-MM
                   SUBTRACT 1 FROM WS-WORK-YYYY
               ELSE
                   SUBTRACT 1 FROM WS-WORK-MM
               END-IF
           END-PERFORM
           COMPUTE WS-CUTOFF-YYYYMM =
               WS-WORK-YYYY * 100 + WS-WORK-MM.

      *> A customer already carrying the anonymized name was done
      *> by an earlier run and is not certified again.
       LOAD-DELETED-CUSTOMERS.
           MOVE 0 TO WS-CD-COUNT
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUST-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           MOVE 0 TO CUST-ID
           START CUSTOMER-FILE KEY NOT LESS THAN CUST-ID
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "Y"
               READ CUSTOMER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF CUST-DELETED = "Y"
                           AND CUST-LNAME NOT = WS-ANON-TEXT
                           PERFORM ADD-DELETED-CUSTOMER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-FILE
           MOVE "N" TO WS-EOF.

       ADD-DELETED-CUSTOMER.
           IF WS-CD-COUNT NOT < WS-CD-MAX
               DISPLAY "Warning: customer table full at " WS-CD-MAX
                   ", remaining customers left for the next run"
               MOVE "Y" TO WS-EOF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CD-COUNT
           MOVE CUST-ID TO CD-CUST-ID(WS-CD-COUNT)
           MOVE 0 TO CD-DEL-DATE(WS-CD-COUNT)
           MOVE SPACES TO CD-REASON(WS-CD-COUNT).

      *> CUSTOMERS.DAT has no deletion date, so it is taken from the
      *> trail: the archived months named in AUDIT-ARCHIVE-INDEX.DAT
      *> and then the hot file, keeping the latest DELETE (from
      *> DELETE-CUSTOMER) or MERGE-FROM (the merged-away record from
      *> CUSTOMER-MERGE) line per customer.
       LOAD-DELETION-DATES.
           PERFORM LOAD-ARCHIVE-MONTHS
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-MON-COUNT
               MOVE SPACES TO WS-GEN-NAME
               STRING "AUDIT-ARCHIVE-" MON-YYYYMM(K) ".DAT"
                   DELIMITED BY SIZE INTO WS-GEN-NAME
               END-STRING
               PERFORM SCAN-AUDIT-GENERATION
           END-PERFORM
           MOVE "AUDIT-TRAIL.DAT" TO WS-GEN-NAME
           PERFORM SCAN-AUDIT-GENERATION.

      *> A rerun of AUDIT-ARCHIVE can index the same month twice;
      *> each month is scanned once.
       LOAD-ARCHIVE-MONTHS.
           MOVE 0 TO WS-MON-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT INDEX-FILE
           IF WS-INDEX-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ INDEX-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF IX-PREFIX = "AUDIT-ARCHIVE-"
                           AND IX-YYYYMM IS NUMERIC
                           MOVE IX-YYYYMM TO WS-MON-NEW
                           PERFORM ADD-ARCHIVE-MONTH
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INDEX-FILE
           MOVE "N" TO WS-EOF.

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
               DISPLAY "Warning: archive month table full at "
                   WS-MON-MAX
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-MON-COUNT
           PERFORM VARYING K FROM WS-MON-COUNT BY -1 UNTIL K <= J
               MOVE MON-YYYYMM(K - 1) TO MON-YYYYMM(K)
           END-PERFORM
           MOVE WS-MON-NEW TO MON-YYYYMM(J).

       SCAN-AUDIT-GENERATION.
           MOVE "N" TO WS-EOF
           OPEN INPUT GEN-FILE
           IF WS-GEN-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ GEN-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF (GL-OPERATION = "DELETE"
                             OR GL-OPERATION = "MERGE-FROM")
                           AND GL-DATE IS NUMERIC
                           AND GL-CUST-TAG = " CUST-ID="
                           AND FUNCTION TEST-NUMVAL(GL-CUST-ID) = 0
                           PERFORM NOTE-DELETION-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GEN-FILE
           MOVE "N" TO WS-EOF.

       NOTE-DELETION-LINE.
           MOVE FUNCTION NUMVAL(GL-CUST-ID) TO WS-LOOKUP-CUST
           PERFORM FIND-DELETED-CUSTOMER
           IF WS-HIT > 0
               MOVE GL-DATE TO WS-LINE-DATE
               IF WS-LINE-DATE > CD-DEL-DATE(WS-HIT)
                   MOVE WS-LINE-DATE TO CD-DEL-DATE(WS-HIT)
               END-IF
           END-IF.

       FIND-DELETED-CUSTOMER.
           MOVE 0 TO WS-HIT
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-CD-COUNT
               IF CD-CUST-ID(J) = WS-LOOKUP-CUST
                   MOVE J TO WS-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> Without a deletion line the age of the deletion cannot be
      *> proved, so the customer is kept for review rather than
      *> guessed at.
       CHECK-RETENTION-PERIOD.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-CD-COUNT
               IF CD-DEL-DATE(K) = 0
                   MOVE "NO DELETION ON AUDIT TRAIL"
                       TO CD-REASON(K)
               ELSE IF CD-DEL-DATE(K)(1:6) NOT < WS-CUTOFF-YYYYMM
                   MOVE "WITHIN RETENTION PERIOD" TO CD-REASON(K)
               END-IF
               END-IF
           END-PERFORM.

      *> Only the first reason found is kept; later checks do not
      *> overwrite it.
       SET-REASON.
           IF CD-REASON(WS-HIT) = SPACES
               MOVE WS-REASON TO CD-REASON(WS-HIT)
           END-IF.

       LOAD-ACCOUNT-LINKS.
           MOVE 0 TO WS-AL-COUNT
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-CD-COUNT
               MOVE CD-CUST-ID(K) TO WS-LOOKUP-ACC
               MOVE K TO WS-HIT
               PERFORM ADD-ACCOUNT-LINK
           END-PERFORM
           OPEN INPUT OWNERS-FILE
           IF WS-OWN-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ OWNERS-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE AO-CUST-ID TO WS-LOOKUP-CUST
                       PERFORM FIND-DELETED-CUSTOMER
                       IF WS-HIT > 0
                           AND AO-ACC-ID NOT = AO-CUST-ID
                           MOVE AO-ACC-ID TO WS-LOOKUP-ACC
                           PERFORM ADD-ACCOUNT-LINK
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OWNERS-FILE
           MOVE "N" TO WS-EOF.

      *> A customer whose links overflow the table cannot be cleared
      *> and is kept.
       ADD-ACCOUNT-LINK.
           IF WS-AL-COUNT NOT < WS-AL-MAX
               MOVE "TOO MANY ACCOUNT LINKS" TO WS-REASON
               PERFORM SET-REASON
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-AL-COUNT
           MOVE WS-LOOKUP-ACC TO AL-ACC-ID(WS-AL-COUNT)
           MOVE WS-HIT TO AL-CD-IDX(WS-AL-COUNT).

      *> An account missing from the master was never opened or has
      *> been purged; only one present and not CLOSED blocks.
       CHECK-OPEN-ACCOUNTS.
           OPEN INPUT ACCOUNTS
           IF WS-ACC-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-AL-COUNT
               MOVE AL-ACC-ID(K) TO ACC-ID
               READ ACCOUNTS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ACC-STATUS NOT = "CLOSED"
                           MOVE AL-CD-IDX(K) TO WS-HIT
                           MOVE SPACES TO WS-REASON
                           STRING "OPEN ACCOUNT " ACC-ID
                               DELIMITED BY SIZE INTO WS-REASON
                           END-STRING
                           PERFORM SET-REASON
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCOUNTS.

       CHECK-LOANS.
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
                           MOVE LN-CUST-ID TO WS-LOOKUP-CUST
                           PERFORM FIND-DELETED-CUSTOMER
                           IF WS-HIT > 0
                               MOVE SPACES TO WS-REASON
                               STRING "LOAN " LN-LOAN-ID " "
                                      LN-STATUS
                                   DELIMITED BY SIZE INTO WS-REASON
                               END-STRING
                               PERFORM SET-REASON
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOANS-FILE
           MOVE "N" TO WS-EOF.

       CHECK-RECEIVABLES.
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
                           MOVE RV-CUST-ID TO WS-LOOKUP-CUST
                           PERFORM FIND-DELETED-CUSTOMER
                           IF WS-HIT > 0
                               MOVE SPACES TO WS-REASON
                               STRING "UNPAID RECEIVABLE "
                                      RV-ORDER-ID
                                   DELIMITED BY SIZE INTO WS-REASON
                               END-STRING
                               PERFORM SET-REASON
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RECEIVABLE-FILE
           MOVE "N" TO WS-EOF.

      *> A fraud case names the account in the first nine bytes of
      *> the suspicious line, as CUSTOMER-MERGE reads it.
       CHECK-FRAUD-CASES.
           OPEN INPUT CASE-FILE
           IF WS-CASE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ CASE-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF FC-STATUS = "OPEN"
                           AND FUNCTION TEST-NUMVAL(
                               FC-SUS-LINE(1:9)) = 0
                           AND FUNCTION NUMVAL(
                               FC-SUS-LINE(1:9)) < 100000
                           MOVE FUNCTION NUMVAL(FC-SUS-LINE(1:9))
                               TO WS-LOOKUP-ACC
                           MOVE FC-CASE-NO TO WS-DISP-ID
                           MOVE SPACES TO WS-REASON
                           STRING "OPEN FRAUD CASE " WS-DISP-ID
                               DELIMITED BY SIZE INTO WS-REASON
                           END-STRING
                           PERFORM BLOCK-LINKED-CUSTOMERS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CASE-FILE
           MOVE "N" TO WS-EOF.

      *> Any active hold -- a court freeze or garnishment from
      *> LEGAL-HOLD, an estate or KYC freeze -- keeps the customer.
       CHECK-HOLDS.
           OPEN INPUT HOLDS-FILE
           IF WS-HOLDS-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ HOLDS-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF AH-STATUS = "A"
                           MOVE AH-ACC-ID TO WS-LOOKUP-ACC
                           MOVE SPACES TO WS-REASON
                           STRING "LEGAL HOLD " AH-ORDER-REF
                               DELIMITED BY SIZE INTO WS-REASON
                           END-STRING
                           PERFORM BLOCK-LINKED-CUSTOMERS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HOLDS-FILE
           MOVE "N" TO WS-EOF.

      *> Every deleted customer linked to WS-LOOKUP-ACC gets
      *> WS-REASON.
       BLOCK-LINKED-CUSTOMERS.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-AL-COUNT
               IF AL-ACC-ID(K) = WS-LOOKUP-ACC
                   MOVE AL-CD-IDX(K) TO WS-HIT
                   PERFORM SET-REASON
               END-IF
           END-PERFORM.

       OPEN-CERTIFICATE.
           OPEN EXTEND CERT-FILE
           IF WS-CERT-STATUS = "35"
               OPEN OUTPUT CERT-FILE
           END-IF
           MOVE SPACES TO CERT-REC
           MOVE WS-RETAIN-MONTHS TO WS-DISP-COUNT
           STRING "ANONYMIZATION CERTIFICATE  RUN " WS-TODAY
                  "  RETENTION " WS-DISP-COUNT " MONTHS"
                  "  DELETED BEFORE " WS-CUTOFF-YYYYMM
               DELIMITED BY SIZE INTO CERT-REC
           END-STRING
           WRITE CERT-REC.

      *> The keyed files are opened once for the pass; a site with
      *> no contact, address or preferences file has nothing there
      *> to overwrite.
       ANONYMIZE-ELIGIBLE.
           OPEN I-O CUSTOMER-FILE
           IF WS-CUST-STATUS NOT = "00"
               DISPLAY "  >> CUSTOMERS.DAT could not be opened for "
                   "update, status " WS-CUST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O CONTACT-FILE
           IF WS-CONTACT-STATUS = "00"
               MOVE "Y" TO WS-CONTACT-OPEN
           END-IF
           OPEN I-O ADDRESS-FILE
           IF WS-ADDR-STATUS = "00"
               MOVE "Y" TO WS-ADDR-OPEN
           END-IF
           OPEN I-O PREFS-FILE
           IF WS-PREFS-STATUS = "00"
               MOVE "Y" TO WS-PREFS-OPEN
           END-IF

           PERFORM VARYING WS-HIT FROM 1 BY 1
                   UNTIL WS-HIT > WS-CD-COUNT
               IF CD-REASON(WS-HIT) = SPACES
                   PERFORM ANONYMIZE-CUSTOMER
               END-IF
           END-PERFORM

           CLOSE CUSTOMER-FILE
           IF WS-CONTACT-OPEN = "Y"
               CLOSE CONTACT-FILE
           END-IF
           IF WS-ADDR-OPEN = "Y"
               CLOSE ADDRESS-FILE
           END-IF
           IF WS-PREFS-OPEN = "Y"
               CLOSE PREFS-FILE
           END-IF.

       ANONYMIZE-CUSTOMER.
           MOVE CD-CUST-ID(WS-HIT) TO CUST-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE "NOT ON CUSTOMERS.DAT" TO CD-REASON(WS-HIT)
                   EXIT PARAGRAPH
           END-READ
           MOVE WS-ANON-TEXT TO CUST-FNAME
           MOVE WS-ANON-TEXT TO CUST-LNAME
           REWRITE CUSTOMER-RECORD
           MOVE SPACES TO WS-FIELDS
           MOVE 1 TO WS-FIELDS-PTR
           STRING "NAME" DELIMITED BY SIZE
               INTO WS-FIELDS WITH POINTER WS-FIELDS-PTR
           END-STRING

           IF WS-CONTACT-OPEN = "Y"
               MOVE CD-CUST-ID(WS-HIT) TO CC-CUST-ID
               READ CONTACT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE WS-ANON-TEXT TO CC-PHONE
                       MOVE SPACES TO CC-DOB
                       MOVE WS-ANON-TEXT TO CC-IBAN
                       REWRITE CONTACT-RECORD
                       STRING ",PHONE,DOB,IBAN" DELIMITED BY SIZE
                           INTO WS-FIELDS WITH POINTER WS-FIELDS-PTR
                       END-STRING
               END-READ
           END-IF

      *> The country stays: it is not personal on its own and the
      *> reporting by country still counts the customer.
           IF WS-ADDR-OPEN = "Y"
               MOVE CD-CUST-ID(WS-HIT) TO CA-CUST-ID
               READ ADDRESS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE WS-ANON-TEXT TO CA-ADDR1
                       MOVE SPACES TO CA-ADDR2
                       MOVE SPACES TO CA-CITY
                       MOVE SPACES TO CA-POSTCODE
                       REWRITE ADDRESS-RECORD
                       STRING ",ADDRESS" DELIMITED BY SIZE
                           INTO WS-FIELDS WITH POINTER WS-FIELDS-PTR
                       END-STRING
               END-READ
           END-IF

           IF WS-PREFS-OPEN = "Y"
               MOVE CD-CUST-ID(WS-HIT) TO CP-CUST-ID
               READ PREFS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SPACES TO CP-EMAIL
                       MOVE WS-TODAY TO CP-CHANGED-DATE
                       REWRITE PREFS-RECORD
                       STRING ",EMAIL" DELIMITED BY SIZE
                           INTO WS-FIELDS WITH POINTER WS-FIELDS-PTR
                       END-STRING
               END-READ
           END-IF

           MOVE "CUST-ANON" TO WS-AUDIT-PROGRAM
           MOVE "ANONYMIZE" TO WS-AUDIT-OPERATION
           MOVE CUST-ID TO WS-AUDIT-CUST-ID
           MOVE CUST-BALANCE TO WS-AUDIT-OLD-BAL
           MOVE CUST-BALANCE TO WS-AUDIT-NEW-BAL
           PERFORM WRITE-AUDIT-RECORD

           MOVE SPACES TO CERT-REC
           STRING "ANONYMIZED CUST-ID=" CD-CUST-ID(WS-HIT)
                  " DELETED=" CD-DEL-DATE(WS-HIT)
                  " FIELDS=" WS-FIELDS
               DELIMITED BY SIZE INTO CERT-REC
           END-STRING
           WRITE CERT-REC
           ADD 1 TO WS-ANON-COUNT.

       CERTIFY-RETAINED.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-CD-COUNT
               IF CD-REASON(K) NOT = SPACES
                   MOVE SPACES TO CERT-REC
                   STRING "RETAINED   CUST-ID=" CD-CUST-ID(K)
                          " DELETED=" CD-DEL-DATE(K)
                          " REASON=" CD-REASON(K)
                       DELIMITED BY SIZE INTO CERT-REC
                   END-STRING
                   WRITE CERT-REC
                   ADD 1 TO WS-KEPT-COUNT
               END-IF
           END-PERFORM.

       CLOSE-CERTIFICATE.
           MOVE SPACES TO CERT-REC
           MOVE WS-ANON-COUNT TO WS-DISP-COUNT
           MOVE WS-KEPT-COUNT TO WS-DISP-KEPT
           STRING "TOTAL ANONYMIZED " WS-DISP-COUNT
                  "  RETAINED " WS-DISP-KEPT
               DELIMITED BY SIZE INTO CERT-REC
           END-STRING
           WRITE CERT-REC
           CLOSE CERT-FILE.

       COPY "audit-write.cpy".
       COPY "sysdate-read.cpy".
