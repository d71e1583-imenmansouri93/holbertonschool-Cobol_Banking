       IDENTIFICATION DIVISION.
       PROGRAM-ID. KYC-REFRESH.
       AUTHOR. HOLBERTON.

      *> Monthly KYC refresh cycle (schedule it MSTART in the job
      *> list). CUSTOMER-RISK grades every active customer onto
      *> CUSTOMER-RISK.DAT; this run keeps KYC-REVIEWS.DAT -- the
      *> last review and the next review due for each of them --
      *> in step with those grades (kyc-cycle.cpy says how often
      *> each grade is reviewed) and works the cycle:
      *>   - a customer new to the register has never been reviewed
      *>     and is due now;
      *>   - a changed grade moves the next due date to the last
      *>     review plus the new grade's interval;
      *>   - every customer due within the coming month, overdue or
      *>     restricted is listed on KYC-WORKLIST.DAT for the
      *>     compliance team, and gets one KYCR reminder letter per
      *>     cycle through LETTER-ENGINE;
      *>   - a review overdue by more than the grace period
      *>     restricts the customer: a full-freeze (F) row in
      *>     ACCOUNT-HOLDS.DAT under order reference KYC-nnnnn on
      *>     every open account they own or jointly own, and a KYCX
      *>     letter saying why.
      *> Recording the completed review at CONTACT-MAINTAIN starts
      *> the next cycle and releases the KYC-nnnnn holds.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RISK-FILE ASSIGN TO 'CUSTOMER-RISK.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RISK-STATUS.
           SELECT KYC-FILE ASSIGN TO 'KYC-REVIEWS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KYC-REVIEW-STATUS.
           SELECT ACCOUNTS ASSIGN TO 'ACCOUNTS.MASTER.IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACC-ID
               FILE STATUS IS WS-ACC-STATUS.
           SELECT OWNERS-FILE ASSIGN TO 'ACCOUNT-OWNERS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OWN-STATUS.
           SELECT HOLDS-FILE ASSIGN TO 'ACCOUNT-HOLDS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLDS-STATUS.
           SELECT TRIGGER-FILE ASSIGN TO 'LETTER-TRIGGERS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TG-STATUS.
           SELECT WORKLIST-FILE ASSIGN TO 'KYC-WORKLIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SYSDATE-FILE ASSIGN TO 'SYSTEM-DATE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> Written by CUSTOMER-RISK, one row per active customer.
       FD RISK-FILE.
       01 RISK-RECORD.
           05 CR-CUST-ID      PIC 9(5).
           05 CR-SCORE        PIC 9(3).
           05 CR-GRADE        PIC X.
           05 CR-SCORED-DATE  PIC 9(8).

       FD KYC-FILE.
       01 KYC-RECORD.
           05 KY-CUST-ID      PIC 9(5).
           05 KY-GRADE        PIC X.
           05 KY-LAST-REVIEW  PIC 9(8).
           05 KY-NEXT-DUE     PIC 9(8).
           05 KY-REMINDED     PIC 9(8).
           05 KY-STATUS       PIC X.
           05 KY-REVIEWED-BY  PIC X(8).

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

      *> The hold file LEGAL-HOLD maintains.
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

       FD TRIGGER-FILE.
       01 TRIGGER-RECORD.
           05 TG-TEMPLATE    PIC X(4).
           05 TG-CUST-ID     PIC 9(5).
           05 TG-AMOUNT      PIC 9(8)V99.
           05 TG-STATUS      PIC X.

       FD WORKLIST-FILE.
       01 WORKLIST-REC        PIC X(100).

       FD SYSDATE-FILE.
       01 SYSDATE-REC            PIC X(40).

       WORKING-STORAGE SECTION.
       COPY 'sysdate-ws.cpy'.
       COPY 'kyc-ws.cpy'.
       01 WS-RISK-STATUS    PIC XX.
       01 WS-ACC-STATUS     PIC XX.
       01 WS-OWN-STATUS     PIC XX.
       01 WS-HOLDS-STATUS   PIC XX.
       01 WS-TG-STATUS      PIC XX.
       01 WS-EOF            PIC X VALUE 'N'.
       01 WS-TODAY          PIC 9(8).
       01 WS-HORIZON        PIC 9(8).
       01 WS-LAPSE-DATE     PIC 9(8).
       01 WS-KY-IDX         PIC 9(4).
       01 WS-KYC-REF        PIC X(12).
       01 WS-LETTER         PIC X(4).
       01 WS-STATE-TEXT     PIC X(10).
       01 WS-HELD           PIC 9(3).
       01 WS-GRADED         PIC 9(5) VALUE 0.
       01 WS-ADDED          PIC 9(5) VALUE 0.
       01 WS-REGRADED       PIC 9(5) VALUE 0.
       01 WS-LISTED         PIC 9(5) VALUE 0.
       01 WS-REMINDED       PIC 9(5) VALUE 0.
       01 WS-RESTRICTED     PIC 9(5) VALUE 0.
       01 WS-ACCS-HELD      PIC 9(5) VALUE 0.
       01 J                 PIC 9(4).
       01 K                 PIC 9(4).

      *> The review register, loaded whole and rewritten whole.
       01 WS-KY-COUNT       PIC 9(4) VALUE 0.
       01 WS-KY-MAX         PIC 9(4) VALUE 2000.
       01 KY-TABLE.
           05 KY-ENTRY OCCURS 1 TO 2000 TIMES
                       DEPENDING ON WS-KY-COUNT.
               10 T-KY-CUST-ID     PIC 9(5).
               10 T-KY-GRADE       PIC X.
               10 T-KY-LAST-REVIEW PIC 9(8).
               10 T-KY-NEXT-DUE    PIC 9(8).
               10 T-KY-REMINDED    PIC 9(8).
               10 T-KY-STATUS      PIC X.
               10 T-KY-REVIEWED-BY PIC X(8).

      *> Owned and jointly owned accounts from ACCOUNT-OWNERS.DAT.
       01 WS-AO-COUNT       PIC 9(4) VALUE 0.
       01 WS-AO-MAX         PIC 9(4) VALUE 2000.
       01 AO-TABLE.
           05 AO-ENTRY OCCURS 1 TO 2000 TIMES
                       DEPENDING ON WS-AO-COUNT.
               10 T-AO-ACC-ID   PIC 9(5).
               10 T-AO-CUST-ID  PIC 9(5).

      *> The open accounts of the customer being restricted.
       01 WS-CA-COUNT       PIC 9(2) VALUE 0.
       01 WS-CA-MAX         PIC 9(2) VALUE 50.
       01 CA-TABLE.
           05 CA-ACC-ID OCCURS 50 TIMES PIC 9(5).

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY 'KYC REVIEW CYCLE'
           DISPLAY '================'
           PERFORM READ-SYSTEM-DATE
           MOVE SD-BUSINESS-DATE TO WS-TODAY
           COMPUTE WS-HORIZON = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY) + 31)
           COMPUTE WS-LAPSE-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY) - WS-KY-GRACE-DAYS)
           PERFORM LOAD-KYC-TABLE
           PERFORM LOAD-OWNER-LINKS

           OPEN INPUT RISK-FILE
           IF WS-RISK-STATUS NOT = '00'
               DISPLAY 'No CUSTOMER-RISK.DAT on file (status '
                   WS-RISK-STATUS '); run CUSTOMER-RISK first.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ACCOUNTS
           IF WS-ACC-STATUS NOT = '00'
               DISPLAY 'ABEND: cannot open ACCOUNTS.MASTER.IDX '
                   '(status ' WS-ACC-STATUS ')'
               CLOSE RISK-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT WORKLIST-FILE
           MOVE SPACES TO WORKLIST-REC
           STRING 'KYC REVIEW WORKLIST - ' WS-TODAY
                  ' (DUE BY ' WS-HORIZON ')'
               DELIMITED BY SIZE INTO WORKLIST-REC
           END-STRING
           WRITE WORKLIST-REC

           PERFORM UNTIL WS-EOF = 'Y'
               READ RISK-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-GRADED
                       PERFORM CYCLE-ONE-CUSTOMER
               END-READ
           END-PERFORM

           MOVE SPACES TO WORKLIST-REC
           STRING 'LISTED ' WS-LISTED
                  ' REMINDED ' WS-REMINDED
                  ' RESTRICTED ' WS-RESTRICTED
               DELIMITED BY SIZE INTO WORKLIST-REC
           END-STRING
           WRITE WORKLIST-REC
           CLOSE WORKLIST-FILE
           CLOSE ACCOUNTS
           CLOSE RISK-FILE
           PERFORM SAVE-KYC-TABLE

           DISPLAY WS-GRADED ' graded customer(s); ' WS-ADDED
               ' new to the cycle, ' WS-REGRADED ' re-dated for a '
               'grade change.'
           DISPLAY WS-LISTED ' on the worklist, ' WS-REMINDED
               ' reminder(s) queued, ' WS-RESTRICTED
               ' restricted (' WS-ACCS-HELD ' account(s) frozen).'
           STOP RUN.

       LOAD-KYC-TABLE.
           MOVE 0 TO WS-KY-COUNT
           OPEN INPUT KYC-FILE
           IF KYC-REVIEW-STATUS = '35'
               CONTINUE
           ELSE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ KYC-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF WS-KY-COUNT < WS-KY-MAX
                               ADD 1 TO WS-KY-COUNT
                               MOVE KYC-RECORD
                                   TO KY-ENTRY(WS-KY-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KYC-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       SAVE-KYC-TABLE.
           OPEN OUTPUT KYC-FILE
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-KY-COUNT
               MOVE KY-ENTRY(J) TO KYC-RECORD
               WRITE KYC-RECORD
           END-PERFORM
           CLOSE KYC-FILE.

       LOAD-OWNER-LINKS.
           MOVE 0 TO WS-AO-COUNT
           OPEN INPUT OWNERS-FILE
           IF WS-OWN-STATUS = '35'
               CONTINUE
           ELSE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ OWNERS-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF (AO-ROLE = 'O' OR AO-ROLE = 'J')
                               AND WS-AO-COUNT < WS-AO-MAX
                               ADD 1 TO WS-AO-COUNT
                               MOVE AO-ACC-ID
                                   TO T-AO-ACC-ID(WS-AO-COUNT)
                               MOVE AO-CUST-ID
                                   TO T-AO-CUST-ID(WS-AO-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OWNERS-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       CYCLE-ONE-CUSTOMER.
           PERFORM FIND-KYC-ENTRY
           IF WS-KY-IDX = 0
               IF WS-KY-COUNT >= WS-KY-MAX
                   DISPLAY '  >> Review register is full; customer '
                       CR-CUST-ID ' not cycled.'
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-KY-COUNT
               MOVE WS-KY-COUNT TO WS-KY-IDX
               MOVE CR-CUST-ID TO T-KY-CUST-ID(WS-KY-IDX)
               MOVE CR-GRADE TO T-KY-GRADE(WS-KY-IDX)
               MOVE 0 TO T-KY-LAST-REVIEW(WS-KY-IDX)
               MOVE WS-TODAY TO T-KY-NEXT-DUE(WS-KY-IDX)
               MOVE 0 TO T-KY-REMINDED(WS-KY-IDX)
               MOVE 'D' TO T-KY-STATUS(WS-KY-IDX)
               MOVE SPACES TO T-KY-REVIEWED-BY(WS-KY-IDX)
               ADD 1 TO WS-ADDED
           END-IF

      *> A customer never reviewed stays due whatever the grade.
           IF T-KY-GRADE(WS-KY-IDX) NOT = CR-GRADE
               MOVE CR-GRADE TO T-KY-GRADE(WS-KY-IDX)
               IF T-KY-LAST-REVIEW(WS-KY-IDX) > 0
                   MOVE CR-GRADE TO WS-KY-GRADE
                   MOVE T-KY-LAST-REVIEW(WS-KY-IDX)
                       TO WS-KY-FROM-DATE
                   PERFORM SET-KYC-DUE-DATE
                   MOVE WS-KY-DUE-DATE TO T-KY-NEXT-DUE(WS-KY-IDX)
                   ADD 1 TO WS-REGRADED
               END-IF
           END-IF

      *> Restricted stays restricted until the review is recorded.
           IF T-KY-STATUS(WS-KY-IDX) = 'R'
               MOVE 'RESTRICTED' TO WS-STATE-TEXT
               PERFORM WRITE-WORKLIST-LINE
               EXIT PARAGRAPH
           END-IF
           IF T-KY-NEXT-DUE(WS-KY-IDX) > WS-HORIZON
               MOVE 'C' TO T-KY-STATUS(WS-KY-IDX)
               EXIT PARAGRAPH
           END-IF

           MOVE 'D' TO T-KY-STATUS(WS-KY-IDX)
           IF T-KY-REMINDED(WS-KY-IDX) = 0
               MOVE 'KYCR' TO WS-LETTER
               PERFORM WRITE-LETTER-TRIGGER
               MOVE WS-TODAY TO T-KY-REMINDED(WS-KY-IDX)
               ADD 1 TO WS-REMINDED
           END-IF
           IF T-KY-NEXT-DUE(WS-KY-IDX) < WS-LAPSE-DATE
               PERFORM RESTRICT-CUSTOMER
               MOVE 'RESTRICTED' TO WS-STATE-TEXT
           ELSE
               IF T-KY-NEXT-DUE(WS-KY-IDX) < WS-TODAY
                   MOVE 'OVERDUE' TO WS-STATE-TEXT
               ELSE
                   MOVE 'DUE' TO WS-STATE-TEXT
               END-IF
           END-IF
           PERFORM WRITE-WORKLIST-LINE.

       FIND-KYC-ENTRY.
           MOVE 0 TO WS-KY-IDX
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-KY-COUNT
               IF T-KY-CUST-ID(J) = CR-CUST-ID
                   MOVE J TO WS-KY-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       WRITE-WORKLIST-LINE.
           ADD 1 TO WS-LISTED
           MOVE SPACES TO WORKLIST-REC
           STRING 'CUST ' CR-CUST-ID
                  ' GRADE ' CR-GRADE
                  ' LAST ' T-KY-LAST-REVIEW(WS-KY-IDX)
                  ' DUE ' T-KY-NEXT-DUE(WS-KY-IDX)
                  ' ' WS-STATE-TEXT
               DELIMITED BY SIZE INTO WORKLIST-REC
           END-STRING
           WRITE WORKLIST-REC.

      *> Every open account the customer owns or jointly owns is
      *> frozen under the customer's KYC reference, the way
      *> BEREAVEMENT freezes an estate.
       RESTRICT-CUSTOMER.
           PERFORM COLLECT-CUSTOMER-ACCOUNTS
           MOVE SPACES TO WS-KYC-REF
           STRING 'KYC-' CR-CUST-ID DELIMITED BY SIZE
               INTO WS-KYC-REF
           END-STRING
           MOVE 0 TO WS-HELD
           IF WS-CA-COUNT > 0
               OPEN EXTEND HOLDS-FILE
               IF WS-HOLDS-STATUS = '35'
                   OPEN OUTPUT HOLDS-FILE
               END-IF
               PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-CA-COUNT
                   MOVE SPACES TO HOLDS-RECORD
                   MOVE CA-ACC-ID(K) TO AH-ACC-ID
                   MOVE 'F' TO AH-TYPE
                   MOVE WS-KYC-REF TO AH-ORDER-REF
                   MOVE 0 TO AH-AMOUNT
                   MOVE 0 TO AH-CAPTURED
                   MOVE 'A' TO AH-STATUS
                   MOVE WS-TODAY TO AH-EFF-DATE
                   WRITE HOLDS-RECORD
                   ADD 1 TO WS-HELD
               END-PERFORM
               CLOSE HOLDS-FILE
           END-IF
           MOVE 'R' TO T-KY-STATUS(WS-KY-IDX)
           MOVE 'KYCX' TO WS-LETTER
           PERFORM WRITE-LETTER-TRIGGER
           ADD 1 TO WS-RESTRICTED
           ADD WS-HELD TO WS-ACCS-HELD
           DISPLAY '  Customer ' CR-CUST-ID ': review due '
               T-KY-NEXT-DUE(WS-KY-IDX) ' not done; ' WS-HELD
               ' account(s) frozen under ' WS-KYC-REF.

      *> The account sharing the customer's id, then every account
      *> the customer owns or jointly owns; closed accounts and
      *> accounts not on the master are passed over.
       COLLECT-CUSTOMER-ACCOUNTS.
           MOVE 0 TO WS-CA-COUNT
           MOVE CR-CUST-ID TO ACC-ID
           PERFORM NOTE-CUSTOMER-ACCOUNT
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-AO-COUNT
               IF T-AO-CUST-ID(J) = CR-CUST-ID
                   AND T-AO-ACC-ID(J) NOT = CR-CUST-ID
                   MOVE T-AO-ACC-ID(J) TO ACC-ID
                   PERFORM NOTE-CUSTOMER-ACCOUNT
               END-IF
           END-PERFORM.

       NOTE-CUSTOMER-ACCOUNT.
           READ ACCOUNTS
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF ACC-STATUS = 'CLOSED' OR WS-CA-COUNT >= WS-CA-MAX
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-CA-COUNT
               IF CA-ACC-ID(K) = ACC-ID
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           ADD 1 TO WS-CA-COUNT
           MOVE ACC-ID TO CA-ACC-ID(WS-CA-COUNT).

      *> WS-LETTER names the template.
       WRITE-LETTER-TRIGGER.
           OPEN EXTEND TRIGGER-FILE
           IF WS-TG-STATUS = '35'
               OPEN OUTPUT TRIGGER-FILE
           END-IF
           MOVE SPACES TO TRIGGER-RECORD
           MOVE WS-LETTER TO TG-TEMPLATE
           MOVE CR-CUST-ID TO TG-CUST-ID
           MOVE 0 TO TG-AMOUNT
           MOVE 'P' TO TG-STATUS
           WRITE TRIGGER-RECORD
           CLOSE TRIGGER-FILE.

       COPY 'kyc-cycle.cpy'.
       COPY 'sysdate-read.cpy'.
