       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-MANDATE.

      *> Repayment mandates for loans. A borrower who would rather
      *> not queue at the counter every year signs a mandate naming
      *> the deposit account the bank may debit for each instalment;
      *> LOAN-AUTOPAY stages the debit on the due date. One mandate
      *> per loan, kept in LOAN-MANDATES.DAT:
      *>   A  active      instalments are collected from LM-ACC-ID
      *>   C  cancelled   the borrower pays at the counter again
      *> The account must be on the master and open, and the
      *> borrower must be one of its owners on ACCOUNT-OWNERS.DAT --
      *> nobody signs away someone else's account. Setting a mandate
      *> on a loan that already has one moves it to the new account.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MANDATE-FILE ASSIGN TO "LOAN-MANDATES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MANDATE-STATUS.
           SELECT LOANS-FILE ASSIGN TO "LOANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOANS-STATUS.
           SELECT OWNERS-FILE ASSIGN TO "ACCOUNT-OWNERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OWNERS-STATUS.
           SELECT ACCOUNTS ASSIGN TO "ACCOUNTS.MASTER.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACC-ID
               FILE STATUS IS ACC-STATUS-CODE.
           SELECT SESSION-FILE ASSIGN TO "SESSION.REGISTRY.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SESSION-REC-TERMINAL
               FILE STATUS IS SESSION-STATUS.
           SELECT SYSDATE-FILE ASSIGN TO "SYSTEM-DATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD MANDATE-FILE.
       01 MANDATE-RECORD.
          05 LM-LOAN-ID        PIC 9(6).
          05 LM-ACC-ID         PIC 9(5).
          05 LM-STATUS         PIC X.
          05 LM-SIGNED-DATE    PIC 9(8).
          05 LM-SET-BY         PIC X(8).
          05 LM-CANCEL-DATE    PIC 9(8).

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

       FD OWNERS-FILE.
       01 OWNERS-RECORD.
          05 AO-ACC-ID         PIC 9(5).
          05 AO-CUST-ID        PIC 9(5).
          05 AO-ROLE           PIC X.
          05 AO-SIGS-REQ       PIC 9.
          05 AO-SHARE-PCT      PIC 999V99.

       FD ACCOUNTS.
       01 ACC-FILE-REC.
          05 ACC-ID            PIC 9(5).
          05 ACC-NAME          PIC X(20).
          05 ACC-TYPE          PIC X(8).
          05 ACC-BAL           PIC S9(8)V99 SIGN LEADING SEPARATE.
          05 ACC-CURRENCY      PIC X(3).
          05 ACC-STATUS        PIC X(8).
          05 ACC-LAST-ACTIVITY PIC 9(8).
          05 ACC-BRANCH        PIC X(4).

       FD SESSION-FILE.
       01 SESSION-RECORD.
           05 SESSION-REC-TERMINAL PIC X(8).
           05 SESSION-REC-USER-ID PIC X(8).
           05 SESSION-REC-ACCESS  PIC 9.
           05 SESSION-REC-DATE    PIC 9(8).
           05 SESSION-REC-TIME    PIC 9(8).

       FD SYSDATE-FILE.
       01 SYSDATE-REC            PIC X(40).

       WORKING-STORAGE SECTION.
       COPY "sysdate-ws.cpy".
       01 MANDATE-STATUS     PIC XX.
       01 LOANS-STATUS       PIC XX.
       01 OWNERS-STATUS      PIC XX.
       01 ACC-STATUS-CODE    PIC XX.
       01 SESSION-STATUS     PIC XX.
       01 WS-SESSION-TERMINAL PIC X(8).
       01 WS-OFFICER         PIC X(8) VALUE SPACES.
       01 WS-EOF             PIC X VALUE "N".
       01 WS-CHOICE          PIC X.
       01 WS-TODAY           PIC 9(8).
       01 WS-PICK-LOAN       PIC 9(6).
       01 WS-PICK-ACC        PIC 9(5).
       01 WS-LOAN-FOUND      PIC X.
       01 WS-BORROWER        PIC 9(5).
       01 WS-ACC-OK          PIC X.
       01 WS-OWNER-OK        PIC X.
       01 WS-FOUND-IDX       PIC 9(4) VALUE 0.
       01 J                  PIC 9(4).

      *> The register, loaded whole and rewritten whole.
       01 WS-LM-COUNT        PIC 9(4) VALUE 0.
       01 WS-LM-MAX          PIC 9(4) VALUE 1000.
       01 LM-TABLE.
           05 LM-ENTRY OCCURS 1 TO 1000 TIMES
                       DEPENDING ON WS-LM-COUNT.
               10 T-LM-LOAN-ID     PIC 9(6).
               10 T-LM-ACC-ID      PIC 9(5).
               10 T-LM-STATUS      PIC X.
               10 T-LM-SIGNED-DATE PIC 9(8).
               10 T-LM-SET-BY      PIC X(8).
               10 T-LM-CANCEL-DATE PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "LOAN REPAYMENT MANDATES"
           DISPLAY "======================="
           PERFORM READ-SYSTEM-DATE
           MOVE SD-BUSINESS-DATE TO WS-TODAY
           PERFORM READ-OFFICER-SESSION
           IF WS-OFFICER = SPACES
               DISPLAY "  >> No active session; an officer must be "
                   "logged in."
               STOP RUN
           END-IF
           PERFORM LOAD-MANDATES

           PERFORM UNTIL WS-CHOICE = "Q"
               DISPLAY " "
               DISPLAY "(L)ist, (S)et mandate, (C)ancel mandate, "
                   "(Q)uit: " WITH NO ADVANCING
               ACCEPT WS-CHOICE
               MOVE FUNCTION UPPER-CASE(WS-CHOICE) TO WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN "L"
                       PERFORM LIST-MANDATES
                   WHEN "S"
                       PERFORM SET-MANDATE
                   WHEN "C"
                       PERFORM CANCEL-MANDATE
                   WHEN "Q"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Invalid option. Please try again."
               END-EVALUATE
           END-PERFORM

           PERFORM SAVE-MANDATES
           DISPLAY "Mandates saved."
           STOP RUN.

       READ-OFFICER-SESSION.
           MOVE SPACES TO WS-SESSION-TERMINAL
           ACCEPT WS-SESSION-TERMINAL
               FROM ENVIRONMENT "BANK_TERMINAL_ID"
           IF WS-SESSION-TERMINAL = SPACES
               MOVE "CONSOLE" TO WS-SESSION-TERMINAL
           END-IF
           OPEN INPUT SESSION-FILE
           IF SESSION-STATUS = "00"
               MOVE WS-SESSION-TERMINAL TO SESSION-REC-TERMINAL
               READ SESSION-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SESSION-REC-USER-ID TO WS-OFFICER
               END-READ
               CLOSE SESSION-FILE
           END-IF.

       LOAD-MANDATES.
           MOVE 0 TO WS-LM-COUNT
           OPEN INPUT MANDATE-FILE
           IF MANDATE-STATUS = "35"
               DISPLAY "  (no mandates on file yet)"
           ELSE
               PERFORM UNTIL WS-EOF = "Y"
                   READ MANDATE-FILE
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF WS-LM-COUNT < WS-LM-MAX
                               ADD 1 TO WS-LM-COUNT
                               MOVE MANDATE-RECORD
                                   TO LM-ENTRY(WS-LM-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MANDATE-FILE
           END-IF
           MOVE "N" TO WS-EOF.

       SAVE-MANDATES.
           OPEN OUTPUT MANDATE-FILE
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-LM-COUNT
               MOVE LM-ENTRY(J) TO MANDATE-RECORD
               WRITE MANDATE-RECORD
           END-PERFORM
           CLOSE MANDATE-FILE.

       LIST-MANDATES.
           DISPLAY "LOAN   ACCOUNT S SIGNED   BY       CANCELLED"
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-LM-COUNT
               DISPLAY T-LM-LOAN-ID(J) " " T-LM-ACC-ID(J) "   "
                   T-LM-STATUS(J) " " T-LM-SIGNED-DATE(J) " "
                   T-LM-SET-BY(J) " " T-LM-CANCEL-DATE(J)
           END-PERFORM
           IF WS-LM-COUNT = 0
               DISPLAY "  (no mandates on file)"
           END-IF.

       FIND-MANDATE.
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-LM-COUNT
               IF T-LM-LOAN-ID(J) = WS-PICK-LOAN
                   MOVE J TO WS-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       SET-MANDATE.
           DISPLAY "Loan id (6 digits): "
           ACCEPT WS-PICK-LOAN
           PERFORM FIND-LOAN
           IF WS-LOAN-FOUND = "N"
               DISPLAY "  >> Loan not on LOANS.DAT."
               EXIT PARAGRAPH
           END-IF
           IF LN-STATUS NOT = "ACTIVE"
               DISPLAY "  >> Loan is " FUNCTION TRIM(LN-STATUS)
                   "; nothing left to collect."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Account to debit (5 digits): "
           ACCEPT WS-PICK-ACC
           PERFORM CHECK-ACCOUNT
           IF WS-ACC-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-BORROWER-OWNS
           IF WS-OWNER-OK NOT = "Y"
               DISPLAY "  >> Customer " WS-BORROWER " is not an "
                   "owner of account " WS-PICK-ACC "."
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-MANDATE
           IF WS-FOUND-IDX = 0
               IF WS-LM-COUNT >= WS-LM-MAX
                   DISPLAY "Mandate table is full, cannot add."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-LM-COUNT
               MOVE WS-LM-COUNT TO WS-FOUND-IDX
           ELSE
               IF T-LM-STATUS(WS-FOUND-IDX) = "A"
                   DISPLAY "Mandate moved from account "
                       T-LM-ACC-ID(WS-FOUND-IDX) "."
               END-IF
           END-IF
           MOVE WS-PICK-LOAN TO T-LM-LOAN-ID(WS-FOUND-IDX)
           MOVE WS-PICK-ACC TO T-LM-ACC-ID(WS-FOUND-IDX)
           MOVE "A" TO T-LM-STATUS(WS-FOUND-IDX)
           MOVE WS-TODAY TO T-LM-SIGNED-DATE(WS-FOUND-IDX)
           MOVE WS-OFFICER TO T-LM-SET-BY(WS-FOUND-IDX)
           MOVE 0 TO T-LM-CANCEL-DATE(WS-FOUND-IDX)
           DISPLAY "Instalments on loan " WS-PICK-LOAN
               " will be collected from account " WS-PICK-ACC ".".

       CANCEL-MANDATE.
           DISPLAY "Loan id (6 digits): "
           ACCEPT WS-PICK-LOAN
           PERFORM FIND-MANDATE
           IF WS-FOUND-IDX = 0
               DISPLAY "  >> No mandate on this loan."
           ELSE
               IF T-LM-STATUS(WS-FOUND-IDX) NOT = "A"
                   DISPLAY "  >> Mandate is already cancelled."
               ELSE
                   MOVE "C" TO T-LM-STATUS(WS-FOUND-IDX)
                   MOVE WS-TODAY TO T-LM-CANCEL-DATE(WS-FOUND-IDX)
                   DISPLAY "Mandate cancelled; instalments are paid "
                       "at the counter from now on."
               END-IF
           END-IF.

       FIND-LOAN.
           MOVE "N" TO WS-LOAN-FOUND
           OPEN INPUT LOANS-FILE
           IF LOANS-STATUS NOT = "35"
               PERFORM UNTIL WS-EOF = "Y"
                   READ LOANS-FILE
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF LN-LOAN-ID = WS-PICK-LOAN
                               MOVE "Y" TO WS-LOAN-FOUND
                               MOVE LN-CUST-ID TO WS-BORROWER
                               MOVE "Y" TO WS-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOANS-FILE
           END-IF
           MOVE "N" TO WS-EOF.

       CHECK-ACCOUNT.
           MOVE "N" TO WS-ACC-OK
           OPEN INPUT ACCOUNTS
           IF ACC-STATUS-CODE NOT = "00"
               DISPLAY "Cannot open ACCOUNTS.MASTER.IDX "
                   "(status " ACC-STATUS-CODE ")"
           ELSE
               MOVE WS-PICK-ACC TO ACC-ID
               READ ACCOUNTS
                   INVALID KEY
                       DISPLAY "  >> Account not on the master."
                   NOT INVALID KEY
                       IF ACC-STATUS = "CLOSED"
                           DISPLAY "  >> Account is closed."
                       ELSE
                           MOVE "Y" TO WS-ACC-OK
                       END-IF
               END-READ
               CLOSE ACCOUNTS
           END-IF.

       CHECK-BORROWER-OWNS.
           MOVE "N" TO WS-OWNER-OK
           OPEN INPUT OWNERS-FILE
           IF OWNERS-STATUS NOT = "35"
               PERFORM UNTIL WS-EOF = "Y"
                   READ OWNERS-FILE
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF AO-ACC-ID = WS-PICK-ACC
                               AND AO-CUST-ID = WS-BORROWER
                               MOVE "Y" TO WS-OWNER-OK
                               MOVE "Y" TO WS-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OWNERS-FILE
           END-IF
           MOVE "N" TO WS-EOF.

       COPY "sysdate-read.cpy".
