       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-CHARGEOFF.

      *> Loan charge-off and recovery desk. A loan collections has
      *> given up on used to stay ACTIVE on LOANS.DAT forever and
      *> inflate the book. Here an officer proposes the charge-off
      *> with a reason, and a supervisor (session access level 5,
      *> and never the officer who proposed it) approves or
      *> declines it. On approval the outstanding balance is
      *> written off against the loan loss provision LOAN-PROVISION
      *> booked for the loan's aging band, as far as that provision
      *> goes, and straight to provision expense beyond it:
      *>   against provision   D LOANPROV  C LOANS
      *>   beyond provision    D PROVEXP   C LOANS
      *> The band's booked figure on LOAN-PROVISIONS.DAT comes down
      *> by what was used, so the next provisioning run tops it up
      *> rather than releasing it. The loan goes to WRITEOFF status
      *> with nothing outstanding, and any open case on
      *> COLLECTIONS-WORKLIST.DAT is closed. Money that comes in
      *> afterwards is a recovery against the written-off loan,
      *> never a loan payment:
      *>   recovery            D CASH      C RECOVINC
      *> recorded on LOAN-RECOVERIES.DAT, up to the amount charged
      *> off. The annual report (LOAN-CHARGEOFF-REPORT.DAT) shows a
      *> year's charge-offs and recoveries by loan vintage -- the
      *> year the loan was originated.
      *> LOAN-CHARGEOFFS.DAT keeps one row per loan:
      *>   P  proposed, awaiting a supervisor
      *>   W  written off
      *>   D  declined (the loan may be proposed again)

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHARGEOFF-FILE ASSIGN TO "LOAN-CHARGEOFFS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHGOFF-STATUS.
           SELECT RECOVERY-FILE ASSIGN TO "LOAN-RECOVERIES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECOV-STATUS.
           SELECT LOANS-FILE ASSIGN TO "LOANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOANS-STATUS.
           SELECT AGING-FILE ASSIGN TO "LOAN-AGING.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AGING-STATUS.
           SELECT BOOKED-FILE ASSIGN TO "LOAN-PROVISIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOOKED-STATUS.
           SELECT WORKLIST-FILE
               ASSIGN TO "COLLECTIONS-WORKLIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WORK-STATUS.
           SELECT GL-JOURNAL ASSIGN TO "GL-JOURNAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-STATUS.
           SELECT REPORT-FILE ASSIGN TO "LOAN-CHARGEOFF-REPORT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SESSION-FILE ASSIGN TO "SESSION.REGISTRY.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SESSION-REC-TERMINAL
               FILE STATUS IS SESSION-STATUS.
           SELECT SYSDATE-FILE ASSIGN TO "SYSTEM-DATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSDATE-STATUS.
           SELECT PERIOD-FILE ASSIGN TO "GL-PERIODS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERIOD-STATUS.
           SELECT BRANCH-FILE ASSIGN TO "branches.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BRANCH-STATUS.
           SELECT BRACC-FILE ASSIGN TO "ACCOUNTS.MASTER.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BRACC-ID
               FILE STATUS IS BRACC-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD RECOVERY-FILE.
       01 RECOVERY-RECORD.
          05 RV-LOAN-ID        PIC 9(6).
          05 RV-VINTAGE        PIC 9(4).
          05 RV-DATE           PIC 9(8).
          05 RV-AMOUNT         PIC 9(7)V99.
          05 RV-BY             PIC X(8).
          05 RV-NOTE           PIC X(20).

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

      *> Provision booked per band, as LOAN-PROVISION keeps it.
       FD BOOKED-FILE.
       01 BOOKED-RECORD.
          05 PB-BAND           PIC X(8).
          05 PB-BOOKED         PIC 9(9)V99.
          05 PB-RUN-DATE       PIC 9(8).

       FD WORKLIST-FILE.
       01 WORKLIST-RECORD.
           05 CW-CASE-NO    PIC 9(5).
           05 CW-LOAN-ID    PIC X(6).
           05 CW-CUST-ID    PIC X(5).
           05 CW-SEVERITY   PIC 9.
           05 CW-OPENED     PIC 9(8).
           05 CW-STATUS     PIC X.
           05 CW-PROMISE-DT PIC 9(8).
           05 CW-PROMISE-AMT PIC 9(7)V99.
           05 CW-LETTERS    PIC 9(2).
           05 CW-LAST-LETTER PIC 9(8).

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
       01 REPORT-REC          PIC X(100).

       FD SESSION-FILE.
       01 SESSION-RECORD.
           05 SESSION-REC-TERMINAL PIC X(8).
           05 SESSION-REC-USER-ID PIC X(8).
           05 SESSION-REC-ACCESS  PIC 9.
           05 SESSION-REC-DATE    PIC 9(8).
           05 SESSION-REC-TIME    PIC 9(8).

       FD SYSDATE-FILE.
       01 SYSDATE-REC            PIC X(40).

       FD PERIOD-FILE.
       01 PERIOD-REC             PIC X(100).

       FD BRANCH-FILE.
       01 BRANCH-REC             PIC X(80).

      *> Only the branch is wanted from the account master, for the
      *> cost centre of the GL rows.
       FD BRACC-FILE.
       01 BRACC-RECORD.
           05 BRACC-ID           PIC 9(5).
           05 FILLER             PIC X(58).
           05 BRACC-BRANCH       PIC X(4).

       WORKING-STORAGE SECTION.
       COPY "sysdate-ws.cpy".
       COPY "period-ws.cpy".
       COPY "branch-ws.cpy".
       01 CHGOFF-STATUS      PIC XX.
       01 RECOV-STATUS       PIC XX.
       01 LOANS-STATUS       PIC XX.
       01 AGING-STATUS       PIC XX.
       01 BOOKED-STATUS      PIC XX.
       01 WORK-STATUS        PIC XX.
       01 GL-STATUS          PIC XX.
       01 SESSION-STATUS     PIC XX.
       01 WS-SESSION-TERMINAL PIC X(8).
       01 WS-OFFICER         PIC X(8) VALUE SPACES.
       01 WS-OFFICER-LEVEL   PIC 9 VALUE 0.
       01 WS-SUPERVISOR-LEVEL PIC 9 VALUE 5.
       01 WS-EOF             PIC X VALUE "N".
       01 WS-CHOICE          PIC X.
       01 WS-DECISION        PIC X.
       01 WS-TODAY           PIC 9(8).
       01 WS-PICK-LOAN       PIC 9(6).
       01 WS-LOAN-TEXT       PIC X(6).
       01 WS-LOAN-IDX        PIC 9(4).
       01 WS-FOUND-IDX       PIC 9(4).
       01 WS-BAND            PIC X(8).
       01 WS-BAND-IDX        PIC 9(4).
       01 WS-AMT-TEXT        PIC X(12).
       01 WS-AMOUNT          PIC 9(7)V99.
       01 WS-ROOM            PIC 9(7)V99.
       01 WS-CASES-CLOSED    PIC 9(4).
       01 WS-REPORT-YEAR     PIC 9(4).
       01 WS-YEAR-TEXT       PIC X(4).
       01 WS-DISP-A          PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-DISP-B          PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-DISP-C          PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-DISP-D          PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-GL-ACCOUNT      PIC X(9).
       01 WS-GL-OFFSET       PIC X(9).
       01 WS-GL-AMOUNT       PIC 9(8)V99.
       01 J                  PIC 9(4).
       01 K                  PIC 9(4).

      *> The charge-off register, loaded whole and rewritten whole.
       01 WS-CO-COUNT        PIC 9(4) VALUE 0.
       01 WS-CO-MAX          PIC 9(4) VALUE 1000.
       01 CO-TABLE.
           05 CO-ENTRY OCCURS 1 TO 1000 TIMES
                       DEPENDING ON WS-CO-COUNT.
               10 T-CO-LOAN-ID       PIC 9(6).
               10 T-CO-CUST-ID       PIC 9(5).
               10 T-CO-VINTAGE       PIC 9(4).
               10 T-CO-STATUS        PIC X.
               10 T-CO-PROPOSED-BY   PIC X(8).
               10 T-CO-PROPOSED-DATE PIC 9(8).
               10 T-CO-REASON        PIC X(30).
               10 T-CO-DECIDED-BY    PIC X(8).
               10 T-CO-DECIDED-DATE  PIC 9(8).
               10 T-CO-AMOUNT        PIC 9(7)V99.
               10 T-CO-FROM-PROV     PIC 9(7)V99.
               10 T-CO-DIRECT        PIC 9(7)V99.
               10 T-CO-RECOVERED     PIC 9(7)V99.

      *> In-memory copy of LOANS.DAT for the rewrite.
       01 WS-LN-COUNT        PIC 9(4) VALUE 0.
       01 WS-LN-MAX          PIC 9(4) VALUE 1000.
       01 LOANS-TABLE.
           05 LNS-ENTRY OCCURS 1 TO 1000 TIMES
                        DEPENDING ON WS-LN-COUNT PIC X(56).

       01 WS-PB-COUNT        PIC 9(4) VALUE 0.
       01 WS-PB-MAX          PIC 9(4) VALUE 20.
       01 PB-TABLE.
           05 PB-ENTRY OCCURS 1 TO 20 TIMES
                       DEPENDING ON WS-PB-COUNT PIC X(27).

       01 WS-CW-COUNT        PIC 9(5) VALUE 0.
       01 WS-CW-MAX          PIC 9(5) VALUE 5000.
       01 CW-TABLE.
           05 CW-ENTRY OCCURS 1 TO 5000 TIMES
                       DEPENDING ON WS-CW-COUNT PIC X(53).
       01 WS-CW-IDX          PIC 9(5).

      *> Per-vintage totals for the annual report.
       01 WS-VT-COUNT        PIC 9(3) VALUE 0.
       01 WS-VT-MAX          PIC 9(3) VALUE 100.
       01 VT-TABLE.
           05 VT-ENTRY OCCURS 1 TO 100 TIMES
                       DEPENDING ON WS-VT-COUNT.
               10 VT-VINTAGE     PIC 9(4).
               10 VT-CO-COUNT    PIC 9(4).
               10 VT-CO-AMOUNT   PIC 9(9)V99.
               10 VT-RC-AMOUNT   PIC 9(9)V99.
       01 WS-VT-IDX          PIC 9(3).
       01 WS-VT-K            PIC 9(3).
       01 WS-VT-VINTAGE      PIC 9(4).
       01 WS-TOT-CO-COUNT    PIC 9(4).
       01 WS-TOT-CO-AMOUNT   PIC 9(9)V99.
       01 WS-TOT-RC-AMOUNT   PIC 9(9)V99.
       01 WS-NET-LOSS        PIC S9(9)V99.
       01 WS-DISP-NET        PIC -ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "LOAN CHARGE-OFF AND RECOVERY"
           DISPLAY "============================"
           PERFORM READ-SYSTEM-DATE
           MOVE SD-BUSINESS-DATE TO WS-TODAY
           PERFORM READ-OFFICER-SESSION
           IF WS-OFFICER = SPACES
               DISPLAY "  >> No active session; an officer must be "
                   "logged in."
               STOP RUN
           END-IF
           PERFORM LOAD-CLOSED-PERIODS
           PERFORM LOAD-BRANCHES
           PERFORM LOAD-CHARGEOFFS

           PERFORM UNTIL WS-CHOICE = "Q"
               DISPLAY " "
               DISPLAY "(L)ist, (P)ropose charge-off, (D)ecide "
                   "(supervisor), (R)ecovery, (Y)early report, "
                   "(Q)uit: " WITH NO ADVANCING
               ACCEPT WS-CHOICE
               MOVE FUNCTION UPPER-CASE(WS-CHOICE) TO WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN "L"
                       PERFORM LIST-CHARGEOFFS
                   WHEN "P"
                       PERFORM PROPOSE-CHARGEOFF
                   WHEN "D"
                       PERFORM DECIDE-CHARGEOFF
                   WHEN "R"
                       PERFORM RECORD-RECOVERY
                   WHEN "Y"
                       PERFORM WRITE-VINTAGE-REPORT
                   WHEN "Q"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Invalid option. Please try again."
               END-EVALUATE
           END-PERFORM

           PERFORM SAVE-CHARGEOFFS
           PERFORM CLOSE-ACCOUNT-BRANCH
           DISPLAY "Charge-off register saved."
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
                       MOVE SESSION-REC-ACCESS TO WS-OFFICER-LEVEL
               END-READ
               CLOSE SESSION-FILE
           END-IF.

       LOAD-CHARGEOFFS.
           MOVE 0 TO WS-CO-COUNT
           OPEN INPUT CHARGEOFF-FILE
           IF CHGOFF-STATUS NOT = "35"
               PERFORM UNTIL WS-EOF = "Y"
                   READ CHARGEOFF-FILE
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF WS-CO-COUNT < WS-CO-MAX
                               ADD 1 TO WS-CO-COUNT
                               MOVE CHARGEOFF-RECORD
                                   TO CO-ENTRY(WS-CO-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHARGEOFF-FILE
           END-IF
           MOVE "N" TO WS-EOF.

       SAVE-CHARGEOFFS.
           OPEN OUTPUT CHARGEOFF-FILE
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-CO-COUNT
               MOVE CO-ENTRY(J) TO CHARGEOFF-RECORD
               WRITE CHARGEOFF-RECORD
           END-PERFORM
           CLOSE CHARGEOFF-FILE.

       LIST-CHARGEOFFS.
           DISPLAY "LOAN   CUST  VINT S PROPOSED BY       "
               "    CHARGED-OFF      RECOVERED REASON"
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-CO-COUNT
               MOVE T-CO-AMOUNT(J) TO WS-DISP-A
               MOVE T-CO-RECOVERED(J) TO WS-DISP-B
               DISPLAY T-CO-LOAN-ID(J) " " T-CO-CUST-ID(J) " "
                   T-CO-VINTAGE(J) " " T-CO-STATUS(J) " "
                   T-CO-PROPOSED-DATE(J) " " T-CO-PROPOSED-BY(J)
                   " " WS-DISP-A " " WS-DISP-B " "
                   FUNCTION TRIM(T-CO-REASON(J))
           END-PERFORM
           IF WS-CO-COUNT = 0
               DISPLAY "  (no charge-offs on file)"
           END-IF.

       FIND-CHARGEOFF.
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-CO-COUNT
               IF T-CO-LOAN-ID(J) = WS-PICK-LOAN
                   MOVE J TO WS-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> The amount shown is today's balance; the write-off takes
      *> whatever is outstanding on the day it is approved.
       PROPOSE-CHARGEOFF.
           DISPLAY "Loan id (6 digits): "
           ACCEPT WS-PICK-LOAN
           PERFORM LOAD-LOANS
           IF WS-LOAN-IDX = 0
               DISPLAY "  >> Loan not on LOANS.DAT."
               EXIT PARAGRAPH
           END-IF
           IF LN-STATUS NOT = "ACTIVE" OR LN-OUTSTANDING = 0
               DISPLAY "  >> Loan is " FUNCTION TRIM(LN-STATUS)
                   "; nothing outstanding to charge off."
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-CHARGEOFF
           IF WS-FOUND-IDX > 0
               IF T-CO-STATUS(WS-FOUND-IDX) = "P"
                   DISPLAY "  >> A charge-off is already awaiting "
                       "a supervisor."
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF WS-CO-COUNT >= WS-CO-MAX
                   DISPLAY "Charge-off register is full, cannot add."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CO-COUNT
               MOVE WS-CO-COUNT TO WS-FOUND-IDX
           END-IF
           MOVE LN-OUTSTANDING TO WS-DISP-A
           DISPLAY "Outstanding " WS-DISP-A ", originated "
               LN-ORIG-DATE "."
           MOVE LN-LOAN-ID TO T-CO-LOAN-ID(WS-FOUND-IDX)
           MOVE LN-CUST-ID TO T-CO-CUST-ID(WS-FOUND-IDX)
           MOVE LN-ORIG-DATE(1:4) TO T-CO-VINTAGE(WS-FOUND-IDX)
           MOVE "P" TO T-CO-STATUS(WS-FOUND-IDX)
           MOVE WS-OFFICER TO T-CO-PROPOSED-BY(WS-FOUND-IDX)
           MOVE WS-TODAY TO T-CO-PROPOSED-DATE(WS-FOUND-IDX)
           DISPLAY "Reason (30 chars): "
           ACCEPT T-CO-REASON(WS-FOUND-IDX)
           MOVE SPACES TO T-CO-DECIDED-BY(WS-FOUND-IDX)
           MOVE 0 TO T-CO-DECIDED-DATE(WS-FOUND-IDX)
           MOVE 0 TO T-CO-AMOUNT(WS-FOUND-IDX)
           MOVE 0 TO T-CO-FROM-PROV(WS-FOUND-IDX)
           MOVE 0 TO T-CO-DIRECT(WS-FOUND-IDX)
           MOVE 0 TO T-CO-RECOVERED(WS-FOUND-IDX)
           DISPLAY "Charge-off of loan " WS-PICK-LOAN
               " proposed; a supervisor must approve it.".

       DECIDE-CHARGEOFF.
           IF WS-OFFICER-LEVEL < WS-SUPERVISOR-LEVEL
               DISPLAY "  >> Access denied: level " WS-OFFICER-LEVEL
                   " may not approve a charge-off; level "
                   WS-SUPERVISOR-LEVEL " or higher is required."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Awaiting decision:"
           MOVE 0 TO K
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-CO-COUNT
               IF T-CO-STATUS(J) = "P"
                   ADD 1 TO K
                   DISPLAY "  " T-CO-LOAN-ID(J) " proposed "
                       T-CO-PROPOSED-DATE(J) " by "
                       T-CO-PROPOSED-BY(J) " "
                       FUNCTION TRIM(T-CO-REASON(J))
               END-IF
           END-PERFORM
           IF K = 0
               DISPLAY "  (none)"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Loan id to decide: "
           ACCEPT WS-PICK-LOAN
           PERFORM FIND-CHARGEOFF
           IF WS-FOUND-IDX = 0
               DISPLAY "  >> No charge-off proposed for that loan."
               EXIT PARAGRAPH
           END-IF
           IF T-CO-STATUS(WS-FOUND-IDX) NOT = "P"
               DISPLAY "  >> That charge-off is already decided."
               EXIT PARAGRAPH
           END-IF
           IF T-CO-PROPOSED-BY(WS-FOUND-IDX) = WS-OFFICER
               DISPLAY "  >> You proposed this charge-off; another "
                   "supervisor must decide it."
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-LOANS
           IF WS-LOAN-IDX = 0
               OR LN-STATUS NOT = "ACTIVE"
               OR LN-OUTSTANDING = 0
               DISPLAY "  >> Loan is no longer active with a "
                   "balance; proposal declined."
               MOVE "D" TO T-CO-STATUS(WS-FOUND-IDX)
               PERFORM STAMP-DECISION
               EXIT PARAGRAPH
           END-IF
           MOVE LN-OUTSTANDING TO WS-DISP-A
           DISPLAY "Loan " LN-LOAN-ID " customer " LN-CUST-ID
               " outstanding " WS-DISP-A
           DISPLAY "(A)pprove write-off or (D)ecline: "
           ACCEPT WS-DECISION
           MOVE FUNCTION UPPER-CASE(WS-DECISION) TO WS-DECISION
           EVALUATE WS-DECISION
               WHEN "A"
                   PERFORM WRITE-OFF-LOAN
               WHEN "D"
                   MOVE "D" TO T-CO-STATUS(WS-FOUND-IDX)
                   PERFORM STAMP-DECISION
                   DISPLAY "Charge-off declined; the loan stays "
                       "active."
               WHEN OTHER
                   DISPLAY "  >> Proposal left awaiting a decision."
           END-EVALUATE.

       STAMP-DECISION.
           MOVE WS-OFFICER TO T-CO-DECIDED-BY(WS-FOUND-IDX)
           MOVE WS-TODAY TO T-CO-DECIDED-DATE(WS-FOUND-IDX).

       WRITE-OFF-LOAN.
           MOVE WS-TODAY TO WS-PER-TEST-DATE
           PERFORM CHECK-PERIOD-OPEN
           IF WS-PER-OPEN = "N"
               DISPLAY "  >> Accounting period " WS-TODAY(1:6)
                   " is closed; the write-off cannot post into it."
               EXIT PARAGRAPH
           END-IF
           MOVE LN-OUTSTANDING TO T-CO-AMOUNT(WS-FOUND-IDX)
           PERFORM FIND-AGING-BAND
           PERFORM USE-BOOKED-PROVISION
           COMPUTE T-CO-DIRECT(WS-FOUND-IDX) =
               T-CO-AMOUNT(WS-FOUND-IDX) - T-CO-FROM-PROV(WS-FOUND-IDX)

           MOVE LN-CUST-ID TO WS-BR-ACC-ID
           PERFORM LOOKUP-ACCOUNT-BRANCH
           OPEN EXTEND GL-JOURNAL
           IF GL-STATUS = "35"
               OPEN OUTPUT GL-JOURNAL
           END-IF
           IF T-CO-FROM-PROV(WS-FOUND-IDX) > 0
               MOVE "LOANPROV" TO WS-GL-ACCOUNT
               MOVE "LOANS" TO WS-GL-OFFSET
               MOVE T-CO-FROM-PROV(WS-FOUND-IDX) TO WS-GL-AMOUNT
               PERFORM WRITE-GL-PAIR
           END-IF
           IF T-CO-DIRECT(WS-FOUND-IDX) > 0
               MOVE "PROVEXP" TO WS-GL-ACCOUNT
               MOVE "LOANS" TO WS-GL-OFFSET
               MOVE T-CO-DIRECT(WS-FOUND-IDX) TO WS-GL-AMOUNT
               PERFORM WRITE-GL-PAIR
           END-IF
           CLOSE GL-JOURNAL

           MOVE "WRITEOFF" TO LN-STATUS
           MOVE 0 TO LN-OUTSTANDING
           MOVE LOANS-RECORD TO LNS-ENTRY(WS-LOAN-IDX)
           PERFORM SAVE-LOANS
           PERFORM CLOSE-COLLECTION-CASES

           MOVE "W" TO T-CO-STATUS(WS-FOUND-IDX)
           PERFORM STAMP-DECISION
           MOVE T-CO-AMOUNT(WS-FOUND-IDX) TO WS-DISP-A
           MOVE T-CO-FROM-PROV(WS-FOUND-IDX) TO WS-DISP-B
           MOVE T-CO-DIRECT(WS-FOUND-IDX) TO WS-DISP-C
           DISPLAY "Loan " WS-PICK-LOAN " written off: " WS-DISP-A
               " (" WS-DISP-B " against the " FUNCTION TRIM(WS-BAND)
               " provision, " WS-DISP-C " beyond it)."
           IF WS-CASES-CLOSED > 0
               DISPLAY WS-CASES-CLOSED " collections case(s) closed."
           END-IF.

      *> A loan missing from the aging report is taken as the worst
      *> band -- it is being charged off, after all.
       FIND-AGING-BAND.
           MOVE "90+" TO WS-BAND
           MOVE LN-LOAN-ID TO WS-LOAN-TEXT
           OPEN INPUT AGING-FILE
           IF AGING-STATUS NOT = "35"
               PERFORM UNTIL WS-EOF = "Y"
                   READ AGING-FILE
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF AG-LOAN-ID = WS-LOAN-TEXT
                               MOVE AG-BAND TO WS-BAND
                               MOVE "Y" TO WS-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AGING-FILE
           END-IF
           MOVE "N" TO WS-EOF.

      *> Takes the write-off out of the band's booked provision as
      *> far as it goes and rewrites LOAN-PROVISIONS.DAT.
       USE-BOOKED-PROVISION.
           MOVE 0 TO T-CO-FROM-PROV(WS-FOUND-IDX)
           MOVE 0 TO WS-PB-COUNT
           MOVE 0 TO WS-BAND-IDX
           OPEN INPUT BOOKED-FILE
           IF BOOKED-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ BOOKED-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF WS-PB-COUNT < WS-PB-MAX
                           ADD 1 TO WS-PB-COUNT
                           MOVE BOOKED-RECORD TO PB-ENTRY(WS-PB-COUNT)
                           IF PB-BAND = WS-BAND
                               MOVE WS-PB-COUNT TO WS-BAND-IDX
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BOOKED-FILE
           MOVE "N" TO WS-EOF
           IF WS-BAND-IDX = 0
               EXIT PARAGRAPH
           END-IF
           MOVE PB-ENTRY(WS-BAND-IDX) TO BOOKED-RECORD
           IF PB-BOOKED < T-CO-AMOUNT(WS-FOUND-IDX)
               MOVE PB-BOOKED TO T-CO-FROM-PROV(WS-FOUND-IDX)
           ELSE
               MOVE T-CO-AMOUNT(WS-FOUND-IDX)
                   TO T-CO-FROM-PROV(WS-FOUND-IDX)
           END-IF
           SUBTRACT T-CO-FROM-PROV(WS-FOUND-IDX) FROM PB-BOOKED
           MOVE BOOKED-RECORD TO PB-ENTRY(WS-BAND-IDX)
           OPEN OUTPUT BOOKED-FILE
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-PB-COUNT
               MOVE PB-ENTRY(J) TO BOOKED-RECORD
               WRITE BOOKED-RECORD
           END-PERFORM
           CLOSE BOOKED-FILE.

       CLOSE-COLLECTION-CASES.
           MOVE 0 TO WS-CASES-CLOSED
           MOVE 0 TO WS-CW-COUNT
           MOVE LN-LOAN-ID TO WS-LOAN-TEXT
           OPEN INPUT WORKLIST-FILE
           IF WORK-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ WORKLIST-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF WS-CW-COUNT < WS-CW-MAX
                           IF CW-LOAN-ID = WS-LOAN-TEXT
                               AND CW-STATUS NOT = "C"
                               MOVE "C" TO CW-STATUS
                               ADD 1 TO WS-CASES-CLOSED
                           END-IF
                           ADD 1 TO WS-CW-COUNT
                           MOVE WORKLIST-RECORD
                               TO CW-ENTRY(WS-CW-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WORKLIST-FILE
           MOVE "N" TO WS-EOF
           IF WS-CASES-CLOSED = 0
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT WORKLIST-FILE
           PERFORM VARYING WS-CW-IDX FROM 1 BY 1
                   UNTIL WS-CW-IDX > WS-CW-COUNT
               MOVE CW-ENTRY(WS-CW-IDX) TO WORKLIST-RECORD
               WRITE WORKLIST-RECORD
           END-PERFORM
           CLOSE WORKLIST-FILE.

      *> Recovered money never exceeds what was charged off; any
      *> more is the customer's and goes back to them.
       RECORD-RECOVERY.
           DISPLAY "Written-off loan id (6 digits): "
           ACCEPT WS-PICK-LOAN
           PERFORM FIND-CHARGEOFF
           IF WS-FOUND-IDX = 0
               DISPLAY "  >> Loan has not been written off."
               EXIT PARAGRAPH
           END-IF
           IF T-CO-STATUS(WS-FOUND-IDX) NOT = "W"
               DISPLAY "  >> Loan has not been written off."
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-ROOM = T-CO-AMOUNT(WS-FOUND-IDX)
               - T-CO-RECOVERED(WS-FOUND-IDX)
           MOVE WS-ROOM TO WS-DISP-A
           DISPLAY "Still unrecovered: " WS-DISP-A
           IF WS-ROOM = 0
               DISPLAY "  >> Written-off balance already fully "
                   "recovered."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Amount recovered: "
           ACCEPT WS-AMT-TEXT
           MOVE FUNCTION NUMVAL(WS-AMT-TEXT) TO WS-AMOUNT
           IF WS-AMOUNT = 0
               DISPLAY "  >> Nothing recorded."
               EXIT PARAGRAPH
           END-IF
           IF WS-AMOUNT > WS-ROOM
               DISPLAY "  >> More than the unrecovered balance; "
                   "refund the excess to the customer."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TODAY TO WS-PER-TEST-DATE
           PERFORM CHECK-PERIOD-OPEN
           IF WS-PER-OPEN = "N"
               DISPLAY "  >> Accounting period " WS-TODAY(1:6)
                   " is closed; the recovery cannot post into it."
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO RECOVERY-RECORD
           MOVE WS-PICK-LOAN TO RV-LOAN-ID
           MOVE T-CO-VINTAGE(WS-FOUND-IDX) TO RV-VINTAGE
           MOVE WS-TODAY TO RV-DATE
           MOVE WS-AMOUNT TO RV-AMOUNT
           MOVE WS-OFFICER TO RV-BY
           DISPLAY "Note (20 chars): "
           ACCEPT RV-NOTE
           OPEN EXTEND RECOVERY-FILE
           IF RECOV-STATUS = "35"
               OPEN OUTPUT RECOVERY-FILE
           END-IF
           WRITE RECOVERY-RECORD
           CLOSE RECOVERY-FILE

           MOVE T-CO-CUST-ID(WS-FOUND-IDX) TO WS-BR-ACC-ID
           PERFORM LOOKUP-ACCOUNT-BRANCH
           OPEN EXTEND GL-JOURNAL
           IF GL-STATUS = "35"
               OPEN OUTPUT GL-JOURNAL
           END-IF
           MOVE "CASH" TO WS-GL-ACCOUNT
           MOVE "RECOVINC" TO WS-GL-OFFSET
           MOVE WS-AMOUNT TO WS-GL-AMOUNT
           PERFORM WRITE-GL-PAIR
           CLOSE GL-JOURNAL

           ADD WS-AMOUNT TO T-CO-RECOVERED(WS-FOUND-IDX)
           MOVE WS-AMOUNT TO WS-DISP-A
           DISPLAY "Recovery of " WS-DISP-A " recorded against loan "
               WS-PICK-LOAN ".".

      *> Debit WS-GL-ACCOUNT, credit WS-GL-OFFSET, both at the branch
      *> of the borrower's own account (account number = customer
      *> number) found by the caller.
       WRITE-GL-PAIR.
           MOVE SPACES TO GL-JOURNAL-REC
           MOVE WS-TODAY TO GJ-DATE
           MOVE "LOAN-CHOFF" TO GJ-PROGRAM
           MOVE WS-GL-ACCOUNT TO GJ-ACCOUNT
           MOVE "D" TO GJ-DC
           MOVE WS-GL-AMOUNT TO GJ-AMOUNT
           MOVE WS-GL-OFFSET TO GJ-OFFSET
           MOVE 0 TO GJ-BATCH
           MOVE WS-BR-ACC-BRANCH TO GJ-COST-CENTRE
           WRITE GL-JOURNAL-REC

           MOVE SPACES TO GL-JOURNAL-REC
           MOVE WS-TODAY TO GJ-DATE
           MOVE "LOAN-CHOFF" TO GJ-PROGRAM
           MOVE WS-GL-OFFSET TO GJ-ACCOUNT
           MOVE "C" TO GJ-DC
           MOVE WS-GL-AMOUNT TO GJ-AMOUNT
           MOVE WS-GL-ACCOUNT TO GJ-OFFSET
           MOVE 0 TO GJ-BATCH
           MOVE WS-BR-ACC-BRANCH TO GJ-COST-CENTRE
           WRITE GL-JOURNAL-REC.

      *> Leaves LOANS-RECORD holding the picked loan (WS-LOAN-IDX
      *> zero if it is not on file).
       LOAD-LOANS.
           MOVE 0 TO WS-LN-COUNT
           MOVE 0 TO WS-LOAN-IDX
           OPEN INPUT LOANS-FILE
           IF LOANS-STATUS NOT = "35"
               PERFORM UNTIL WS-EOF = "Y"
                   READ LOANS-FILE
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF WS-LN-COUNT < WS-LN-MAX
                               ADD 1 TO WS-LN-COUNT
                               MOVE LOANS-RECORD
                                   TO LNS-ENTRY(WS-LN-COUNT)
                               IF LN-LOAN-ID = WS-PICK-LOAN
                                   MOVE WS-LN-COUNT TO WS-LOAN-IDX
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOANS-FILE
           END-IF
           MOVE "N" TO WS-EOF
           IF WS-LOAN-IDX > 0
               MOVE LNS-ENTRY(WS-LOAN-IDX) TO LOANS-RECORD
           END-IF.

       SAVE-LOANS.
           OPEN OUTPUT LOANS-FILE
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-LN-COUNT
               MOVE LNS-ENTRY(J) TO LOANS-RECORD
               WRITE LOANS-RECORD
           END-PERFORM
           CLOSE LOANS-FILE.

      *> One year's charge-offs (by approval date) and recoveries
      *> (by receipt date), grouped by the year each loan was
      *> originated.
       WRITE-VINTAGE-REPORT.
           DISPLAY "Report year (YYYY, blank = this year): "
           MOVE SPACES TO WS-YEAR-TEXT
           ACCEPT WS-YEAR-TEXT
           IF WS-YEAR-TEXT = SPACES
               MOVE WS-TODAY(1:4) TO WS-REPORT-YEAR
           ELSE
               MOVE FUNCTION NUMVAL(WS-YEAR-TEXT) TO WS-REPORT-YEAR
           END-IF
           MOVE 0 TO WS-VT-COUNT
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-CO-COUNT
               IF T-CO-STATUS(J) = "W"
                   AND T-CO-DECIDED-DATE(J)(1:4) = WS-REPORT-YEAR
                   MOVE T-CO-VINTAGE(J) TO WS-VT-VINTAGE
                   PERFORM FIND-VINTAGE
                   IF WS-VT-IDX > 0
                       ADD 1 TO VT-CO-COUNT(WS-VT-IDX)
                       ADD T-CO-AMOUNT(J) TO VT-CO-AMOUNT(WS-VT-IDX)
                   END-IF
               END-IF
           END-PERFORM
           OPEN INPUT RECOVERY-FILE
           IF RECOV-STATUS NOT = "35"
               PERFORM UNTIL WS-EOF = "Y"
                   READ RECOVERY-FILE
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF RV-DATE(1:4) = WS-REPORT-YEAR
                               MOVE RV-VINTAGE TO WS-VT-VINTAGE
                               PERFORM FIND-VINTAGE
                               IF WS-VT-IDX > 0
                                   ADD RV-AMOUNT
                                       TO VT-RC-AMOUNT(WS-VT-IDX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RECOVERY-FILE
           END-IF
           MOVE "N" TO WS-EOF

           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-REC
           STRING "LOAN CHARGE-OFFS AND RECOVERIES BY VINTAGE - "
                  "YEAR " WS-REPORT-YEAR "  (RUN " WS-TODAY ")"
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE "VINTAGE LOANS    CHARGED-OFF      RECOVERED"
               TO REPORT-REC
           MOVE "       NET LOSS" TO REPORT-REC(45:15)
           WRITE REPORT-REC
           MOVE 0 TO WS-TOT-CO-COUNT
           MOVE 0 TO WS-TOT-CO-AMOUNT
           MOVE 0 TO WS-TOT-RC-AMOUNT
           PERFORM VARYING WS-VT-IDX FROM 1 BY 1
                   UNTIL WS-VT-IDX > WS-VT-COUNT
               ADD VT-CO-COUNT(WS-VT-IDX) TO WS-TOT-CO-COUNT
               ADD VT-CO-AMOUNT(WS-VT-IDX) TO WS-TOT-CO-AMOUNT
               ADD VT-RC-AMOUNT(WS-VT-IDX) TO WS-TOT-RC-AMOUNT
               MOVE VT-CO-AMOUNT(WS-VT-IDX) TO WS-DISP-A
               MOVE VT-RC-AMOUNT(WS-VT-IDX) TO WS-DISP-B
               COMPUTE WS-NET-LOSS = VT-CO-AMOUNT(WS-VT-IDX)
                   - VT-RC-AMOUNT(WS-VT-IDX)
               MOVE WS-NET-LOSS TO WS-DISP-NET
               MOVE SPACES TO REPORT-REC
               STRING VT-VINTAGE(WS-VT-IDX) "    "
                      VT-CO-COUNT(WS-VT-IDX) " " WS-DISP-A " "
                      WS-DISP-B WS-DISP-NET
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC
           END-PERFORM
           IF WS-VT-COUNT = 0
               MOVE "  (no charge-offs or recoveries in the year)"
                   TO REPORT-REC
               WRITE REPORT-REC
           END-IF
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE WS-TOT-CO-AMOUNT TO WS-DISP-A
           MOVE WS-TOT-RC-AMOUNT TO WS-DISP-B
           COMPUTE WS-NET-LOSS = WS-TOT-CO-AMOUNT - WS-TOT-RC-AMOUNT
           MOVE WS-NET-LOSS TO WS-DISP-NET
           MOVE SPACES TO REPORT-REC
           STRING "TOTAL   " WS-TOT-CO-COUNT " " WS-DISP-A " "
                  WS-DISP-B WS-DISP-NET
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           CLOSE REPORT-FILE
           DISPLAY "Report for " WS-REPORT-YEAR " written to "
               "LOAN-CHARGEOFF-REPORT.DAT.".

      *> Vintages are kept in year order as they are added.
       FIND-VINTAGE.
           MOVE 0 TO WS-VT-IDX
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-VT-COUNT
               IF VT-VINTAGE(K) = WS-VT-VINTAGE
                   MOVE K TO WS-VT-IDX
                   EXIT PERFORM
               END-IF
               IF VT-VINTAGE(K) > WS-VT-VINTAGE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-VT-IDX > 0
               EXIT PARAGRAPH
           END-IF
           IF WS-VT-COUNT >= WS-VT-MAX
               EXIT PARAGRAPH
           END-IF
      *> K is where the new vintage belongs; shift the rest down.
           ADD 1 TO WS-VT-COUNT
           PERFORM VARYING WS-VT-K FROM WS-VT-COUNT BY -1
                   UNTIL WS-VT-K <= K
               MOVE VT-ENTRY(WS-VT-K - 1) TO VT-ENTRY(WS-VT-K)
           END-PERFORM
           MOVE K TO WS-VT-IDX
           MOVE WS-VT-VINTAGE TO VT-VINTAGE(WS-VT-IDX)
           MOVE 0 TO VT-CO-COUNT(WS-VT-IDX)
           MOVE 0 TO VT-CO-AMOUNT(WS-VT-IDX)
           MOVE 0 TO VT-RC-AMOUNT(WS-VT-IDX).

       COPY "period-check.cpy".
       COPY "branch-check.cpy".
       COPY "branch-acct.cpy".
       COPY "sysdate-read.cpy".
