       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-RESTRUCTURE.

      *> Loan restructuring desk. A borrower who can no longer keep
      *> to the schedule used to be handled by retyping LOANS.DAT
      *> and LOAN-SCHEDULE.DAT by hand, losing the schedule the loan
      *> was originally agreed on. Here an officer proposes new
      *> terms for an ACTIVE loan -- a new rate, and either a new
      *> number of years to run or a fixed annual instalment -- with
      *> a reason, and a supervisor (session access level 5, and
      *> never the officer who proposed it) approves or declines.
      *> On approval:
      *>   - the outstanding balance is re-amortized from the first
      *>     instalment falling due after today; overdue years are
      *>     rolled into the new schedule, so the loan is current
      *>     again. A term restructure keeps the equal-principal
      *>     schedule LOAN-PAYMENT builds; an instalment
      *>     restructure runs the instalment until the balance is
      *>     cleared;
      *>   - accrued interest not yet collected (LOAN-ACCRUALS.DAT)
      *>     may be capitalized into the balance:
      *>       D LOANS  C INTRECV
      *>   - every LOAN-SCHEDULE.DAT row of the superseded version
      *>     is copied to LOAN-SCHEDULE-HISTORY.DAT under its version
      *>     number; LOAN-SCHEDULE.DAT keeps the years already paid
      *>     and the new version's rows, so the payment programs
      *>     read it as before. The original schedule is version 1;
      *>   - LOANS.DAT takes the new rate, the new final year as the
      *>     term, and the paid-through year before the new
      *>     schedule's first;
      *>   - a restructure letter (template RST1, the new first
      *>     instalment as the amount) is queued on
      *>     LETTER-TRIGGERS.DAT for LETTER-ENGINE.
      *> LOAN-RESTRUCTURES.DAT keeps one row per proposal:
      *>   P  proposed, awaiting a supervisor
      *>   A  approved -- the loan is restructured
      *>   D  declined
      *> A loan with an approved row is a restructured loan, which
      *> LOAN-DELINQUENCY flags on the aging report.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESTRUCT-FILE ASSIGN TO "LOAN-RESTRUCTURES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESTR-STATUS.
           SELECT LOANS-FILE ASSIGN TO "LOANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOANS-STATUS.
           SELECT SCHEDULE-FILE ASSIGN TO "LOAN-SCHEDULE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCHED-STATUS.
           SELECT HISTORY-FILE
               ASSIGN TO "LOAN-SCHEDULE-HISTORY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HIST-STATUS.
           SELECT ACCRUAL-FILE ASSIGN TO "LOAN-ACCRUALS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACCR-STATUS.
           SELECT TRIGGER-FILE ASSIGN TO "LETTER-TRIGGERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRG-STATUS.
           SELECT GL-JOURNAL ASSIGN TO "GL-JOURNAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-STATUS.
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
       FD RESTRUCT-FILE.
       01 RESTRUCT-RECORD.
          05 RS-LOAN-ID        PIC 9(6).
          05 RS-CUST-ID        PIC 9(5).
          05 RS-VERSION        PIC 99.
          05 RS-STATUS         PIC X.
          05 RS-PROPOSED-BY    PIC X(8).
          05 RS-PROPOSED-DATE  PIC 9(8).
          05 RS-REASON         PIC X(30).
          05 RS-DECIDED-BY     PIC X(8).
          05 RS-DECIDED-DATE   PIC 9(8).
          05 RS-OLD-RATE       PIC 99.
          05 RS-NEW-RATE       PIC 99.
          05 RS-OLD-TERM       PIC 99.
          05 RS-NEW-TERM       PIC 99.
          05 RS-YEARS          PIC 99.
          05 RS-INSTALMENT     PIC 9(7)V99.
          05 RS-CAPITALIZE     PIC X.
          05 RS-CAPITALIZED    PIC 9(7)V99.
          05 RS-FIRST-YEAR     PIC 99.
          05 RS-BALANCE        PIC 9(7)V99.

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

       FD SCHEDULE-FILE.
       01 SCHEDULE-RECORD.
          05 LS-LOAN-ID        PIC 9(6).
          05 FILLER            PIC X.
          05 LS-YEAR           PIC 99.
          05 FILLER            PIC X.
          05 LS-PAYMENT        PIC ZZZZZ9.99.
          05 FILLER            PIC X.
          05 LS-INTEREST       PIC ZZZZZ9.99.
          05 FILLER            PIC X.
          05 LS-PRINCIPAL      PIC ZZZZZ9.99.
          05 FILLER            PIC X.
          05 LS-BALANCE        PIC ZZZZZ9.99.

      *> A superseded schedule row, as it stood, under the version
      *> it belonged to and the day it was superseded.
       FD HISTORY-FILE.
       01 HISTORY-RECORD.
          05 SH-VERSION        PIC 99.
          05 FILLER            PIC X.
          05 SH-SUPERSEDED     PIC 9(8).
          05 FILLER            PIC X.
          05 SH-ROW            PIC X(49).

       FD ACCRUAL-FILE.
       01 ACCRUAL-RECORD.
          05 LA-LOAN-ID        PIC 9(6).
          05 LA-STATUS         PIC X.
          05 LA-STATUS-DATE    PIC 9(8).
          05 LA-THRU-DATE      PIC 9(8).
          05 LA-RECEIVABLE     PIC 9(7)V99.
          05 LA-INT-SEEN       PIC 9(9)V99.
          05 LA-ACCRUED-TOTAL  PIC 9(9)V99.

       FD TRIGGER-FILE.
       01 TRIGGER-RECORD.
           05 TG-TEMPLATE    PIC X(4).
           05 TG-CUST-ID     PIC 9(5).
           05 TG-AMOUNT      PIC 9(8)V99.
           05 TG-STATUS      PIC X.

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
       01 RESTR-STATUS       PIC XX.
       01 LOANS-STATUS       PIC XX.
       01 SCHED-STATUS       PIC XX.
       01 HIST-STATUS        PIC XX.
       01 ACCR-STATUS        PIC XX.
       01 TRG-STATUS         PIC XX.
       01 GL-STATUS          PIC XX.
       01 SESSION-STATUS     PIC XX.
       01 WS-SESSION-TERMINAL PIC X(8).
       01 WS-OFFICER         PIC X(8) VALUE SPACES.
       01 WS-OFFICER-LEVEL   PIC 9 VALUE 0.
       01 WS-SUPERVISOR-LEVEL PIC 9 VALUE 5.
       01 WS-EOF             PIC X VALUE "N".
       01 WS-CHOICE          PIC X.
       01 WS-DECISION        PIC X.
       01 WS-MODE            PIC X.
       01 WS-TODAY           PIC 9(8).
       01 WS-TODAY-YYYY      PIC 9(4).
       01 WS-ORIG-YYYY       PIC 9(4).
       01 WS-ANNIVERSARIES   PIC 99.
       01 WS-PICK-LOAN       PIC 9(6).
       01 WS-LOAN-IDX        PIC 9(4).
       01 WS-FOUND-IDX       PIC 9(4).
       01 WS-ACCR-IDX        PIC 9(4).
       01 WS-RECEIVABLE      PIC 9(7)V99.
       01 WS-CAPITALIZED     PIC 9(7)V99.
       01 WS-AMT-TEXT        PIC X(12).
       01 WS-NUM-TEXT        PIC X(4).
       01 WS-VERSION         PIC 99.
       01 WS-ARCHIVED        PIC 9(4).
       01 WS-DISP-A          PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-DISP-B          PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-DISP-PAY        PIC ZZZZZZ9.99.
       01 WS-DISP-INT        PIC ZZZZZZ9.99.
       01 WS-DISP-PRIN       PIC ZZZZZZ9.99.
       01 WS-DISP-BAL        PIC ZZZZZZ9.99.
       01 WS-GL-ACCOUNT      PIC X(9).
       01 WS-GL-OFFSET       PIC X(9).
       01 WS-GL-AMOUNT       PIC 9(8)V99.
       01 J                  PIC 9(4).
       01 K                  PIC 9(4).

      *> Terms handed to BUILD-NEW-SCHEDULE: the balance to spread,
      *> the rate, the first schedule year, and either the years to
      *> run or (when non-zero) the fixed annual instalment.
       01 WS-BUILD-BAL       PIC 9(7)V99.
       01 WS-BUILD-RATE      PIC 99.
       01 WS-BUILD-START     PIC 99.
       01 WS-BUILD-YEARS     PIC 99.
       01 WS-BUILD-INSTAL    PIC 9(7)V99.
       01 WS-BUILD-OK        PIC X.
       01 WS-BUILD-MSG       PIC X(50).
       01 WS-BUILD-YEAR      PIC 9(3).
       01 WS-BUILD-PRIN      PIC 9(7)V99.
       01 WS-BUILD-INT       PIC 9(7)V99.

      *> The new version's rows, built before anything is saved.
       01 WS-NS-COUNT        PIC 99 VALUE 0.
       01 NS-TABLE.
           05 NS-ENTRY OCCURS 99 TIMES.
               10 NS-YEAR        PIC 99.
               10 NS-PAYMENT     PIC 9(7)V99.
               10 NS-INTEREST    PIC 9(7)V99.
               10 NS-PRINCIPAL   PIC 9(7)V99.
               10 NS-BALANCE     PIC 9(7)V99.

      *> The restructure register, loaded whole and rewritten whole.
       01 WS-RS-COUNT        PIC 9(4) VALUE 0.
       01 WS-RS-MAX          PIC 9(4) VALUE 2000.
       01 RS-TABLE.
           05 RS-ENTRY OCCURS 1 TO 2000 TIMES
                       DEPENDING ON WS-RS-COUNT.
               10 T-RS-LOAN-ID       PIC 9(6).
               10 T-RS-CUST-ID       PIC 9(5).
               10 T-RS-VERSION       PIC 99.
               10 T-RS-STATUS        PIC X.
               10 T-RS-PROPOSED-BY   PIC X(8).
               10 T-RS-PROPOSED-DATE PIC 9(8).
               10 T-RS-REASON        PIC X(30).
               10 T-RS-DECIDED-BY    PIC X(8).
               10 T-RS-DECIDED-DATE  PIC 9(8).
               10 T-RS-OLD-RATE      PIC 99.
               10 T-RS-NEW-RATE      PIC 99.
               10 T-RS-OLD-TERM      PIC 99.
               10 T-RS-NEW-TERM      PIC 99.
               10 T-RS-YEARS         PIC 99.
               10 T-RS-INSTALMENT    PIC 9(7)V99.
               10 T-RS-CAPITALIZE    PIC X.
               10 T-RS-CAPITALIZED   PIC 9(7)V99.
               10 T-RS-FIRST-YEAR    PIC 99.
               10 T-RS-BALANCE       PIC 9(7)V99.

      *> In-memory copy of LOANS.DAT for the rewrite.
       01 WS-LN-COUNT        PIC 9(4) VALUE 0.
       01 WS-LN-MAX          PIC 9(4) VALUE 1000.
       01 LOANS-TABLE.
           05 LNS-ENTRY OCCURS 1 TO 1000 TIMES
                        DEPENDING ON WS-LN-COUNT PIC X(56).

      *> In-memory copy of LOAN-SCHEDULE.DAT for the rewrite.
       01 WS-SC-COUNT        PIC 9(5) VALUE 0.
       01 WS-SC-MAX          PIC 9(5) VALUE 20000.
       01 SC-TABLE.
           05 SC-ENTRY OCCURS 1 TO 20000 TIMES
                       DEPENDING ON WS-SC-COUNT PIC X(49).
       01 WS-SC-IDX          PIC 9(5).

       01 WS-LA-COUNT        PIC 9(4) VALUE 0.
       01 WS-LA-MAX          PIC 9(4) VALUE 1000.
       01 LA-TABLE.
           05 LA-ENTRY OCCURS 1 TO 1000 TIMES
                       DEPENDING ON WS-LA-COUNT PIC X(54).

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "LOAN RESTRUCTURING"
           DISPLAY "=================="
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
           PERFORM LOAD-RESTRUCTURES

           PERFORM UNTIL WS-CHOICE = "Q"
               DISPLAY " "
               DISPLAY "(L)ist, (P)ropose restructure, (D)ecide "
                   "(supervisor), (V)iew schedule versions, "
                   "(Q)uit: " WITH NO ADVANCING
               ACCEPT WS-CHOICE
               MOVE FUNCTION UPPER-CASE(WS-CHOICE) TO WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN "L"
                       PERFORM LIST-RESTRUCTURES
                   WHEN "P"
                       PERFORM PROPOSE-RESTRUCTURE
                   WHEN "D"
                       PERFORM DECIDE-RESTRUCTURE
                   WHEN "V"
                       PERFORM VIEW-SCHEDULE-VERSIONS
                   WHEN "Q"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Invalid option. Please try again."
               END-EVALUATE
           END-PERFORM

           PERFORM SAVE-RESTRUCTURES
           PERFORM CLOSE-ACCOUNT-BRANCH
           DISPLAY "Restructure register saved."
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

       LOAD-RESTRUCTURES.
           MOVE 0 TO WS-RS-COUNT
           OPEN INPUT RESTRUCT-FILE
           IF RESTR-STATUS NOT = "35"
               PERFORM UNTIL WS-EOF = "Y"
                   READ RESTRUCT-FILE
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF WS-RS-COUNT < WS-RS-MAX
                               ADD 1 TO WS-RS-COUNT
                               MOVE RESTRUCT-RECORD
                                   TO RS-ENTRY(WS-RS-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESTRUCT-FILE
           END-IF
           MOVE "N" TO WS-EOF.

       SAVE-RESTRUCTURES.
           OPEN OUTPUT RESTRUCT-FILE
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-RS-COUNT
               MOVE RS-ENTRY(J) TO RESTRUCT-RECORD
               WRITE RESTRUCT-RECORD
           END-PERFORM
           CLOSE RESTRUCT-FILE.

       LIST-RESTRUCTURES.
           DISPLAY "LOAN   CUST  V S PROPOSED BY       RATE  "
               "TERM    INSTALMENT REASON"
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-RS-COUNT
               MOVE T-RS-INSTALMENT(J) TO WS-DISP-A
               DISPLAY T-RS-LOAN-ID(J) " " T-RS-CUST-ID(J) " "
                   T-RS-VERSION(J) " " T-RS-STATUS(J) " "
                   T-RS-PROPOSED-DATE(J) " " T-RS-PROPOSED-BY(J)
                   " " T-RS-OLD-RATE(J) ">" T-RS-NEW-RATE(J)
                   " " T-RS-OLD-TERM(J) ">" T-RS-NEW-TERM(J)
                   " " WS-DISP-A " "
                   FUNCTION TRIM(T-RS-REASON(J))
           END-PERFORM
           IF WS-RS-COUNT = 0
               DISPLAY "  (no restructures on file)"
           END-IF.

      *> WS-FOUND-IDX: the loan's proposal awaiting a decision, if
      *> any. WS-VERSION: the loan's current schedule version.
       FIND-RESTRUCTURE.
           MOVE 0 TO WS-FOUND-IDX
           MOVE 1 TO WS-VERSION
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-RS-COUNT
               IF T-RS-LOAN-ID(J) = WS-PICK-LOAN
                   IF T-RS-STATUS(J) = "P"
                       MOVE J TO WS-FOUND-IDX
                   END-IF
                   IF T-RS-STATUS(J) = "A"
                       AND T-RS-VERSION(J) > WS-VERSION
                       MOVE T-RS-VERSION(J) TO WS-VERSION
                   END-IF
               END-IF
           END-PERFORM.

      *> The proposal carries the terms; the balance, the interest
      *> capitalized and the schedule itself are worked out again
      *> on the day a supervisor approves.
       PROPOSE-RESTRUCTURE.
           DISPLAY "Loan id (6 digits): "
           ACCEPT WS-PICK-LOAN
           PERFORM LOAD-LOANS
           IF WS-LOAN-IDX = 0
               DISPLAY "  >> Loan not on LOANS.DAT."
               EXIT PARAGRAPH
           END-IF
           IF LN-STATUS NOT = "ACTIVE" OR LN-OUTSTANDING = 0
               DISPLAY "  >> Loan is " FUNCTION TRIM(LN-STATUS)
                   "; nothing outstanding to restructure."
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-RESTRUCTURE
           IF WS-FOUND-IDX > 0
               DISPLAY "  >> A restructure is already awaiting a "
                   "supervisor."
               EXIT PARAGRAPH
           END-IF
           IF WS-RS-COUNT >= WS-RS-MAX
               DISPLAY "Restructure register is full, cannot add."
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-RECEIVABLE
           MOVE LN-OUTSTANDING TO WS-DISP-A
           MOVE WS-RECEIVABLE TO WS-DISP-B
           DISPLAY "Outstanding " WS-DISP-A ", accrued interest "
               WS-DISP-B
           DISPLAY "Rate " LN-RATE-PCT "%, term " LN-TERM-YEARS
               " years, paid through year " LN-PAID-THRU
               ", schedule version " WS-VERSION "."

           MOVE SPACES TO RESTRUCT-RECORD
           MOVE LN-LOAN-ID TO RS-LOAN-ID
           MOVE LN-CUST-ID TO RS-CUST-ID
           MOVE 0 TO RS-VERSION
           MOVE "P" TO RS-STATUS
           MOVE WS-OFFICER TO RS-PROPOSED-BY
           MOVE WS-TODAY TO RS-PROPOSED-DATE
           MOVE 0 TO RS-DECIDED-DATE
           MOVE LN-RATE-PCT TO RS-OLD-RATE
           MOVE LN-TERM-YEARS TO RS-OLD-TERM
           MOVE 0 TO RS-YEARS
           MOVE 0 TO RS-INSTALMENT
           MOVE 0 TO RS-CAPITALIZED
           MOVE "N" TO RS-CAPITALIZE

           DISPLAY "New rate % (blank = keep " LN-RATE-PCT "): "
           MOVE SPACES TO WS-NUM-TEXT
           ACCEPT WS-NUM-TEXT
           IF WS-NUM-TEXT = SPACES
               MOVE LN-RATE-PCT TO RS-NEW-RATE
           ELSE
               MOVE FUNCTION NUMVAL(WS-NUM-TEXT) TO RS-NEW-RATE
           END-IF
           DISPLAY "Restructure by (T)erm or fixed (I)nstalment: "
           ACCEPT WS-MODE
           MOVE FUNCTION UPPER-CASE(WS-MODE) TO WS-MODE
           EVALUATE WS-MODE
               WHEN "T"
                   DISPLAY "Years to run from the next instalment: "
                   MOVE SPACES TO WS-NUM-TEXT
                   ACCEPT WS-NUM-TEXT
                   MOVE FUNCTION NUMVAL(WS-NUM-TEXT) TO RS-YEARS
                   IF RS-YEARS = 0
                       DISPLAY "  >> The new term must be at least "
                           "one year."
                       EXIT PARAGRAPH
                   END-IF
               WHEN "I"
                   DISPLAY "Annual instalment: "
                   ACCEPT WS-AMT-TEXT
                   MOVE FUNCTION NUMVAL(WS-AMT-TEXT) TO RS-INSTALMENT
                   IF RS-INSTALMENT = 0
                       DISPLAY "  >> An instalment is required."
                       EXIT PARAGRAPH
                   END-IF
               WHEN OTHER
                   DISPLAY "  >> Choose T or I; nothing proposed."
                   EXIT PARAGRAPH
           END-EVALUATE
           IF WS-RECEIVABLE > 0
               DISPLAY "Capitalize the accrued interest (Y/N): "
               ACCEPT RS-CAPITALIZE
               MOVE FUNCTION UPPER-CASE(RS-CAPITALIZE)
                   TO RS-CAPITALIZE
               IF RS-CAPITALIZE NOT = "Y"
                   MOVE "N" TO RS-CAPITALIZE
               END-IF
           END-IF
           DISPLAY "Reason (30 chars): "
           ACCEPT RS-REASON

           PERFORM PREPARE-NEW-SCHEDULE
           PERFORM SHOW-NEW-SCHEDULE
           IF WS-BUILD-OK = "N"
               DISPLAY "  >> " FUNCTION TRIM(WS-BUILD-MSG)
                   "; nothing proposed."
               EXIT PARAGRAPH
           END-IF
           MOVE NS-YEAR(WS-NS-COUNT) TO RS-NEW-TERM
           MOVE WS-BUILD-START TO RS-FIRST-YEAR
           MOVE WS-BUILD-BAL TO RS-BALANCE
           ADD 1 TO WS-RS-COUNT
           MOVE RESTRUCT-RECORD TO RS-ENTRY(WS-RS-COUNT)
           DISPLAY "Restructure of loan " WS-PICK-LOAN
               " proposed; a supervisor must approve it.".

      *> From LOANS-RECORD and the terms in RESTRUCT-RECORD: the
      *> first new schedule year is the one after the later of the
      *> paid-through year and the anniversaries already passed,
      *> and the balance is the outstanding principal plus any
      *> interest to be capitalized.
       PREPARE-NEW-SCHEDULE.
           COMPUTE WS-TODAY-YYYY = WS-TODAY / 10000
           COMPUTE WS-ORIG-YYYY = LN-ORIG-DATE / 10000
           MOVE 0 TO WS-ANNIVERSARIES
           IF WS-TODAY-YYYY > WS-ORIG-YYYY
               COMPUTE WS-ANNIVERSARIES = WS-TODAY-YYYY - WS-ORIG-YYYY
               IF FUNCTION MOD(WS-TODAY, 10000)
                   < FUNCTION MOD(LN-ORIG-DATE, 10000)
                   SUBTRACT 1 FROM WS-ANNIVERSARIES
               END-IF
           END-IF
           IF LN-PAID-THRU > WS-ANNIVERSARIES
               COMPUTE WS-BUILD-START = LN-PAID-THRU + 1
           ELSE
               COMPUTE WS-BUILD-START = WS-ANNIVERSARIES + 1
           END-IF
           MOVE 0 TO WS-CAPITALIZED
           IF RS-CAPITALIZE = "Y"
               MOVE WS-RECEIVABLE TO WS-CAPITALIZED
           END-IF
           COMPUTE WS-BUILD-BAL = LN-OUTSTANDING + WS-CAPITALIZED
           MOVE RS-NEW-RATE TO WS-BUILD-RATE
           MOVE RS-YEARS TO WS-BUILD-YEARS
           MOVE RS-INSTALMENT TO WS-BUILD-INSTAL
           PERFORM BUILD-NEW-SCHEDULE.

      *> Term restructure: equal annual principal with the last
      *> year taking the rounding, as LOAN-PAYMENT builds it.
      *> Instalment restructure: each year's interest comes out of
      *> the instalment first and the rest repays principal, the
      *> final year paying off whatever is left. Schedule years run
      *> no further than 99.
       BUILD-NEW-SCHEDULE.
           MOVE 0 TO WS-NS-COUNT
           MOVE "Y" TO WS-BUILD-OK
           MOVE SPACES TO WS-BUILD-MSG
           IF WS-BUILD-INSTAL = 0
               IF WS-BUILD-START + WS-BUILD-YEARS - 1 > 99
                   MOVE "N" TO WS-BUILD-OK
                   MOVE "Term would run past schedule year 99"
                       TO WS-BUILD-MSG
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-BUILD-PRIN ROUNDED =
                   WS-BUILD-BAL / WS-BUILD-YEARS
           END-IF
           MOVE WS-BUILD-START TO WS-BUILD-YEAR
           PERFORM UNTIL WS-BUILD-BAL = 0 OR WS-BUILD-OK = "N"
               IF WS-BUILD-YEAR > 99
                   MOVE "N" TO WS-BUILD-OK
                   MOVE "Instalment does not clear the loan by year 99"
                       TO WS-BUILD-MSG
                   EXIT PERFORM
               END-IF
               COMPUTE WS-BUILD-INT ROUNDED =
                   WS-BUILD-BAL * WS-BUILD-RATE / 100
               IF WS-BUILD-INSTAL > 0
                   IF WS-BUILD-INSTAL NOT > WS-BUILD-INT
                       MOVE "N" TO WS-BUILD-OK
                       MOVE "Instalment does not cover the interest"
                           TO WS-BUILD-MSG
                       EXIT PERFORM
                   END-IF
                   COMPUTE WS-BUILD-PRIN =
                       WS-BUILD-INSTAL - WS-BUILD-INT
               END-IF
               IF WS-BUILD-PRIN > WS-BUILD-BAL
                   OR WS-BUILD-YEAR =
                       WS-BUILD-START + WS-BUILD-YEARS - 1
                   MOVE WS-BUILD-BAL TO WS-BUILD-PRIN
               END-IF
               SUBTRACT WS-BUILD-PRIN FROM WS-BUILD-BAL
               ADD 1 TO WS-NS-COUNT
               MOVE WS-BUILD-YEAR TO NS-YEAR(WS-NS-COUNT)
               MOVE WS-BUILD-INT TO NS-INTEREST(WS-NS-COUNT)
               MOVE WS-BUILD-PRIN TO NS-PRINCIPAL(WS-NS-COUNT)
               COMPUTE NS-PAYMENT(WS-NS-COUNT) =
                   WS-BUILD-PRIN + WS-BUILD-INT
               MOVE WS-BUILD-BAL TO NS-BALANCE(WS-NS-COUNT)
               ADD 1 TO WS-BUILD-YEAR
           END-PERFORM
      *> Put the opening balance back for the caller.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-NS-COUNT
               ADD NS-PRINCIPAL(J) TO WS-BUILD-BAL
           END-PERFORM.

       SHOW-NEW-SCHEDULE.
           IF WS-CAPITALIZED > 0
               MOVE WS-CAPITALIZED TO WS-DISP-A
               DISPLAY "Accrued interest capitalized: " WS-DISP-A
           END-IF
           MOVE WS-BUILD-BAL TO WS-DISP-A
           DISPLAY "New schedule at " WS-BUILD-RATE "% on "
               WS-DISP-A ":"
           DISPLAY "YR    PAYMENT   INTEREST  PRINCIPAL    BALANCE"
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-NS-COUNT
               MOVE NS-PAYMENT(J) TO WS-DISP-PAY
               MOVE NS-INTEREST(J) TO WS-DISP-INT
               MOVE NS-PRINCIPAL(J) TO WS-DISP-PRIN
               MOVE NS-BALANCE(J) TO WS-DISP-BAL
               DISPLAY NS-YEAR(J) " " WS-DISP-PAY " " WS-DISP-INT
                   " " WS-DISP-PRIN " " WS-DISP-BAL
           END-PERFORM.

       DECIDE-RESTRUCTURE.
           IF WS-OFFICER-LEVEL < WS-SUPERVISOR-LEVEL
               DISPLAY "  >> Access denied: level " WS-OFFICER-LEVEL
                   " may not approve a restructure; level "
                   WS-SUPERVISOR-LEVEL " or higher is required."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Awaiting decision:"
           MOVE 0 TO K
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-RS-COUNT
               IF T-RS-STATUS(J) = "P"
                   ADD 1 TO K
                   DISPLAY "  " T-RS-LOAN-ID(J) " proposed "
                       T-RS-PROPOSED-DATE(J) " by "
                       T-RS-PROPOSED-BY(J) " "
                       FUNCTION TRIM(T-RS-REASON(J))
               END-IF
           END-PERFORM
           IF K = 0
               DISPLAY "  (none)"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Loan id to decide: "
           ACCEPT WS-PICK-LOAN
           PERFORM FIND-RESTRUCTURE
           IF WS-FOUND-IDX = 0
               DISPLAY "  >> No restructure awaiting a decision for "
                   "that loan."
               EXIT PARAGRAPH
           END-IF
           IF T-RS-PROPOSED-BY(WS-FOUND-IDX) = WS-OFFICER
               DISPLAY "  >> You proposed this restructure; another "
                   "supervisor must decide it."
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-LOANS
           IF WS-LOAN-IDX = 0
               OR LN-STATUS NOT = "ACTIVE"
               OR LN-OUTSTANDING = 0
               DISPLAY "  >> Loan is no longer active with a "
                   "balance; proposal declined."
               MOVE "D" TO T-RS-STATUS(WS-FOUND-IDX)
               PERFORM STAMP-DECISION
               EXIT PARAGRAPH
           END-IF
           MOVE RS-ENTRY(WS-FOUND-IDX) TO RESTRUCT-RECORD
           PERFORM FIND-RECEIVABLE
           PERFORM PREPARE-NEW-SCHEDULE
           MOVE LN-OUTSTANDING TO WS-DISP-A
           DISPLAY "Loan " LN-LOAN-ID " customer " LN-CUST-ID
               " outstanding " WS-DISP-A ", rate " LN-RATE-PCT
               "%, term " LN-TERM-YEARS
           PERFORM SHOW-NEW-SCHEDULE
           IF WS-BUILD-OK = "N"
               DISPLAY "  >> " FUNCTION TRIM(WS-BUILD-MSG)
                   "; the proposal can only be declined."
           END-IF
           DISPLAY "(A)pprove restructure or (D)ecline: "
           ACCEPT WS-DECISION
           MOVE FUNCTION UPPER-CASE(WS-DECISION) TO WS-DECISION
           EVALUATE TRUE
               WHEN WS-DECISION = "A" AND WS-BUILD-OK = "Y"
                   PERFORM APPLY-RESTRUCTURE
               WHEN WS-DECISION = "D"
                   MOVE "D" TO T-RS-STATUS(WS-FOUND-IDX)
                   PERFORM STAMP-DECISION
                   DISPLAY "Restructure declined; the loan keeps "
                       "its schedule."
               WHEN OTHER
                   DISPLAY "  >> Proposal left awaiting a decision."
           END-EVALUATE.

       STAMP-DECISION.
           MOVE WS-OFFICER TO T-RS-DECIDED-BY(WS-FOUND-IDX)
           MOVE WS-TODAY TO T-RS-DECIDED-DATE(WS-FOUND-IDX).

       APPLY-RESTRUCTURE.
           IF WS-CAPITALIZED > 0
               MOVE WS-TODAY TO WS-PER-TEST-DATE
               PERFORM CHECK-PERIOD-OPEN
               IF WS-PER-OPEN = "N"
                   DISPLAY "  >> Accounting period " WS-TODAY(1:6)
                       " is closed; the capitalized interest cannot "
                       "post into it."
                   EXIT PARAGRAPH
               END-IF
               PERFORM CAPITALIZE-INTEREST
           END-IF
           ADD 1 TO WS-VERSION
           PERFORM REPLACE-SCHEDULE

           MOVE RS-NEW-RATE TO LN-RATE-PCT
           MOVE NS-YEAR(WS-NS-COUNT) TO LN-TERM-YEARS
           ADD WS-CAPITALIZED TO LN-OUTSTANDING
           COMPUTE LN-PAID-THRU = WS-BUILD-START - 1
           MOVE 0 TO LN-YEAR-PAID
           MOVE LOANS-RECORD TO LNS-ENTRY(WS-LOAN-IDX)
           PERFORM SAVE-LOANS

           PERFORM QUEUE-RESTRUCTURE-LETTER

           MOVE "A" TO T-RS-STATUS(WS-FOUND-IDX)
           MOVE WS-VERSION TO T-RS-VERSION(WS-FOUND-IDX)
           MOVE LN-TERM-YEARS TO T-RS-NEW-TERM(WS-FOUND-IDX)
           MOVE WS-CAPITALIZED TO T-RS-CAPITALIZED(WS-FOUND-IDX)
           MOVE WS-BUILD-START TO T-RS-FIRST-YEAR(WS-FOUND-IDX)
           MOVE WS-BUILD-BAL TO T-RS-BALANCE(WS-FOUND-IDX)
           PERFORM STAMP-DECISION
           DISPLAY "Loan " WS-PICK-LOAN " restructured: schedule "
               "version " WS-VERSION ", years " WS-BUILD-START
               " to " LN-TERM-YEARS "; " WS-ARCHIVED
               " superseded row(s) kept on "
               "LOAN-SCHEDULE-HISTORY.DAT."
           DISPLAY "Restructure letter queued for customer "
               LN-CUST-ID ".".

      *> WS-RECEIVABLE: the loan's uncollected accrued interest on
      *> LOAN-ACCRUALS.DAT, with the file kept in LA-TABLE and
      *> WS-ACCR-IDX pointing at the loan's row (zero if none).
       FIND-RECEIVABLE.
           MOVE 0 TO WS-RECEIVABLE
           MOVE 0 TO WS-ACCR-IDX
           MOVE 0 TO WS-LA-COUNT
           OPEN INPUT ACCRUAL-FILE
           IF ACCR-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ ACCRUAL-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF WS-LA-COUNT < WS-LA-MAX
                           ADD 1 TO WS-LA-COUNT
                           MOVE ACCRUAL-RECORD TO LA-ENTRY(WS-LA-COUNT)
                           IF LA-LOAN-ID = WS-PICK-LOAN
                               MOVE WS-LA-COUNT TO WS-ACCR-IDX
                               MOVE LA-RECEIVABLE TO WS-RECEIVABLE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCRUAL-FILE
           MOVE "N" TO WS-EOF.

      *> The receivable becomes loan principal; LOAN-ACCRUAL goes
      *> on accruing on the larger balance. Both legs post at the
      *> branch of the borrower's own account.
       CAPITALIZE-INTEREST.
           MOVE LN-CUST-ID TO WS-BR-ACC-ID
           PERFORM LOOKUP-ACCOUNT-BRANCH
           OPEN EXTEND GL-JOURNAL
           IF GL-STATUS = "35"
               OPEN OUTPUT GL-JOURNAL
           END-IF
           MOVE "LOANS" TO WS-GL-ACCOUNT
           MOVE "INTRECV" TO WS-GL-OFFSET
           MOVE WS-CAPITALIZED TO WS-GL-AMOUNT
           PERFORM WRITE-GL-PAIR
           CLOSE GL-JOURNAL

           MOVE LA-ENTRY(WS-ACCR-IDX) TO ACCRUAL-RECORD
           MOVE 0 TO LA-RECEIVABLE
           MOVE ACCRUAL-RECORD TO LA-ENTRY(WS-ACCR-IDX)
           OPEN OUTPUT ACCRUAL-FILE
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-LA-COUNT
               MOVE LA-ENTRY(J) TO ACCRUAL-RECORD
               WRITE ACCRUAL-RECORD
           END-PERFORM
           CLOSE ACCRUAL-FILE.

      *> Every row of the loan's current version goes to the
      *> history file; the rewritten LOAN-SCHEDULE.DAT keeps the
      *> years already paid and takes the new version's rows.
       REPLACE-SCHEDULE.
           MOVE 0 TO WS-SC-COUNT
           MOVE 0 TO WS-ARCHIVED
           OPEN EXTEND HISTORY-FILE
           IF HIST-STATUS = "35"
               OPEN OUTPUT HISTORY-FILE
           END-IF
           OPEN INPUT SCHEDULE-FILE
           IF SCHED-STATUS NOT = "35"
               PERFORM UNTIL WS-EOF = "Y"
                   READ SCHEDULE-FILE
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           PERFORM KEEP-SCHEDULE-ROW
                   END-READ
               END-PERFORM
               CLOSE SCHEDULE-FILE
           END-IF
           MOVE "N" TO WS-EOF
           CLOSE HISTORY-FILE

           OPEN OUTPUT SCHEDULE-FILE
           PERFORM VARYING WS-SC-IDX FROM 1 BY 1
                   UNTIL WS-SC-IDX > WS-SC-COUNT
               MOVE SC-ENTRY(WS-SC-IDX) TO SCHEDULE-RECORD
               WRITE SCHEDULE-RECORD
           END-PERFORM
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-NS-COUNT
               MOVE SPACES TO SCHEDULE-RECORD
               MOVE WS-PICK-LOAN TO LS-LOAN-ID
               MOVE NS-YEAR(J) TO LS-YEAR
               MOVE NS-PAYMENT(J) TO LS-PAYMENT
               MOVE NS-INTEREST(J) TO LS-INTEREST
               MOVE NS-PRINCIPAL(J) TO LS-PRINCIPAL
               MOVE NS-BALANCE(J) TO LS-BALANCE
               WRITE SCHEDULE-RECORD
           END-PERFORM
           CLOSE SCHEDULE-FILE.

       KEEP-SCHEDULE-ROW.
           IF LS-LOAN-ID = WS-PICK-LOAN
               MOVE SPACES TO HISTORY-RECORD
               COMPUTE SH-VERSION = WS-VERSION - 1
               MOVE WS-TODAY TO SH-SUPERSEDED
               MOVE SCHEDULE-RECORD TO SH-ROW
               WRITE HISTORY-RECORD
               ADD 1 TO WS-ARCHIVED
               IF LS-YEAR > LN-PAID-THRU
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-SC-COUNT < WS-SC-MAX
               ADD 1 TO WS-SC-COUNT
               MOVE SCHEDULE-RECORD TO SC-ENTRY(WS-SC-COUNT)
           END-IF.

       QUEUE-RESTRUCTURE-LETTER.
           OPEN EXTEND TRIGGER-FILE
           IF TRG-STATUS = "35"
               OPEN OUTPUT TRIGGER-FILE
           END-IF
           MOVE SPACES TO TRIGGER-RECORD
           MOVE "RST1" TO TG-TEMPLATE
           MOVE LN-CUST-ID TO TG-CUST-ID
           MOVE NS-PAYMENT(1) TO TG-AMOUNT
           MOVE "P" TO TG-STATUS
           WRITE TRIGGER-RECORD
           CLOSE TRIGGER-FILE.

      *> Superseded versions from the history file, then the
      *> version in force.
       VIEW-SCHEDULE-VERSIONS.
           DISPLAY "Loan id (6 digits): "
           ACCEPT WS-PICK-LOAN
           PERFORM FIND-RESTRUCTURE
           MOVE 0 TO K
           DISPLAY "V  SUPERSEDED LOAN   YR   PAYMENT  INTEREST "
               "PRINCIPAL   BALANCE"
           OPEN INPUT HISTORY-FILE
           IF HIST-STATUS NOT = "35"
               PERFORM UNTIL WS-EOF = "Y"
                   READ HISTORY-FILE
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           MOVE SH-ROW TO SCHEDULE-RECORD
                           IF LS-LOAN-ID = WS-PICK-LOAN
                               ADD 1 TO K
                               DISPLAY SH-VERSION " " SH-SUPERSEDED
                                   "   " SH-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF
           MOVE "N" TO WS-EOF
           OPEN INPUT SCHEDULE-FILE
           IF SCHED-STATUS NOT = "35"
               PERFORM UNTIL WS-EOF = "Y"
                   READ SCHEDULE-FILE
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF LS-LOAN-ID = WS-PICK-LOAN
                               ADD 1 TO K
                               DISPLAY WS-VERSION " in force   "
                                   SCHEDULE-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SCHEDULE-FILE
           END-IF
           MOVE "N" TO WS-EOF
           IF K = 0
               DISPLAY "  (no schedule rows for that loan)"
           END-IF.

      *> Debit WS-GL-ACCOUNT, credit WS-GL-OFFSET.
       WRITE-GL-PAIR.
           MOVE SPACES TO GL-JOURNAL-REC
           MOVE WS-TODAY TO GJ-DATE
           MOVE "LOAN-RESTR" TO GJ-PROGRAM
           MOVE WS-GL-ACCOUNT TO GJ-ACCOUNT
           MOVE "D" TO GJ-DC
           MOVE WS-GL-AMOUNT TO GJ-AMOUNT
           MOVE WS-GL-OFFSET TO GJ-OFFSET
           MOVE 0 TO GJ-BATCH
           MOVE WS-BR-ACC-BRANCH TO GJ-COST-CENTRE
           WRITE GL-JOURNAL-REC

           MOVE SPACES TO GL-JOURNAL-REC
           MOVE WS-TODAY TO GJ-DATE
           MOVE "LOAN-RESTR" TO GJ-PROGRAM
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

       COPY "period-check.cpy".
       COPY "branch-check.cpy".
       COPY "branch-acct.cpy".
       COPY "sysdate-read.cpy".
