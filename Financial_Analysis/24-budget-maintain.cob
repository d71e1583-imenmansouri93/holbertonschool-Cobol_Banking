       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDGET-MAINTAIN.

      *> Maintenance front end for GL-BUDGET.DAT, the plan that
      *> BUDGET-VARIANCE reports the journal against: one row per
      *> year, budget version and GL account with an amount for
      *> each month, in the account's natural sign (income and
      *> liabilities as positive credits, expenses and assets as
      *> positive debits). Version 00 is the original budget and is
      *> never changed once loaded; each revision is a whole new
      *> version (01, 02, ...) either loaded from a file or copied
      *> from the latest version, and only the latest revision can
      *> be amended line by line. A budget is loaded from
      *> BUDGET-LOAD.DAT, one row per account with its twelve
      *> months; the load is refused whole if any account is not on
      *> CHART-OF-ACCOUNTS.DAT or appears twice. Every row carries
      *> the date and the signed-on operator of its last change.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUDGET-FILE ASSIGN TO "GL-BUDGET.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BU-STATUS.
           SELECT LOAD-FILE ASSIGN TO "BUDGET-LOAD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOAD-STATUS.
           SELECT COA-FILE ASSIGN TO "CHART-OF-ACCOUNTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COA-STATUS.
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
       FD BUDGET-FILE.
       01 BUDGET-RECORD.
           05 BU-YEAR         PIC 9(4).
           05 BU-VERSION      PIC 9(2).
           05 BU-ACCOUNT      PIC X(9).
           05 BU-MONTH-AMT    PIC S9(9)V99 SIGN LEADING SEPARATE
                              OCCURS 12 TIMES.
           05 BU-CHANGED-DATE PIC 9(8).
           05 BU-CHANGED-BY   PIC X(8).

       FD LOAD-FILE.
       01 LOAD-RECORD.
           05 BL-ACCOUNT      PIC X(9).
           05 BL-MONTH-AMT    PIC S9(9)V99 SIGN LEADING SEPARATE
                              OCCURS 12 TIMES.

       FD COA-FILE.
       01 COA-RECORD.
           05 CA-ACCOUNT    PIC X(9).
           05 CA-TYPE       PIC X.
           05 CA-DESC       PIC X(20).

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
       01 WS-BU-STATUS       PIC XX.
       01 WS-LOAD-STATUS     PIC XX.
       01 WS-COA-STATUS      PIC XX.
       01 SESSION-STATUS     PIC XX.
       01 WS-SESSION-TERMINAL PIC X(8).
       01 WS-OPERATOR        PIC X(8) VALUE SPACES.
       01 WS-EOF             PIC X VALUE "N".
       01 WS-CHOICE          PIC X.
       01 WS-SOURCE          PIC X.
       01 WS-TODAY           PIC 9(8).
       01 WS-YEAR-TEXT       PIC X(4).
       01 WS-YEAR            PIC 9(4).
       01 WS-VERSION-TEXT    PIC X(2).
       01 WS-VERSION         PIC 9(2).
       01 WS-LATEST          PIC 9(2).
       01 WS-HAS-VERSION     PIC X.
       01 WS-NEW-VERSION     PIC 9(2).
       01 WS-ACCOUNT         PIC X(9).
       01 WS-ACCT-OK         PIC X.
       01 WS-MONTH-TEXT      PIC X(2).
       01 WS-MONTH           PIC 9(2).
       01 WS-AMT-TEXT        PIC X(15).
       01 WS-AMOUNT          PIC S9(9)V99.
       01 WS-ANNUAL          PIC S9(11)V99.
       01 WS-LINES           PIC 9(4).
       01 WS-LOAD-ERRORS     PIC 9(4).
       01 WS-FOUND-IDX       PIC 9(4).
       01 WS-DISP-AMT        PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-DISP-ANNUAL     PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01 J                  PIC 9(4).
       01 K                  PIC 9(4).
       01 M                  PIC 9(2).

      *> The chart of accounts, seeded like GL-ENTRY when the
      *> control file is absent.
       01 WS-CA-COUNT        PIC 9(3) VALUE 0.
       01 WS-CA-MAX          PIC 9(3) VALUE 200.
       01 CA-TABLE.
           05 CA-ENTRY OCCURS 1 TO 200 TIMES
                       DEPENDING ON WS-CA-COUNT.
               10 T-CA-ACCOUNT PIC X(9).

      *> The budget file, loaded whole and rewritten whole.
       01 WS-BU-COUNT        PIC 9(4) VALUE 0.
       01 WS-BU-MAX          PIC 9(4) VALUE 5000.
       01 BU-TABLE.
           05 BU-ENTRY OCCURS 1 TO 5000 TIMES
                       DEPENDING ON WS-BU-COUNT.
               10 T-BU-YEAR         PIC 9(4).
               10 T-BU-VERSION      PIC 9(2).
               10 T-BU-ACCOUNT      PIC X(9).
               10 T-BU-MONTH-AMT    PIC S9(9)V99
                                    OCCURS 12 TIMES.
               10 T-BU-CHANGED-DATE PIC 9(8).
               10 T-BU-CHANGED-BY   PIC X(8).

      *> A load file held until every row has passed.
       01 WS-BL-COUNT        PIC 9(4) VALUE 0.
       01 WS-BL-MAX          PIC 9(4) VALUE 1000.
       01 BL-TABLE.
           05 BL-ENTRY OCCURS 1 TO 1000 TIMES
                       DEPENDING ON WS-BL-COUNT.
               10 T-BL-ACCOUNT      PIC X(9).
               10 T-BL-MONTH-AMT    PIC S9(9)V99
                                    OCCURS 12 TIMES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "GL BUDGET MAINTENANCE"
           DISPLAY "====================="
           PERFORM READ-SYSTEM-DATE
           MOVE SD-BUSINESS-DATE TO WS-TODAY
           PERFORM READ-OPERATOR-SESSION
           IF WS-OPERATOR = SPACES
               DISPLAY "  >> No active session; log in first."
               STOP RUN
           END-IF
           PERFORM LOAD-CHART-OF-ACCOUNTS
           PERFORM LOAD-BUDGET-TABLE

           PERFORM UNTIL WS-CHOICE = "Q"
               DISPLAY " "
               DISPLAY "(L)ist versions, (D)isplay a line, load the "
                   "(O)riginal, new (R)evision, a(M)end, (Q)uit: "
                   WITH NO ADVANCING
               ACCEPT WS-CHOICE
               MOVE FUNCTION UPPER-CASE(WS-CHOICE) TO WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN "L"
                       PERFORM LIST-VERSIONS
                   WHEN "D"
                       PERFORM DISPLAY-BUDGET-LINE
                   WHEN "O"
                       PERFORM LOAD-ORIGINAL-BUDGET
                   WHEN "R"
                       PERFORM CREATE-REVISION
                   WHEN "M"
                       PERFORM AMEND-BUDGET-LINE
                   WHEN "Q"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Invalid option. Please try again."
               END-EVALUATE
           END-PERFORM

           PERFORM SAVE-BUDGET-TABLE
           DISPLAY "Budget file saved."
           STOP RUN.

       READ-OPERATOR-SESSION.
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
                       MOVE SESSION-REC-USER-ID TO WS-OPERATOR
               END-READ
               CLOSE SESSION-FILE
           END-IF.

       LOAD-CHART-OF-ACCOUNTS.
           MOVE 0 TO WS-CA-COUNT
           OPEN INPUT COA-FILE
           IF WS-COA-STATUS = "35"
               DISPLAY "No CHART-OF-ACCOUNTS.DAT found, using the "
                   "compiled-in nominals"
               MOVE 22 TO WS-CA-COUNT
               MOVE "CASH"    TO T-CA-ACCOUNT(1)
               MOVE "INTEXP"  TO T-CA-ACCOUNT(2)
               MOVE "FEEINC"  TO T-CA-ACCOUNT(3)
               MOVE "FXADJ"   TO T-CA-ACCOUNT(4)
               MOVE "GARNPAY" TO T-CA-ACCOUNT(5)
               MOVE "RETEARN" TO T-CA-ACCOUNT(6)
               MOVE "FXINC"   TO T-CA-ACCOUNT(7)
               MOVE "INTRECV" TO T-CA-ACCOUNT(8)
               MOVE "LOANINT" TO T-CA-ACCOUNT(9)
               MOVE "LOANPROV" TO T-CA-ACCOUNT(10)
               MOVE "PROVEXP" TO T-CA-ACCOUNT(11)
               MOVE "LOANS"   TO T-CA-ACCOUNT(12)
               MOVE "RECOVINC" TO T-CA-ACCOUNT(13)
               MOVE "SALEXP"  TO T-CA-ACCOUNT(14)
               MOVE "PAYTAX"  TO T-CA-ACCOUNT(15)
               MOVE "PAYDED"  TO T-CA-ACCOUNT(16)
               MOVE "NETPAY"  TO T-CA-ACCOUNT(17)
               MOVE "FXCASH"  TO T-CA-ACCOUNT(18)
               MOVE "INTERBR" TO T-CA-ACCOUNT(19)
               MOVE "ESTATEPAY" TO T-CA-ACCOUNT(20)
               MOVE "TERMDEP" TO T-CA-ACCOUNT(21)
               MOVE "CHQFLOAT" TO T-CA-ACCOUNT(22)
           ELSE
               PERFORM UNTIL WS-EOF = "Y"
                   READ COA-FILE
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF WS-CA-COUNT < WS-CA-MAX
                               ADD 1 TO WS-CA-COUNT
                               MOVE CA-ACCOUNT
                                   TO T-CA-ACCOUNT(WS-CA-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COA-FILE
           END-IF
           MOVE "N" TO WS-EOF.

       LOAD-BUDGET-TABLE.
           MOVE 0 TO WS-BU-COUNT
           OPEN INPUT BUDGET-FILE
           IF WS-BU-STATUS = "35"
               DISPLAY "  (no budget on file yet)"
           ELSE
               PERFORM UNTIL WS-EOF = "Y"
                   READ BUDGET-FILE
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF WS-BU-COUNT < WS-BU-MAX
                               ADD 1 TO WS-BU-COUNT
                               PERFORM TAKE-BUDGET-ROW
                           ELSE
                               DISPLAY "Warning: budget table full at "
                                   WS-BU-MAX ", skipping " BU-YEAR
                                   "/" BU-VERSION " " BU-ACCOUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BUDGET-FILE
           END-IF
           MOVE "N" TO WS-EOF.

       TAKE-BUDGET-ROW.
           MOVE BU-YEAR TO T-BU-YEAR(WS-BU-COUNT)
           MOVE BU-VERSION TO T-BU-VERSION(WS-BU-COUNT)
           MOVE BU-ACCOUNT TO T-BU-ACCOUNT(WS-BU-COUNT)
           PERFORM VARYING M FROM 1 BY 1 UNTIL M > 12
               MOVE BU-MONTH-AMT(M) TO T-BU-MONTH-AMT(WS-BU-COUNT, M)
           END-PERFORM
           MOVE BU-CHANGED-DATE TO T-BU-CHANGED-DATE(WS-BU-COUNT)
           MOVE BU-CHANGED-BY TO T-BU-CHANGED-BY(WS-BU-COUNT).

       SAVE-BUDGET-TABLE.
           OPEN OUTPUT BUDGET-FILE
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-BU-COUNT
               MOVE T-BU-YEAR(J) TO BU-YEAR
               MOVE T-BU-VERSION(J) TO BU-VERSION
               MOVE T-BU-ACCOUNT(J) TO BU-ACCOUNT
               PERFORM VARYING M FROM 1 BY 1 UNTIL M > 12
                   MOVE T-BU-MONTH-AMT(J, M) TO BU-MONTH-AMT(M)
               END-PERFORM
               MOVE T-BU-CHANGED-DATE(J) TO BU-CHANGED-DATE
               MOVE T-BU-CHANGED-BY(J) TO BU-CHANGED-BY
               WRITE BUDGET-RECORD
           END-PERFORM
           CLOSE BUDGET-FILE.

       ASK-YEAR.
           MOVE 0 TO WS-YEAR
           DISPLAY "Budget year (YYYY): " WITH NO ADVANCING
           ACCEPT WS-YEAR-TEXT
           IF WS-YEAR-TEXT NOT NUMERIC
               DISPLAY "  >> A four-digit year is required."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-YEAR-TEXT TO WS-YEAR.

      *> WS-LATEST is the highest version held for WS-YEAR;
      *> WS-HAS-VERSION "N" when the year has no budget at all.
       FIND-LATEST-VERSION.
           MOVE "N" TO WS-HAS-VERSION
           MOVE 0 TO WS-LATEST
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-BU-COUNT
               IF T-BU-YEAR(J) = WS-YEAR
                   MOVE "Y" TO WS-HAS-VERSION
                   IF T-BU-VERSION(J) > WS-LATEST
                       MOVE T-BU-VERSION(J) TO WS-LATEST
                   END-IF
               END-IF
           END-PERFORM.

      *> FXCASH on the chart stands for every FXCASH<ccy> currency
      *> till account.
       CHECK-ACCOUNT.
           MOVE "N" TO WS-ACCT-OK
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-CA-COUNT
               IF T-CA-ACCOUNT(K) = WS-ACCOUNT
                   OR (T-CA-ACCOUNT(K) = "FXCASH"
                       AND WS-ACCOUNT(1:6) = "FXCASH")
                   MOVE "Y" TO WS-ACCT-OK
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       LIST-VERSIONS.
           IF WS-BU-COUNT = 0
               DISPLAY "  (no budget on file yet)"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "YEAR VER LINES          ANNUAL TOTAL  CHANGED"
      *> Each year/version is listed from its first row.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-BU-COUNT
               MOVE "Y" TO WS-ACCT-OK
               PERFORM VARYING K FROM 1 BY 1 UNTIL K >= J
                   IF T-BU-YEAR(K) = T-BU-YEAR(J)
                       AND T-BU-VERSION(K) = T-BU-VERSION(J)
                       MOVE "N" TO WS-ACCT-OK
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-ACCT-OK = "Y"
                   PERFORM LIST-ONE-VERSION
               END-IF
           END-PERFORM.

       LIST-ONE-VERSION.
           MOVE 0 TO WS-LINES
           MOVE 0 TO WS-ANNUAL
           PERFORM VARYING K FROM J BY 1 UNTIL K > WS-BU-COUNT
               IF T-BU-YEAR(K) = T-BU-YEAR(J)
                   AND T-BU-VERSION(K) = T-BU-VERSION(J)
                   ADD 1 TO WS-LINES
                   PERFORM VARYING M FROM 1 BY 1 UNTIL M > 12
                       ADD T-BU-MONTH-AMT(K, M) TO WS-ANNUAL
                   END-PERFORM
               END-IF
           END-PERFORM
           MOVE WS-ANNUAL TO WS-DISP-ANNUAL
           IF T-BU-VERSION(J) = 0
               DISPLAY T-BU-YEAR(J) "  " T-BU-VERSION(J) " "
                   WS-LINES " " WS-DISP-ANNUAL "  "
                   T-BU-CHANGED-DATE(J) " " T-BU-CHANGED-BY(J)
                   " ORIGINAL"
           ELSE
               DISPLAY T-BU-YEAR(J) "  " T-BU-VERSION(J) " "
                   WS-LINES " " WS-DISP-ANNUAL "  "
                   T-BU-CHANGED-DATE(J) " " T-BU-CHANGED-BY(J)
                   " REVISION"
           END-IF.

       DISPLAY-BUDGET-LINE.
           PERFORM ASK-YEAR
           IF WS-YEAR = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-LATEST-VERSION
           IF WS-HAS-VERSION = "N"
               DISPLAY "  >> No budget for " WS-YEAR "."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Version (blank = latest " WS-LATEST "): "
               WITH NO ADVANCING
           ACCEPT WS-VERSION-TEXT
           IF WS-VERSION-TEXT = SPACES
               MOVE WS-LATEST TO WS-VERSION
           ELSE
               IF WS-VERSION-TEXT NOT NUMERIC
                   DISPLAY "  >> Two digits, e.g. 00 for the original."
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-VERSION-TEXT TO WS-VERSION
           END-IF
           DISPLAY "GL account: " WITH NO ADVANCING
           ACCEPT WS-ACCOUNT
           MOVE FUNCTION UPPER-CASE(WS-ACCOUNT) TO WS-ACCOUNT
           PERFORM FIND-BUDGET-ROW
           IF WS-FOUND-IDX = 0
               DISPLAY "  >> " WS-ACCOUNT " is not in version "
                   WS-VERSION " of " WS-YEAR "."
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-ANNUAL
           PERFORM VARYING M FROM 1 BY 1 UNTIL M > 12
               MOVE T-BU-MONTH-AMT(WS-FOUND-IDX, M) TO WS-DISP-AMT
               ADD T-BU-MONTH-AMT(WS-FOUND-IDX, M) TO WS-ANNUAL
               DISPLAY "  " WS-YEAR "/" M " " WS-DISP-AMT
           END-PERFORM
           MOVE WS-ANNUAL TO WS-DISP-ANNUAL
           DISPLAY "  YEAR  " WS-DISP-ANNUAL
           DISPLAY "  Last changed " T-BU-CHANGED-DATE(WS-FOUND-IDX)
               " by " T-BU-CHANGED-BY(WS-FOUND-IDX).

       FIND-BUDGET-ROW.
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-BU-COUNT
               IF T-BU-YEAR(J) = WS-YEAR
                   AND T-BU-VERSION(J) = WS-VERSION
                   AND T-BU-ACCOUNT(J) = WS-ACCOUNT
                   MOVE J TO WS-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       LOAD-ORIGINAL-BUDGET.
           PERFORM ASK-YEAR
           IF WS-YEAR = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-LATEST-VERSION
           IF WS-HAS-VERSION = "Y"
               DISPLAY "  >> " WS-YEAR " already has its original "
                   "budget; load a revision instead."
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-LOAD-FILE
           IF WS-BL-COUNT = 0 OR WS-LOAD-ERRORS > 0
               DISPLAY "  >> Nothing loaded."
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-NEW-VERSION
           PERFORM ADD-LOADED-VERSION.

       CREATE-REVISION.
           PERFORM ASK-YEAR
           IF WS-YEAR = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-LATEST-VERSION
           IF WS-HAS-VERSION = "N"
               DISPLAY "  >> Load the original budget for " WS-YEAR
                   " first."
               EXIT PARAGRAPH
           END-IF
           IF WS-LATEST = 99
               DISPLAY "  >> " WS-YEAR " has no revision numbers left."
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-NEW-VERSION = WS-LATEST + 1
           DISPLAY "Revision " WS-NEW-VERSION " from the (F)ile or a "
               "(C)opy of version " WS-LATEST ": "
               WITH NO ADVANCING
           ACCEPT WS-SOURCE
           MOVE FUNCTION UPPER-CASE(WS-SOURCE) TO WS-SOURCE
           EVALUATE WS-SOURCE
               WHEN "F"
                   PERFORM READ-LOAD-FILE
                   IF WS-BL-COUNT = 0 OR WS-LOAD-ERRORS > 0
                       DISPLAY "  >> Nothing loaded."
                   ELSE
                       PERFORM ADD-LOADED-VERSION
                   END-IF
               WHEN "C"
                   PERFORM COPY-LATEST-VERSION
               WHEN OTHER
                   DISPLAY "  >> No revision created."
           END-EVALUATE.

      *> The whole file is checked before any of it is taken.
       READ-LOAD-FILE.
           MOVE 0 TO WS-BL-COUNT
           MOVE 0 TO WS-LOAD-ERRORS
           OPEN INPUT LOAD-FILE
           IF WS-LOAD-STATUS = "35"
               DISPLAY "  >> No BUDGET-LOAD.DAT on file."
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ LOAD-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM CHECK-LOAD-ROW
               END-READ
           END-PERFORM
           CLOSE LOAD-FILE
           MOVE "N" TO WS-EOF
           IF WS-LOAD-ERRORS > 0
               DISPLAY "  >> " WS-LOAD-ERRORS " row(s) rejected; the "
                   "load is refused."
           END-IF.

       CHECK-LOAD-ROW.
           MOVE FUNCTION UPPER-CASE(BL-ACCOUNT) TO WS-ACCOUNT
           PERFORM CHECK-ACCOUNT
           IF WS-ACCT-OK = "N"
               DISPLAY "  >> " WS-ACCOUNT " is not on the chart of "
                   "accounts."
               ADD 1 TO WS-LOAD-ERRORS
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-BL-COUNT
               IF T-BL-ACCOUNT(J) = WS-ACCOUNT
                   DISPLAY "  >> " WS-ACCOUNT " appears twice."
                   ADD 1 TO WS-LOAD-ERRORS
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           PERFORM VARYING M FROM 1 BY 1 UNTIL M > 12
               IF BL-MONTH-AMT(M) NOT NUMERIC
                   DISPLAY "  >> " WS-ACCOUNT " month " M
                       " is not a valid amount."
                   ADD 1 TO WS-LOAD-ERRORS
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-BL-COUNT >= WS-BL-MAX
               DISPLAY "  >> More than " WS-BL-MAX " rows."
               ADD 1 TO WS-LOAD-ERRORS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-BL-COUNT
           MOVE WS-ACCOUNT TO T-BL-ACCOUNT(WS-BL-COUNT)
           PERFORM VARYING M FROM 1 BY 1 UNTIL M > 12
               MOVE BL-MONTH-AMT(M) TO T-BL-MONTH-AMT(WS-BL-COUNT, M)
           END-PERFORM.

       ADD-LOADED-VERSION.
           IF WS-BU-COUNT + WS-BL-COUNT > WS-BU-MAX
               DISPLAY "  >> The budget file is full; nothing loaded."
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-BL-COUNT
               ADD 1 TO WS-BU-COUNT
               MOVE WS-YEAR TO T-BU-YEAR(WS-BU-COUNT)
               MOVE WS-NEW-VERSION TO T-BU-VERSION(WS-BU-COUNT)
               MOVE T-BL-ACCOUNT(J) TO T-BU-ACCOUNT(WS-BU-COUNT)
               PERFORM VARYING M FROM 1 BY 1 UNTIL M > 12
                   MOVE T-BL-MONTH-AMT(J, M)
                       TO T-BU-MONTH-AMT(WS-BU-COUNT, M)
               END-PERFORM
               MOVE WS-TODAY TO T-BU-CHANGED-DATE(WS-BU-COUNT)
               MOVE WS-OPERATOR TO T-BU-CHANGED-BY(WS-BU-COUNT)
           END-PERFORM
           DISPLAY "  Version " WS-NEW-VERSION " of " WS-YEAR
               " loaded: " WS-BL-COUNT " account(s).".

       COPY-LATEST-VERSION.
           MOVE 0 TO WS-LINES
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-BU-COUNT
               IF T-BU-YEAR(J) = WS-YEAR
                   AND T-BU-VERSION(J) = WS-LATEST
                   ADD 1 TO WS-LINES
               END-IF
           END-PERFORM
           IF WS-BU-COUNT + WS-LINES > WS-BU-MAX
               DISPLAY "  >> The budget file is full; nothing copied."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BU-COUNT TO K
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > K
               IF T-BU-YEAR(J) = WS-YEAR
                   AND T-BU-VERSION(J) = WS-LATEST
                   ADD 1 TO WS-BU-COUNT
                   MOVE BU-ENTRY(J) TO BU-ENTRY(WS-BU-COUNT)
                   MOVE WS-NEW-VERSION TO T-BU-VERSION(WS-BU-COUNT)
                   MOVE WS-TODAY TO T-BU-CHANGED-DATE(WS-BU-COUNT)
                   MOVE WS-OPERATOR TO T-BU-CHANGED-BY(WS-BU-COUNT)
               END-IF
           END-PERFORM
           DISPLAY "  Version " WS-NEW-VERSION " of " WS-YEAR
               " copied from version " WS-LATEST ": " WS-LINES
               " account(s).".

       AMEND-BUDGET-LINE.
           PERFORM ASK-YEAR
           IF WS-YEAR = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-LATEST-VERSION
           IF WS-HAS-VERSION = "N"
               DISPLAY "  >> No budget for " WS-YEAR "."
               EXIT PARAGRAPH
           END-IF
           IF WS-LATEST = 0
               DISPLAY "  >> The original budget is never changed; "
                   "create a revision first."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LATEST TO WS-VERSION
           DISPLAY "GL account: " WITH NO ADVANCING
           ACCEPT WS-ACCOUNT
           MOVE FUNCTION UPPER-CASE(WS-ACCOUNT) TO WS-ACCOUNT
           PERFORM CHECK-ACCOUNT
           IF WS-ACCT-OK = "N"
               DISPLAY "  >> " WS-ACCOUNT " is not on the chart of "
                   "accounts."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Month (01-12): " WITH NO ADVANCING
           ACCEPT WS-MONTH-TEXT
           IF WS-MONTH-TEXT NOT NUMERIC
               DISPLAY "  >> Two digits, 01 to 12."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MONTH-TEXT TO WS-MONTH
           IF WS-MONTH < 1 OR WS-MONTH > 12
               DISPLAY "  >> Two digits, 01 to 12."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Amount: " WITH NO ADVANCING
           ACCEPT WS-AMT-TEXT
           IF FUNCTION TEST-NUMVAL(WS-AMT-TEXT) NOT = 0
               DISPLAY "  >> Not a valid amount."
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-AMOUNT = FUNCTION NUMVAL(WS-AMT-TEXT)

           PERFORM FIND-BUDGET-ROW
           IF WS-FOUND-IDX = 0
               IF WS-BU-COUNT >= WS-BU-MAX
                   DISPLAY "  >> The budget file is full."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-BU-COUNT
               MOVE WS-BU-COUNT TO WS-FOUND-IDX
               MOVE WS-YEAR TO T-BU-YEAR(WS-FOUND-IDX)
               MOVE WS-VERSION TO T-BU-VERSION(WS-FOUND-IDX)
               MOVE WS-ACCOUNT TO T-BU-ACCOUNT(WS-FOUND-IDX)
               PERFORM VARYING M FROM 1 BY 1 UNTIL M > 12
                   MOVE 0 TO T-BU-MONTH-AMT(WS-FOUND-IDX, M)
               END-PERFORM
           END-IF
           MOVE T-BU-MONTH-AMT(WS-FOUND-IDX, WS-MONTH) TO WS-DISP-AMT
           DISPLAY "  Was " WS-DISP-AMT
           MOVE WS-AMOUNT TO T-BU-MONTH-AMT(WS-FOUND-IDX, WS-MONTH)
           MOVE WS-TODAY TO T-BU-CHANGED-DATE(WS-FOUND-IDX)
           MOVE WS-OPERATOR TO T-BU-CHANGED-BY(WS-FOUND-IDX)
           MOVE WS-AMOUNT TO WS-DISP-AMT
           DISPLAY "  Now " WS-DISP-AMT " in version " WS-VERSION
               " of " WS-YEAR.

       COPY "sysdate-read.cpy".
