      *> ---------------------------------------------------------
      *> BRANCH-WS - shared working-storage for the branch register
      *> branches.dat (see branch-check.cpy) and the account-to-
      *> branch lookup (see branch-acct.cpy). COPY into
      *> WORKING-STORAGE. The calling program must have its own
      *> SELECT BRANCH-FILE ASSIGN TO "branches.dat" (LINE
      *> SEQUENTIAL, FILE STATUS IS BRANCH-STATUS) with FD
      *> BRANCH-FILE / 01 BRANCH-REC PIC X(80). Rows are keyed:
      *>   B  branch code              branch name
      *>   T  terminal id              branch code it sits in
      *> With no register on file the bank is the one branch 0001
      *> HEAD OFFICE, and every terminal belongs to it; a terminal
      *> with no T row belongs to head office too.
      *> ---------------------------------------------------------
       01  BRANCH-STATUS          PIC XX.
       01  BRANCH-DETAIL.
           05 BD-KIND             PIC X.
           05 BD-KEY              PIC X(8).
           05 BD-VALUE            PIC X(20).
       01  WS-BR-HEAD-OFFICE      PIC X(4) VALUE "0001".
       01  WS-BR-EOF              PIC X.
       01  WS-BR-IDX              PIC 9(3).
       01  WS-BR-COUNT            PIC 9(3) VALUE 0.
       01  WS-BR-MAX              PIC 9(3) VALUE 200.
       01  BR-TABLE.
           05 BR-ENTRY OCCURS 1 TO 200 TIMES
                       DEPENDING ON WS-BR-COUNT.
               10 BR-CODE         PIC X(4).
               10 BR-NAME         PIC X(20).
       01  WS-BT-COUNT            PIC 9(3) VALUE 0.
       01  WS-BT-MAX              PIC 9(3) VALUE 500.
       01  BT-TABLE.
           05 BT-ENTRY OCCURS 1 TO 500 TIMES
                       DEPENDING ON WS-BT-COUNT.
               10 BT-TERMINAL     PIC X(8).
               10 BT-BRANCH       PIC X(4).
      *> LOAD-BRANCHES resolves the terminal this run is on
      *> (BANK_TERMINAL_ID, CONSOLE when unset) to its branch.
       01  WS-BR-TERMINAL         PIC X(8).
       01  WS-BR-TERM-BRANCH      PIC X(4).
      *> Callers set WS-BR-TEST-CODE before PERFORMing
      *> CHECK-BRANCH-CODE; WS-BR-VALID comes back Y/N and
      *> WS-BR-TEST-NAME with the branch name.
       01  WS-BR-TEST-CODE        PIC X(4).
       01  WS-BR-TEST-NAME        PIC X(20).
       01  WS-BR-VALID            PIC X.
      *> Callers set WS-BR-ACC-ID before PERFORMing
      *> LOOKUP-ACCOUNT-BRANCH; WS-BR-ACC-BRANCH comes back with
      *> the account's branch. WS-BR-ACC-OPEN is "Y" once the
      *> master is open, "X" when it could not be opened.
       01  BRACC-STATUS           PIC XX.
       01  WS-BR-ACC-ID           PIC 9(5).
       01  WS-BR-ACC-BRANCH       PIC X(4).
       01  WS-BR-ACC-OPEN         PIC X VALUE "N".
