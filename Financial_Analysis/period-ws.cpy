      *> ---------------------------------------------------------
      *> PERIOD-WS - shared working-storage for GL-PERIODS.DAT, the
      *> accounting-period register PERIOD-CLOSE maintains (see
      *> period-check.cpy). COPY into WORKING-STORAGE. The calling
      *> program must have its own SELECT PERIOD-FILE ASSIGN TO
      *> "GL-PERIODS.DAT" (LINE SEQUENTIAL, FILE STATUS IS
      *> PERIOD-STATUS) with FD PERIOD-FILE / 01 PERIOD-REC
      *> PIC X(100). One row per period ever closed; a period with
      *> no row has never been closed and is open for posting.
      *> ---------------------------------------------------------
       01  PERIOD-STATUS          PIC XX.
      *> GP-STATE "C" closed, "R" closed with a reopen awaiting its
      *> second approver (still closed for posting), "O" reopened.
      *> GP-REQ-BY / GP-APPR-BY are the two users of the last reopen.
       01  PERIOD-DETAIL.
           05 GP-PERIOD           PIC 9(6).
           05 GP-STATE            PIC X.
           05 GP-CLOSED-DATE      PIC 9(8).
           05 GP-CLOSED-BY        PIC X(8).
           05 GP-REQ-DATE         PIC 9(8).
           05 GP-REQ-BY           PIC X(8).
           05 GP-REOPEN-DATE      PIC 9(8).
           05 GP-APPR-BY          PIC X(8).
           05 GP-REASON           PIC X(30).
           05 FILLER              PIC X(15).
       01  WS-PER-EOF             PIC X.
       01  WS-PER-COUNT           PIC 9(3) VALUE 0.
       01  WS-PER-MAX             PIC 9(3) VALUE 600.
       01  WS-PER-IDX             PIC 9(3).
       01  PER-CLOSED-TABLE.
           05 PER-CLOSED OCCURS 1 TO 600 TIMES
                         DEPENDING ON WS-PER-COUNT PIC 9(6).
      *> Callers set WS-PER-TEST-DATE (YYYYMMDD) before PERFORMing
      *> CHECK-PERIOD-OPEN; WS-PER-OPEN comes back Y/N.
       01  WS-PER-TEST-DATE       PIC 9(8).
       01  WS-PER-OPEN            PIC X.
