      *> ---------------------------------------------------------
      *> CALENDAR-WS - shared working-storage for the bank-holiday
      *> calendar (see calendar-check.cpy). COPY into
      *> WORKING-STORAGE. The calling program must have its own
      *> SELECT CALENDAR-FILE ASSIGN TO "BANK-HOLIDAYS.DAT" (LINE
      *> SEQUENTIAL, FILE STATUS IS CAL-STATUS) with FD CALENDAR-FILE
      *> / 01 CALENDAR-REC PIC X(10). Each calendar row is one
      *> YYYYMMDD holiday; Saturdays and Sundays are non-business
      *> days whether or not the file exists.
      *> ---------------------------------------------------------
       01  CAL-STATUS             PIC XX.
       01  WS-CAL-EOF             PIC X.
       01  WS-CAL-LOADED          PIC X VALUE "N".
       01  WS-CAL-COUNT           PIC 9(3) VALUE 0.
       01  WS-CAL-MAX             PIC 9(3) VALUE 200.
       01  WS-CAL-IDX             PIC 9(3).
       01  WS-CAL-MIN-YEAR        PIC 9(4) VALUE 0.
       01  WS-CAL-MAX-YEAR        PIC 9(4) VALUE 0.
       01  CAL-TABLE.
           05 CAL-HOLIDAY OCCURS 1 TO 200 TIMES
                          DEPENDING ON WS-CAL-COUNT PIC 9(8).
      *> Callers set WS-CAL-TEST-DATE (and WS-CAL-DIRECTION, F to
      *> roll forward or B to roll back) before PERFORMing
      *> CHECK-BUSINESS-DAY or ROLL-TO-BUSINESS-DAY.
       01  WS-CAL-TEST-DATE       PIC 9(8).
       01  WS-CAL-BUSINESS        PIC X.
       01  WS-CAL-DIRECTION       PIC X VALUE "F".
       01  WS-CAL-DOW             PIC 9.
       01  WS-CAL-INT             PIC 9(8).
       01  WS-CAL-YEAR            PIC 9(4).
       01  WS-CAL-GUARD           PIC 9(3).
