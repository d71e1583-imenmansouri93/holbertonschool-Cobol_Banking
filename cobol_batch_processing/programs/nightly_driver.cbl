           SELECT HISTORY-FILE ASSIGN TO 'RUNTIME-HISTORY.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT SYSDATE-FILE ASSIGN TO 'SYSTEM-DATE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSDATE-STATUS.
           SELECT SYSDATE-LOG-FILE ASSIGN TO 'SYSTEM-DATE-LOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSDATE-LOG-STATUS.
           SELECT SYSSTAT-FILE ASSIGN TO 'SYSTEM-STATUS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSSTAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> JF-FREQUENCY says on which business days the step is due:
      *> DAILY (or blank, every business day), MON..FRI (that
      *> weekday only), MSTART / MEND (first / last business day of
      *> the month), QEND (last business day of a calendar quarter)
      *> or YEND (last business day of the year). Rows written before
      *> the column existed carry blanks and keep running nightly.
       FD JOBS-FILE.
       01 JOBS-RECORD.
           05 JF-STEP-NAME   PIC X(12).
           05 JF-COMMAND     PIC X(60).
           05 JF-FREQUENCY   PIC X(6).

       FD JOB-CONTROL-FILE.
       01 JOB-CONTROL-REC    PIC X(100).
           05 RH-SECONDS     PIC 9(6).
           05 RH-OUTCOME     PIC X(12).

       FD SYSDATE-FILE.
       01 SYSDATE-REC        PIC X(40).

       FD SYSDATE-LOG-FILE.
       01 SYSDATE-LOG-REC    PIC X(120).

       FD SYSSTAT-FILE.
       01 SYSSTAT-REC        PIC X(60).

       WORKING-STORAGE SECTION.
       01 WS-JOBS-STATUS    PIC XX.
       01 WS-JC-STATUS      PIC XX.
       01 WS-NUM-STEPS      PIC 99 VALUE 0.
       01 WS-IDX            PIC 99.
      *> Business-day calendar: the chain stamps the business day it
      *> is working for -- the date in SYSTEM-DATE.DAT, rolled back
      *> to a business day if need be -- and each dated job applies
      *> its own roll rule from the shared calendar. WS-RUN-DATE
      *> stays the wall-clock date the chain actually ran on.
       01 WS-BUSINESS-DATE  PIC 9(8).
       01 WS-HIST-STATUS    PIC XX.
       01 WS-START-SECS     PIC 9(7).
       01 WS-END-SECS       PIC 9(7).
       01 WS-DURATION       PIC 9(6).
       COPY "calendar-ws.cpy".
       COPY "sysdate-ws.cpy".
       COPY "sysstat-ws.cpy".

      *> Where the business date sits in the calendar, worked out
      *> once per run from BANK-HOLIDAYS.DAT so each step's frequency
      *> is a simple lookup: the weekday (1 Monday .. 5 Friday),
      *> whether the next business day falls in another month (so
      *> this is the month's last business day) and whether the
      *> previous one did (so this is the month's first).
       01 WS-BUS-DOW        PIC 9.
       01 WS-BUS-MONTH      PIC 99.
       01 WS-MONTH-END      PIC X VALUE 'N'.
       01 WS-MONTH-START    PIC X VALUE 'N'.
       01 WS-STEP-DUE       PIC X VALUE 'Y'.
       01 WS-DAY-NAMES      PIC X(15) VALUE 'MONTUEWEDTHUFRI'.

      *> The nightly sequence, loaded from NIGHTLY-JOBS.DAT so
      *> operations can reorder or extend the chain without a
                         DEPENDING ON WS-NUM-STEPS.
               10 ST-NAME        PIC X(12).
               10 ST-COMMAND     PIC X(60).
               10 ST-FREQUENCY   PIC X(6).

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           PERFORM LOAD-BANK-CALENDAR
           PERFORM READ-SYSTEM-DATE
           MOVE SD-BUSINESS-DATE TO WS-CAL-TEST-DATE
           MOVE "B" TO WS-CAL-DIRECTION
           PERFORM ROLL-TO-BUSINESS-DAY
           MOVE WS-CAL-TEST-DATE TO WS-BUSINESS-DATE
           IF WS-BUSINESS-DATE NOT = SD-BUSINESS-DATE
               DISPLAY SD-BUSINESS-DATE " is not a business day; "
                   "this chain runs for business day "
                   WS-BUSINESS-DATE
           END-IF
           IF SD-HOLD-FLAG = "H"
               DISPLAY "System date is held at " SD-BUSINESS-DATE
                   " -- it will not roll forward tonight"
           END-IF
           PERFORM PLACE-BUSINESS-DATE

           PERFORM LOAD-JOB-STEPS
           PERFORM OPEN-BATCH-WINDOW

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NUM-STEPS
           IF WS-CHAIN-BROKEN = 'Y'
               DISPLAY "Nightly chain stopped on a failed step -- "
                   "see JOB-CONTROL.DAT"
               PERFORM ROLL-SYSTEM-DATE
               DISPLAY "System status left at BATCH -- a supervisor "
                   "returns it to ONLINE once the run is sorted out"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "Nightly chain completed."
               PERFORM ROLL-SYSTEM-DATE
               PERFORM CLOSE-BATCH-WINDOW
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.
                                   TO ST-NAME(WS-NUM-STEPS)
                               MOVE JF-COMMAND
                                   TO ST-COMMAND(WS-NUM-STEPS)
                               MOVE JF-FREQUENCY
                                   TO ST-FREQUENCY(WS-NUM-STEPS)
                           ELSE
                               DISPLAY "Warning: job table full at "
                                   WS-MAX-STEPS
           DISPLAY "No NIGHTLY-JOBS.DAT found, using the standard "
               "validate/stage/post sequence"
           MOVE 3 TO WS-NUM-STEPS
           MOVE "DAILY" TO ST-FREQUENCY(1)
           MOVE "DAILY" TO ST-FREQUENCY(2)
           MOVE "DAILY" TO ST-FREQUENCY(3)
           MOVE "VALIDATE"     TO ST-NAME(1)
           MOVE "./batch_validator" TO ST-COMMAND(1)
      *> Staging merges every feeder file present (the validator's
      *> approved handoff included) under one verified trailer.
           MOVE "STAGE"        TO ST-NAME(2)
           MOVE "./feed_consolidate" TO ST-COMMAND(2)
           MOVE "POST"         TO ST-NAME(3)
           MOVE "./updater"    TO ST-COMMAND(3).

      *> gets a start time, end time and outcome row in
      *> JOB-CONTROL.DAT so the morning operator reads one file, not
      *> a scrollback buffer.
      *> A step whose frequency does not fall on tonight's business
      *> date is recorded NOT DUE -- skipped on purpose, not a
      *> failure -- and writes no runtime history, since nothing ran.
       RUN-ONE-STEP.
           ACCEPT WS-TIME-RAW FROM TIME
           MOVE WS-TIME-RAW(1:6) TO WS-START-TIME
           PERFORM CHECK-STEP-DUE

           IF WS-STEP-DUE = 'N'
               MOVE WS-START-TIME TO WS-END-TIME
               MOVE "NOT DUE" TO WS-OUTCOME
               DISPLAY "Step " ST-NAME(WS-IDX) " not due ("
                   FUNCTION TRIM(ST-FREQUENCY(WS-IDX)) ")"
               PERFORM WRITE-JOB-CONTROL-ROW
               EXIT PARAGRAPH
           END-IF

           IF WS-CHAIN-BROKEN = 'Y'
               MOVE WS-START-TIME TO WS-END-TIME
                  " END=" WS-END-TIME DELIMITED BY SIZE
                  " RESULT=" WS-OUTCOME DELIMITED BY SIZE
                  " BUSDAY=" WS-BUSINESS-DATE DELIMITED BY SIZE
                  " FREQ=" ST-FREQUENCY(WS-IDX) DELIMITED BY SIZE
               INTO JOB-CONTROL-REC
           END-STRING

           WRITE HISTORY-RECORD
           CLOSE HISTORY-FILE.

      *> Weekday of the business date, and whether it is the first
      *> or last business day of its month -- found by rolling one
      *> day either side to the nearest business day and seeing if
      *> the month changes.
       PLACE-BUSINESS-DATE.
           COMPUTE WS-CAL-INT =
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
           COMPUTE WS-BUS-DOW = FUNCTION MOD(WS-CAL-INT, 7)
           MOVE WS-BUSINESS-DATE(5:2) TO WS-BUS-MONTH

           COMPUTE WS-CAL-TEST-DATE =
               FUNCTION DATE-OF-INTEGER(WS-CAL-INT + 1)
           MOVE "F" TO WS-CAL-DIRECTION
           PERFORM ROLL-TO-BUSINESS-DAY
           IF WS-CAL-TEST-DATE(5:2) NOT = WS-BUSINESS-DATE(5:2)
               MOVE 'Y' TO WS-MONTH-END
           END-IF

           COMPUTE WS-CAL-INT =
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
           COMPUTE WS-CAL-TEST-DATE =
               FUNCTION DATE-OF-INTEGER(WS-CAL-INT - 1)
           MOVE "B" TO WS-CAL-DIRECTION
           PERFORM ROLL-TO-BUSINESS-DAY
           IF WS-CAL-TEST-DATE(5:2) NOT = WS-BUSINESS-DATE(5:2)
               MOVE 'Y' TO WS-MONTH-START
           END-IF

           IF WS-MONTH-START = 'Y'
               DISPLAY "Business day " WS-BUSINESS-DATE
                   " is the first of its month"
           END-IF
           IF WS-MONTH-END = 'Y'
               DISPLAY "Business day " WS-BUSINESS-DATE
                   " is the last of its month"
           END-IF.

      *> An unrecognised frequency code runs the step rather than
      *> silently dropping it -- the operator sees it in the log and
      *> fixes the row.
       CHECK-STEP-DUE.
           MOVE 'Y' TO WS-STEP-DUE
           EVALUATE ST-FREQUENCY(WS-IDX)
               WHEN SPACES
               WHEN "DAILY"
                   CONTINUE
               WHEN "MON"
               WHEN "TUE"
               WHEN "WED"
               WHEN "THU"
               WHEN "FRI"
                   IF WS-BUS-DOW < 1 OR WS-BUS-DOW > 5
                       MOVE 'N' TO WS-STEP-DUE
                   ELSE
                       IF WS-DAY-NAMES((WS-BUS-DOW - 1) * 3 + 1:3)
                           NOT = ST-FREQUENCY(WS-IDX)(1:3)
                           MOVE 'N' TO WS-STEP-DUE
                       END-IF
                   END-IF
               WHEN "MSTART"
                   IF WS-MONTH-START = 'N'
                       MOVE 'N' TO WS-STEP-DUE
                   END-IF
               WHEN "MEND"
                   IF WS-MONTH-END = 'N'
                       MOVE 'N' TO WS-STEP-DUE
                   END-IF
               WHEN "QEND"
                   IF WS-MONTH-END = 'N'
                       OR (WS-BUS-MONTH NOT = 3 AND NOT = 6
                           AND NOT = 9 AND NOT = 12)
                       MOVE 'N' TO WS-STEP-DUE
                   END-IF
               WHEN "YEND"
                   IF WS-MONTH-END = 'N' OR WS-BUS-MONTH NOT = 12
                       MOVE 'N' TO WS-STEP-DUE
                   END-IF
               WHEN OTHER
                   DISPLAY "Warning: step " ST-NAME(WS-IDX)
                       " has unknown frequency '" ST-FREQUENCY(WS-IDX)
                       "', running it every business day"
           END-EVALUATE.

      *> End of day: a completed chain moves SYSTEM-DATE.DAT on to
      *> the next business day after the one it ran for, so the
      *> next run (and every online program in the morning) works
      *> for that day whatever the clock says. A broken chain or a
      *> held date leaves the record where it is so the rerun posts
      *> for the same day; the decision is logged either way.
       ROLL-SYSTEM-DATE.
           MOVE WS-BUSINESS-DATE TO WS-SYSDATE-OLD
           MOVE "NIGHTLY" TO SD-CHANGED-BY
           IF WS-CHAIN-BROKEN = 'Y'
               MOVE "NOROLL" TO WS-SYSDATE-ACTION
               MOVE "CHAIN STOPPED ON A FAILED STEP"
                   TO WS-SYSDATE-REASON
               PERFORM WRITE-SYSTEM-DATE-LOG
               DISPLAY "System date left at " SD-BUSINESS-DATE
                   " for the rerun"
               EXIT PARAGRAPH
           END-IF
           IF SD-HOLD-FLAG = "H"
               MOVE "HELD" TO WS-SYSDATE-ACTION
               MOVE "DATE HELD BY OPERATIONS"
                   TO WS-SYSDATE-REASON
               PERFORM WRITE-SYSTEM-DATE-LOG
               DISPLAY "System date held at " SD-BUSINESS-DATE
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-CAL-INT =
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
           COMPUTE WS-CAL-TEST-DATE =
               FUNCTION DATE-OF-INTEGER(WS-CAL-INT + 1)
           MOVE "F" TO WS-CAL-DIRECTION
           PERFORM ROLL-TO-BUSINESS-DAY
           MOVE WS-BUSINESS-DATE TO SD-PREV-DATE
           MOVE WS-CAL-TEST-DATE TO SD-BUSINESS-DATE
           MOVE SPACE TO SD-HOLD-FLAG
           MOVE "ROLL" TO WS-SYSDATE-ACTION
           MOVE "END OF DAY" TO WS-SYSDATE-REASON
           PERFORM WRITE-SYSTEM-DATE
           DISPLAY "System date rolled forward to " SD-BUSINESS-DATE.

      *> The online freeze: while SYSTEM-STATUS.DAT says BATCH the
      *> teller update programs refuse changes, so nothing writes
      *> the masters underneath UPDATER or BALANCE-SYNC. A status
      *> already at BATCH means the last run never closed its
      *> window; the rerun carries on and says so.
       OPEN-BATCH-WINDOW.
           PERFORM READ-SYSTEM-STATUS
           IF SS-MODE = "BATCH"
               DISPLAY "Warning: system status already BATCH since "
                   SS-CHANGED-DATE "-" SS-CHANGED-TIME
                   " -- the previous run did not complete"
           END-IF
           MOVE "BATCH" TO SS-MODE
           MOVE "NIGHTLY" TO SS-CHANGED-BY
           MOVE "POSTING CHAIN STARTED" TO SS-REASON
           PERFORM WRITE-SYSTEM-STATUS
           DISPLAY "System status set to BATCH; online updates "
               "refused until the chain completes".

      *> Only a completed chain reopens the system; after a failed
      *> step the masters may be part-posted, so the status stays
      *> BATCH until a supervisor forces it back (SYSDATE-CONTROL).
       CLOSE-BATCH-WINDOW.
           MOVE "ONLINE" TO SS-MODE
           MOVE "NIGHTLY" TO SS-CHANGED-BY
           MOVE "POSTING CHAIN COMPLETED" TO SS-REASON
           PERFORM WRITE-SYSTEM-STATUS
           DISPLAY "System status set back to ONLINE".

       COPY "calendar-check.cpy".
       COPY "sysdate-read.cpy".
       COPY "sysdate-write.cpy".
       COPY "sysstat-check.cpy".
       COPY "sysstat-write.cpy".
