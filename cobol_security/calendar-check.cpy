      *> ---------------------------------------------------------
      *> CALENDAR-CHECK - the shared business-day calendar. COPY
      *> into the PROCEDURE DIVISION as its own paragraphs after
      *> COPYing calendar-ws.cpy into WORKING-STORAGE. PERFORM
      *> LOAD-BANK-CALENDAR once at startup; then set
      *> WS-CAL-TEST-DATE and PERFORM CHECK-BUSINESS-DAY
      *> (WS-CAL-BUSINESS comes back Y/N) or set WS-CAL-DIRECTION
      *> (F forward / B back) and PERFORM ROLL-TO-BUSINESS-DAY to
      *> move the date to the nearest business day in that
      *> direction. With no BANK-HOLIDAYS.DAT on file only the
      *> weekend rule applies, so sites without the control file
      *> still stop standing orders landing on a Sunday.
      *> ---------------------------------------------------------
       LOAD-BANK-CALENDAR.
           MOVE 0 TO WS-CAL-COUNT
           MOVE "N" TO WS-CAL-LOADED
           MOVE "N" TO WS-CAL-EOF
           OPEN INPUT CALENDAR-FILE
           IF CAL-STATUS = "35"
               CONTINUE
           ELSE
               MOVE "Y" TO WS-CAL-LOADED
               PERFORM UNTIL WS-CAL-EOF = "Y"
                   READ CALENDAR-FILE
                       AT END
                           MOVE "Y" TO WS-CAL-EOF
                       NOT AT END
                           PERFORM KEEP-ONE-HOLIDAY
                   END-READ
               END-PERFORM
               CLOSE CALENDAR-FILE
           END-IF
           .

       KEEP-ONE-HOLIDAY.
           IF CALENDAR-REC(1:8) NUMERIC
               AND WS-CAL-COUNT < WS-CAL-MAX
               ADD 1 TO WS-CAL-COUNT
               MOVE FUNCTION NUMVAL(CALENDAR-REC(1:8))
                   TO CAL-HOLIDAY(WS-CAL-COUNT)
               MOVE CALENDAR-REC(1:4) TO WS-CAL-YEAR
               IF WS-CAL-MIN-YEAR = 0
                   OR WS-CAL-YEAR < WS-CAL-MIN-YEAR
                   MOVE WS-CAL-YEAR TO WS-CAL-MIN-YEAR
               END-IF
               IF WS-CAL-YEAR > WS-CAL-MAX-YEAR
                   MOVE WS-CAL-YEAR TO WS-CAL-MAX-YEAR
               END-IF
           END-IF
           .

      *> Day 1 of the INTEGER-OF-DATE epoch (1601-01-01) was a
      *> Monday, so MOD 7 gives 6 for Saturday and 0 for Sunday.
       CHECK-BUSINESS-DAY.
           MOVE "Y" TO WS-CAL-BUSINESS
           COMPUTE WS-CAL-INT =
               FUNCTION INTEGER-OF-DATE(WS-CAL-TEST-DATE)
           COMPUTE WS-CAL-DOW = FUNCTION MOD(WS-CAL-INT, 7)
           IF WS-CAL-DOW = 6 OR WS-CAL-DOW = 0
               MOVE "N" TO WS-CAL-BUSINESS
           END-IF
           IF WS-CAL-BUSINESS = "Y"
               PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
                       UNTIL WS-CAL-IDX > WS-CAL-COUNT
                   IF CAL-HOLIDAY(WS-CAL-IDX) = WS-CAL-TEST-DATE
                       MOVE "N" TO WS-CAL-BUSINESS
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           .

       ROLL-TO-BUSINESS-DAY.
           MOVE 0 TO WS-CAL-GUARD
           PERFORM CHECK-BUSINESS-DAY
           PERFORM UNTIL WS-CAL-BUSINESS = "Y"
                   OR WS-CAL-GUARD > 60
               ADD 1 TO WS-CAL-GUARD
               COMPUTE WS-CAL-INT =
                   FUNCTION INTEGER-OF-DATE(WS-CAL-TEST-DATE)
               IF WS-CAL-DIRECTION = "B"
                   SUBTRACT 1 FROM WS-CAL-INT
               ELSE
                   ADD 1 TO WS-CAL-INT
               END-IF
               COMPUTE WS-CAL-TEST-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-CAL-INT)
               PERFORM CHECK-BUSINESS-DAY
           END-PERFORM
           .
