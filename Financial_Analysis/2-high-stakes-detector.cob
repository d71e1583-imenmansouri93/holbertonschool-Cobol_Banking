           SELECT BASE-MULT-FILE ASSIGN TO "baseline-multiple.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MULT-STATUS.
           SELECT PAYEE-FILE ASSIGN TO "PAYEE-REGISTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PY-STATUS.
           SELECT NEW-PAYEE-DAYS-FILE ASSIGN TO "new-payee-days.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NPD-STATUS.
           SELECT AUTH-LOG-FILE ASSIGN TO "CARD-AUTH-LOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AL-STATUS.
           SELECT DECLINE-LIMIT-FILE
               ASSIGN TO "card-decline-limit.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DL-STATUS.
           SELECT SYSDATE-FILE ASSIGN TO "SYSTEM-DATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSDATE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD TRANSACTION-FILE.

       FD BASE-MULT-FILE.
       01 BASE-MULT-REC    PIC X(10).

      *> The outbound payee register PAYEE-MAINTAIN keeps; PY-STATUS
      *> A = active, D = removed.
       FD PAYEE-FILE.
       01 PAYEE-RECORD.
           05 PY-ID           PIC 9(5).
           05 PY-ACC-ID       PIC 9(5).
           05 PY-NAME         PIC X(30).
           05 PY-IBAN         PIC X(34).
           05 PY-ADDED-DATE   PIC 9(8).
           05 PY-ADDED-BY     PIC X(8).
           05 PY-CHANGED-DATE PIC 9(8).
           05 PY-CHANGED-BY   PIC X(8).
           05 PY-STATUS       PIC X.

       FD NEW-PAYEE-DAYS-FILE.
       01 NEW-PAYEE-DAYS-REC PIC X(10).

      *> Every ATM/POS request CARD-AUTHORIZE answered, approved or
      *> declined with its reason code.
       FD AUTH-LOG-FILE.
       01 AUTH-LOG-RECORD.
           05 AL-AUTH-REF      PIC X(12).
           05 AL-CARD-NO       PIC X(16).
           05 AL-ACC-ID        PIC 9(5).
           05 AL-CHANNEL       PIC X(3).
           05 AL-AMOUNT        PIC 9(8)V99.
           05 AL-DATE          PIC 9(8).
           05 AL-TIME          PIC 9(6).
           05 AL-TERMINAL      PIC X(15).
           05 AL-RESULT        PIC X.
           05 AL-REASON        PIC X(4).

       FD DECLINE-LIMIT-FILE.
       01 DECLINE-LIMIT-REC  PIC X(10).

       FD SYSDATE-FILE.
       01 SYSDATE-REC            PIC X(40).
       WORKING-STORAGE SECTION.
       COPY "sysdate-ws.cpy".
       01 AMOUNT-NUMERIC      PIC 9(7)V99 COMP-3.
       01 AMOUNT-DISPLAY      PIC ZZ,ZZZ,ZZ9.99.
       01 EOF-FLAG            PIC X VALUE "N".
               10 VG-TXN-COUNT   PIC 9(5).
               10 VG-TOTAL       PIC 9(10)V99.

      *> New-payee screen: every outbound payee added, amended or
      *> removed in the last N days (new-payee-days.dat,
      *> default 30) is listed on the worklist for the fraud desk
      *> to check against the customer, naming the operator who
      *> made the change -- our fraud cases keep showing first-time
      *> payees receiving large sums the day they were added.
       01 WS-PY-STATUS         PIC XX.
       01 WS-NPD-STATUS        PIC XX.
       01 WS-NEW-PAYEE-DAYS    PIC 9(3) VALUE 30.
       01 WS-PY-EOF            PIC X VALUE "N".
       01 WS-PY-AGE            PIC S9(6).
       01 WS-PY-LISTED         PIC 9(5) VALUE 0.
       01 WS-PY-CHANGE         PIC X(7).
       01 WS-TODAY             PIC 9(8).

      *> Card declines: the business date's declined ATM/POS
      *> requests count as attempts in their account's velocity
      *> bucket (count only -- no money moved), a card declined more
      *> than card-decline-limit.dat times (default 3) in the day is
      *> listed, and any attempt on a card reported lost is listed
      *> at once.
       01 WS-AL-STATUS         PIC XX.
       01 WS-DL-STATUS         PIC XX.
       01 WS-AL-EOF            PIC X VALUE "N".
       01 WS-DECLINE-LIMIT     PIC 9(3) VALUE 3.
       01 WS-AL-ACC-NUM        PIC 9(9).
       01 WS-DECLINES-READ     PIC 9(5) VALUE 0.
       01 WS-DC-COUNT          PIC 9(4) VALUE 0.
       01 WS-DC-MAX            PIC 9(4) VALUE 5000.
       01 WS-DC-IDX            PIC 9(4).
       01 DC-TABLE.
           05 DC-ENTRY OCCURS 1 TO 5000 TIMES
                       DEPENDING ON WS-DC-COUNT.
               10 DC-CARD-NO     PIC X(16).
               10 DC-ACC-ID      PIC 9(5).
               10 DC-DECLINES    PIC 9(4).

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM LOAD-THRESHOLD
               END-READ
           END-PERFORM
           CLOSE TRANSACTION-FILE
           PERFORM SCREEN-CARD-DECLINES
           PERFORM SCREEN-VELOCITY-GROUPS
           PERFORM SCREEN-NEW-PAYEES
           CLOSE SUSPICIOUS-FILE
           STOP RUN.

                   DISPLAY WS-SUS-LINE
               END-IF
           END-PERFORM.

      *> Reads the business date's declines from CARD-AUTH-LOG.DAT
      *> before the velocity screen runs, so a burst of declined
      *> card attempts trips VELOCITY-COUNT like any other burst.
       SCREEN-CARD-DECLINES.
           PERFORM READ-SYSTEM-DATE
           MOVE SD-BUSINESS-DATE TO WS-TODAY
           OPEN INPUT DECLINE-LIMIT-FILE
           IF WS-DL-STATUS = "35"
               CONTINUE
           ELSE
               READ DECLINE-LIMIT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE FUNCTION NUMVAL(DECLINE-LIMIT-REC)
                           TO WS-DECLINE-LIMIT
               END-READ
               CLOSE DECLINE-LIMIT-FILE
           END-IF

           OPEN INPUT AUTH-LOG-FILE
           IF WS-AL-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-AL-EOF = "Y"
               READ AUTH-LOG-FILE
                   AT END
                       MOVE "Y" TO WS-AL-EOF
                   NOT AT END
                       IF AL-RESULT = "D" AND AL-DATE = WS-TODAY
                           PERFORM ACCUMULATE-CARD-DECLINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUTH-LOG-FILE

           PERFORM VARYING WS-DC-IDX FROM 1 BY 1
                   UNTIL WS-DC-IDX > WS-DC-COUNT
               IF DC-DECLINES(WS-DC-IDX) > WS-DECLINE-LIMIT
                   MOVE DC-ACC-ID(WS-DC-IDX) TO WS-AL-ACC-NUM
                   MOVE SPACES TO WS-SUS-LINE
                   STRING WS-AL-ACC-NUM DELIMITED BY SIZE
                          " " WS-TODAY DELIMITED BY SIZE
                          " CARD=" DC-CARD-NO(WS-DC-IDX)
                              DELIMITED BY SIZE
                          " DECL=" DC-DECLINES(WS-DC-IDX)
                              DELIMITED BY SIZE
                          " LIMIT=" WS-DECLINE-LIMIT
                              DELIMITED BY SIZE
                          " RULE=CARD-DECLINES" DELIMITED BY SIZE
                       INTO WS-SUS-LINE
                   END-STRING
                   MOVE WS-SUS-LINE TO SUSPICIOUS-RECORD
                   WRITE SUSPICIOUS-RECORD
                   DISPLAY WS-SUS-LINE
               END-IF
           END-PERFORM
           DISPLAY WS-DECLINES-READ " card declines screened".

       ACCUMULATE-CARD-DECLINE.
           ADD 1 TO WS-DECLINES-READ
           MOVE AL-ACC-ID TO WS-AL-ACC-NUM
           IF AL-REASON = "CLST"
               MOVE AL-AMOUNT TO AMOUNT-DISPLAY
               MOVE SPACES TO WS-SUS-LINE
               STRING WS-AL-ACC-NUM DELIMITED BY SIZE
                      " " AL-DATE DELIMITED BY SIZE
                      " " AMOUNT-DISPLAY DELIMITED BY SIZE
                      " CARD=" AL-CARD-NO DELIMITED BY SIZE
                      " RULE=CARD-LOST-USE" DELIMITED BY SIZE
                   INTO WS-SUS-LINE
               END-STRING
               MOVE WS-SUS-LINE TO SUSPICIOUS-RECORD
               WRITE SUSPICIOUS-RECORD
               DISPLAY WS-SUS-LINE
           END-IF

           MOVE 0 TO WS-DC-IDX
           PERFORM VARYING WS-G FROM 1 BY 1
                   UNTIL WS-G > WS-DC-COUNT
               IF DC-CARD-NO(WS-G) = AL-CARD-NO
                   MOVE WS-G TO WS-DC-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-DC-IDX = 0 AND WS-DC-COUNT < WS-DC-MAX
               ADD 1 TO WS-DC-COUNT
               MOVE WS-DC-COUNT TO WS-DC-IDX
               MOVE AL-CARD-NO TO DC-CARD-NO(WS-DC-IDX)
               MOVE AL-ACC-ID TO DC-ACC-ID(WS-DC-IDX)
               MOVE 0 TO DC-DECLINES(WS-DC-IDX)
           END-IF
           IF WS-DC-IDX > 0
               ADD 1 TO DC-DECLINES(WS-DC-IDX)
           END-IF

      *> A card we do not issue has no account to bucket under.
           IF AL-ACC-ID = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-GRP-IDX
           PERFORM VARYING WS-G FROM 1 BY 1
                   UNTIL WS-G > WS-GRP-COUNT
               IF VG-ACC-NUM(WS-G) = WS-AL-ACC-NUM
                   AND VG-DATE(WS-G) = AL-DATE
                   MOVE WS-G TO WS-GRP-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-GRP-IDX = 0
               IF WS-GRP-COUNT < WS-GRP-MAX
                   ADD 1 TO WS-GRP-COUNT
                   MOVE WS-GRP-COUNT TO WS-GRP-IDX
                   MOVE WS-AL-ACC-NUM TO VG-ACC-NUM(WS-GRP-IDX)
                   MOVE AL-DATE TO VG-DATE(WS-GRP-IDX)
                   MOVE 0 TO VG-TXN-COUNT(WS-GRP-IDX)
                   MOVE 0 TO VG-TOTAL(WS-GRP-IDX)
               ELSE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           ADD 1 TO VG-TXN-COUNT(WS-GRP-IDX).

      *> Lists each payee whose add/change date falls within the
      *> last WS-NEW-PAYEE-DAYS days of the business date. A payee
      *> never changed since it was added shows ADDED, otherwise
      *> CHANGED (or REMOVED once it is no longer active).
       SCREEN-NEW-PAYEES.
           PERFORM READ-SYSTEM-DATE
           MOVE SD-BUSINESS-DATE TO WS-TODAY
           OPEN INPUT NEW-PAYEE-DAYS-FILE
           IF WS-NPD-STATUS = "35"
               DISPLAY "No new-payee-days.dat found, using default "
                   "of " WS-NEW-PAYEE-DAYS " days"
           ELSE
               READ NEW-PAYEE-DAYS-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE FUNCTION NUMVAL(NEW-PAYEE-DAYS-REC)
                           TO WS-NEW-PAYEE-DAYS
               END-READ
               CLOSE NEW-PAYEE-DAYS-FILE
           END-IF

           OPEN INPUT PAYEE-FILE
           IF WS-PY-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PY-EOF = "Y"
               READ PAYEE-FILE
                   AT END
                       MOVE "Y" TO WS-PY-EOF
                   NOT AT END
                       COMPUTE WS-PY-AGE =
                           FUNCTION INTEGER-OF-DATE(WS-TODAY)
                           - FUNCTION INTEGER-OF-DATE(PY-CHANGED-DATE)
                       IF WS-PY-AGE < WS-NEW-PAYEE-DAYS
                           PERFORM WRITE-NEW-PAYEE-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAYEE-FILE
           DISPLAY WS-PY-LISTED " payees added or changed in the "
               "last " WS-NEW-PAYEE-DAYS " days listed for screening".

       WRITE-NEW-PAYEE-RECORD.
           EVALUATE TRUE
               WHEN PY-STATUS NOT = "A"
                   MOVE "REMOVED" TO WS-PY-CHANGE
               WHEN PY-CHANGED-DATE = PY-ADDED-DATE
                   MOVE "ADDED" TO WS-PY-CHANGE
               WHEN OTHER
                   MOVE "CHANGED" TO WS-PY-CHANGE
           END-EVALUATE
           MOVE SPACES TO WS-SUS-LINE
           STRING PY-ACC-ID DELIMITED BY SIZE
                  " " PY-CHANGED-DATE DELIMITED BY SIZE
                  " " WS-PY-CHANGE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PY-IBAN DELIMITED BY SPACE
                  " BY=" DELIMITED BY SIZE
                  PY-CHANGED-BY DELIMITED BY SPACE
                  " RULE=NEW-PAYEE" DELIMITED BY SIZE
               INTO WS-SUS-LINE
           END-STRING
           MOVE WS-SUS-LINE TO SUSPICIOUS-RECORD
           WRITE SUSPICIOUS-RECORD
           DISPLAY WS-SUS-LINE
           ADD 1 TO WS-PY-LISTED.

       COPY "sysdate-read.cpy".
