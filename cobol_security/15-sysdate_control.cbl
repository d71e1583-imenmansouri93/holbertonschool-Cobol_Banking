       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYSDATE-CONTROL.

      *> Supervisor desk for SYSTEM-DATE.DAT, the business date every
      *> batch and online program now works for and NIGHTLY-DRIVER
      *> rolls forward at end of day. A level-5 user (gated through
      *> the shared session/authz copybooks) can hold the date so
      *> tonight's chain reruns the same day, release the hold, or
      *> set the date back to an earlier business day for a
      *> controlled rerun. Every change names the supervisor and a
      *> reason in SYSTEM-DATE-LOG.DAT, the same log the nightly
      *> roll-forward writes.
      *> The same desk forces SYSTEM-STATUS.DAT back to ONLINE after
      *> an aborted nightly run left the online freeze in place;
      *> that is written to LOGIN-AUDIT.LOG under the supervisor's
      *> id, the way UNLOCK-USER records an unlock.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SYSDATE-FILE ASSIGN TO "SYSTEM-DATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSDATE-STATUS.
           SELECT SYSDATE-LOG-FILE ASSIGN TO "SYSTEM-DATE-LOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSDATE-LOG-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "BANK-HOLIDAYS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAL-STATUS.
           SELECT SYSSTAT-FILE ASSIGN TO "SYSTEM-STATUS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSSTAT-STATUS.
           SELECT LOGIN-AUDIT-FILE ASSIGN TO "LOGIN-AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOGIN-AUDIT-STATUS.
           SELECT SESSION-FILE ASSIGN TO "SESSION.REGISTRY.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SESSION-REC-TERMINAL
               FILE STATUS IS SESSION-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SYSDATE-FILE.
       01 SYSDATE-REC            PIC X(40).

       FD SYSDATE-LOG-FILE.
       01 SYSDATE-LOG-REC        PIC X(120).

       FD CALENDAR-FILE.
       01 CALENDAR-REC           PIC X(10).

       FD SYSSTAT-FILE.
       01 SYSSTAT-REC            PIC X(60).

       FD LOGIN-AUDIT-FILE.
       01 LOGIN-AUDIT-RECORD     PIC X(130).

       FD SESSION-FILE.
       01 SESSION-RECORD.
           05 SESSION-REC-TERMINAL PIC X(8).
           05 SESSION-REC-USER-ID PIC X(8).
           05 SESSION-REC-ACCESS  PIC 9.
           05 SESSION-REC-DATE    PIC 9(8).
           05 SESSION-REC-TIME    PIC 9(8).

       WORKING-STORAGE SECTION.
       COPY "session-ws.cpy".
       COPY "authz-ws.cpy".
       COPY "calendar-ws.cpy".
       COPY "sysdate-ws.cpy".
       COPY "sysstat-ws.cpy".
       COPY "login-audit-ws.cpy".
       77 WS-SUPERVISOR        PIC X(8).
       77 WS-CHOICE            PIC X.
       77 WS-DATE-TEXT         PIC X(8).
       77 WS-NEW-DATE          PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM READ-SESSION-ACCESS-LEVEL
           MOVE 5 TO AUTHZ-REQUIRED-LEVEL
           PERFORM CHECK-AUTHORIZATION-LEVEL
           IF AUTHZ-GRANTED NOT = "Y"
               STOP RUN
           END-IF
           MOVE SESSION-REC-USER-ID TO WS-SUPERVISOR

           DISPLAY "SYSTEM DATE AND STATUS CONTROL (SUPERVISOR)"
           DISPLAY "==========================================="
           PERFORM LOAD-BANK-CALENDAR
           PERFORM READ-SYSTEM-DATE

           PERFORM UNTIL WS-CHOICE = "Q"
               PERFORM SHOW-SYSTEM-DATE
               DISPLAY "(H)old, (R)elease hold, (S)et back to an "
                   "earlier business day, (O)nline status "
                   "forced back, (Q)uit: "
                   WITH NO ADVANCING
               ACCEPT WS-CHOICE
               MOVE FUNCTION UPPER-CASE(WS-CHOICE) TO WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN "H"
                       PERFORM HOLD-SYSTEM-DATE
                   WHEN "R"
                       PERFORM RELEASE-SYSTEM-DATE
                   WHEN "S"
                       PERFORM SET-SYSTEM-DATE
                   WHEN "O"
                       PERFORM FORCE-ONLINE-STATUS
                   WHEN "Q"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Invalid option. Please try again."
               END-EVALUATE
           END-PERFORM
           STOP RUN.

       SHOW-SYSTEM-DATE.
           DISPLAY " "
           DISPLAY "Business date     : " SD-BUSINESS-DATE
           DISPLAY "Previous date     : " SD-PREV-DATE
           IF SD-HOLD-FLAG = "H"
               DISPLAY "Status            : HELD"
           ELSE
               DISPLAY "Status            : rolls at end of day"
           END-IF
           IF WS-SYSDATE-FOUND = "Y"
               DISPLAY "Last changed      : " SD-CHANGED-DATE "-"
                   SD-CHANGED-TIME " by " SD-CHANGED-BY
           ELSE
               DISPLAY "Last changed      : (no control record yet)"
           END-IF
           PERFORM READ-SYSTEM-STATUS
           DISPLAY "System status     : " SS-MODE
           IF SS-CHANGED-DATE NOT = 0
               DISPLAY "Status changed    : " SS-CHANGED-DATE "-"
                   SS-CHANGED-TIME " by " SS-CHANGED-BY
           END-IF.

      *> Every change needs a reason -- the log is what the auditors
      *> read when a day was posted twice or not at all.
       ACCEPT-REASON.
           MOVE SPACES TO WS-SYSDATE-REASON
           DISPLAY "Reason (30 chars): "
           ACCEPT WS-SYSDATE-REASON
           IF WS-SYSDATE-REASON = SPACES
               DISPLAY "  >> A reason is required; nothing changed."
           END-IF.

       HOLD-SYSTEM-DATE.
           IF SD-HOLD-FLAG = "H"
               DISPLAY "  >> The date is already held."
               EXIT PARAGRAPH
           END-IF
           PERFORM ACCEPT-REASON
           IF WS-SYSDATE-REASON = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SD-BUSINESS-DATE TO WS-SYSDATE-OLD
           MOVE "H" TO SD-HOLD-FLAG
           MOVE "HOLD" TO WS-SYSDATE-ACTION
           PERFORM SAVE-SYSTEM-DATE
           DISPLAY "System date held at " SD-BUSINESS-DATE ".".

       RELEASE-SYSTEM-DATE.
           IF SD-HOLD-FLAG NOT = "H"
               DISPLAY "  >> The date is not held."
               EXIT PARAGRAPH
           END-IF
           PERFORM ACCEPT-REASON
           IF WS-SYSDATE-REASON = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SD-BUSINESS-DATE TO WS-SYSDATE-OLD
           MOVE SPACE TO SD-HOLD-FLAG
           MOVE "RELEASE" TO WS-SYSDATE-ACTION
           PERFORM SAVE-SYSTEM-DATE
           DISPLAY "Hold released; the date rolls at end of day.".

      *> Only backwards, and only onto a business day: moving the
      *> date forward would skip a day's posting, which is the
      *> nightly roll's job alone.
       SET-SYSTEM-DATE.
           DISPLAY "New business date (YYYYMMDD): "
           ACCEPT WS-DATE-TEXT
           IF WS-DATE-TEXT IS NOT NUMERIC
               DISPLAY "  >> Not a date; nothing changed."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DATE-TEXT TO WS-NEW-DATE
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-NEW-DATE) NOT = 0
               DISPLAY "  >> Not a valid calendar date; nothing "
                   "changed."
               EXIT PARAGRAPH
           END-IF
           IF WS-NEW-DATE NOT < SD-BUSINESS-DATE
               DISPLAY "  >> The date can only be set back from "
                   SD-BUSINESS-DATE "; nothing changed."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NEW-DATE TO WS-CAL-TEST-DATE
           PERFORM CHECK-BUSINESS-DAY
           IF WS-CAL-BUSINESS NOT = "Y"
               DISPLAY "  >> " WS-NEW-DATE " is not a business day; "
                   "nothing changed."
               EXIT PARAGRAPH
           END-IF
           PERFORM ACCEPT-REASON
           IF WS-SYSDATE-REASON = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SD-BUSINESS-DATE TO WS-SYSDATE-OLD
           MOVE SD-BUSINESS-DATE TO SD-PREV-DATE
           MOVE WS-NEW-DATE TO SD-BUSINESS-DATE
           MOVE "SET" TO WS-SYSDATE-ACTION
           PERFORM SAVE-SYSTEM-DATE
           DISPLAY "System date set back to " SD-BUSINESS-DATE ".".

      *> For a nightly run that died or stopped on a failed step
      *> with the freeze still on. The supervisor is expected to have
      *> checked the masters first; the reason says what was done.
       FORCE-ONLINE-STATUS.
           PERFORM READ-SYSTEM-STATUS
           IF SS-MODE NOT = "BATCH"
               DISPLAY "  >> The system is already ONLINE."
               EXIT PARAGRAPH
           END-IF
           PERFORM ACCEPT-REASON
           IF WS-SYSDATE-REASON = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE "ONLINE" TO SS-MODE
           MOVE WS-SUPERVISOR TO SS-CHANGED-BY
           MOVE WS-SYSDATE-REASON TO SS-REASON
           PERFORM WRITE-SYSTEM-STATUS

           MOVE "SYSDATE-CT" TO WS-LGN-PROGRAM
           MOVE WS-SUPERVISOR TO WS-LGN-USER-ID
           MOVE "FORCE-ONLN" TO WS-LGN-RESULT
           MOVE AUTHZ-USER-LEVEL TO WS-LGN-ACCESS
           PERFORM WRITE-LOGIN-AUDIT
           DISPLAY "System status forced back to ONLINE by "
               FUNCTION TRIM(WS-SUPERVISOR) ".".

       SAVE-SYSTEM-DATE.
           MOVE WS-SUPERVISOR TO SD-CHANGED-BY
           PERFORM WRITE-SYSTEM-DATE
           MOVE "Y" TO WS-SYSDATE-FOUND.

       COPY "session-check.cpy".
       COPY "authz-check.cpy".
       COPY "calendar-check.cpy".
       COPY "sysdate-read.cpy".
       COPY "sysdate-write.cpy".
       COPY "sysstat-check.cpy".
       COPY "sysstat-write.cpy".
       COPY "login-audit-write.cpy".
