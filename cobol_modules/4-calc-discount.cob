           SELECT DISCOUNT-FILE ASSIGN TO "DISCOUNT-CODES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DISCOUNT-STATUS.
           SELECT SYSDATE-FILE ASSIGN TO "SYSTEM-DATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
          05 DC-DISC-PCT   PIC 9(2)V99.
          05 DC-EXP-DATE   PIC 9(8).

       FD SYSDATE-FILE.
       01 SYSDATE-REC            PIC X(40).

       WORKING-STORAGE SECTION.
       COPY "sysdate-ws.cpy".
       01 DISCOUNT-STATUS  PIC XX.
       01 WS-TODAY         PIC 9(8).
       01 WS-MAX-CODES     PIC 99 VALUE 50.
      *> quantity tiers, no expiration) if the control file is missing.
       LOAD-DISCOUNT-SCHEDULE.
           MOVE 0 TO WS-NUM-CODES
           PERFORM READ-SYSTEM-DATE
           MOVE SD-BUSINESS-DATE TO WS-TODAY
           OPEN INPUT DISCOUNT-FILE
           IF DISCOUNT-STATUS = "35"
               PERFORM SEED-DEFAULT-SCHEDULE
                       MOVE "Y" TO WS-MATCHED
               END-IF
           END-PERFORM.

       COPY "sysdate-read.cpy".
