      *> promise-to-pay (date and amount) suppresses further
      *> letters until it is broken; and the activity report shows
      *> the collector where every case stands.
      *> A borrower on the BEREAVEMENT register is not dunned: the
      *> dunning pass moves their case to D (deceased) instead of
      *> sending the letter, and the estate is pursued by hand.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               FILE STATUS IS WS-INT-STATUS.
           SELECT ACTIVITY-FILE ASSIGN TO "COLLECTOR-ACTIVITY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SESSION-FILE ASSIGN TO "SESSION.REGISTRY.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SESSION-REC-TERMINAL
               FILE STATUS IS SESSION-STATUS.
           SELECT SYSDATE-FILE ASSIGN TO "SYSTEM-DATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSDATE-STATUS.
           SELECT BEREAVE-FILE ASSIGN TO "BEREAVEMENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BV-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD SESSION-FILE.
       01 SESSION-RECORD.
           05 SESSION-REC-TERMINAL PIC X(8).
           05 SESSION-REC-USER-ID PIC X(8).
           05 SESSION-REC-ACCESS  PIC 9.
           05 SESSION-REC-DATE    PIC 9(8).
           05 SESSION-REC-TIME    PIC 9(8).

       FD SYSDATE-FILE.
       01 SYSDATE-REC            PIC X(40).

      *> Maintained by BEREAVEMENT; only the customer id is read.
       FD BEREAVE-FILE.
       01 BEREAVE-RECORD.
           05 BV-CUST-ID        PIC X(5).
           05 FILLER            PIC X(150).

       WORKING-STORAGE SECTION.
       COPY "sysdate-ws.cpy".
       01 WS-AGING-STATUS    PIC XX.
       01 WS-WORK-STATUS     PIC XX.
       01 WS-TRG-STATUS      PIC XX.
       01 WS-INT-STATUS      PIC XX.
       01 WS-BV-STATUS       PIC XX.
       01 WS-DECEASED        PIC X.
       01 WS-STOPPED         PIC 9(4) VALUE 0.
       01 SESSION-STATUS     PIC XX.
       01 WS-SESSION-TERMINAL PIC X(8).
       01 WS-EOF             PIC X VALUE "N".
       01 WS-CHOICE          PIC X.
       01 WS-TODAY           PIC 9(8).
       01 J                  PIC 9(4).
       01 K                  PIC 9(4).

      *> Customers on the bereavement register, in the worklist's
      *> own text form of the id.
       01 WS-DC-COUNT        PIC 9(4) VALUE 0.
       01 WS-DC-MAX          PIC 9(4) VALUE 2000.
       01 DC-TABLE.
           05 DC-ENTRY OCCURS 1 TO 2000 TIMES
                       DEPENDING ON WS-DC-COUNT.
               10 T-DC-CUST-ID PIC X(5).

      *> The worklist, loaded whole and rewritten whole -- the
      *> collectors' permanent register, like the fraud desk's.
       01 WS-CW-COUNT        PIC 9(4) VALUE 0.
       MAIN-PARA.
           DISPLAY "LOAN COLLECTIONS WORKLIST"
           DISPLAY "========================="
           PERFORM READ-SYSTEM-DATE
           MOVE SD-BUSINESS-DATE TO WS-TODAY
           PERFORM READ-COLLECTOR
           PERFORM LOAD-DUN-INTERVAL
           PERFORM LOAD-WORKLIST
           STOP RUN.

       READ-COLLECTOR.
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
                       MOVE SESSION-REC-USER-ID TO WS-COLLECTOR
               END-READ
               CLOSE SESSION-FILE
      *> Dunning letters at the configured day marks, through the
      *> LETTER-ENGINE trigger file (template DUN1). An unbroken
      *> promise suppresses the letter; a broken one reopens the
      *> case and the letters resume. A deceased borrower's case
      *> goes D and is never dunned again.
       RUN-DUNNING-PASS.
           MOVE 0 TO WS-LETTERS-SENT
           MOVE 0 TO WS-STOPPED
           PERFORM LOAD-DECEASED
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-CW-COUNT
               IF T-CW-STATUS(J) = "O" OR T-CW-STATUS(J) = "P"
                   PERFORM CHECK-DECEASED
                   IF WS-DECEASED = "Y"
                       MOVE "D" TO T-CW-STATUS(J)
                       ADD 1 TO WS-STOPPED
                       DISPLAY "Case " T-CW-CASE-NO(J)
                           " borrower deceased; dunning stopped."
                   END-IF
               END-IF
               IF T-CW-STATUS(J) = "P"
                   AND T-CW-PROMISE-DT(J) < WS-TODAY
                   MOVE "O" TO T-CW-STATUS(J)
                   END-IF
               END-IF
           END-PERFORM
           DISPLAY WS-LETTERS-SENT " dunning letters triggered."
           IF WS-STOPPED > 0
               DISPLAY WS-STOPPED " cases stopped for deceased "
                   "borrowers."
           END-IF.

       LOAD-DECEASED.
           MOVE 0 TO WS-DC-COUNT
           OPEN INPUT BEREAVE-FILE
           IF WS-BV-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-EOF = "Y"
                   READ BEREAVE-FILE
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF WS-DC-COUNT < WS-DC-MAX
                               ADD 1 TO WS-DC-COUNT
                               MOVE BV-CUST-ID
                                   TO T-DC-CUST-ID(WS-DC-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BEREAVE-FILE
           END-IF
           MOVE "N" TO WS-EOF.

       CHECK-DECEASED.
           MOVE "N" TO WS-DECEASED
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-DC-COUNT
               IF T-DC-CUST-ID(K) = T-CW-CUST-ID(J)
                   MOVE "Y" TO WS-DECEASED
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       SEND-DUNNING-LETTER.
           OPEN EXTEND TRIGGER-FILE
           END-PERFORM
           CLOSE ACTIVITY-FILE
           DISPLAY "Activity report written.".

       COPY "sysdate-read.cpy".
