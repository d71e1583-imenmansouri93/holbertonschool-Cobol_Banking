       IDENTIFICATION DIVISION.
       PROGRAM-ID. AVAILBAL.
       AUTHOR. HOLBERTON.

      *> How much a customer can take, worked out once for every
      *> debit path. The teller withdrawal, the posting run, the
      *> batch validator and the balance desk each used to answer
      *> it their own way -- one read the holds and the float, one
      *> the holds and the overdraft table, one nothing but the
      *> ledger -- so the same withdrawal could pass at one window
      *> and bounce at the next. The callers now CALL this with
      *> the account and its ledger balance (availbal-ws.cpy) and
      *> get back the available figure, each deduction that went
      *> into it, and a verdict on the debit naming what refused
      *> it. Control files are read on the first call and kept for
      *> the run; AV-REFRESH re-reads them. Open card
      *> authorizations count against the balance the same way as
      *> debits awaiting release.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLDS-FILE ASSIGN TO 'ACCOUNT-HOLDS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLDS-STATUS.
           SELECT FLOAT-FILE ASSIGN TO 'CHEQUE-FLOAT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FLOAT-STATUS.
           SELECT PENDING-FILE ASSIGN TO 'PENDING-APPROVAL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-STATUS.
           SELECT CARD-HOLDS-FILE ASSIGN TO 'CARD-AUTH-HOLDS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-HOLDS-STATUS.
           SELECT OD-LIMIT-FILE ASSIGN TO 'overdraft-limits.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OD-STATUS.
           SELECT SYSDATE-FILE ASSIGN TO 'SYSTEM-DATE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> Court orders maintained by LEGAL-HOLD: F a full freeze, G
      *> a garnishment whose uncaptured amount stays reserved.
       FD HOLDS-FILE.
       01 HOLDS-RECORD.
           05 AH-ACC-ID     PIC 9(5).
           05 AH-TYPE       PIC X.
           05 AH-ORDER-REF  PIC X(12).
           05 AH-AMOUNT     PIC 9(8)V99.
           05 AH-CAPTURED   PIC 9(8)V99.
           05 AH-PAYEE      PIC X(20).
           05 AH-STATUS     PIC X.
           05 AH-EFF-DATE   PIC 9(8).

      *> Cheque deposits credited but not yet cleared (written by
      *> BATCH-VALIDATOR).
       FD FLOAT-FILE.
       01 FLOAT-RECORD.
           05 CF-TXN-ID        PIC X(6).
           05 CF-ACC-ID        PIC 9(5).
           05 CF-AMOUNT        PIC 9(8)V99.
           05 CF-DEPOSITED     PIC 9(8).
           05 CF-AVAIL-DATE    PIC 9(8).
           05 CF-DRAWEE        PIC X(10).
           05 CF-CHEQUE-NO     PIC X(10).
           05 CF-STATUS        PIC X.

      *> Oversize transactions waiting on supervisor release
      *> (BATCH-VALIDATOR / APPROVAL-RELEASE); a pending W or T is
      *> money already spoken for.
       FD PENDING-FILE.
       01 PENDING-RECORD.
           05 PQ-STATUS        PIC X.
           05 PQ-TXN-ID        PIC X(6).
           05 PQ-TXN-TYPE      PIC X.
           05 PQ-TXN-SRC       PIC X(10).
           05 PQ-TXN-DEST      PIC X(10).
           05 PQ-TXN-AMOUNT    PIC 9(7)V99.
           05 PQ-TXN-DESC      PIC X(30).
           05 PQ-TXN-AUTH      PIC X(6).
           05 PQ-DECIDER       PIC X(8).
           05 PQ-DECIDE-DATE   PIC 9(8).
           05 PQ-REASON        PIC X(20).

      *> Card authorizations CARD-AUTHORIZE approved; an open O
      *> reserves the money until CARD-SETTLE posts or expires it.
       FD CARD-HOLDS-FILE.
       01 CARD-HOLDS-RECORD.
           05 CA-AUTH-REF      PIC X(12).
           05 CA-CARD-NO       PIC X(16).
           05 CA-ACC-ID        PIC 9(5).
           05 CA-CHANNEL       PIC X(3).
           05 CA-AMOUNT        PIC 9(8)V99.
           05 CA-AUTH-DATE     PIC 9(8).
           05 CA-STATUS        PIC X.
           05 CA-CLOSED-DATE   PIC 9(8).

       FD OD-LIMIT-FILE.
       01 OD-LIMIT-REC.
           05 OL-ACC-TYPE   PIC X(8).
           05 OL-LIMIT      PIC 9(6)V99.

       FD SYSDATE-FILE.
       01 SYSDATE-REC            PIC X(40).

       WORKING-STORAGE SECTION.
       COPY 'sysdate-ws.cpy'.
       01 WS-HOLDS-STATUS    PIC XX.
       01 WS-FLOAT-STATUS    PIC XX.
       01 WS-PENDING-STATUS  PIC XX.
       01 WS-OD-STATUS       PIC XX.
       01 WS-CARD-HOLDS-STATUS PIC XX.
       01 WS-LOADED          PIC X VALUE 'N'.
       01 WS-TODAY           PIC 9(8).
       01 WS-HEADROOM        PIC S9(10)V99.
       01 J                  PIC 9(5).

      *> A hold or pending debit that does not fit its table would
      *> leave money showing that is not there, so an overflow
      *> fails every account closed -- nothing available, every
      *> debit refused -- until the table is widened.
       01 WS-TABLE-FULL      PIC X VALUE 'N'.
       01 WS-OVERFLOW        PIC 9(5) VALUE 0.

       01 WS-LH-COUNT        PIC 9(5) VALUE 0.
       01 WS-LH-MAX          PIC 9(5) VALUE 5000.
       01 LH-TABLE.
           05 LH-ENTRY OCCURS 1 TO 5000 TIMES
                       DEPENDING ON WS-LH-COUNT.
               10 LH-ACC-ID     PIC 9(9).
               10 LH-TYPE       PIC X.
               10 LH-REMAINING  PIC 9(8)V99.

      *> Only float still inside its hold period is kept.
       01 WS-CF-COUNT        PIC 9(5) VALUE 0.
       01 WS-CF-MAX          PIC 9(5) VALUE 5000.
       01 CF-TABLE.
           05 CF-ENTRY OCCURS 1 TO 5000 TIMES
                       DEPENDING ON WS-CF-COUNT.
               10 CFT-ACC-ID    PIC 9(9).
               10 CFT-AMOUNT    PIC 9(8)V99.

       01 WS-PQ-COUNT        PIC 9(4) VALUE 0.
       01 WS-PQ-MAX          PIC 9(4) VALUE 2000.
       01 PQ-TABLE.
           05 PQ-ENTRY OCCURS 1 TO 2000 TIMES
                       DEPENDING ON WS-PQ-COUNT.
               10 PQT-ACC-ID    PIC 9(9).
               10 PQT-AMOUNT    PIC 9(7)V99.

       01 WS-CA-COUNT        PIC 9(5) VALUE 0.
       01 WS-CA-MAX          PIC 9(5) VALUE 5000.
       01 CA-TABLE.
           05 CA-ENTRY OCCURS 1 TO 5000 TIMES
                       DEPENDING ON WS-CA-COUNT.
               10 CAT-ACC-ID    PIC 9(9).
               10 CAT-AMOUNT    PIC 9(8)V99.

      *> Per-account-type overdraft allowances; a type with no row
      *> gets none, so an unknown product fails closed.
       01 WS-OD-COUNT        PIC 99 VALUE 0.
       01 WS-OD-MAX-TYPES    PIC 99 VALUE 20.
       01 OD-TABLE.
           05 OD-ENTRY OCCURS 1 TO 20 TIMES
                       DEPENDING ON WS-OD-COUNT.
               10 ODT-ACC-TYPE  PIC X(8).
               10 ODT-LIMIT     PIC 9(6)V99.

       LINKAGE SECTION.
       COPY 'availbal-ws.cpy'.

       PROCEDURE DIVISION USING AVAIL-BALANCE-AREA.
       MAIN-ENTRY.
           IF WS-LOADED = 'N' OR AV-REFRESH = 'Y'
               PERFORM LOAD-CONTROL-FILES
               MOVE 'N' TO AV-REFRESH
           END-IF

           MOVE 'N' TO AV-FROZEN
           MOVE 0 TO AV-GARNISHED
           MOVE 0 TO AV-FLOAT
           MOVE 0 TO AV-PENDING
           MOVE 0 TO AV-CARD-HELD
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-LH-COUNT
               IF LH-ACC-ID(J) = AV-ACC-ID
                   IF LH-TYPE(J) = 'F'
                       MOVE 'Y' TO AV-FROZEN
                   ELSE
                       ADD LH-REMAINING(J) TO AV-GARNISHED
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-CF-COUNT
               IF CFT-ACC-ID(J) = AV-ACC-ID
                   ADD CFT-AMOUNT(J) TO AV-FLOAT
               END-IF
           END-PERFORM
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-PQ-COUNT
               IF PQT-ACC-ID(J) = AV-ACC-ID
                   ADD PQT-AMOUNT(J) TO AV-PENDING
               END-IF
           END-PERFORM
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-CA-COUNT
               IF CAT-ACC-ID(J) = AV-ACC-ID
                   ADD CAT-AMOUNT(J) TO AV-CARD-HELD
               END-IF
           END-PERFORM
           IF AV-OD-SOURCE NOT = 'A'
               MOVE 0 TO AV-OD-LIMIT
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-OD-COUNT
                   IF ODT-ACC-TYPE(J) = AV-ACC-TYPE
                       MOVE ODT-LIMIT(J) TO AV-OD-LIMIT
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF

           COMPUTE AV-AVAILABLE = AV-LEDGER-BAL - AV-GARNISHED
               - AV-FLOAT - AV-PENDING - AV-CARD-HELD + AV-OD-LIMIT
           IF AV-FROZEN = 'Y' OR WS-TABLE-FULL = 'Y'
               MOVE 0 TO AV-AVAILABLE
           END-IF

           PERFORM JUDGE-DEBIT
           GOBACK.

      *> The verdict on AV-DEBIT-AMT. A refusal names the first
      *> thing, in ledger order, that the debit runs into: the
      *> freeze, the ledger plus overdraft itself, then each
      *> deduction in turn -- so "uncleared cheque funds" means the
      *> customer would have had the money once the cheque clears.
       JUDGE-DEBIT.
           MOVE 'Y' TO AV-SUFFICIENT
           MOVE SPACES TO AV-REASON
           IF WS-TABLE-FULL = 'Y'
               MOVE 'N' TO AV-SUFFICIENT
               MOVE 'HOLD TABLES OVERFLOWED' TO AV-REASON
               EXIT PARAGRAPH
           END-IF
           IF AV-FROZEN = 'Y'
               MOVE 'N' TO AV-SUFFICIENT
               MOVE 'LEGAL HOLD - FROZEN' TO AV-REASON
               EXIT PARAGRAPH
           END-IF
           IF AV-DEBIT-AMT NOT > AV-AVAILABLE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO AV-SUFFICIENT
           COMPUTE WS-HEADROOM = AV-LEDGER-BAL + AV-OD-LIMIT
           IF AV-DEBIT-AMT > WS-HEADROOM
               MOVE 'INSUFFICIENT FUNDS' TO AV-REASON
               EXIT PARAGRAPH
           END-IF
           SUBTRACT AV-GARNISHED FROM WS-HEADROOM
           IF AV-DEBIT-AMT > WS-HEADROOM
               MOVE 'GARNISHMENT RESERVE HELD' TO AV-REASON
               EXIT PARAGRAPH
           END-IF
           SUBTRACT AV-FLOAT FROM WS-HEADROOM
           IF AV-DEBIT-AMT > WS-HEADROOM
               MOVE 'UNCLEARED CHEQUE FUNDS' TO AV-REASON
               EXIT PARAGRAPH
           END-IF
           SUBTRACT AV-PENDING FROM WS-HEADROOM
           IF AV-DEBIT-AMT > WS-HEADROOM
               MOVE 'DEBITS AWAITING RELEASE' TO AV-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE 'CARD AUTHORIZATIONS HELD' TO AV-REASON.

       LOAD-CONTROL-FILES.
           MOVE 'Y' TO WS-LOADED
           MOVE 'N' TO WS-TABLE-FULL
           PERFORM READ-SYSTEM-DATE
           MOVE SD-BUSINESS-DATE TO WS-TODAY
           PERFORM LOAD-LEGAL-HOLDS
           PERFORM LOAD-CHEQUE-FLOAT
           PERFORM LOAD-PENDING-DEBITS
           PERFORM LOAD-CARD-HOLDS
           PERFORM LOAD-OVERDRAFT-LIMITS.

      *> Active holds only; a missing file means no holds.
       LOAD-LEGAL-HOLDS.
           MOVE 0 TO WS-LH-COUNT
           MOVE 0 TO WS-OVERFLOW
           OPEN INPUT HOLDS-FILE
           IF WS-HOLDS-STATUS = '35'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-HOLDS-STATUS = '10'
               READ HOLDS-FILE
                   AT END
                       MOVE '10' TO WS-HOLDS-STATUS
                   NOT AT END
                       IF AH-STATUS = 'A'
                           IF WS-LH-COUNT < WS-LH-MAX
                               ADD 1 TO WS-LH-COUNT
                               MOVE AH-ACC-ID
                                   TO LH-ACC-ID(WS-LH-COUNT)
                               MOVE AH-TYPE TO LH-TYPE(WS-LH-COUNT)
                               COMPUTE LH-REMAINING(WS-LH-COUNT) =
                                   AH-AMOUNT - AH-CAPTURED
                           ELSE
                               ADD 1 TO WS-OVERFLOW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HOLDS-FILE
           IF WS-OVERFLOW > 0
               MOVE 'Y' TO WS-TABLE-FULL
               DISPLAY 'Warning: hold table full at ' WS-LH-MAX
                   ', ' WS-OVERFLOW ' active holds not loaded -- '
                   'no balance is available until it is widened.'
           END-IF.

      *> Open float rows whose availability date is still ahead.
       LOAD-CHEQUE-FLOAT.
           MOVE 0 TO WS-CF-COUNT
           OPEN INPUT FLOAT-FILE
           IF WS-FLOAT-STATUS = '35'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-FLOAT-STATUS = '10'
               READ FLOAT-FILE
                   AT END
                       MOVE '10' TO WS-FLOAT-STATUS
                   NOT AT END
                       IF CF-STATUS = 'O'
                           AND CF-AVAIL-DATE > WS-TODAY
                           IF WS-CF-COUNT < WS-CF-MAX
                               ADD 1 TO WS-CF-COUNT
                               MOVE CF-ACC-ID
                                   TO CFT-ACC-ID(WS-CF-COUNT)
                               MOVE CF-AMOUNT
                                   TO CFT-AMOUNT(WS-CF-COUNT)
                           ELSE
                               DISPLAY 'Warning: float table full at '
                                   WS-CF-MAX ', ignoring '
                                   CF-TXN-ID
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FLOAT-FILE.

      *> Withdrawals and transfers still waiting on a supervisor;
      *> the queue carries the validator's ten-byte account id.
       LOAD-PENDING-DEBITS.
           MOVE 0 TO WS-PQ-COUNT
           MOVE 0 TO WS-OVERFLOW
           OPEN INPUT PENDING-FILE
           IF WS-PENDING-STATUS = '35'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PENDING-STATUS = '10'
               READ PENDING-FILE
                   AT END
                       MOVE '10' TO WS-PENDING-STATUS
                   NOT AT END
                       IF PQ-STATUS = 'P'
                           AND (PQ-TXN-TYPE = 'W' OR PQ-TXN-TYPE = 'T')
                           AND FUNCTION TEST-NUMVAL(PQ-TXN-SRC) = 0
                           IF WS-PQ-COUNT < WS-PQ-MAX
                               ADD 1 TO WS-PQ-COUNT
                               COMPUTE PQT-ACC-ID(WS-PQ-COUNT) =
                                   FUNCTION NUMVAL(PQ-TXN-SRC)
                               MOVE PQ-TXN-AMOUNT
                                   TO PQT-AMOUNT(WS-PQ-COUNT)
                           ELSE
                               ADD 1 TO WS-OVERFLOW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PENDING-FILE
           IF WS-OVERFLOW > 0
               MOVE 'Y' TO WS-TABLE-FULL
               DISPLAY 'Warning: pending-debit table full at '
                   WS-PQ-MAX ', ' WS-OVERFLOW ' debits not loaded '
                   '-- no balance is available until it is widened.'
           END-IF.

      *> Card authorizations still open, awaiting the switch's
      *> settlement file.
       LOAD-CARD-HOLDS.
           MOVE 0 TO WS-CA-COUNT
           OPEN INPUT CARD-HOLDS-FILE
           IF WS-CARD-HOLDS-STATUS = '35'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CARD-HOLDS-STATUS = '10'
               READ CARD-HOLDS-FILE
                   AT END
                       MOVE '10' TO WS-CARD-HOLDS-STATUS
                   NOT AT END
                       IF CA-STATUS = 'O'
                           IF WS-CA-COUNT < WS-CA-MAX
                               ADD 1 TO WS-CA-COUNT
                               MOVE CA-ACC-ID
                                   TO CAT-ACC-ID(WS-CA-COUNT)
                               MOVE CA-AMOUNT
                                   TO CAT-AMOUNT(WS-CA-COUNT)
                           ELSE
                               DISPLAY 'Warning: card hold table '
                                   'full at ' WS-CA-MAX ', ignoring '
                                   CA-AUTH-REF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CARD-HOLDS-FILE.

      *> overdraft-limits.dat, falling back to the standard product
      *> schedule (CHECKING 500.00, SAVINGS none) when missing.
       LOAD-OVERDRAFT-LIMITS.
           MOVE 0 TO WS-OD-COUNT
           OPEN INPUT OD-LIMIT-FILE
           IF WS-OD-STATUS = '35'
               MOVE 2 TO WS-OD-COUNT
               MOVE 'CHECKING' TO ODT-ACC-TYPE(1)
               MOVE 500.00     TO ODT-LIMIT(1)
               MOVE 'SAVINGS'  TO ODT-ACC-TYPE(2)
               MOVE 0          TO ODT-LIMIT(2)
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-OD-STATUS = '10'
               READ OD-LIMIT-FILE
                   AT END
                       MOVE '10' TO WS-OD-STATUS
                   NOT AT END
                       IF WS-OD-COUNT < WS-OD-MAX-TYPES
                           ADD 1 TO WS-OD-COUNT
                           MOVE OL-ACC-TYPE
                               TO ODT-ACC-TYPE(WS-OD-COUNT)
                           MOVE OL-LIMIT TO ODT-LIMIT(WS-OD-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OD-LIMIT-FILE.

       COPY 'sysdate-read.cpy'.
