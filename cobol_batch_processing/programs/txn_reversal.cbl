      *> and FRAUD-DETECTION know the two legs are a correction, not
      *> suspicious activity -- the old fix of inventing a
      *> compensating deposit wrecked both the audit trail and the
      *> fraud baselines. A transaction under an unresolved
      *> customer dispute is left to DISPUTE-CASE, which decides
      *> whether the customer keeps the money.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSTED-FILE ASSIGN TO WS-POSTED-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTED-STATUS.
           SELECT PAIRS-FILE ASSIGN TO 'REVERSAL-PAIRS.DAT'
           SELECT REVERSAL-OUT ASSIGN TO 'REVERSAL-TRANS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REV-STATUS.
           SELECT CASE-FILE ASSIGN TO 'DISPUTE-CASES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DP-STATUS.
           SELECT SYSDATE-FILE ASSIGN TO 'SYSTEM-DATE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSDATE-STATUS.
           SELECT PERIOD-FILE ASSIGN TO 'GL-PERIODS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERIOD-STATUS.
           SELECT ARCHIVE-INDEX ASSIGN TO 'TXN-ARCHIVE-INDEX.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCHIVE-INDEX-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 RV-TRL-COUNT   PIC 9(6).
           05 RV-TRL-HASH    PIC 9(10)V99.

      *> DISPUTE-CASE's case file; only the id and status matter
      *> here.
       FD CASE-FILE.
       01 CASE-RECORD.
           05 DP-CASE-NO       PIC 9(6).
           05 DP-TXN-ID        PIC X(6).
           05 FILLER           PIC X(98).
           05 DP-STATUS        PIC X.
           05 FILLER           PIC X(36).

       FD SYSDATE-FILE.
       01 SYSDATE-REC            PIC X(40).

       FD PERIOD-FILE.
       01 PERIOD-REC             PIC X(100).

       FD ARCHIVE-INDEX.
       01 ARCHIVE-INDEX-REC      PIC X(100).

       WORKING-STORAGE SECTION.
       COPY 'sysdate-ws.cpy'.
       COPY 'period-ws.cpy'.
       COPY 'txnarch-ws.cpy'.
       01 WS-POSTED-STATUS   PIC XX.
       01 WS-POSTED-NAME     PIC X(30).
       01 WS-PAIRS-STATUS    PIC XX.
       01 WS-REV-STATUS      PIC XX.
       01 WS-EOF             PIC X VALUE 'N'.
       01 WS-PICK-ID         PIC X(6).
       01 WS-FOUND           PIC X VALUE 'N'.
       01 WS-ALREADY         PIC X VALUE 'N'.
       01 WS-DP-STATUS       PIC XX.
       01 WS-DISPUTED        PIC X VALUE 'N'.
       01 WS-REV-ID          PIC X(6).
       01 WS-REV-TIME        PIC 9(8).
       01 WS-DISP-AMT        PIC Z(7)9.99.
       MAIN-PARA.
           DISPLAY 'POSTED TRANSACTION REVERSAL'
           DISPLAY '==========================='
           PERFORM READ-SYSTEM-DATE
           MOVE SD-BUSINESS-DATE TO WS-TODAY
      *> The reversal is dated today; a closed month takes no new
      *> entries, even corrections.
           PERFORM LOAD-CLOSED-PERIODS
           MOVE WS-TODAY TO WS-PER-TEST-DATE
           PERFORM CHECK-PERIOD-OPEN
           IF WS-PER-OPEN = 'N'
               DISPLAY '  >> Accounting period ' WS-TODAY(1:6)
                   ' is closed; no reversal can be dated into it.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY 'Posted transaction id to reverse: '
           ACCEPT WS-PICK-ID
           IF WS-PICK-ID = SPACES
               STOP RUN
           END-IF

           PERFORM CHECK-OPEN-DISPUTE
           IF WS-DISPUTED = 'Y'
               DISPLAY '  >> Transaction ' WS-PICK-ID
                   ' is under dispute as case ' DP-CASE-NO
                   '; resolve it at DISPUTE-CASE.'
               STOP RUN
           END-IF

           PERFORM FIND-POSTED-TRANSACTION
           IF WS-FOUND = 'N'
               DISPLAY '  >> Transaction ' WS-PICK-ID
           END-IF
           MOVE 'N' TO WS-EOF.

      *> Cases still open (O) or provisionally credited (P) block a
      *> reversal; a resolved case has already settled the money.
       CHECK-OPEN-DISPUTE.
           MOVE 'N' TO WS-DISPUTED
           OPEN INPUT CASE-FILE
           IF WS-DP-STATUS NOT = '35'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ CASE-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF DP-TXN-ID = WS-PICK-ID
                               AND (DP-STATUS = 'O'
                                    OR DP-STATUS = 'P')
                               MOVE 'Y' TO WS-DISPUTED
                               MOVE 'Y' TO WS-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CASE-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

      *> The last posted row for the id wins -- after a checkpoint
      *> restart the journal can carry the same id twice with the
      *> same content. An id not on the live register is looked
      *> for in the archived months, newest first, through
      *> TXN-ARCHIVE-INDEX.DAT.
       FIND-POSTED-TRANSACTION.
           MOVE 'N' TO WS-FOUND
           MOVE 'POSTED-TRANS.DAT' TO WS-POSTED-NAME
           PERFORM SCAN-POSTED-FILE
           IF WS-POSTED-STATUS = '35'
               DISPLAY 'No POSTED-TRANS.DAT on file -- nothing has '
                   'posted through the journal yet.'
           END-IF
           IF WS-FOUND = 'Y'
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-ARCHIVE-INDEX
           MOVE WS-AX-COUNT TO WS-AX-IDX
           PERFORM UNTIL WS-AX-IDX = 0 OR WS-FOUND = 'Y'
               MOVE AX-ENTRY(WS-AX-IDX) TO ARCHIVE-INDEX-DETAIL
               IF AX-REGISTER = 'POSTED'
                   MOVE AX-FILE-NAME TO WS-POSTED-NAME
                   PERFORM SCAN-POSTED-FILE
                   IF WS-FOUND = 'Y'
                       DISPLAY 'Found on the archived register '
                           FUNCTION TRIM(AX-FILE-NAME)
                   END-IF
               END-IF
               SUBTRACT 1 FROM WS-AX-IDX
           END-PERFORM.

       SCAN-POSTED-FILE.
           OPEN INPUT POSTED-FILE
           IF WS-POSTED-STATUS = '35'
               CONTINUE
           ELSE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ POSTED-FILE
           MOVE WS-TODAY TO RP-DATE
           WRITE PAIRS-RECORD
           CLOSE PAIRS-FILE.

       COPY 'sysdate-read.cpy'.
       COPY 'period-check.cpy'.
       COPY 'txnarch-check.cpy'.
