      *> goes out as a FEE transaction -- both into
      *> RETURN-TRANS.DAT with the usual control trailer for the
      *> next posting window.
      *> Every run also clears the open rows whose availability
      *> date has come, and each cheque leaving the float -- cleared
      *> or returned -- releases its amount from CHQFLOAT back to
      *> CASH in the GL journal. A return can still arrive for a
      *> cheque already cleared; it is backed out the same way but
      *> has no float left to release.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT FEE-FILE ASSIGN TO 'returned-item-fee.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEE-STATUS.
           SELECT SYSDATE-FILE ASSIGN TO 'SYSTEM-DATE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSDATE-STATUS.
           SELECT GL-JOURNAL ASSIGN TO 'GL-JOURNAL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
           SELECT PERIOD-FILE ASSIGN TO 'GL-PERIODS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERIOD-STATUS.
           SELECT BRANCH-FILE ASSIGN TO 'branches.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BRANCH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FEE-FILE.
       01 FEE-REC           PIC X(10).

       FD SYSDATE-FILE.
       01 SYSDATE-REC            PIC X(40).

       FD GL-JOURNAL.
       01 GL-JOURNAL-REC.
           05 GJ-DATE       PIC 9(8).
           05 GJ-PROGRAM    PIC X(10).
           05 GJ-ACCOUNT    PIC X(9).
           05 GJ-DC         PIC X.
           05 GJ-AMOUNT     PIC 9(8)V99.
           05 GJ-OFFSET     PIC X(9).
           05 GJ-BATCH      PIC 9(4).
           05 GJ-COST-CENTRE PIC X(4).

       FD PERIOD-FILE.
       01 PERIOD-REC             PIC X(100).

       FD BRANCH-FILE.
       01 BRANCH-REC             PIC X(80).

       WORKING-STORAGE SECTION.
       COPY 'sysdate-ws.cpy'.
       COPY 'period-ws.cpy'.
       COPY 'branch-ws.cpy'.
       01 WS-RET-STATUS      PIC XX.
       01 WS-GL-STATUS       PIC XX.
       01 WS-FLOAT-STATUS    PIC XX.
       01 WS-FEE-STATUS      PIC XX.
       01 WS-EOF             PIC X VALUE 'N'.
       01 WS-RETURN-FEE      PIC 9(5)V99 VALUE 15.00.
       01 WS-RETURNED        PIC 9(5) VALUE 0.
       01 WS-UNMATCHED       PIC 9(5) VALUE 0.
       01 WS-CLEARED         PIC 9(5) VALUE 0.
       01 WS-OUT-COUNT       PIC 9(6) VALUE 0.
       01 WS-OUT-HASH        PIC 9(10)V99 VALUE 0.
       01 J                  PIC 9(4).
       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY 'RETURNED CHEQUE PROCESSING'
           PERFORM READ-SYSTEM-DATE
           MOVE SD-BUSINESS-DATE TO WS-TODAY
           PERFORM LOAD-CLOSED-PERIODS
           PERFORM LOAD-BRANCHES
           MOVE WS-TODAY TO WS-PER-TEST-DATE
           PERFORM CHECK-PERIOD-OPEN
           IF WS-PER-OPEN = 'N'
               DISPLAY 'ABEND: business date ' WS-TODAY
                   ' falls in closed accounting period '
                   WS-TODAY(1:6) '. Nothing processed.'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-RETURN-FEE
           PERFORM LOAD-RETURNS
           PERFORM LOAD-FLOAT-TABLE
           IF WS-RT-COUNT = 0 AND WS-CF-COUNT = 0
               DISPLAY 'No CHEQUE-RETURNS.DAT advice and no float '
                   'on file, nothing to do.'
               STOP RUN
           END-IF

           OPEN EXTEND GL-JOURNAL
           IF WS-GL-STATUS = '35'
               OPEN OUTPUT GL-JOURNAL
           END-IF
           IF WS-RT-COUNT = 0
               DISPLAY 'No CHEQUE-RETURNS.DAT advice on file.'
           ELSE
               OPEN OUTPUT TRANS-OUT
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-RT-COUNT
                   PERFORM PROCESS-ONE-RETURN
               END-PERFORM
               PERFORM WRITE-OUT-TRAILER
               CLOSE TRANS-OUT
           END-IF
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-CF-COUNT
               IF T-CF-STATUS(K) = 'O'
                   AND T-CF-AVAIL-DATE(K) <= WS-TODAY
                   MOVE 'C' TO T-CF-STATUS(K)
                   ADD 1 TO WS-CLEARED
                   PERFORM WRITE-FLOAT-RELEASE-GL
               END-IF
           END-PERFORM
           CLOSE GL-JOURNAL

           PERFORM SAVE-FLOAT-TABLE

           DISPLAY 'Cheques cleared: ' WS-CLEARED
           DISPLAY 'Cheques returned: ' WS-RETURNED
               '  Unmatched advice: ' WS-UNMATCHED
           IF WS-RT-COUNT > 0
               DISPLAY 'Stage RETURN-TRANS.DAT into the next '
                   'posting window.'
           END-IF
           STOP RUN.

       LOAD-RETURN-FEE.

      *> Backs the bounced credit out and charges the returned-item
      *> fee; a return for a cheque already returned (or never
      *> deposited) is reported, not silently dropped. A cheque
      *> still on float releases its CHQFLOAT amount as it goes.
       PROCESS-ONE-RETURN.
           MOVE 0 TO K
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-CF-COUNT
               IF T-CF-TXN-ID(K) = RT-TXN-ID(J)
                   AND (T-CF-STATUS(K) = 'O'
                        OR T-CF-STATUS(K) = 'C')
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF K > WS-CF-COUNT
               ADD 1 TO WS-UNMATCHED
               DISPLAY '  >> No deposited cheque on file for advice '
                   RT-TXN-ID(J)
           ELSE
               IF T-CF-STATUS(K) = 'O'
                   PERFORM WRITE-FLOAT-RELEASE-GL
               END-IF
               MOVE 'R' TO T-CF-STATUS(K)
               ADD 1 TO WS-RETURNED

           MOVE WS-OUT-COUNT TO OUT-TRL-COUNT
           MOVE WS-OUT-HASH TO OUT-TRL-HASH
           WRITE TRANS-OUT-TRAILER.

      *> The float row K leaves CHQFLOAT for CASH. Batch work books
      *> to head office, the branch BATCH-VALIDATOR floated it at.
       WRITE-FLOAT-RELEASE-GL.
           MOVE SPACES TO GL-JOURNAL-REC
           MOVE WS-TODAY TO GJ-DATE
           MOVE 'CHQ-RETURN' TO GJ-PROGRAM
           MOVE 'CASH' TO GJ-ACCOUNT
           MOVE 'D' TO GJ-DC
           MOVE T-CF-AMOUNT(K) TO GJ-AMOUNT
           MOVE 'CHQFLOAT' TO GJ-OFFSET
           MOVE 0 TO GJ-BATCH
           MOVE WS-BR-HEAD-OFFICE TO GJ-COST-CENTRE
           WRITE GL-JOURNAL-REC
           MOVE SPACES TO GL-JOURNAL-REC
           MOVE WS-TODAY TO GJ-DATE
           MOVE 'CHQ-RETURN' TO GJ-PROGRAM
           MOVE 'CHQFLOAT' TO GJ-ACCOUNT
           MOVE 'C' TO GJ-DC
           MOVE T-CF-AMOUNT(K) TO GJ-AMOUNT
           MOVE 'CASH' TO GJ-OFFSET
           MOVE 0 TO GJ-BATCH
           MOVE WS-BR-HEAD-OFFICE TO GJ-COST-CENTRE
           WRITE GL-JOURNAL-REC.

       COPY 'sysdate-read.cpy'.
       COPY 'period-check.cpy'.
       COPY 'branch-check.cpy'.
