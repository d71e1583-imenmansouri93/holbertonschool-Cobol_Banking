           SELECT GL-JOURNAL ASSIGN TO 'GL-JOURNAL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
           SELECT SYSDATE-FILE ASSIGN TO 'SYSTEM-DATE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSDATE-STATUS.
           SELECT PERIOD-FILE ASSIGN TO 'GL-PERIODS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERIOD-STATUS.
           SELECT BRANCH-FILE ASSIGN TO 'branches.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BRANCH-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 GJ-AMOUNT     PIC 9(8)V99.
           05 GJ-OFFSET     PIC X(9).
           05 GJ-BATCH      PIC 9(4).
           05 GJ-COST-CENTRE PIC X(4).

       FD SYSDATE-FILE.
       01 SYSDATE-REC            PIC X(40).

       FD PERIOD-FILE.
       01 PERIOD-REC             PIC X(100).

       FD BRANCH-FILE.
       01 BRANCH-REC             PIC X(80).

       WORKING-STORAGE SECTION.
       COPY 'sysdate-ws.cpy'.
       COPY 'period-ws.cpy'.
       COPY 'branch-ws.cpy'.
       01 WS-REJ-STATUS     PIC XX.
       01 WS-RSB-STATUS     PIC XX.
       01 WS-DAYS-STATUS    PIC XX.
       MAIN-PARA.
           DISPLAY 'REJECTED TRANSACTION REPAIR'
           DISPLAY '==========================='
           PERFORM READ-SYSTEM-DATE
           MOVE SD-BUSINESS-DATE TO WS-TODAY
           PERFORM LOAD-AGING-DAYS
           PERFORM LOAD-REJECT-TABLE
           IF WS-REJ-COUNT = 0
      *> money still genuinely in limbo.
       CLEAR-REPAIRED-SUSPENSE.
           IF WS-RSB-COUNT = 0
               EXIT PARAGRAPH
           END-IF
      *> The clearing pair is dated today; in a closed month the
      *> items stay open for a later run to clear.
           PERFORM LOAD-CLOSED-PERIODS
           PERFORM LOAD-BRANCHES
           MOVE WS-TODAY TO WS-PER-TEST-DATE
           PERFORM CHECK-PERIOD-OPEN
           IF WS-PER-OPEN = 'N'
               DISPLAY '  >> Accounting period ' WS-TODAY(1:6)
                   ' is closed; suspense items stay open until '
                   'the clearing can be journaled.'
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-SUSPENSE-TABLE
           OPEN EXTEND GL-JOURNAL
           IF WS-GL-STATUS = '35'
               OPEN OUTPUT GL-JOURNAL
           END-IF
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > WS-REJ-COUNT
               IF RJ-REPAIRED(J) = 'Y'
                   PERFORM CLEAR-ONE-SUSPENSE
               END-IF
           END-PERFORM
           CLOSE GL-JOURNAL
           PERFORM SAVE-SUSPENSE-TABLE.

       LOAD-SUSPENSE-TABLE.
           MOVE 0 TO WS-SU-COUNT
           MOVE SU-AMOUNT TO GJ-AMOUNT
           MOVE 'SUSPOFF' TO GJ-OFFSET
           MOVE 0 TO GJ-BATCH
           MOVE WS-BR-TERM-BRANCH TO GJ-COST-CENTRE
           WRITE GL-JOURNAL-REC
           MOVE SPACES TO GL-JOURNAL-REC
           MOVE WS-TODAY TO GJ-DATE
           MOVE SU-AMOUNT TO GJ-AMOUNT
           MOVE 'SUSPENSE' TO GJ-OFFSET
           MOVE 0 TO GJ-BATCH
           MOVE WS-BR-TERM-BRANCH TO GJ-COST-CENTRE
           WRITE GL-JOURNAL-REC.

      *> Lists rejects still unrepaired after WS-AGING-DAYS days
           CLOSE AGING-REPORT
           DISPLAY 'Aging report written: ' WS-AGED-COUNT
               ' aged rejects.'.

       COPY 'sysdate-read.cpy'.
       COPY 'period-check.cpy'.
       COPY 'branch-check.cpy'.
