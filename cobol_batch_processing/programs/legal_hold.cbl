           SELECT MJRNL-FILE ASSIGN TO 'MASTER-JOURNAL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MJRNL-STATUS.
           SELECT SYSDATE-FILE ASSIGN TO 'SYSTEM-DATE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSDATE-STATUS.
           SELECT SYSSTAT-FILE ASSIGN TO 'SYSTEM-STATUS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSSTAT-STATUS.
           SELECT PERIOD-FILE ASSIGN TO 'GL-PERIODS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERIOD-STATUS.
           SELECT BRANCH-FILE ASSIGN TO 'branches.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BRANCH-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 ACC-CURRENCY PIC X(3).
           05 ACC-STATUS   PIC X(8).
           05 ACC-LAST-ACTIVITY PIC 9(8).
           05 ACC-BRANCH   PIC X(4).

       FD GL-JOURNAL.
       01 GL-JOURNAL-REC.
           05 GJ-AMOUNT     PIC 9(8)V99.
           05 GJ-OFFSET     PIC X(9).
           05 GJ-BATCH      PIC 9(4).
           05 GJ-COST-CENTRE PIC X(4).

       FD REMIT-FILE.
       01 REMIT-REC         PIC X(100).
       FD MJRNL-FILE.
       01 MJRNL-RECORD      PIC X(160).

       FD SYSDATE-FILE.
       01 SYSDATE-REC            PIC X(40).

       FD SYSSTAT-FILE.
       01 SYSSTAT-REC            PIC X(60).

       FD PERIOD-FILE.
       01 PERIOD-REC             PIC X(100).

       FD BRANCH-FILE.
       01 BRANCH-REC             PIC X(80).

       WORKING-STORAGE SECTION.
       COPY 'sysdate-ws.cpy'.
       COPY "mstjrnl-ws.cpy".
       COPY 'sysstat-ws.cpy'.
       COPY 'period-ws.cpy'.
       COPY 'branch-ws.cpy'.
       01 WS-HOLDS-STATUS    PIC XX.
       01 WS-ACC-STATUS      PIC XX.
       01 WS-GL-STATUS       PIC XX.
       01 WS-SHOWN           PIC 9(3) VALUE 0.
       01 WS-AMT-TEXT        PIC X(12).
       01 WS-TAKE            PIC 9(8)V99.
       01 WS-COST-CENTRE     PIC X(4).
       01 WS-REMAINING       PIC 9(8)V99.
       01 WS-CAPTURED-RUN    PIC 9(3) VALUE 0.
       01 WS-DISP-AMT        PIC Z(7)9.99.
       MAIN-PARA.
           DISPLAY 'LEGAL HOLD AND GARNISHMENT DESK'
           DISPLAY '==============================='
           PERFORM READ-SYSTEM-DATE
           MOVE SD-BUSINESS-DATE TO WS-TODAY
           MOVE 'LEGAL-HOLD' TO MJRNL-PROGRAM
      *> The posting paths read ACCOUNT-HOLDS.DAT and the capture
      *> pass rewrites the master, so while the nightly chain runs
      *> the desk is list-and-report only.
           PERFORM CHECK-ONLINE-AVAILABLE
           PERFORM LOAD-HOLD-TABLE

           PERFORM UNTIL WS-CHOICE = 'Q'
                   WITH NO ADVANCING
               ACCEPT WS-CHOICE
               MOVE FUNCTION UPPER-CASE(WS-CHOICE) TO WS-CHOICE
               IF SYSSTAT-ONLINE = 'N'
                   AND (WS-CHOICE = 'A' OR WS-CHOICE = 'R'
                        OR WS-CHOICE = 'C')
                   DISPLAY 'Refused: nightly posting window running, '
                       'list and remittance report only.'
                   MOVE SPACE TO WS-CHOICE
               END-IF
               EVALUATE WS-CHOICE
                   WHEN SPACE
                       CONTINUE
                   WHEN 'A'
                       PERFORM ADD-HOLD
                   WHEN 'L'
               END-EVALUATE
           END-PERFORM

           IF SYSSTAT-ONLINE = 'Y'
               PERFORM SAVE-HOLD-TABLE
               DISPLAY 'Hold file saved.'
           END-IF
           STOP RUN.

       LOAD-HOLD-TABLE.
      *> full amount has been captured goes S (satisfied).
       CAPTURE-GARNISHMENTS.
           MOVE 0 TO WS-CAPTURED-RUN
           PERFORM LOAD-CLOSED-PERIODS
           PERFORM LOAD-BRANCHES
           MOVE WS-TODAY TO WS-PER-TEST-DATE
           PERFORM CHECK-PERIOD-OPEN
           IF WS-PER-OPEN = 'N'
               DISPLAY '  >> Accounting period ' WS-TODAY(1:6)
                   ' is closed; captures cannot be journaled into '
                   'it.'
               EXIT PARAGRAPH
           END-IF
           OPEN I-O ACCOUNTS
           IF WS-ACC-STATUS NOT = '00'
               DISPLAY 'Cannot open ACCOUNTS.MASTER.IDX (status '
                   END-IF
           END-READ.

      *> Both legs post at the branch holding the account.
       WRITE-CAPTURE-GL.
           IF ACC-BRANCH = SPACES
               MOVE WS-BR-HEAD-OFFICE TO WS-COST-CENTRE
           ELSE
               MOVE ACC-BRANCH TO WS-COST-CENTRE
           END-IF
           MOVE SPACES TO GL-JOURNAL-REC
           MOVE WS-TODAY TO GJ-DATE
           MOVE 'LEGAL-HOLD' TO GJ-PROGRAM
           MOVE WS-TAKE TO GJ-AMOUNT
           MOVE 'GARNPAY' TO GJ-OFFSET
           MOVE 0 TO GJ-BATCH
           MOVE WS-COST-CENTRE TO GJ-COST-CENTRE
           WRITE GL-JOURNAL-REC
           MOVE SPACES TO GL-JOURNAL-REC
           MOVE WS-TODAY TO GJ-DATE
           MOVE WS-TAKE TO GJ-AMOUNT
           MOVE T-AH-ACC-ID(J) TO GJ-OFFSET
           MOVE 0 TO GJ-BATCH
           MOVE WS-COST-CENTRE TO GJ-COST-CENTRE
           WRITE GL-JOURNAL-REC.

      *> One line per garnishment order: ordered amount, captured to
               ' orders).'.

       COPY "mstjrnl-write.cpy".
       COPY 'sysdate-read.cpy'.
       COPY 'sysstat-check.cpy'.
       COPY 'period-check.cpy'.
       COPY 'branch-check.cpy'.
