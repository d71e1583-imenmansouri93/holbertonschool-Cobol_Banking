      *> GL-ENTRY-PENDING.DAT until a second, different user
      *> approves it -- the USER-ADMIN dual-control style -- and
      *> only then do the lines reach the journal, with both user
      *> ids on the pending record forever. Every set carries the
      *> cost centre its lines are posted to -- the branch of the
      *> terminal it was keyed at unless the preparer names another
      *> branch on the register.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT GL-JOURNAL ASSIGN TO "GL-JOURNAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
           SELECT SESSION-FILE ASSIGN TO "SESSION.REGISTRY.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SESSION-REC-TERMINAL
               FILE STATUS IS SESSION-STATUS.
           SELECT SYSDATE-FILE ASSIGN TO "SYSTEM-DATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSDATE-STATUS.
           SELECT PERIOD-FILE ASSIGN TO "GL-PERIODS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERIOD-STATUS.
           SELECT BRANCH-FILE ASSIGN TO "branches.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BRANCH-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 GE-REQ-BY     PIC X(8).
           05 GE-APPR-BY    PIC X(8).
           05 GE-STATUS     PIC X.
           05 GE-COST-CENTRE PIC X(4).

       FD COA-FILE.
       01 COA-RECORD.
           05 GJ-AMOUNT     PIC 9(8)V99.
           05 GJ-OFFSET     PIC X(9).
           05 GJ-BATCH      PIC 9(4).
           05 GJ-COST-CENTRE PIC X(4).

       FD SESSION-FILE.
       01 SESSION-RECORD.
           05 SESSION-REC-TERMINAL PIC X(8).
           05 SESSION-REC-USER-ID PIC X(8).
           05 SESSION-REC-ACCESS  PIC 9.
           05 SESSION-REC-DATE    PIC 9(8).
           05 SESSION-REC-TIME    PIC 9(8).

       FD SYSDATE-FILE.
       01 SYSDATE-REC            PIC X(40).

       FD PERIOD-FILE.
       01 PERIOD-REC             PIC X(100).

       FD BRANCH-FILE.
       01 BRANCH-REC             PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "sysdate-ws.cpy".
       COPY "period-ws.cpy".
       COPY "branch-ws.cpy".
      *> A set larger than the keying operator's GLENTRY authority
      *> limit needs a supervisor override before it is staged.
       COPY "authlimit-ws.cpy".
       01 WS-PEND-STATUS     PIC XX.
       01 WS-COA-STATUS      PIC XX.
       01 WS-GL-STATUS       PIC XX.
       01 SESSION-STATUS     PIC XX.
       01 WS-SESSION-TERMINAL PIC X(8).
       01 WS-EOF             PIC X VALUE "N".
       01 WS-CHOICE          PIC X.
       01 WS-TODAY           PIC 9(8).
       01 WS-AMT-TEXT        PIC X(12).
       01 WS-NARRATIVE       PIC X(40).
       01 WS-REFERENCE       PIC X(12).
       01 WS-COST-CENTRE     PIC X(4).
       01 WS-ACCT-OK         PIC X.
       01 WS-SHOWN           PIC 9(3).
       01 WS-DISP-DR         PIC Z,ZZZ,ZZ9.99.
       01 WS-PE-MAX          PIC 9(4) VALUE 1000.
       01 PE-TABLE.
           05 PE-ENTRY OCCURS 1 TO 1000 TIMES
                       DEPENDING ON WS-PE-COUNT PIC X(100).

      *> The set being keyed, held until it proves balanced.
       01 WS-NL-COUNT        PIC 9(2) VALUE 0.
       MAIN-PARA.
           DISPLAY "MANUAL GL JOURNAL ENTRY (DUAL CONTROL)"
           DISPLAY "======================================"
           PERFORM READ-SYSTEM-DATE
           MOVE SD-BUSINESS-DATE TO WS-TODAY
           PERFORM READ-OPERATOR-SESSION
           IF WS-OPERATOR = SPACES
               DISPLAY "  >> No active session; log in first."
           END-IF
           PERFORM LOAD-CHART-OF-ACCOUNTS
           PERFORM LOAD-PENDING-TABLE
           PERFORM LOAD-CLOSED-PERIODS
           PERFORM LOAD-BRANCHES

           PERFORM UNTIL WS-CHOICE = "Q"
               DISPLAY " "
           STOP RUN.

       READ-OPERATOR-SESSION.
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
                       MOVE SESSION-REC-USER-ID TO WS-OPERATOR
               END-READ
               CLOSE SESSION-FILE
           IF WS-COA-STATUS = "35"
               DISPLAY "No CHART-OF-ACCOUNTS.DAT found, using the "
                   "compiled-in nominals"
               MOVE 22 TO WS-CA-COUNT
               MOVE "CASH"    TO T-CA-ACCOUNT(1)
               MOVE "INTEXP"  TO T-CA-ACCOUNT(2)
               MOVE "FEEINC"  TO T-CA-ACCOUNT(3)
               MOVE "FXADJ"   TO T-CA-ACCOUNT(4)
               MOVE "SUSPENSE" TO T-CA-ACCOUNT(5)
               MOVE "RETEARN" TO T-CA-ACCOUNT(6)
               MOVE "FXINC"   TO T-CA-ACCOUNT(7)
               MOVE "INTRECV" TO T-CA-ACCOUNT(8)
               MOVE "LOANINT" TO T-CA-ACCOUNT(9)
               MOVE "LOANPROV" TO T-CA-ACCOUNT(10)
               MOVE "PROVEXP" TO T-CA-ACCOUNT(11)
               MOVE "LOANS"   TO T-CA-ACCOUNT(12)
               MOVE "RECOVINC" TO T-CA-ACCOUNT(13)
               MOVE "SALEXP"  TO T-CA-ACCOUNT(14)
               MOVE "PAYTAX"  TO T-CA-ACCOUNT(15)
               MOVE "PAYDED"  TO T-CA-ACCOUNT(16)
               MOVE "NETPAY"  TO T-CA-ACCOUNT(17)
               MOVE "FXCASH"  TO T-CA-ACCOUNT(18)
               MOVE "INTERBR" TO T-CA-ACCOUNT(19)
               MOVE "ESTATEPAY" TO T-CA-ACCOUNT(20)
               MOVE "TERMDEP" TO T-CA-ACCOUNT(21)
               MOVE "CHQFLOAT" TO T-CA-ACCOUNT(22)
           ELSE
               PERFORM UNTIL WS-EOF = "Y"
                   READ COA-FILE
               DISPLAY "Supporting reference (12 chars, "
                   "required): "
               ACCEPT WS-REFERENCE
               DISPLAY "Cost centre (blank = "
                   WS-BR-TERM-BRANCH "): "
               MOVE SPACES TO WS-COST-CENTRE
               ACCEPT WS-COST-CENTRE
               IF WS-COST-CENTRE = SPACES
                   MOVE WS-BR-TERM-BRANCH TO WS-COST-CENTRE
               END-IF
               MOVE WS-COST-CENTRE TO WS-BR-TEST-CODE
               PERFORM CHECK-BRANCH-CODE
               IF WS-NARRATIVE = SPACES
                   OR WS-REFERENCE = SPACES
                   DISPLAY "  >> Narrative and reference are "
                       "mandatory; nothing staged."
               ELSE
               IF WS-BR-VALID = "N"
                   DISPLAY "  >> " WS-COST-CENTRE " is not a "
                       "branch on the register; nothing staged."
               ELSE
                   PERFORM CHECK-OPERATOR-LIMIT
                   IF AL-GRANTED = "Y"
                       PERFORM STAGE-THE-SET
                   ELSE
                       DISPLAY "  >> Over your authority limit; "
                           "nothing staged."
                   END-IF
               END-IF
               END-IF
           END-IF
           END-IF.

      *> FXCASH on the chart stands for every FXCASH<ccy> currency
      *> till account.
       CHECK-CHART-ACCOUNT.
           MOVE "N" TO WS-ACCT-OK
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-CA-COUNT
               IF T-CA-ACCOUNT(K) = GE-ACCOUNT
                   OR (T-CA-ACCOUNT(K) = "FXCASH"
                       AND GE-ACCOUNT(1:6) = "FXCASH")
                   MOVE "Y" TO WS-ACCT-OK
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> The set is measured by its debit total, which balances
      *> its credit total by the time it gets here.
       CHECK-OPERATOR-LIMIT.
           MOVE "GL-ENTRY" TO AL-PROGRAM
           MOVE "GLENTRY" TO AL-TXN-KIND
           MOVE WS-TOT-DR TO AL-AMOUNT
           CALL "AUTHLIMIT" USING AUTHORITY-LIMIT-AREA.

       STAGE-THE-SET.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-NL-COUNT
               IF WS-PE-COUNT < WS-PE-MAX
                   MOVE WS-OPERATOR TO GE-REQ-BY
                   MOVE SPACES TO GE-APPR-BY
                   MOVE "P" TO GE-STATUS
                   MOVE WS-COST-CENTRE TO GE-COST-CENTRE
                   MOVE PENDING-RECORD TO PE-ENTRY(WS-PE-COUNT)
               END-IF
           END-PERFORM

       LIST-PENDING-SETS.
           MOVE 0 TO WS-SHOWN
           DISPLAY "SET   LN ACCOUNT   DC AMOUNT      BY       CC"
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-PE-COUNT
               MOVE PE-ENTRY(J) TO PENDING-RECORD
               IF GE-STATUS = "P"
                   MOVE GE-AMOUNT TO WS-DISP-DR
                   DISPLAY GE-SET-NO " " GE-LINE-NO " "
                       GE-ACCOUNT " " GE-DC "  " WS-DISP-DR
                       " " GE-REQ-BY " " GE-COST-CENTRE
               END-IF
           END-PERFORM
           IF WS-SHOWN = 0
           END-IF.

       POST-APPROVED-SET.
           MOVE WS-TODAY TO WS-PER-TEST-DATE
           PERFORM CHECK-PERIOD-OPEN
           IF WS-PER-OPEN = "N"
               DISPLAY "  >> Accounting period " WS-TODAY(1:6)
                   " is closed; set " WS-PICK " stays pending."
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND GL-JOURNAL
           IF WS-GL-STATUS = "35"
               OPEN OUTPUT GL-JOURNAL
                   MOVE GE-AMOUNT TO GJ-AMOUNT
                   MOVE GE-REFERENCE(1:9) TO GJ-OFFSET
                   MOVE 0 TO GJ-BATCH
                   MOVE GE-COST-CENTRE TO GJ-COST-CENTRE
                   IF GJ-COST-CENTRE = SPACES
                       MOVE WS-BR-TERM-BRANCH TO GJ-COST-CENTRE
                   END-IF
                   WRITE GL-JOURNAL-REC
                   MOVE "A" TO GE-STATUS
                   MOVE WS-OPERATOR TO GE-APPR-BY
           DISPLAY "Set " WS-PICK " approved by "
               FUNCTION TRIM(WS-OPERATOR)
               " and posted to the journal.".

       COPY "sysdate-read.cpy".
       COPY "period-check.cpy".
       COPY "branch-check.cpy".
