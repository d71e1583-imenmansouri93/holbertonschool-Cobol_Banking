      *> TRANS-REC layout the account updater posts, trailer and
      *> all, so they flow through the pipeline with GL entries like
      *> any other movement. A month marker stops the run assessing
      *> the same month twice. Basis E rows are per-event fees (the
      *> STOP fee for a stop-payment instruction, the SWCH fee for a
      *> product switch) charged by the program that sees the
      *> event, so this run passes over them.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT MARKER-FILE ASSIGN TO 'FEE-ASSESSED.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MARKER-STATUS.
           SELECT SYSDATE-FILE ASSIGN TO 'SYSTEM-DATE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 ACC-CURRENCY PIC X(3).
           05 ACC-STATUS   PIC X(8).
           05 ACC-LAST-ACTIVITY PIC 9(8).
           05 ACC-BRANCH   PIC X(4).

       FD FEE-OUT.
       01 FEE-OUT-REC.
       FD MARKER-FILE.
       01 MARKER-REC        PIC X(6).

       FD SYSDATE-FILE.
       01 SYSDATE-REC            PIC X(40).

       WORKING-STORAGE SECTION.
       COPY 'sysdate-ws.cpy'.
       01 WS-SCHED-STATUS    PIC XX.
       01 WS-ACC-STATUS      PIC XX.
       01 WS-MARKER-STATUS   PIC XX.
       01 WS-MK-EOF          PIC X VALUE 'N'.
       01 WS-EOF             PIC X VALUE 'N'.
       01 WS-TODAY           PIC 9(8).
       01 WS-THIS-MONTH      PIC X(6).
       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY 'MONTHLY FEE ASSESSMENT'
           PERFORM READ-SYSTEM-DATE
           MOVE SD-BUSINESS-DATE TO WS-TODAY
           MOVE WS-TODAY(1:6) TO WS-THIS-MONTH

           PERFORM CHECK-MONTH-MARKER
               'posting window.'
           STOP RUN.

      *> The same fingerprint idea the posting side uses: every
      *> month assessed is recorded, one row each, and a rerun in a
      *> month already on file refuses rather than double-charging
      *> every account. PERIOD-CLOSE reads the same history to
      *> confirm a month's fees went out before it locks the month.
       CHECK-MONTH-MARKER.
           MOVE 'N' TO WS-MK-EOF
           OPEN INPUT MARKER-FILE
           IF WS-MARKER-STATUS = '35'
               CONTINUE
           ELSE
               PERFORM UNTIL WS-MK-EOF = 'Y'
                   READ MARKER-FILE
                       AT END
                           MOVE 'Y' TO WS-MK-EOF
                       NOT AT END
                           IF MARKER-REC = WS-THIS-MONTH
                               DISPLAY 'REFUSED: fees for month '
                                   WS-THIS-MONTH ' were already '
                                   'assessed. Nothing emitted.'
                               CLOSE MARKER-FILE
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MARKER-FILE
           END-IF.

       WRITE-MONTH-MARKER.
           OPEN EXTEND MARKER-FILE
           IF WS-MARKER-STATUS = '35'
               OPEN OUTPUT MARKER-FILE
           END-IF
           MOVE WS-THIS-MONTH TO MARKER-REC
           WRITE MARKER-REC
           CLOSE MARKER-FILE.
               PERFORM VARYING J FROM 1 BY 1
                       UNTIL J > WS-FS-COUNT
                   IF T-FS-ACC-TYPE(J) = ACC-TYPE
                       AND T-FS-BASIS(J) NOT = 'E'
                       PERFORM ASSESS-ONE-FEE
                   END-IF
               END-PERFORM
           MOVE WS-EMITTED TO OUT-TRL-COUNT
           MOVE WS-HASH TO OUT-TRL-HASH
           WRITE FEE-OUT-TRAILER.

       COPY 'sysdate-read.cpy'.
