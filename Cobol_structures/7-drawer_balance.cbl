
      *> End-of-shift drawer balancing -- until now a calculator-
      *> and-notebook exercise whose shortages surfaced weeks late.
      *> The teller (identified by the terminal's session) declares
      *> the cash count by denomination; the program totals the
      *> day's deposits and withdrawals from CONTROL-FREAK.LOG
      *> against the declared opening float, notes the teller-window
      *> withdrawals on DAILY-WITHDRAWALS.DAT as a cross-check, and
      *> writes the over/short to the DRAWER-HISTORY.DAT file with
      *> a variance report for the head teller. Foreign notes bought
      *> and sold at FX-COUNTER are on FX-DRAWER.DAT: the base cash
      *> those deals took in or paid out counts in the main drawer,
      *> and each foreign currency the teller dealt in today is
      *> counted and balanced on its own. Cash the drawer bought
      *> from or sold to the vault (VAULT-CASH's confirmed B and S
      *> movements on VAULT-MOVEMENTS.DAT) moves the expected
      *> figure too, but is kept out of the customer cash in and
      *> out recorded on the history for the vault's cash order
      *> forecast.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT DAILY-WD-FILE ASSIGN TO "DAILY-WITHDRAWALS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DAILY-WD-STATUS.
           SELECT SESSION-FILE ASSIGN TO "SESSION.REGISTRY.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SESSION-REC-TERMINAL
               FILE STATUS IS SESSION-STATUS.
           SELECT FX-POSITION-FILE ASSIGN TO "FX-DRAWER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FX-POSN-STATUS.
           SELECT VAULT-MOVE-FILE ASSIGN TO "VAULT-MOVEMENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VAULT-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "DRAWER-HISTORY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HIST-STATUS.
           SELECT VARIANCE-FILE ASSIGN TO "DRAWER-VARIANCE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SYSDATE-FILE ASSIGN TO "SYSTEM-DATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD SESSION-FILE.
       01 SESSION-RECORD.
           05 SESSION-REC-TERMINAL PIC X(8).
           05 SESSION-REC-USER-ID PIC X(8).
           05 SESSION-REC-ACCESS  PIC 9.
           05 SESSION-REC-DATE    PIC 9(8).
           05 SESSION-REC-TIME    PIC 9(8).

       FD FX-POSITION-FILE.
       01 FX-POSITION-RECORD.
           05 FP-DATE         PIC 9(8).
           05 FP-TELLER       PIC X(8).
           05 FP-CURRENCY     PIC X(3).
           05 FP-NOTES-IN     PIC 9(8)V99.
           05 FP-NOTES-OUT    PIC 9(8)V99.
           05 FP-BASE-IN      PIC 9(8)V99.
           05 FP-BASE-OUT     PIC 9(8)V99.

      *> VAULT-CASH's register; only the fields needed here.
       FD VAULT-MOVE-FILE.
       01 VAULT-MOVE-RECORD.
           05 VM-MOVE-NO       PIC 9(6).
           05 VM-DATE          PIC 9(8).
           05 VM-TIME          PIC 9(6).
           05 VM-TYPE          PIC X.
           05 VM-AMOUNT        PIC 9(8)V99.
           05 VM-TELLER        PIC X(8).
           05 FILLER           PIC X(20).
           05 VM-STATUS        PIC X.
           05 FILLER           PIC X(14).

       FD HISTORY-FILE.
       01 HISTORY-RECORD.
           05 DH-DATE         PIC 9(8).
           05 DH-EXPECTED     PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 DH-DECLARED     PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 DH-VARIANCE     PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 DH-CUST-IN      PIC 9(8)V99.
           05 DH-CUST-OUT     PIC 9(8)V99.

       FD VARIANCE-FILE.
       01 VARIANCE-REC        PIC X(100).

       FD SYSDATE-FILE.
       01 SYSDATE-REC            PIC X(40).

       WORKING-STORAGE SECTION.
       COPY "sysdate-ws.cpy".
       01 LOG-STATUS         PIC XX.
       01 DAILY-WD-STATUS    PIC XX.
       01 SESSION-STATUS     PIC XX.
       01 WS-SESSION-TERMINAL PIC X(8).
       01 HIST-STATUS        PIC XX.
       01 FX-POSN-STATUS     PIC XX.
       01 VAULT-STATUS       PIC XX.
       01 WS-CUST-IN         PIC 9(8)V99 VALUE 0.
       01 WS-CUST-OUT        PIC 9(8)V99 VALUE 0.
       01 WS-VAULT-BOUGHT    PIC 9(8)V99 VALUE 0.
       01 WS-VAULT-SOLD      PIC 9(8)V99 VALUE 0.
       01 WS-EOF             PIC X VALUE "N".
       01 WS-TODAY           PIC 9(8).
       01 WS-TELLER          PIC X(8) VALUE SPACES.
       01 WS-DISP-B          PIC -Z(6)9.99.
       01 WS-DISP-C          PIC -Z(6)9.99.
       01 J                  PIC 9.
       01 K                  PIC 9(3).

      *> Today's foreign drawer, one row per currency dealt.
       01 WS-FX-BASE-IN      PIC 9(8)V99 VALUE 0.
       01 WS-FX-BASE-OUT     PIC 9(8)V99 VALUE 0.
       01 WS-FX-UNBALANCED   PIC 9(3) VALUE 0.
       01 WS-FX-TXT          PIC X(12).
       01 WS-FX-COUNT        PIC 9(3) VALUE 0.
       01 WS-FX-MAX          PIC 9(3) VALUE 100.
       01 FX-TABLE.
           05 FX-ENTRY OCCURS 1 TO 100 TIMES
                       DEPENDING ON WS-FX-COUNT.
               10 FX-CURRENCY    PIC X(3).
               10 FX-NOTES-IN    PIC 9(8)V99.
               10 FX-NOTES-OUT   PIC 9(8)V99.
               10 FX-OPENING     PIC S9(8)V99.
               10 FX-EXPECTED    PIC S9(8)V99.
               10 FX-DECLARED    PIC S9(8)V99.
               10 FX-VARIANCE    PIC S9(8)V99.

      *> The declared count, note denomination by note denomination.
       01 NOTE-VALUE-DATA.
       MAIN-PARA.
           DISPLAY "TELLER DRAWER BALANCING"
           DISPLAY "======================="
           PERFORM READ-SYSTEM-DATE
           MOVE SD-BUSINESS-DATE TO WS-TODAY
           PERFORM READ-TELLER-SESSION
           IF WS-TELLER = SPACES
               DISPLAY "  >> No active session; log in before "

           PERFORM DECLARE-CASH-COUNT
           PERFORM TOTAL-TODAYS-MOVEMENTS
           PERFORM TOTAL-FX-MOVEMENTS
           PERFORM COUNT-FX-DRAWER
           MOVE WS-CASH-IN TO WS-CUST-IN
           MOVE WS-CASH-OUT TO WS-CUST-OUT
           PERFORM TOTAL-VAULT-MOVEMENTS
           PERFORM TOTAL-DAILY-WITHDRAWALS

           COMPUTE WS-EXPECTED =
           MOVE WS-VARIANCE TO WS-DISP-C
           DISPLAY "Expected " WS-DISP-A "  Declared " WS-DISP-B
               "  Over/short " WS-DISP-C
           IF WS-VARIANCE = 0 AND WS-FX-UNBALANCED = 0
               DISPLAY "Drawer balances."
           ELSE
               DISPLAY "DRAWER DOES NOT BALANCE -- variance "
           STOP RUN.

       READ-TELLER-SESSION.
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
                       MOVE SESSION-REC-USER-ID TO WS-TELLER
               END-READ
               CLOSE SESSION-FILE
           END-IF
           MOVE "N" TO WS-EOF.

      *> The base-currency side of this teller's FX deals today
      *> joins the main drawer's cash in and out; the currencies
      *> themselves are kept for COUNT-FX-DRAWER.
       TOTAL-FX-MOVEMENTS.
           OPEN INPUT FX-POSITION-FILE
           IF FX-POSN-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-EOF = "Y"
                   READ FX-POSITION-FILE
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF FP-DATE = WS-TODAY
                               AND FP-TELLER = WS-TELLER
                               AND WS-FX-COUNT < WS-FX-MAX
                               ADD 1 TO WS-FX-COUNT
                               MOVE FP-CURRENCY
                                   TO FX-CURRENCY(WS-FX-COUNT)
                               MOVE FP-NOTES-IN
                                   TO FX-NOTES-IN(WS-FX-COUNT)
                               MOVE FP-NOTES-OUT
                                   TO FX-NOTES-OUT(WS-FX-COUNT)
                               ADD FP-BASE-IN TO WS-FX-BASE-IN
                               ADD FP-BASE-OUT TO WS-FX-BASE-OUT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FX-POSITION-FILE
           END-IF
           ADD WS-FX-BASE-IN TO WS-CASH-IN
           ADD WS-FX-BASE-OUT TO WS-CASH-OUT
           MOVE "N" TO WS-EOF.

       COUNT-FX-DRAWER.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-FX-COUNT
               DISPLAY "Opening " FX-CURRENCY(K) " float: "
                   WITH NO ADVANCING
               ACCEPT WS-FX-TXT
               MOVE FUNCTION NUMVAL(WS-FX-TXT) TO FX-OPENING(K)
               DISPLAY "Counted " FX-CURRENCY(K) " notes (amount): "
                   WITH NO ADVANCING
               ACCEPT WS-FX-TXT
               MOVE FUNCTION NUMVAL(WS-FX-TXT) TO FX-DECLARED(K)
               COMPUTE FX-EXPECTED(K) = FX-OPENING(K)
                   + FX-NOTES-IN(K) - FX-NOTES-OUT(K)
               COMPUTE FX-VARIANCE(K) =
                   FX-DECLARED(K) - FX-EXPECTED(K)
               IF FX-VARIANCE(K) NOT = 0
                   ADD 1 TO WS-FX-UNBALANCED
               END-IF
               MOVE FX-EXPECTED(K) TO WS-DISP-A
               MOVE FX-DECLARED(K) TO WS-DISP-B
               MOVE FX-VARIANCE(K) TO WS-DISP-C
               DISPLAY FX-CURRENCY(K) " expected " WS-DISP-A
                   "  declared " WS-DISP-B "  over/short " WS-DISP-C
           END-PERFORM.

      *> Confirmed vault movements for this teller's drawer today:
      *> B brought cash into the drawer, S took it back out.
       TOTAL-VAULT-MOVEMENTS.
           OPEN INPUT VAULT-MOVE-FILE
           IF VAULT-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-EOF = "Y"
                   READ VAULT-MOVE-FILE
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF VM-DATE = WS-TODAY
                               AND VM-TELLER = WS-TELLER
                               AND VM-STATUS = "C"
                               IF VM-TYPE = "B"
                                   ADD VM-AMOUNT TO WS-VAULT-BOUGHT
                               END-IF
                               IF VM-TYPE = "S"
                                   ADD VM-AMOUNT TO WS-VAULT-SOLD
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VAULT-MOVE-FILE
           END-IF
           ADD WS-VAULT-BOUGHT TO WS-CASH-IN
           ADD WS-VAULT-SOLD TO WS-CASH-OUT
           MOVE "N" TO WS-EOF.

      *> Cross-check only: the teller window's per-account daily
      *> withdrawal totals, shown on the report so the head teller
      *> can reconcile the two views of cash out.
           MOVE WS-EXPECTED TO DH-EXPECTED
           MOVE WS-DECLARED TO DH-DECLARED
           MOVE WS-VARIANCE TO DH-VARIANCE
           MOVE WS-CUST-IN TO DH-CUST-IN
           MOVE WS-CUST-OUT TO DH-CUST-OUT
           WRITE HISTORY-RECORD
           CLOSE HISTORY-FILE.


           MOVE WS-CASH-IN TO WS-DISP-A
           MOVE SPACES TO VARIANCE-REC
           STRING "CASH IN  (ALL)       " WS-DISP-A
                  "  (" WS-MOVEMENTS " MOVEMENTS LOGGED)"
               DELIMITED BY SIZE INTO VARIANCE-REC
           END-STRING

           MOVE WS-CASH-OUT TO WS-DISP-A
           MOVE SPACES TO VARIANCE-REC
           STRING "CASH OUT (ALL)       " WS-DISP-A
               DELIMITED BY SIZE INTO VARIANCE-REC
           END-STRING
           WRITE VARIANCE-REC

           IF WS-VAULT-BOUGHT > 0 OR WS-VAULT-SOLD > 0
               MOVE WS-VAULT-BOUGHT TO WS-DISP-A
               MOVE WS-VAULT-SOLD TO WS-DISP-B
               MOVE SPACES TO VARIANCE-REC
               STRING "VAULT IN CASH ABOVE: BOUGHT " WS-DISP-A
                      "  SOLD " WS-DISP-B
                   DELIMITED BY SIZE INTO VARIANCE-REC
               END-STRING
               WRITE VARIANCE-REC
           END-IF

           MOVE WS-EXPECTED TO WS-DISP-A
           MOVE WS-DECLARED TO WS-DISP-B
           MOVE WS-VARIANCE TO WS-DISP-C
               DELIMITED BY SIZE INTO VARIANCE-REC
           END-STRING
           WRITE VARIANCE-REC

           IF WS-FX-COUNT > 0
               MOVE WS-FX-BASE-IN TO WS-DISP-A
               MOVE WS-FX-BASE-OUT TO WS-DISP-B
               MOVE SPACES TO VARIANCE-REC
               STRING "FX DEALS IN CASH ABOVE: IN " WS-DISP-A
                      "  OUT " WS-DISP-B
                   DELIMITED BY SIZE INTO VARIANCE-REC
               END-STRING
               WRITE VARIANCE-REC
           END-IF
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-FX-COUNT
               MOVE FX-EXPECTED(K) TO WS-DISP-A
               MOVE FX-DECLARED(K) TO WS-DISP-B
               MOVE FX-VARIANCE(K) TO WS-DISP-C
               MOVE SPACES TO VARIANCE-REC
               STRING FX-CURRENCY(K) " DRAWER EXPECTED " WS-DISP-A
                      "  DECLARED " WS-DISP-B
                      "  OVER/SHORT " WS-DISP-C
                   DELIMITED BY SIZE INTO VARIANCE-REC
               END-STRING
               WRITE VARIANCE-REC
           END-PERFORM
           CLOSE VARIANCE-FILE.

       COPY "sysdate-read.cpy".
