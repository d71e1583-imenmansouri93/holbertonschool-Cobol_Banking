       IDENTIFICATION DIVISION.
       PROGRAM-ID. VAULT-CASH.

      *> The branch vault -- until now a paper register. Every cash
      *> movement in or out of the vault goes on VAULT-MOVEMENTS.DAT:
      *>   B  a teller's drawer buys cash from the vault
      *>   S  a teller's drawer sells surplus cash back to the vault
      *>   I  a shipment in from the central cash centre
      *>   O  a shipment out to the cash centre
      *> A movement is entered pending (P) and only counts once a
      *> second user confirms it (C) from their own session -- for
      *> a drawer movement one of the two must be the teller whose
      *> drawer it is -- or it is rejected (X). DRAWER-BALANCE picks
      *> up a teller's confirmed B and S movements for the day.
      *> The end-of-day vault count is declared by denomination
      *> against the last count on VAULT-HISTORY.DAT plus the day's
      *> confirmed movements, and the over/short kept there.
      *> The cash order forecast looks back vault-forecast-weeks.dat
      *> weeks (default 6) of customer cash paid out over the
      *> counters, as DRAWER-BALANCE records it on
      *> DRAWER-HISTORY.DAT, and projects the next seven days from
      *> the average for each weekday. A day of the month listed in
      *> vault-salary-days.dat (default the 25th) is projected from
      *> the salary days seen in the same weeks instead, where that
      *> is higher. What the vault holds above vault-reserve.dat
      *> (default 0.00) is set against the projection; the rest is
      *> the shipment to order, written to VAULT-FORECAST.DAT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVE-FILE ASSIGN TO "VAULT-MOVEMENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MOVE-STATUS.
           SELECT VAULT-HIST-FILE ASSIGN TO "VAULT-HISTORY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VHIST-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "DRAWER-HISTORY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HIST-STATUS.
           SELECT WEEKS-FILE ASSIGN TO "vault-forecast-weeks.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WEEKS-STATUS.
           SELECT SALARY-FILE ASSIGN TO "vault-salary-days.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SALARY-STATUS.
           SELECT RESERVE-FILE ASSIGN TO "vault-reserve.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESERVE-STATUS.
           SELECT FORECAST-FILE ASSIGN TO "VAULT-FORECAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SESSION-FILE ASSIGN TO "SESSION.REGISTRY.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SESSION-REC-TERMINAL
               FILE STATUS IS SESSION-STATUS.
           SELECT SYSDATE-FILE ASSIGN TO "SYSTEM-DATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD MOVE-FILE.
       01 MOVE-RECORD.
           05 VM-MOVE-NO       PIC 9(6).
           05 VM-DATE          PIC 9(8).
           05 VM-TIME          PIC 9(6).
           05 VM-TYPE          PIC X.
           05 VM-AMOUNT        PIC 9(8)V99.
           05 VM-TELLER        PIC X(8).
           05 VM-REFERENCE     PIC X(12).
           05 VM-ENTERED-BY    PIC X(8).
           05 VM-STATUS        PIC X.
           05 VM-CONFIRMED-BY  PIC X(8).
           05 VM-CONFIRM-TIME  PIC 9(6).

       FD VAULT-HIST-FILE.
       01 VAULT-HIST-RECORD.
           05 VH-DATE         PIC 9(8).
           05 VH-USER         PIC X(8).
           05 VH-OPENING      PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 VH-IN           PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 VH-OUT          PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 VH-EXPECTED     PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 VH-DECLARED     PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 VH-VARIANCE     PIC S9(9)V99 SIGN LEADING SEPARATE.

      *> DRAWER-BALANCE's history; DH-CUST-OUT is the customer cash
      *> paid out over that drawer on the day.
       FD HISTORY-FILE.
       01 HISTORY-RECORD.
           05 DH-DATE         PIC 9(8).
           05 DH-USER         PIC X(8).
           05 DH-OPENING      PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 DH-EXPECTED     PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 DH-DECLARED     PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 DH-VARIANCE     PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 DH-CUST-IN      PIC 9(8)V99.
           05 DH-CUST-OUT     PIC 9(8)V99.

       FD WEEKS-FILE.
       01 WEEKS-REC          PIC X(10).

       FD SALARY-FILE.
       01 SALARY-REC         PIC X(10).

       FD RESERVE-FILE.
       01 RESERVE-REC        PIC X(12).

       FD FORECAST-FILE.
       01 FORECAST-REC       PIC X(100).

       FD SESSION-FILE.
       01 SESSION-RECORD.
           05 SESSION-REC-TERMINAL PIC X(8).
           05 SESSION-REC-USER-ID PIC X(8).
           05 SESSION-REC-ACCESS  PIC 9.
           05 SESSION-REC-DATE    PIC 9(8).
           05 SESSION-REC-TIME    PIC 9(8).

       FD SYSDATE-FILE.
       01 SYSDATE-REC            PIC X(40).

       WORKING-STORAGE SECTION.
       COPY "sysdate-ws.cpy".
       01 MOVE-STATUS        PIC XX.
       01 VHIST-STATUS       PIC XX.
       01 HIST-STATUS        PIC XX.
       01 WEEKS-STATUS       PIC XX.
       01 SALARY-STATUS      PIC XX.
       01 RESERVE-STATUS     PIC XX.
       01 SESSION-STATUS     PIC XX.
       01 WS-SESSION-TERMINAL PIC X(8).
       01 WS-EOF             PIC X VALUE "N".
       01 WS-TODAY           PIC 9(8).
       01 WS-NOW-TIME        PIC 9(8).
       01 WS-USER            PIC X(8) VALUE SPACES.
       01 WS-CHOICE          PIC X VALUE SPACE.
       01 WS-ANSWER          PIC X.
       01 WS-TYPE            PIC X.
       01 WS-AMT-TXT         PIC X(14).
       01 WS-AMOUNT          PIC 9(8)V99.
       01 WS-TELLER          PIC X(8).
       01 WS-REFERENCE       PIC X(12).
       01 WS-PICK-TXT        PIC X(6).
       01 WS-PICK            PIC 9(6).
       01 WS-FOUND-IDX       PIC 9(5).
       01 WS-NEXT-MOVE       PIC 9(6) VALUE 0.
       01 WS-SHOWN           PIC 9(5).
       01 WS-DISP-A          PIC -Z(8)9.99.
       01 WS-DISP-B          PIC -Z(8)9.99.
       01 WS-DISP-C          PIC -Z(8)9.99.
       01 WS-DISP-AMT        PIC Z(7)9.99.
       01 J                  PIC 9(5).
       01 K                  PIC 9(3).

      *> End-of-day count.
       01 WS-OPENING         PIC S9(9)V99 VALUE 0.
       01 WS-LAST-COUNT-DATE PIC 9(8) VALUE 0.
       01 WS-VAULT-IN        PIC S9(9)V99 VALUE 0.
       01 WS-VAULT-OUT       PIC S9(9)V99 VALUE 0.
       01 WS-EXPECTED        PIC S9(9)V99.
       01 WS-DECLARED        PIC S9(9)V99.
       01 WS-VARIANCE        PIC S9(9)V99.
       01 WS-PENDING-TODAY   PIC 9(5).
       01 WS-OPENING-TXT     PIC X(14).
       01 WS-NOTE-COUNT      PIC 9(6).
       01 WS-COIN-TXT        PIC X(12).
       01 WS-COINS           PIC 9(7)V99.
       01 NOTE-VALUE-DATA.
           05 FILLER PIC 9(3) VALUE 100.
           05 FILLER PIC 9(3) VALUE 050.
           05 FILLER PIC 9(3) VALUE 020.
           05 FILLER PIC 9(3) VALUE 010.
           05 FILLER PIC 9(3) VALUE 005.
           05 FILLER PIC 9(3) VALUE 001.
       01 NOTE-VALUE-TABLE REDEFINES NOTE-VALUE-DATA.
           05 NOTE-VALUE PIC 9(3) OCCURS 6 TIMES.

      *> Forecast. Weekday slots run 1 = Sunday to 7 = Saturday,
      *> from the day number's remainder over 7 plus one.
       01 WS-FC-WEEKS        PIC 9(3) VALUE 6.
       01 WS-FC-FROM         PIC 9(8).
       01 WS-RESERVE         PIC 9(9)V99 VALUE 0.
       01 WS-DAYNUM          PIC 9(8).
       01 WS-DOW             PIC 9.
       01 WS-DAY-DATE        PIC 9(8).
       01 WS-IS-SALARY       PIC X.
       01 WS-DAY-FC          PIC 9(9)V99.
       01 WS-WEEK-FC         PIC 9(9)V99 VALUE 0.
       01 WS-AVAILABLE       PIC S9(9)V99.
       01 WS-ORDER           PIC S9(9)V99.
       01 WS-SAL-SUM         PIC 9(11)V99 VALUE 0.
       01 WS-SAL-N           PIC 9(5) VALUE 0.
       01 WS-SAL-AVG         PIC 9(9)V99 VALUE 0.
       01 WS-FC-NOTE         PIC X(8).
       01 DOW-NAME-DATA      PIC X(21) VALUE "SUNMONTUEWEDTHUFRISAT".
       01 DOW-NAME-TABLE REDEFINES DOW-NAME-DATA.
           05 DOW-NAME       PIC X(3) OCCURS 7 TIMES.
       01 DOW-TABLE.
           05 DOW-ENTRY OCCURS 7 TIMES.
               10 DOW-SUM    PIC 9(11)V99.
               10 DOW-N      PIC 9(5).
               10 DOW-AVG    PIC 9(9)V99.
       01 WS-SD-COUNT        PIC 9(2) VALUE 0.
       01 SALARY-DAY-TABLE.
           05 SALARY-DAY     PIC 9(2) OCCURS 31 TIMES.
       01 WS-DT-COUNT        PIC 9(3) VALUE 0.
       01 WS-DT-MAX          PIC 9(3) VALUE 400.
       01 WS-DT-IDX          PIC 9(3).
       01 DT-TABLE.
           05 DT-ENTRY OCCURS 1 TO 400 TIMES
                       DEPENDING ON WS-DT-COUNT.
               10 DT-DATE    PIC 9(8).
               10 DT-OUT     PIC 9(9)V99.

       01 WS-VM-COUNT        PIC 9(5) VALUE 0.
       01 WS-VM-MAX          PIC 9(5) VALUE 20000.
       01 VM-TABLE.
           05 VM-ENTRY OCCURS 1 TO 20000 TIMES
                       DEPENDING ON WS-VM-COUNT.
               10 T-VM-MOVE-NO      PIC 9(6).
               10 T-VM-DATE         PIC 9(8).
               10 T-VM-TIME         PIC 9(6).
               10 T-VM-TYPE         PIC X.
               10 T-VM-AMOUNT       PIC 9(8)V99.
               10 T-VM-TELLER       PIC X(8).
               10 T-VM-REFERENCE    PIC X(12).
               10 T-VM-ENTERED-BY   PIC X(8).
               10 T-VM-STATUS       PIC X.
               10 T-VM-CONFIRMED-BY PIC X(8).
               10 T-VM-CONFIRM-TIME PIC 9(6).

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "BRANCH VAULT"
           DISPLAY "============"
           PERFORM READ-SYSTEM-DATE
           MOVE SD-BUSINESS-DATE TO WS-TODAY
           PERFORM READ-USER-SESSION
           IF WS-USER = SPACES
               DISPLAY "  >> No active session; log in before "
                   "using the vault register."
               STOP RUN
           END-IF
           PERFORM LOAD-MOVEMENTS

           PERFORM UNTIL WS-CHOICE = "Q"
               DISPLAY " "
               DISPLAY "(D)rawer buy/sell, (S)hipment, (C)onfirm, "
                   "(L)ist today, (E)nd-of-day count, "
                   "(F)orecast, (Q)uit: " WITH NO ADVANCING
               ACCEPT WS-CHOICE
               MOVE FUNCTION UPPER-CASE(WS-CHOICE) TO WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN "D"
                       PERFORM ENTER-DRAWER-MOVE
                   WHEN "S"
                       PERFORM ENTER-SHIPMENT
                   WHEN "C"
                       PERFORM CONFIRM-MOVEMENT
                   WHEN "L"
                       PERFORM LIST-TODAYS-MOVEMENTS
                   WHEN "E"
                       PERFORM VAULT-COUNT
                   WHEN "F"
                       PERFORM CASH-ORDER-FORECAST
                   WHEN "Q"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Invalid option. Please try again."
               END-EVALUATE
           END-PERFORM
           STOP RUN.

       READ-USER-SESSION.
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
                       MOVE SESSION-REC-USER-ID TO WS-USER
               END-READ
               CLOSE SESSION-FILE
           END-IF.

       LOAD-MOVEMENTS.
           MOVE 0 TO WS-VM-COUNT
           MOVE 0 TO WS-NEXT-MOVE
           OPEN INPUT MOVE-FILE
           IF MOVE-STATUS NOT = "35"
               PERFORM UNTIL WS-EOF = "Y"
                   READ MOVE-FILE
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF WS-VM-COUNT < WS-VM-MAX
                               ADD 1 TO WS-VM-COUNT
                               MOVE MOVE-RECORD
                                   TO VM-ENTRY(WS-VM-COUNT)
                           ELSE
                               DISPLAY "Warning: movement table "
                                   "full at " WS-VM-MAX
                           END-IF
                           IF VM-MOVE-NO > WS-NEXT-MOVE
                               MOVE VM-MOVE-NO TO WS-NEXT-MOVE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MOVE-FILE
           END-IF
           MOVE "N" TO WS-EOF.

       SAVE-MOVEMENTS.
           OPEN OUTPUT MOVE-FILE
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-VM-COUNT
               MOVE VM-ENTRY(J) TO MOVE-RECORD
               WRITE MOVE-RECORD
           END-PERFORM
           CLOSE MOVE-FILE.

       ASK-AMOUNT.
           DISPLAY "Amount: " WITH NO ADVANCING
           ACCEPT WS-AMT-TXT
           MOVE FUNCTION NUMVAL(WS-AMT-TXT) TO WS-AMOUNT.

       ENTER-DRAWER-MOVE.
           DISPLAY "Drawer (B)uys from vault or (S)ells to vault: "
               WITH NO ADVANCING
           ACCEPT WS-TYPE
           MOVE FUNCTION UPPER-CASE(WS-TYPE) TO WS-TYPE
           IF WS-TYPE NOT = "B" AND WS-TYPE NOT = "S"
               DISPLAY "  >> Answer B or S."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Teller user id: " WITH NO ADVANCING
           ACCEPT WS-TELLER
           MOVE FUNCTION UPPER-CASE(WS-TELLER) TO WS-TELLER
           IF WS-TELLER = SPACES
               DISPLAY "  >> A drawer movement names its teller."
               EXIT PARAGRAPH
           END-IF
           PERFORM ASK-AMOUNT
           IF WS-AMOUNT = 0
               DISPLAY "  >> An amount is required."
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-REFERENCE
           PERFORM ADD-MOVEMENT.

       ENTER-SHIPMENT.
           DISPLAY "Shipment (I)n from cash centre or (O)ut: "
               WITH NO ADVANCING
           ACCEPT WS-TYPE
           MOVE FUNCTION UPPER-CASE(WS-TYPE) TO WS-TYPE
           IF WS-TYPE NOT = "I" AND WS-TYPE NOT = "O"
               DISPLAY "  >> Answer I or O."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Consignment reference: " WITH NO ADVANCING
           ACCEPT WS-REFERENCE
           IF WS-REFERENCE = SPACES
               DISPLAY "  >> A shipment needs its consignment "
                   "reference."
               EXIT PARAGRAPH
           END-IF
           PERFORM ASK-AMOUNT
           IF WS-AMOUNT = 0
               DISPLAY "  >> An amount is required."
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-TELLER
           PERFORM ADD-MOVEMENT.

       ADD-MOVEMENT.
           IF WS-VM-COUNT >= WS-VM-MAX
               DISPLAY "  >> Movement table is full."
               EXIT PARAGRAPH
           END-IF
           ACCEPT WS-NOW-TIME FROM TIME
           ADD 1 TO WS-NEXT-MOVE
           ADD 1 TO WS-VM-COUNT
           MOVE WS-NEXT-MOVE TO T-VM-MOVE-NO(WS-VM-COUNT)
           MOVE WS-TODAY TO T-VM-DATE(WS-VM-COUNT)
           MOVE WS-NOW-TIME(1:6) TO T-VM-TIME(WS-VM-COUNT)
           MOVE WS-TYPE TO T-VM-TYPE(WS-VM-COUNT)
           MOVE WS-AMOUNT TO T-VM-AMOUNT(WS-VM-COUNT)
           MOVE WS-TELLER TO T-VM-TELLER(WS-VM-COUNT)
           MOVE WS-REFERENCE TO T-VM-REFERENCE(WS-VM-COUNT)
           MOVE WS-USER TO T-VM-ENTERED-BY(WS-VM-COUNT)
           MOVE "P" TO T-VM-STATUS(WS-VM-COUNT)
           MOVE SPACES TO T-VM-CONFIRMED-BY(WS-VM-COUNT)
           MOVE 0 TO T-VM-CONFIRM-TIME(WS-VM-COUNT)
           PERFORM SAVE-MOVEMENTS
           DISPLAY "Movement " WS-NEXT-MOVE
               " entered; it counts once a second user confirms it.".

      *> The second pair of hands. The confirmer cannot be the user
      *> who entered it, and a drawer movement has to be confirmed
      *> by its teller unless the teller entered it.
       CONFIRM-MOVEMENT.
           MOVE 0 TO WS-SHOWN
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-VM-COUNT
               IF T-VM-STATUS(J) = "P"
                   ADD 1 TO WS-SHOWN
                   PERFORM SHOW-ONE-MOVEMENT
               END-IF
           END-PERFORM
           IF WS-SHOWN = 0
               DISPLAY "  (nothing awaiting confirmation)"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Movement number: " WITH NO ADVANCING
           ACCEPT WS-PICK-TXT
           MOVE FUNCTION NUMVAL(WS-PICK-TXT) TO WS-PICK
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-VM-COUNT
               IF T-VM-MOVE-NO(J) = WS-PICK
                   AND T-VM-STATUS(J) = "P"
                   MOVE J TO WS-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-FOUND-IDX = 0
               DISPLAY "  >> No pending movement " WS-PICK "."
               EXIT PARAGRAPH
           END-IF
           IF T-VM-ENTERED-BY(WS-FOUND-IDX) = WS-USER
               DISPLAY "  >> You entered this movement; another "
                   "user must confirm it."
               EXIT PARAGRAPH
           END-IF
           IF (T-VM-TYPE(WS-FOUND-IDX) = "B"
                   OR T-VM-TYPE(WS-FOUND-IDX) = "S")
               AND T-VM-ENTERED-BY(WS-FOUND-IDX)
                   NOT = T-VM-TELLER(WS-FOUND-IDX)
               AND WS-USER NOT = T-VM-TELLER(WS-FOUND-IDX)
               DISPLAY "  >> Only teller "
                   FUNCTION TRIM(T-VM-TELLER(WS-FOUND-IDX))
                   " can confirm this drawer movement."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "(C)onfirm or (R)eject: " WITH NO ADVANCING
           ACCEPT WS-ANSWER
           MOVE FUNCTION UPPER-CASE(WS-ANSWER) TO WS-ANSWER
           EVALUATE WS-ANSWER
               WHEN "C"
                   MOVE "C" TO T-VM-STATUS(WS-FOUND-IDX)
               WHEN "R"
                   MOVE "X" TO T-VM-STATUS(WS-FOUND-IDX)
               WHEN OTHER
                   DISPLAY "  Left pending."
                   EXIT PARAGRAPH
           END-EVALUATE
           ACCEPT WS-NOW-TIME FROM TIME
           MOVE WS-USER TO T-VM-CONFIRMED-BY(WS-FOUND-IDX)
           MOVE WS-NOW-TIME(1:6) TO T-VM-CONFIRM-TIME(WS-FOUND-IDX)
           PERFORM SAVE-MOVEMENTS
           DISPLAY "Movement " WS-PICK " "
               T-VM-STATUS(WS-FOUND-IDX) " by " WS-USER.

       SHOW-ONE-MOVEMENT.
           MOVE T-VM-AMOUNT(J) TO WS-DISP-AMT
           DISPLAY T-VM-MOVE-NO(J) " " T-VM-DATE(J) " "
               T-VM-TYPE(J) " " WS-DISP-AMT " " T-VM-TELLER(J) " "
               T-VM-REFERENCE(J) " " T-VM-ENTERED-BY(J) " "
               T-VM-STATUS(J) " " T-VM-CONFIRMED-BY(J).

       LIST-TODAYS-MOVEMENTS.
           MOVE 0 TO WS-SHOWN
           DISPLAY "MOVE   DATE     T      AMOUNT TELLER   "
               "REFERENCE    ENTERED  S CONFIRMED"
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-VM-COUNT
               IF T-VM-DATE(J) = WS-TODAY
                   OR T-VM-STATUS(J) = "P"
                   ADD 1 TO WS-SHOWN
                   PERFORM SHOW-ONE-MOVEMENT
               END-IF
           END-PERFORM
           IF WS-SHOWN = 0
               DISPLAY "  (no movements today)"
           END-IF.

      *> Opening is the last count before today; B and O take cash
      *> out of the vault, S and I bring it in.
       VAULT-COUNT.
           MOVE 0 TO WS-OPENING
           MOVE 0 TO WS-LAST-COUNT-DATE
           OPEN INPUT VAULT-HIST-FILE
           IF VHIST-STATUS NOT = "35"
               PERFORM UNTIL WS-EOF = "Y"
                   READ VAULT-HIST-FILE
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF VH-DATE < WS-TODAY
                               AND VH-DATE >= WS-LAST-COUNT-DATE
                               MOVE VH-DATE TO WS-LAST-COUNT-DATE
                               MOVE VH-DECLARED TO WS-OPENING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VAULT-HIST-FILE
           END-IF
           MOVE "N" TO WS-EOF
           IF WS-LAST-COUNT-DATE = 0
               DISPLAY "No earlier vault count on file. Opening "
                   "vault balance: " WITH NO ADVANCING
               ACCEPT WS-OPENING-TXT
               MOVE FUNCTION NUMVAL(WS-OPENING-TXT) TO WS-OPENING
           END-IF

           MOVE 0 TO WS-VAULT-IN
           MOVE 0 TO WS-VAULT-OUT
           MOVE 0 TO WS-PENDING-TODAY
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-VM-COUNT
               IF T-VM-DATE(J) = WS-TODAY
                   EVALUATE T-VM-STATUS(J)
                       WHEN "C"
                           IF T-VM-TYPE(J) = "S"
                               OR T-VM-TYPE(J) = "I"
                               ADD T-VM-AMOUNT(J) TO WS-VAULT-IN
                           ELSE
                               ADD T-VM-AMOUNT(J) TO WS-VAULT-OUT
                           END-IF
                       WHEN "P"
                           ADD 1 TO WS-PENDING-TODAY
                   END-EVALUATE
               END-IF
           END-PERFORM
           IF WS-PENDING-TODAY > 0
               DISPLAY "  Warning: " WS-PENDING-TODAY
                   " movement(s) today still unconfirmed and not "
                   "in the expected figure."
           END-IF

           MOVE 0 TO WS-DECLARED
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 6
               DISPLAY "Count of " NOTE-VALUE(K) " notes: "
                   WITH NO ADVANCING
               ACCEPT WS-NOTE-COUNT
               COMPUTE WS-DECLARED =
                   WS-DECLARED + WS-NOTE-COUNT * NOTE-VALUE(K)
           END-PERFORM
           DISPLAY "Coin total (amount): " WITH NO ADVANCING
           ACCEPT WS-COIN-TXT
           MOVE FUNCTION NUMVAL(WS-COIN-TXT) TO WS-COINS
           ADD WS-COINS TO WS-DECLARED

           COMPUTE WS-EXPECTED =
               WS-OPENING + WS-VAULT-IN - WS-VAULT-OUT
           COMPUTE WS-VARIANCE = WS-DECLARED - WS-EXPECTED

           OPEN EXTEND VAULT-HIST-FILE
           IF VHIST-STATUS = "35"
               OPEN OUTPUT VAULT-HIST-FILE
           END-IF
           MOVE WS-TODAY TO VH-DATE
           MOVE WS-USER TO VH-USER
           MOVE WS-OPENING TO VH-OPENING
           MOVE WS-VAULT-IN TO VH-IN
           MOVE WS-VAULT-OUT TO VH-OUT
           MOVE WS-EXPECTED TO VH-EXPECTED
           MOVE WS-DECLARED TO VH-DECLARED
           MOVE WS-VARIANCE TO VH-VARIANCE
           WRITE VAULT-HIST-RECORD
           CLOSE VAULT-HIST-FILE

           MOVE WS-OPENING TO WS-DISP-A
           MOVE WS-VAULT-IN TO WS-DISP-B
           MOVE WS-VAULT-OUT TO WS-DISP-C
           DISPLAY "Opening " WS-DISP-A "  In " WS-DISP-B
               "  Out " WS-DISP-C
           MOVE WS-EXPECTED TO WS-DISP-A
           MOVE WS-DECLARED TO WS-DISP-B
           MOVE WS-VARIANCE TO WS-DISP-C
           DISPLAY "Expected " WS-DISP-A "  Declared " WS-DISP-B
               "  Over/short " WS-DISP-C
           IF WS-VARIANCE = 0
               DISPLAY "Vault balances."
           ELSE
               DISPLAY "VAULT DOES NOT BALANCE -- variance recorded "
                   "on VAULT-HISTORY.DAT."
           END-IF.

       CASH-ORDER-FORECAST.
           PERFORM LOAD-FORECAST-SETTINGS
           COMPUTE WS-DAYNUM = FUNCTION INTEGER-OF-DATE(WS-TODAY)
               - WS-FC-WEEKS * 7 + 1
           COMPUTE WS-FC-FROM = FUNCTION DATE-OF-INTEGER(WS-DAYNUM)
           PERFORM TOTAL-PAID-OUT-BY-DAY
           IF WS-DT-COUNT = 0
               DISPLAY "  >> No DRAWER-HISTORY.DAT pay-out figures "
                   "since " WS-FC-FROM "; nothing to forecast from."
               EXIT PARAGRAPH
           END-IF

           INITIALIZE DOW-TABLE
           MOVE 0 TO WS-SAL-SUM
           MOVE 0 TO WS-SAL-N
           PERFORM VARYING WS-DT-IDX FROM 1 BY 1
                   UNTIL WS-DT-IDX > WS-DT-COUNT
               MOVE DT-DATE(WS-DT-IDX) TO WS-DAY-DATE
               PERFORM CLASSIFY-DAY
               IF WS-IS-SALARY = "Y"
                   ADD DT-OUT(WS-DT-IDX) TO WS-SAL-SUM
                   ADD 1 TO WS-SAL-N
               ELSE
                   ADD DT-OUT(WS-DT-IDX) TO DOW-SUM(WS-DOW)
                   ADD 1 TO DOW-N(WS-DOW)
               END-IF
           END-PERFORM
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 7
               IF DOW-N(K) > 0
                   COMPUTE DOW-AVG(K) ROUNDED = DOW-SUM(K) / DOW-N(K)
               END-IF
           END-PERFORM
           IF WS-SAL-N > 0
               COMPUTE WS-SAL-AVG ROUNDED = WS-SAL-SUM / WS-SAL-N
           END-IF

           MOVE 0 TO WS-OPENING
           MOVE 0 TO WS-LAST-COUNT-DATE
           OPEN INPUT VAULT-HIST-FILE
           IF VHIST-STATUS NOT = "35"
               PERFORM UNTIL WS-EOF = "Y"
                   READ VAULT-HIST-FILE
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF VH-DATE >= WS-LAST-COUNT-DATE
                               MOVE VH-DATE TO WS-LAST-COUNT-DATE
                               MOVE VH-DECLARED TO WS-OPENING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VAULT-HIST-FILE
           END-IF
           MOVE "N" TO WS-EOF

           OPEN OUTPUT FORECAST-FILE
           MOVE SPACES TO FORECAST-REC
           STRING "VAULT CASH ORDER FORECAST - " WS-TODAY
                  "  FROM PAY-OUTS SINCE " WS-FC-FROM
               DELIMITED BY SIZE INTO FORECAST-REC
           END-STRING
           PERFORM WRITE-FORECAST-LINE
           MOVE 0 TO WS-WEEK-FC
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 7
               COMPUTE WS-DAYNUM =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY) + K
               COMPUTE WS-DAY-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DAYNUM)
               PERFORM CLASSIFY-DAY
               MOVE DOW-AVG(WS-DOW) TO WS-DAY-FC
               MOVE SPACES TO WS-FC-NOTE
               IF WS-IS-SALARY = "Y"
                   MOVE "SALARY" TO WS-FC-NOTE
                   IF WS-SAL-AVG > WS-DAY-FC
                       MOVE WS-SAL-AVG TO WS-DAY-FC
                   END-IF
               END-IF
               ADD WS-DAY-FC TO WS-WEEK-FC
               MOVE WS-DAY-FC TO WS-DISP-A
               MOVE SPACES TO FORECAST-REC
               STRING WS-DAY-DATE " " DOW-NAME(WS-DOW)
                      "  PAY-OUT " WS-DISP-A "  " WS-FC-NOTE
                   DELIMITED BY SIZE INTO FORECAST-REC
               END-STRING
               PERFORM WRITE-FORECAST-LINE
           END-PERFORM

           COMPUTE WS-AVAILABLE = WS-OPENING - WS-RESERVE
           COMPUTE WS-ORDER = WS-WEEK-FC - WS-AVAILABLE
           IF WS-ORDER < 0
               MOVE 0 TO WS-ORDER
           END-IF
           MOVE WS-WEEK-FC TO WS-DISP-A
           MOVE SPACES TO FORECAST-REC
           STRING "WEEK PAY-OUT FORECAST      " WS-DISP-A
               DELIMITED BY SIZE INTO FORECAST-REC
           END-STRING
           PERFORM WRITE-FORECAST-LINE
           MOVE WS-OPENING TO WS-DISP-A
           MOVE WS-RESERVE TO WS-DISP-B
           MOVE SPACES TO FORECAST-REC
           STRING "VAULT AT LAST COUNT        " WS-DISP-A
                  " (" WS-LAST-COUNT-DATE ")  RESERVE " WS-DISP-B
               DELIMITED BY SIZE INTO FORECAST-REC
           END-STRING
           PERFORM WRITE-FORECAST-LINE
           MOVE WS-ORDER TO WS-DISP-A
           MOVE SPACES TO FORECAST-REC
           STRING "CASH TO ORDER              " WS-DISP-A
               DELIMITED BY SIZE INTO FORECAST-REC
           END-STRING
           PERFORM WRITE-FORECAST-LINE
           CLOSE FORECAST-FILE.

       WRITE-FORECAST-LINE.
           WRITE FORECAST-REC
           DISPLAY FORECAST-REC(1:79).

      *> WS-DAY-DATE in; WS-DOW (1 = Sunday) and WS-IS-SALARY out.
       CLASSIFY-DAY.
           COMPUTE WS-DOW = FUNCTION MOD(
               FUNCTION INTEGER-OF-DATE(WS-DAY-DATE), 7) + 1
           MOVE "N" TO WS-IS-SALARY
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-SD-COUNT
               IF SALARY-DAY(J) = WS-DAY-DATE(7:2)
                   MOVE "Y" TO WS-IS-SALARY
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> All drawers' customer pay-outs, summed per business day.
       TOTAL-PAID-OUT-BY-DAY.
           MOVE 0 TO WS-DT-COUNT
           OPEN INPUT HISTORY-FILE
           IF HIST-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ HISTORY-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF DH-DATE >= WS-FC-FROM
                           AND DH-DATE <= WS-TODAY
                           AND DH-CUST-OUT IS NUMERIC
                           PERFORM ADD-DAY-PAY-OUT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE
           MOVE "N" TO WS-EOF.

       ADD-DAY-PAY-OUT.
           MOVE 0 TO WS-DT-IDX
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-DT-COUNT
               IF DT-DATE(J) = DH-DATE
                   MOVE J TO WS-DT-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-DT-IDX = 0
               IF WS-DT-COUNT >= WS-DT-MAX
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-DT-COUNT
               MOVE WS-DT-COUNT TO WS-DT-IDX
               MOVE DH-DATE TO DT-DATE(WS-DT-IDX)
               MOVE 0 TO DT-OUT(WS-DT-IDX)
           END-IF
           ADD DH-CUST-OUT TO DT-OUT(WS-DT-IDX).

       LOAD-FORECAST-SETTINGS.
           OPEN INPUT WEEKS-FILE
           IF WEEKS-STATUS NOT = "35"
               READ WEEKS-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FUNCTION NUMVAL(WEEKS-REC) > 0
                           MOVE FUNCTION NUMVAL(WEEKS-REC)
                               TO WS-FC-WEEKS
                       END-IF
               END-READ
               CLOSE WEEKS-FILE
           END-IF
           OPEN INPUT RESERVE-FILE
           IF RESERVE-STATUS NOT = "35"
               READ RESERVE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE FUNCTION NUMVAL(RESERVE-REC) TO WS-RESERVE
               END-READ
               CLOSE RESERVE-FILE
           END-IF
           MOVE 0 TO WS-SD-COUNT
           OPEN INPUT SALARY-FILE
           IF SALARY-STATUS NOT = "35"
               PERFORM UNTIL WS-EOF = "Y"
                   READ SALARY-FILE
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF FUNCTION NUMVAL(SALARY-REC) >= 1
                               AND FUNCTION NUMVAL(SALARY-REC) <= 31
                               AND WS-SD-COUNT < 31
                               ADD 1 TO WS-SD-COUNT
                               MOVE FUNCTION NUMVAL(SALARY-REC)
                                   TO SALARY-DAY(WS-SD-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SALARY-FILE
           END-IF
           MOVE "N" TO WS-EOF
           IF WS-SD-COUNT = 0
               MOVE 1 TO WS-SD-COUNT
               MOVE 25 TO SALARY-DAY(1)
           END-IF.

       COPY "sysdate-read.cpy".
