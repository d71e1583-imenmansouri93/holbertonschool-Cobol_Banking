       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-COLLATERAL.

      *> Collateral register desk. LOAN-ORIGINATE books a loan with
      *> nothing on file about what secures it. Each collateral
      *> item -- its type, a description, the valuation amount and
      *> the date it was valued, and the reference under which the
      *> bank's charge over it is registered -- is kept on
      *> COLLATERAL-ITEMS.DAT. COLLATERAL-LINKS.DAT ties items to
      *> LOANS.DAT loans: one item may secure several loans and one
      *> loan may be secured by several items. A revaluation
      *> replaces the item's value and date, and the old figures go
      *> to COLLATERAL-VALUATIONS.DAT. Unlinking a loan releases the
      *> item from it; an item left with no live link is ignored by
      *> COLLATERAL-LTV.
      *> Collateral types come from LOAN-LTV-LIMITS.DAT, the table
      *> COLLATERAL-LTV monitors against; with no file on hand the
      *> compiled-in types are used.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ITEM-FILE ASSIGN TO "COLLATERAL-ITEMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ITEM-STATUS.
           SELECT LINK-FILE ASSIGN TO "COLLATERAL-LINKS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LINK-STATUS.
           SELECT VALUATION-FILE ASSIGN TO "COLLATERAL-VALUATIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VALN-STATUS.
           SELECT LIMIT-FILE ASSIGN TO "LOAN-LTV-LIMITS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIMIT-STATUS.
           SELECT LOANS-FILE ASSIGN TO "LOANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOANS-STATUS.
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
      *> CI-STATUS: A in use, R released.
       FD ITEM-FILE.
       01 ITEM-RECORD.
          05 CI-ITEM-ID        PIC 9(6).
          05 CI-TYPE           PIC X(4).
          05 CI-DESCRIPTION    PIC X(30).
          05 CI-VALUE          PIC 9(9)V99.
          05 CI-VALUE-DATE     PIC 9(8).
          05 CI-CHARGE-REF     PIC X(20).
          05 CI-STATUS         PIC X.
          05 CI-ADDED-BY       PIC X(8).
          05 CI-ADDED-DATE     PIC 9(8).

      *> CK-STATUS: A the item secures the loan, R released.
       FD LINK-FILE.
       01 LINK-RECORD.
          05 CK-ITEM-ID        PIC 9(6).
          05 CK-LOAN-ID        PIC 9(6).
          05 CK-STATUS         PIC X.
          05 CK-LINKED-BY      PIC X(8).
          05 CK-LINKED-DATE    PIC 9(8).
          05 CK-RELEASED-DATE  PIC 9(8).

       FD VALUATION-FILE.
       01 VALUATION-RECORD.
          05 CV-ITEM-ID        PIC 9(6).
          05 CV-OLD-VALUE      PIC 9(9)V99.
          05 CV-OLD-DATE       PIC 9(8).
          05 CV-NEW-VALUE      PIC 9(9)V99.
          05 CV-NEW-DATE       PIC 9(8).
          05 CV-BY             PIC X(8).
          05 CV-ENTERED        PIC 9(8).

       FD LIMIT-FILE.
       01 LIMIT-RECORD.
          05 LL-TYPE           PIC X(4).
          05 LL-LTV-PCT        PIC 9(3).
          05 LL-HAIRCUT-PCT    PIC 99.
          05 LL-REVAL-MONTHS   PIC 99.
          05 LL-DESCRIPTION    PIC X(20).

       FD LOANS-FILE.
       01 LOANS-RECORD.
          05 LN-LOAN-ID        PIC 9(6).
          05 LN-CUST-ID        PIC 9(5).
          05 LN-PRINCIPAL      PIC 9(5).
          05 LN-RATE-PCT       PIC 99.
          05 LN-TERM-YEARS     PIC 99.
          05 LN-STATUS         PIC X(8).
          05 LN-OUTSTANDING    PIC 9(7)V99.
          05 LN-PAID-THRU      PIC 99.
          05 LN-YEAR-PAID      PIC 9(7)V99.
          05 LN-ORIG-DATE      PIC 9(8).

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
       01 ITEM-STATUS        PIC XX.
       01 LINK-STATUS        PIC XX.
       01 VALN-STATUS        PIC XX.
       01 LIMIT-STATUS       PIC XX.
       01 LOANS-STATUS       PIC XX.
       01 SESSION-STATUS     PIC XX.
       01 WS-SESSION-TERMINAL PIC X(8).
       01 WS-OFFICER         PIC X(8) VALUE SPACES.
       01 WS-OFFICER-LEVEL   PIC 9 VALUE 0.
       01 WS-EOF             PIC X VALUE "N".
       01 WS-CHOICE          PIC X.
       01 WS-TODAY           PIC 9(8).
       01 WS-PICK-ITEM       PIC 9(6).
       01 WS-PICK-LOAN       PIC 9(6).
       01 WS-ITEM-IDX        PIC 9(4).
       01 WS-LINK-IDX        PIC 9(4).
       01 WS-LIMIT-IDX       PIC 99.
       01 WS-NEXT-ID         PIC 9(6).
       01 WS-LOAN-FOUND      PIC X.
       01 WS-TYPE            PIC X(4).
       01 WS-AMT-TEXT        PIC X(14).
       01 WS-DATE-TEXT       PIC X(8).
       01 WS-NEW-VALUE       PIC 9(9)V99.
       01 WS-NEW-DATE        PIC 9(8).
       01 WS-DISP-A          PIC ZZZ,ZZZ,ZZ9.99.
       01 J                  PIC 9(4).
       01 K                  PIC 9(4).

      *> Compiled-in collateral types: type, LTV limit %,
      *> provisioning haircut %, revaluation months, description.
       01 LIMIT-DEFAULT-DATA.
           05 FILLER PIC X(31) VALUE "PROP0802036PROPERTY".
           05 FILLER PIC X(31) VALUE "VEHI0704012VEHICLE".
           05 FILLER PIC X(31) VALUE "DEPO1000012CASH DEPOSIT".
           05 FILLER PIC X(31) VALUE "SECU0703006SECURITIES".
           05 FILLER PIC X(31) VALUE "EQPT0605012EQUIPMENT".
           05 FILLER PIC X(31) VALUE "OTHR0505012OTHER".
       01 LIMIT-DEFAULT-TABLE REDEFINES LIMIT-DEFAULT-DATA.
           05 LIMIT-DEFAULT PIC X(31) OCCURS 6 TIMES.

       01 WS-LL-COUNT        PIC 99 VALUE 0.
       01 WS-LL-MAX          PIC 99 VALUE 20.
       01 LL-TABLE.
           05 LL-ENTRY OCCURS 1 TO 20 TIMES
                       DEPENDING ON WS-LL-COUNT.
               10 T-LL-TYPE         PIC X(4).
               10 T-LL-LTV-PCT      PIC 9(3).
               10 T-LL-HAIRCUT-PCT  PIC 99.
               10 T-LL-REVAL-MONTHS PIC 99.
               10 T-LL-DESCRIPTION  PIC X(20).

      *> Items and links, loaded whole and rewritten whole.
       01 WS-CI-COUNT        PIC 9(4) VALUE 0.
       01 WS-CI-MAX          PIC 9(4) VALUE 2000.
       01 CI-TABLE.
           05 CI-ENTRY OCCURS 1 TO 2000 TIMES
                       DEPENDING ON WS-CI-COUNT.
               10 T-CI-ITEM-ID      PIC 9(6).
               10 T-CI-TYPE         PIC X(4).
               10 T-CI-DESCRIPTION  PIC X(30).
               10 T-CI-VALUE        PIC 9(9)V99.
               10 T-CI-VALUE-DATE   PIC 9(8).
               10 T-CI-CHARGE-REF   PIC X(20).
               10 T-CI-STATUS       PIC X.
               10 T-CI-ADDED-BY     PIC X(8).
               10 T-CI-ADDED-DATE   PIC 9(8).

       01 WS-CK-COUNT        PIC 9(4) VALUE 0.
       01 WS-CK-MAX          PIC 9(4) VALUE 4000.
       01 CK-TABLE.
           05 CK-ENTRY OCCURS 1 TO 4000 TIMES
                       DEPENDING ON WS-CK-COUNT.
               10 T-CK-ITEM-ID      PIC 9(6).
               10 T-CK-LOAN-ID      PIC 9(6).
               10 T-CK-STATUS       PIC X.
               10 T-CK-LINKED-BY    PIC X(8).
               10 T-CK-LINKED-DATE  PIC 9(8).
               10 T-CK-RELEASED-DATE PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "COLLATERAL REGISTER"
           DISPLAY "==================="
           PERFORM READ-SYSTEM-DATE
           MOVE SD-BUSINESS-DATE TO WS-TODAY
           PERFORM READ-OFFICER-SESSION
           IF WS-OFFICER = SPACES
               DISPLAY "  >> No active session; an officer must be "
                   "logged in."
               STOP RUN
           END-IF
           PERFORM LOAD-LIMITS
           PERFORM LOAD-ITEMS
           PERFORM LOAD-LINKS

           PERFORM UNTIL WS-CHOICE = "Q"
               DISPLAY " "
               DISPLAY "(N)ew item, (R)evalue, (L)ink to loan, "
                   "(U)nlink, (S)how loan, (I)tem list, (Q)uit: "
                   WITH NO ADVANCING
               ACCEPT WS-CHOICE
               MOVE FUNCTION UPPER-CASE(WS-CHOICE) TO WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN "N"
                       PERFORM ADD-ITEM
                   WHEN "R"
                       PERFORM REVALUE-ITEM
                   WHEN "L"
                       PERFORM LINK-ITEM
                   WHEN "U"
                       PERFORM UNLINK-ITEM
                   WHEN "S"
                       PERFORM SHOW-LOAN-COLLATERAL
                   WHEN "I"
                       PERFORM LIST-ITEMS
                   WHEN "Q"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Invalid option. Please try again."
               END-EVALUATE
           END-PERFORM

           PERFORM SAVE-ITEMS
           PERFORM SAVE-LINKS
           DISPLAY "Collateral register saved."
           STOP RUN.

       READ-OFFICER-SESSION.
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
                       MOVE SESSION-REC-USER-ID TO WS-OFFICER
                       MOVE SESSION-REC-ACCESS TO WS-OFFICER-LEVEL
               END-READ
               CLOSE SESSION-FILE
           END-IF.

       LOAD-LIMITS.
           MOVE 0 TO WS-LL-COUNT
           OPEN INPUT LIMIT-FILE
           IF LIMIT-STATUS = "35"
               PERFORM SEED-DEFAULT-LIMITS
           ELSE
               PERFORM UNTIL WS-EOF = "Y"
                   READ LIMIT-FILE
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF WS-LL-COUNT < WS-LL-MAX
                               ADD 1 TO WS-LL-COUNT
                               MOVE LIMIT-RECORD
                                   TO LL-ENTRY(WS-LL-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LIMIT-FILE
           END-IF
           MOVE "N" TO WS-EOF.

       SEED-DEFAULT-LIMITS.
           DISPLAY "No LOAN-LTV-LIMITS.DAT found, using default "
               "collateral types"
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > 6
               ADD 1 TO WS-LL-COUNT
               MOVE LIMIT-DEFAULT(J) TO LL-ENTRY(WS-LL-COUNT)
           END-PERFORM.

       FIND-LIMIT.
           MOVE 0 TO WS-LIMIT-IDX
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-LL-COUNT
               IF T-LL-TYPE(J) = WS-TYPE
                   MOVE J TO WS-LIMIT-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       LOAD-ITEMS.
           MOVE 0 TO WS-CI-COUNT
           OPEN INPUT ITEM-FILE
           IF ITEM-STATUS NOT = "35"
               PERFORM UNTIL WS-EOF = "Y"
                   READ ITEM-FILE
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF WS-CI-COUNT < WS-CI-MAX
                               ADD 1 TO WS-CI-COUNT
                               MOVE ITEM-RECORD
                                   TO CI-ENTRY(WS-CI-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ITEM-FILE
           END-IF
           MOVE "N" TO WS-EOF.

       SAVE-ITEMS.
           OPEN OUTPUT ITEM-FILE
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-CI-COUNT
               MOVE CI-ENTRY(J) TO ITEM-RECORD
               WRITE ITEM-RECORD
           END-PERFORM
           CLOSE ITEM-FILE.

       LOAD-LINKS.
           MOVE 0 TO WS-CK-COUNT
           OPEN INPUT LINK-FILE
           IF LINK-STATUS NOT = "35"
               PERFORM UNTIL WS-EOF = "Y"
                   READ LINK-FILE
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF WS-CK-COUNT < WS-CK-MAX
                               ADD 1 TO WS-CK-COUNT
                               MOVE LINK-RECORD
                                   TO CK-ENTRY(WS-CK-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LINK-FILE
           END-IF
           MOVE "N" TO WS-EOF.

       SAVE-LINKS.
           OPEN OUTPUT LINK-FILE
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-CK-COUNT
               MOVE CK-ENTRY(J) TO LINK-RECORD
               WRITE LINK-RECORD
           END-PERFORM
           CLOSE LINK-FILE.

       FIND-ITEM.
           MOVE 0 TO WS-ITEM-IDX
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-CI-COUNT
               IF T-CI-ITEM-ID(J) = WS-PICK-ITEM
                   MOVE J TO WS-ITEM-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> The live link between WS-PICK-ITEM and WS-PICK-LOAN.
       FIND-LINK.
           MOVE 0 TO WS-LINK-IDX
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-CK-COUNT
               IF T-CK-ITEM-ID(J) = WS-PICK-ITEM
                   AND T-CK-LOAN-ID(J) = WS-PICK-LOAN
                   AND T-CK-STATUS(J) = "A"
                   MOVE J TO WS-LINK-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> Leaves LOANS-RECORD holding the picked loan when found.
       FIND-LOAN.
           MOVE "N" TO WS-LOAN-FOUND
           OPEN INPUT LOANS-FILE
           IF LOANS-STATUS NOT = "35"
               PERFORM UNTIL WS-EOF = "Y"
                   READ LOANS-FILE
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF LN-LOAN-ID = WS-PICK-LOAN
                               MOVE "Y" TO WS-LOAN-FOUND
                               MOVE "Y" TO WS-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOANS-FILE
           END-IF
           MOVE "N" TO WS-EOF.

       ADD-ITEM.
           IF WS-CI-COUNT >= WS-CI-MAX
               DISPLAY "Collateral register is full, cannot add."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Collateral types:"
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-LL-COUNT
               DISPLAY "  " T-LL-TYPE(J) " "
                   FUNCTION TRIM(T-LL-DESCRIPTION(J))
           END-PERFORM
           DISPLAY "Type: "
           ACCEPT WS-TYPE
           MOVE FUNCTION UPPER-CASE(WS-TYPE) TO WS-TYPE
           PERFORM FIND-LIMIT
           IF WS-LIMIT-IDX = 0
               DISPLAY "  >> Unknown collateral type; item not added."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Valuation amount: "
           ACCEPT WS-AMT-TEXT
           MOVE FUNCTION NUMVAL(WS-AMT-TEXT) TO WS-NEW-VALUE
           IF WS-NEW-VALUE = 0
               DISPLAY "  >> A valuation is required; item not added."
               EXIT PARAGRAPH
           END-IF
           PERFORM ACCEPT-VALUATION-DATE
           IF WS-NEW-DATE = 0
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-NEXT-ID
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-CI-COUNT
               IF T-CI-ITEM-ID(J) > WS-NEXT-ID
                   MOVE T-CI-ITEM-ID(J) TO WS-NEXT-ID
               END-IF
           END-PERFORM
           ADD 1 TO WS-NEXT-ID
           MOVE SPACES TO ITEM-RECORD
           MOVE WS-NEXT-ID TO CI-ITEM-ID
           MOVE WS-TYPE TO CI-TYPE
           DISPLAY "Description (30 chars): "
           ACCEPT CI-DESCRIPTION
           MOVE WS-NEW-VALUE TO CI-VALUE
           MOVE WS-NEW-DATE TO CI-VALUE-DATE
           DISPLAY "Charge registration reference (20 chars): "
           ACCEPT CI-CHARGE-REF
           MOVE "A" TO CI-STATUS
           MOVE WS-OFFICER TO CI-ADDED-BY
           MOVE WS-TODAY TO CI-ADDED-DATE
           ADD 1 TO WS-CI-COUNT
           MOVE ITEM-RECORD TO CI-ENTRY(WS-CI-COUNT)
           DISPLAY "Collateral item " WS-NEXT-ID " added; link it "
               "to the loan(s) it secures.".

      *> Blank is today; a valuation may not be dated ahead.
       ACCEPT-VALUATION-DATE.
           DISPLAY "Valuation date (YYYYMMDD, blank = today): "
           MOVE SPACES TO WS-DATE-TEXT
           ACCEPT WS-DATE-TEXT
           IF WS-DATE-TEXT = SPACES
               MOVE WS-TODAY TO WS-NEW-DATE
           ELSE
               MOVE FUNCTION NUMVAL(WS-DATE-TEXT) TO WS-NEW-DATE
           END-IF
           IF WS-NEW-DATE > WS-TODAY
               OR FUNCTION TEST-DATE-YYYYMMDD(WS-NEW-DATE) NOT = 0
               DISPLAY "  >> Valuation date is not a valid date on "
                   "or before " WS-TODAY "."
               MOVE 0 TO WS-NEW-DATE
           END-IF.

       REVALUE-ITEM.
           DISPLAY "Collateral item id: "
           ACCEPT WS-PICK-ITEM
           PERFORM FIND-ITEM
           IF WS-ITEM-IDX = 0
               DISPLAY "  >> No such collateral item."
               EXIT PARAGRAPH
           END-IF
           MOVE T-CI-VALUE(WS-ITEM-IDX) TO WS-DISP-A
           DISPLAY FUNCTION TRIM(T-CI-DESCRIPTION(WS-ITEM-IDX))
               " valued " WS-DISP-A " on "
               T-CI-VALUE-DATE(WS-ITEM-IDX)
           DISPLAY "New valuation amount: "
           ACCEPT WS-AMT-TEXT
           MOVE FUNCTION NUMVAL(WS-AMT-TEXT) TO WS-NEW-VALUE
           PERFORM ACCEPT-VALUATION-DATE
           IF WS-NEW-DATE = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-NEW-DATE < T-CI-VALUE-DATE(WS-ITEM-IDX)
               DISPLAY "  >> Older than the valuation on file; "
                   "nothing changed."
               EXIT PARAGRAPH
           END-IF

           MOVE WS-PICK-ITEM TO CV-ITEM-ID
           MOVE T-CI-VALUE(WS-ITEM-IDX) TO CV-OLD-VALUE
           MOVE T-CI-VALUE-DATE(WS-ITEM-IDX) TO CV-OLD-DATE
           MOVE WS-NEW-VALUE TO CV-NEW-VALUE
           MOVE WS-NEW-DATE TO CV-NEW-DATE
           MOVE WS-OFFICER TO CV-BY
           MOVE WS-TODAY TO CV-ENTERED
           OPEN EXTEND VALUATION-FILE
           IF VALN-STATUS = "35"
               OPEN OUTPUT VALUATION-FILE
           END-IF
           WRITE VALUATION-RECORD
           CLOSE VALUATION-FILE

           MOVE WS-NEW-VALUE TO T-CI-VALUE(WS-ITEM-IDX)
           MOVE WS-NEW-DATE TO T-CI-VALUE-DATE(WS-ITEM-IDX)
           MOVE WS-NEW-VALUE TO WS-DISP-A
           DISPLAY "Item " WS-PICK-ITEM " revalued at " WS-DISP-A
               " as of " WS-NEW-DATE ".".

       LINK-ITEM.
           DISPLAY "Collateral item id: "
           ACCEPT WS-PICK-ITEM
           PERFORM FIND-ITEM
           IF WS-ITEM-IDX = 0
               DISPLAY "  >> No such collateral item."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Loan id (6 digits): "
           ACCEPT WS-PICK-LOAN
           PERFORM FIND-LOAN
           IF WS-LOAN-FOUND = "N"
               DISPLAY "  >> Loan not on LOANS.DAT."
               EXIT PARAGRAPH
           END-IF
           IF LN-STATUS NOT = "ACTIVE"
               DISPLAY "  >> Loan is " FUNCTION TRIM(LN-STATUS)
                   "; only an active loan can be secured."
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-LINK
           IF WS-LINK-IDX > 0
               DISPLAY "  >> Item already secures that loan."
               EXIT PARAGRAPH
           END-IF
           IF WS-CK-COUNT >= WS-CK-MAX
               DISPLAY "Collateral link file is full, cannot add."
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CK-COUNT
           MOVE WS-PICK-ITEM TO T-CK-ITEM-ID(WS-CK-COUNT)
           MOVE WS-PICK-LOAN TO T-CK-LOAN-ID(WS-CK-COUNT)
           MOVE "A" TO T-CK-STATUS(WS-CK-COUNT)
           MOVE WS-OFFICER TO T-CK-LINKED-BY(WS-CK-COUNT)
           MOVE WS-TODAY TO T-CK-LINKED-DATE(WS-CK-COUNT)
           MOVE 0 TO T-CK-RELEASED-DATE(WS-CK-COUNT)
           MOVE "A" TO T-CI-STATUS(WS-ITEM-IDX)
           DISPLAY "Item " WS-PICK-ITEM " now secures loan "
               WS-PICK-LOAN ".".

      *> An item released from its last loan is marked released.
       UNLINK-ITEM.
           DISPLAY "Collateral item id: "
           ACCEPT WS-PICK-ITEM
           DISPLAY "Loan id (6 digits): "
           ACCEPT WS-PICK-LOAN
           PERFORM FIND-LINK
           IF WS-LINK-IDX = 0
               DISPLAY "  >> Item does not secure that loan."
               EXIT PARAGRAPH
           END-IF
           MOVE "R" TO T-CK-STATUS(WS-LINK-IDX)
           MOVE WS-TODAY TO T-CK-RELEASED-DATE(WS-LINK-IDX)
           MOVE 0 TO K
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-CK-COUNT
               IF T-CK-ITEM-ID(J) = WS-PICK-ITEM
                   AND T-CK-STATUS(J) = "A"
                   ADD 1 TO K
               END-IF
           END-PERFORM
           PERFORM FIND-ITEM
           IF K = 0 AND WS-ITEM-IDX > 0
               MOVE "R" TO T-CI-STATUS(WS-ITEM-IDX)
               DISPLAY "Item " WS-PICK-ITEM " released from loan "
                   WS-PICK-LOAN "; it secures nothing else and is "
                   "marked released."
           ELSE
               DISPLAY "Item " WS-PICK-ITEM " released from loan "
                   WS-PICK-LOAN "."
           END-IF.

       SHOW-LOAN-COLLATERAL.
           DISPLAY "Loan id (6 digits): "
           ACCEPT WS-PICK-LOAN
           MOVE 0 TO K
           DISPLAY "ITEM   TYPE          VALUE VALUED   CHARGE-REF"
               "           DESCRIPTION"
           PERFORM VARYING WS-LINK-IDX FROM 1 BY 1
                   UNTIL WS-LINK-IDX > WS-CK-COUNT
               IF T-CK-LOAN-ID(WS-LINK-IDX) = WS-PICK-LOAN
                   AND T-CK-STATUS(WS-LINK-IDX) = "A"
                   MOVE T-CK-ITEM-ID(WS-LINK-IDX) TO WS-PICK-ITEM
                   PERFORM FIND-ITEM
                   IF WS-ITEM-IDX > 0
                       ADD 1 TO K
                       PERFORM SHOW-ITEM-LINE
                   END-IF
               END-IF
           END-PERFORM
           IF K = 0
               DISPLAY "  (no collateral secures that loan)"
           END-IF.

       SHOW-ITEM-LINE.
           MOVE T-CI-VALUE(WS-ITEM-IDX) TO WS-DISP-A
           DISPLAY T-CI-ITEM-ID(WS-ITEM-IDX) " "
               T-CI-TYPE(WS-ITEM-IDX) " " WS-DISP-A " "
               T-CI-VALUE-DATE(WS-ITEM-IDX) " "
               T-CI-CHARGE-REF(WS-ITEM-IDX) " "
               FUNCTION TRIM(T-CI-DESCRIPTION(WS-ITEM-IDX)).

       LIST-ITEMS.
           DISPLAY "ITEM   TYPE          VALUE VALUED   CHARGE-REF"
               "           DESCRIPTION / LOANS"
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                   UNTIL WS-ITEM-IDX > WS-CI-COUNT
               IF T-CI-STATUS(WS-ITEM-IDX) = "A"
                   PERFORM SHOW-ITEM-LINE
                   PERFORM VARYING K FROM 1 BY 1
                           UNTIL K > WS-CK-COUNT
                       IF T-CK-ITEM-ID(K) = T-CI-ITEM-ID(WS-ITEM-IDX)
                           AND T-CK-STATUS(K) = "A"
                           DISPLAY "         secures loan "
                               T-CK-LOAN-ID(K)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           IF WS-CI-COUNT = 0
               DISPLAY "  (no collateral on file)"
           END-IF.

       COPY "sysdate-read.cpy".
