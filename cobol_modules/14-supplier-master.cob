       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPPLIER-MASTER.

      *> Supplier master maintenance for purchasing. SUPPLIER-
      *> MASTER.DAT holds one row per supplier (name, contact,
      *> active/inactive); SUPPLIER-ITEMS.DAT holds the agreed
      *> price and lead time per supplier per ITEM-MASTER.DAT item,
      *> which PURCHASE-ORDER prices its orders and dates their
      *> expected arrival from. Both files are loaded whole and
      *> rewritten whole after each change.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUPPLIER-FILE ASSIGN TO "SUPPLIER-MASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUPPLIER-STATUS.
           SELECT SUPP-ITEM-FILE ASSIGN TO "SUPPLIER-ITEMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUPP-ITEM-STATUS.
           SELECT ITEM-FILE ASSIGN TO "ITEM-MASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ITEM-STATUS.
           SELECT SYSDATE-FILE ASSIGN TO "SYSTEM-DATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SUPPLIER-FILE.
       01 SUPPLIER-RECORD.
          05 SU-SUPP-ID      PIC 9(5).
          05 SU-NAME         PIC X(30).
          05 SU-CONTACT      PIC X(30).
          05 SU-STATUS       PIC X.

       FD SUPP-ITEM-FILE.
       01 SUPP-ITEM-RECORD.
          05 SI-SUPP-ID      PIC 9(5).
          05 SI-ITEM-NUM     PIC 9(4).
          05 SI-PRICE        PIC 9(4)V99.
          05 SI-LEAD-DAYS    PIC 9(3).
          05 SI-AGREED-DATE  PIC 9(8).

       FD ITEM-FILE.
       01 ITEM-RECORD.
          05 IM-ITEM-NUM     PIC 9(4).
          05 IM-DESC         PIC X(20).
          05 IM-UNIT-PRICE   PIC 9(4)V99.
          05 IM-ON-HAND      PIC 9(5).
          05 IM-REORDER-PT   PIC 9(5).

       FD SYSDATE-FILE.
       01 SYSDATE-REC            PIC X(40).

       WORKING-STORAGE SECTION.
       COPY "sysdate-ws.cpy".
       01 SUPPLIER-STATUS    PIC XX.
       01 SUPP-ITEM-STATUS   PIC XX.
       01 ITEM-STATUS        PIC XX.
       01 WS-EOF             PIC X VALUE "N".
       01 WS-TODAY           PIC 9(8).
       01 WS-MODE            PIC X.
       01 WS-ID-TXT          PIC X(5).
       01 WS-ITEM-TXT        PIC X(4).
       01 WS-PRICE-TXT       PIC X(10).
       01 WS-LEAD-TXT        PIC X(3).
       01 WS-NAME-IN         PIC X(30).
       01 WS-CONTACT-IN      PIC X(30).
       01 WS-SUPP-ID         PIC 9(5).
       01 WS-ITEM-NUM        PIC 9(4).
       01 WS-ITEM-FOUND      PIC X.
       01 WS-ITEM-DESC       PIC X(20).
       01 WS-SU-IDX          PIC 9(4).
       01 WS-SI-IDX          PIC 9(4).
       01 WS-DISP-PRICE      PIC Z,ZZ9.99.
       01 J                  PIC 9(4).
       01 K                  PIC 9(4).

       01 WS-SU-COUNT        PIC 9(4) VALUE 0.
       01 WS-SU-MAX          PIC 9(4) VALUE 500.
       01 SU-TABLE.
           05 SU-ENTRY OCCURS 1 TO 500 TIMES
                       DEPENDING ON WS-SU-COUNT.
               10 T-SU-SUPP-ID    PIC 9(5).
               10 T-SU-NAME       PIC X(30).
               10 T-SU-CONTACT    PIC X(30).
               10 T-SU-STATUS     PIC X.

       01 WS-SI-COUNT        PIC 9(4) VALUE 0.
       01 WS-SI-MAX          PIC 9(4) VALUE 3000.
       01 SI-TABLE.
           05 SI-ENTRY OCCURS 1 TO 3000 TIMES
                       DEPENDING ON WS-SI-COUNT.
               10 T-SI-SUPP-ID    PIC 9(5).
               10 T-SI-ITEM-NUM   PIC 9(4).
               10 T-SI-PRICE      PIC 9(4)V99.
               10 T-SI-LEAD-DAYS  PIC 9(3).
               10 T-SI-AGREED-DATE PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "SUPPLIER MASTER MAINTENANCE"
           DISPLAY "==========================="
           PERFORM READ-SYSTEM-DATE
           MOVE SD-BUSINESS-DATE TO WS-TODAY
           PERFORM LOAD-SUPPLIERS
           PERFORM LOAD-SUPPLIER-ITEMS

           DISPLAY "(A)dd/change supplier, (S)et active/inactive, "
               "(P)rice agreement, (L)ist: " WITH NO ADVANCING
           ACCEPT WS-MODE
           MOVE FUNCTION UPPER-CASE(WS-MODE) TO WS-MODE
           EVALUATE WS-MODE
               WHEN "A"
                   PERFORM ADD-OR-CHANGE-SUPPLIER
               WHEN "S"
                   PERFORM TOGGLE-SUPPLIER-STATUS
               WHEN "P"
                   PERFORM RECORD-PRICE-AGREEMENT
               WHEN OTHER
                   PERFORM LIST-SUPPLIERS
           END-EVALUATE
           STOP RUN.

       LOAD-SUPPLIERS.
           MOVE 0 TO WS-SU-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT SUPPLIER-FILE
           IF SUPPLIER-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ SUPPLIER-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF WS-SU-COUNT < WS-SU-MAX
                           ADD 1 TO WS-SU-COUNT
                           MOVE SUPPLIER-RECORD
                               TO SU-ENTRY(WS-SU-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SUPPLIER-FILE.

       LOAD-SUPPLIER-ITEMS.
           MOVE 0 TO WS-SI-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT SUPP-ITEM-FILE
           IF SUPP-ITEM-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ SUPP-ITEM-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF WS-SI-COUNT < WS-SI-MAX
                           ADD 1 TO WS-SI-COUNT
                           MOVE SUPP-ITEM-RECORD
                               TO SI-ENTRY(WS-SI-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SUPP-ITEM-FILE.

       SAVE-SUPPLIERS.
           OPEN OUTPUT SUPPLIER-FILE
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-SU-COUNT
               MOVE SU-ENTRY(K) TO SUPPLIER-RECORD
               WRITE SUPPLIER-RECORD
           END-PERFORM
           CLOSE SUPPLIER-FILE.

       SAVE-SUPPLIER-ITEMS.
           OPEN OUTPUT SUPP-ITEM-FILE
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-SI-COUNT
               MOVE SI-ENTRY(K) TO SUPP-ITEM-RECORD
               WRITE SUPP-ITEM-RECORD
           END-PERFORM
           CLOSE SUPP-ITEM-FILE.

      *> Prompts for a supplier number and leaves WS-SU-IDX on its
      *> row, or zero when it is not on the master.
       ASK-SUPPLIER-ID.
           MOVE 0 TO WS-SU-IDX
           DISPLAY "Supplier number: " WITH NO ADVANCING
           ACCEPT WS-ID-TXT
           IF FUNCTION TEST-NUMVAL(WS-ID-TXT) NOT = 0
               MOVE 0 TO WS-SUPP-ID
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-SUPP-ID = FUNCTION NUMVAL(WS-ID-TXT)
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-SU-COUNT
               IF T-SU-SUPP-ID(J) = WS-SUPP-ID
                   MOVE J TO WS-SU-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       ADD-OR-CHANGE-SUPPLIER.
           PERFORM ASK-SUPPLIER-ID
           IF WS-SUPP-ID = 0
               DISPLAY "Supplier number must be 1-99999."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Supplier name: " WITH NO ADVANCING
           ACCEPT WS-NAME-IN
           DISPLAY "Contact (phone/e-mail): " WITH NO ADVANCING
           ACCEPT WS-CONTACT-IN
           IF WS-SU-IDX = 0
               IF WS-NAME-IN = SPACES
                   DISPLAY "A new supplier needs a name."
                   EXIT PARAGRAPH
               END-IF
               IF WS-SU-COUNT >= WS-SU-MAX
                   DISPLAY "Supplier master full at " WS-SU-MAX
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-SU-COUNT
               MOVE WS-SU-COUNT TO WS-SU-IDX
               MOVE WS-SUPP-ID TO T-SU-SUPP-ID(WS-SU-IDX)
               MOVE "A" TO T-SU-STATUS(WS-SU-IDX)
               MOVE WS-NAME-IN TO T-SU-NAME(WS-SU-IDX)
               MOVE WS-CONTACT-IN TO T-SU-CONTACT(WS-SU-IDX)
               DISPLAY "Supplier " WS-SUPP-ID " added."
           ELSE
      *> A blank answer keeps what is on file.
               IF WS-NAME-IN NOT = SPACES
                   MOVE WS-NAME-IN TO T-SU-NAME(WS-SU-IDX)
               END-IF
               IF WS-CONTACT-IN NOT = SPACES
                   MOVE WS-CONTACT-IN TO T-SU-CONTACT(WS-SU-IDX)
               END-IF
               DISPLAY "Supplier " WS-SUPP-ID " updated."
           END-IF
           PERFORM SAVE-SUPPLIERS.

      *> An inactive supplier keeps its history and open orders but
      *> is not chosen for new ones.
       TOGGLE-SUPPLIER-STATUS.
           PERFORM ASK-SUPPLIER-ID
           IF WS-SU-IDX = 0
               DISPLAY "Supplier not on the master."
               EXIT PARAGRAPH
           END-IF
           IF T-SU-STATUS(WS-SU-IDX) = "I"
               MOVE "A" TO T-SU-STATUS(WS-SU-IDX)
               DISPLAY "Supplier " WS-SUPP-ID " is now active."
           ELSE
               MOVE "I" TO T-SU-STATUS(WS-SU-IDX)
               DISPLAY "Supplier " WS-SUPP-ID " is now inactive."
           END-IF
           PERFORM SAVE-SUPPLIERS.

      *> One agreed price per supplier per item; a new agreement
      *> replaces the old one and is dated today.
       RECORD-PRICE-AGREEMENT.
           PERFORM ASK-SUPPLIER-ID
           IF WS-SU-IDX = 0
               DISPLAY "Supplier not on the master."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Item number: " WITH NO ADVANCING
           ACCEPT WS-ITEM-TXT
           IF FUNCTION TEST-NUMVAL(WS-ITEM-TXT) NOT = 0
               DISPLAY "Item number must be numeric."
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-ITEM-NUM = FUNCTION NUMVAL(WS-ITEM-TXT)
           PERFORM FIND-ITEM
           IF WS-ITEM-FOUND = "N"
               DISPLAY "Item " WS-ITEM-NUM " not on ITEM-MASTER.DAT."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Agreed unit price: " WITH NO ADVANCING
           ACCEPT WS-PRICE-TXT
           IF FUNCTION TEST-NUMVAL(WS-PRICE-TXT) NOT = 0
               OR FUNCTION NUMVAL(WS-PRICE-TXT) <= 0
               OR FUNCTION NUMVAL(WS-PRICE-TXT) > 9999.99
               DISPLAY "Price must be 0.01-9999.99."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Lead time in days: " WITH NO ADVANCING
           ACCEPT WS-LEAD-TXT
           IF FUNCTION TEST-NUMVAL(WS-LEAD-TXT) NOT = 0
               DISPLAY "Lead time must be 0-999 days."
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-SI-IDX
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-SI-COUNT
               IF T-SI-SUPP-ID(J) = WS-SUPP-ID
                   AND T-SI-ITEM-NUM(J) = WS-ITEM-NUM
                   MOVE J TO WS-SI-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-SI-IDX = 0
               IF WS-SI-COUNT >= WS-SI-MAX
                   DISPLAY "Price list full at " WS-SI-MAX
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-SI-COUNT
               MOVE WS-SI-COUNT TO WS-SI-IDX
               MOVE WS-SUPP-ID TO T-SI-SUPP-ID(WS-SI-IDX)
               MOVE WS-ITEM-NUM TO T-SI-ITEM-NUM(WS-SI-IDX)
           END-IF
           COMPUTE T-SI-PRICE(WS-SI-IDX) =
               FUNCTION NUMVAL(WS-PRICE-TXT)
           COMPUTE T-SI-LEAD-DAYS(WS-SI-IDX) =
               FUNCTION NUMVAL(WS-LEAD-TXT)
           MOVE WS-TODAY TO T-SI-AGREED-DATE(WS-SI-IDX)
           PERFORM SAVE-SUPPLIER-ITEMS
           MOVE T-SI-PRICE(WS-SI-IDX) TO WS-DISP-PRICE
           DISPLAY "Supplier " WS-SUPP-ID " item " WS-ITEM-NUM " "
               FUNCTION TRIM(WS-ITEM-DESC) " at " WS-DISP-PRICE
               ", " T-SI-LEAD-DAYS(WS-SI-IDX) " days lead time.".

       FIND-ITEM.
           MOVE "N" TO WS-ITEM-FOUND
           MOVE "N" TO WS-EOF
           OPEN INPUT ITEM-FILE
           IF ITEM-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ ITEM-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF IM-ITEM-NUM = WS-ITEM-NUM
                           MOVE "Y" TO WS-ITEM-FOUND
                           MOVE IM-DESC TO WS-ITEM-DESC
                           MOVE "Y" TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ITEM-FILE.

       LIST-SUPPLIERS.
           IF WS-SU-COUNT = 0
               DISPLAY "No suppliers on SUPPLIER-MASTER.DAT."
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-SU-COUNT
               DISPLAY T-SU-SUPP-ID(J) " " T-SU-NAME(J) " "
                   T-SU-STATUS(J) " " FUNCTION TRIM(T-SU-CONTACT(J))
               PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-SI-COUNT
                   IF T-SI-SUPP-ID(K) = T-SU-SUPP-ID(J)
                       MOVE T-SI-PRICE(K) TO WS-DISP-PRICE
                       DISPLAY "      ITEM " T-SI-ITEM-NUM(K)
                           " PRICE " WS-DISP-PRICE
                           " LEAD " T-SI-LEAD-DAYS(K) " DAYS"
                           " AGREED " T-SI-AGREED-DATE(K)
                   END-IF
               END-PERFORM
           END-PERFORM.

       COPY "sysdate-read.cpy".
