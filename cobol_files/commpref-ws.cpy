      *> ---------------------------------------------------------
      *> COMMPREF-WS - shared working-storage for routing customer
      *> output by the customer's communication preferences (see
      *> commpref-route.cpy). COPY into WORKING-STORAGE. The
      *> calling program declares, with its usual layouts:
      *>   SELECT PREFS-FILE ASSIGN TO "CUSTOMER-PREFS.DAT"
      *>     INDEXED, ACCESS DYNAMIC, RECORD KEY CP-CUST-ID,
      *>     FILE STATUS COMMPREF-STATUS
      *>       CP-CUST-ID 9(5), CP-STATEMENTS X, CP-NOTICES X,
      *>       CP-MARKETING X (P paper, E electronic, N none --
      *>       marketing only), CP-EMAIL X(60),
      *>       CP-CHANGED-DATE 9(8)
      *>   SELECT ADDRESS-FILE ASSIGN TO "CUSTOMER-ADDRESS.DAT"
      *>     INDEXED, ACCESS DYNAMIC, RECORD KEY CA-CUST-ID,
      *>     FILE STATUS COMMPREF-ADDR-STATUS (CA-MAIL-RETURNED is
      *>     Y while the post office is returning mail)
      *>   SELECT EDELIVERY-FILE ASSIGN TO "E-DELIVERY.DAT"
      *>     LINE SEQUENTIAL, FILE STATUS COMMPREF-ED-STATUS
      *>       ED-DATE 9(8), ED-CUST-ID 9(5), ED-DOC X(4),
      *>       ED-REF X(10), ED-EMAIL X(60), ED-TEXT X(100)
      *>   SELECT SUPPRESS-LOG ASSIGN TO "MAIL-SUPPRESSED.LOG"
      *>     LINE SEQUENTIAL, FILE STATUS COMMPREF-LOG-STATUS
      *>       SL-DATE 9(8), SL-PROGRAM X(10), SL-CUST-ID 9(5),
      *>       SL-DOC X(4), SL-REF X(10), SL-CHANNEL X,
      *>       SL-REASON X(30)
      *> A customer with no preference row gets paper for
      *> everything, as before preferences existed.
      *> ---------------------------------------------------------
       01  COMMPREF-STATUS        PIC XX.
       01  COMMPREF-ADDR-STATUS   PIC XX.
       01  COMMPREF-ED-STATUS     PIC XX.
       01  COMMPREF-LOG-STATUS    PIC XX.
       01  WS-CP-PREFS-OPEN       PIC X VALUE "N".
       01  WS-CP-ADDR-OPEN        PIC X VALUE "N".
      *> Set once per run by the caller: who is producing the
      *> output, and the business date it is stamped with.
       01  WS-CP-PROGRAM          PIC X(10).
       01  WS-CP-DATE             PIC 9(8).
      *> Set per item before PERFORM ROUTE-CUSTOMER-ITEM:
      *> WS-CP-ITEM is S statement, N notice or M marketing;
      *> WS-CP-MANDATORY is Y for a regulatory item that must
      *> reach the customer on some channel; WS-CP-DOC and
      *> WS-CP-REF identify the item on the extract and the log.
       01  WS-CP-CUST-ID          PIC 9(5).
       01  WS-CP-ITEM             PIC X.
       01  WS-CP-MANDATORY        PIC X.
       01  WS-CP-DOC              PIC X(4).
       01  WS-CP-REF              PIC X(10).
      *> Comes back: WS-CP-CHANNEL is P print, E the e-delivery
      *> extract, H print held at the branch (a mandatory item with
      *> no deliverable address or e-mail) or X suppressed, with
      *> the reason for anything other than the customer's own
      *> choice in WS-CP-REASON.
       01  WS-CP-CHANNEL          PIC X.
       01  WS-CP-EMAIL            PIC X(60).
       01  WS-CP-REASON           PIC X(30).
       01  WS-CP-WANT             PIC X.
       01  WS-CP-RETURNED         PIC X.
      *> One line of the item for PERFORM WRITE-EDELIVERY-LINE.
       01  WS-CP-TEXT             PIC X(100).
       01  WS-CP-PRINTED          PIC 9(5) VALUE 0.
       01  WS-CP-EMAILED          PIC 9(5) VALUE 0.
       01  WS-CP-HELD             PIC 9(5) VALUE 0.
       01  WS-CP-SUPPRESSED       PIC 9(5) VALUE 0.
