      *> under two or three CUST-IDs. The operator nominates the
      *> survivor and the victim; the merge refuses while the
      *> victim has pending approvals or open fraud cases; then
      *> the victim's balance, contact row, address row,
      *> communication preferences, ownership links and open
      *> receivables move to the survivor, the
      *> victim is soft-deleted with a merged-into pointer in
      *> MERGE-POINTERS.DAT, and the full before/after picture
      *> goes to AUDIT-TRAIL.DAT through the shared audit
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-CUST-ID
               FILE STATUS IS WS-ADDR-STATUS.
           SELECT PREFS-FILE ASSIGN TO "CUSTOMER-PREFS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-CUST-ID
               FILE STATUS IS WS-PREFS-STATUS.
           SELECT PENDING-FILE ASSIGN TO "PENDING-APPROVAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEND-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDIT-TRAIL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.
           SELECT SYSDATE-FILE ASSIGN TO "SYSTEM-DATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 CA-ADDR2        PIC X(30).
           05 CA-CITY         PIC X(20).
           05 CA-POSTCODE     PIC X(10).
           05 CA-MAIL-RETURNED PIC X.
           05 CA-RETURNED-DATE PIC 9(8).

       FD PREFS-FILE.
       01 PREFS-RECORD.
           05 CP-CUST-ID      PIC 9(5).
           05 CP-STATEMENTS   PIC X.
           05 CP-NOTICES      PIC X.
           05 CP-MARKETING    PIC X.
           05 CP-EMAIL        PIC X(60).
           05 CP-CHANGED-DATE PIC 9(8).

       FD PENDING-FILE.
       01 PENDING-RECORD.
           05 FC-USER         PIC X(8).
           05 FC-COMMENT      PIC X(30).
           05 FC-SUS-LINE     PIC X(80).
           05 FC-SAR-FLAG     PIC X.
           05 FC-SAR-REF      PIC X(12).
           05 FC-SAR-DATE     PIC 9(8).

       FD OWNERS-FILE.
       01 OWNERS-RECORD.
           05 AO-CUST-ID   PIC 9(5).
           05 AO-ROLE      PIC X.
           05 AO-SIGS-REQ  PIC 9.
           05 AO-SHARE-PCT PIC 999V99.

       FD RECEIVABLE-FILE.
       01 RECEIVABLE-RECORD.
           05 MP-DATE       PIC 9(8).

       FD AUDIT-FILE.
       01 AUDIT-RECORD      PIC X(130).

       FD SYSDATE-FILE.
       01 SYSDATE-REC            PIC X(40).

       WORKING-STORAGE SECTION.
       COPY "sysdate-ws.cpy".
       COPY "audit-ws.cpy".
       COPY "custid-ws.cpy".
       01 WS-CUST-STATUS     PIC XX.
       01 WS-CONTACT-STATUS  PIC XX.
       01 WS-ADDR-STATUS     PIC XX.
       01 WS-PREFS-STATUS    PIC XX.
       01 WS-PEND-STATUS     PIC XX.
       01 WS-CASE-STATUS     PIC XX.
       01 WS-OWN-STATUS      PIC XX.
       01 WS-AO-MAX          PIC 9(3) VALUE 500.
       01 AO-TABLE.
           05 AO-ENTRY OCCURS 1 TO 500 TIMES
                       DEPENDING ON WS-AO-COUNT PIC X(17).
       01 WS-RV-COUNT        PIC 9(4) VALUE 0.
       01 WS-RV-MAX          PIC 9(4) VALUE 2000.
       01 RV-TABLE.
       MAIN-PARA.
           DISPLAY "CUSTOMER RECORD MERGE"
           DISPLAY "====================="
           PERFORM READ-SYSTEM-DATE
           MOVE SD-BUSINESS-DATE TO WS-TODAY

           DISPLAY "Survivor customer id (5 digits): "
           ACCEPT WS-CUSTID-INPUT
           PERFORM MOVE-BALANCE
           PERFORM MOVE-CONTACT-ROW
           PERFORM MOVE-ADDRESS-ROW
           PERFORM MOVE-PREFS-ROW
           PERFORM REKEY-OWNER-LINKS
           PERFORM REKEY-OPEN-RECEIVABLES
           PERFORM SOFT-DELETE-VICTIM
               CLOSE ADDRESS-FILE
           END-IF.

       MOVE-PREFS-ROW.
           OPEN I-O PREFS-FILE
           IF WS-PREFS-STATUS NOT = "00"
               CONTINUE
           ELSE
               MOVE WS-VICTIM TO CP-CUST-ID
               READ PREFS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DELETE PREFS-FILE RECORD
                       MOVE WS-SURVIVOR TO CP-CUST-ID
                       WRITE PREFS-RECORD
                           INVALID KEY
                               CONTINUE
                       END-WRITE
               END-READ
               CLOSE PREFS-FILE
           END-IF.

       REKEY-OWNER-LINKS.
           MOVE 0 TO WS-AO-COUNT
           OPEN INPUT OWNERS-FILE

       COPY "custid-check.cpy".
       COPY "audit-write.cpy".
       COPY "sysdate-read.cpy".
