               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NEW-ACC-ID
               FILE STATUS IS WS-NEW-STATUS.
           SELECT SYSDATE-FILE ASSIGN TO 'SYSTEM-DATE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 NEW-ACC-CURRENCY PIC X(3).
           05 NEW-ACC-STATUS   PIC X(8).
           05 NEW-ACC-LAST-ACT PIC 9(8).
           05 NEW-ACC-BRANCH   PIC X(4).

       FD SYSDATE-FILE.
       01 SYSDATE-REC            PIC X(40).

       WORKING-STORAGE SECTION.
       COPY 'sysdate-ws.cpy'.
       01 WS-OLD-STATUS     PIC XX.
       01 WS-NEW-STATUS     PIC XX.
       01 WS-END-OLD        PIC X VALUE 'N'.
       MAIN-PARA.
           DISPLAY 'MASTER-CONVERT: migrating ACCOUNTS.MASTER to '
               'ACCOUNTS.MASTER.IDX'
           PERFORM READ-SYSTEM-DATE
           MOVE SD-BUSINESS-DATE TO WS-CONV-DATE

           OPEN INPUT OLD-MASTER
           IF WS-OLD-STATUS NOT = '00'
                       MOVE OLD-ACC-BAL  TO NEW-ACC-BAL
      *> The old master predates currency codes and dormancy, so
      *> every migrated account starts in the house base currency,
      *> ACTIVE, with the conversion date as its last activity,
      *> and held at head office (branch 0001).
                       MOVE 'USD'        TO NEW-ACC-CURRENCY
                       MOVE 'ACTIVE'     TO NEW-ACC-STATUS
                       MOVE WS-CONV-DATE TO NEW-ACC-LAST-ACT
                       MOVE '0001'       TO NEW-ACC-BRANCH
                       WRITE NEW-FILE-REC
                           INVALID KEY
                               ADD 1 TO WS-DUP-COUNT
               END-READ
           END-PERFORM
           CLOSE NEW-MASTER.

       COPY 'sysdate-read.cpy'.
