      *> ---------------------------------------------------------
      *> TXNARCH-WS - shared working-storage for the monthly
      *> archive index TXN-ARCHIVE keeps over POSTED-TRANS.DAT and
      *> GL-JOURNAL.DAT (see txnarch-check.cpy). COPY into
      *> WORKING-STORAGE. The calling program must have its own
      *> SELECT ARCHIVE-INDEX ASSIGN TO "TXN-ARCHIVE-INDEX.DAT"
      *> (LINE SEQUENTIAL, FILE STATUS IS ARCHIVE-INDEX-STATUS)
      *> with FD ARCHIVE-INDEX / 01 ARCHIVE-INDEX-REC PIC X(100).
      *> One row per register and closed month moved out of the
      *> live file; AX-FILE-NAME is the month's archive file.
      *> ---------------------------------------------------------
       01  ARCHIVE-INDEX-STATUS   PIC XX.
      *> AX-REGISTER "POSTED" for POSTED-TRANS.DAT, "GLJRNL" for
      *> GL-JOURNAL.DAT. AX-HASH is the sum of the amounts moved;
      *> AX-FIRST-DATE / AX-LAST-DATE the row date range.
       01  ARCHIVE-INDEX-DETAIL.
           05 AX-REGISTER         PIC X(8).
           05 AX-MONTH            PIC 9(6).
           05 AX-FILE-NAME        PIC X(30).
           05 AX-COUNT            PIC 9(7).
           05 AX-HASH             PIC 9(13)V99.
           05 AX-FIRST-DATE       PIC 9(8).
           05 AX-LAST-DATE        PIC 9(8).
           05 AX-ARCH-DATE        PIC 9(8).
           05 FILLER              PIC X(10).
       01  WS-AX-EOF              PIC X.
       01  WS-AX-COUNT            PIC 9(4) VALUE 0.
       01  WS-AX-MAX              PIC 9(4) VALUE 2000.
       01  WS-AX-IDX              PIC 9(4).
       01  AX-TABLE.
           05 AX-ENTRY OCCURS 1 TO 2000 TIMES
                       DEPENDING ON WS-AX-COUNT PIC X(100).
      *> Callers set WS-AX-FIND-REGISTER, WS-AX-FIND-MONTH and
      *> WS-AX-FIND-LEN (6 for one month, 4 for a whole year),
      *> zero WS-AX-IDX and PERFORM NEXT-ARCHIVE-MATCH until
      *> WS-AX-FOUND comes back "N"; each hit leaves the row in
      *> ARCHIVE-INDEX-DETAIL.
       01  WS-AX-FIND-REGISTER    PIC X(8).
       01  WS-AX-FIND-MONTH       PIC X(6).
       01  WS-AX-FIND-LEN         PIC 9 VALUE 6.
       01  WS-AX-FOUND            PIC X.
