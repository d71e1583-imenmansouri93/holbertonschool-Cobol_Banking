      *> logging (see audit-write.cpy). COPY into WORKING-STORAGE.
      *> Callers set WS-AUDIT-PROGRAM, WS-AUDIT-OPERATION,
      *> WS-AUDIT-CUST-ID, WS-AUDIT-OLD-BAL and WS-AUDIT-NEW-BAL
      *> before PERFORMing WRITE-AUDIT-RECORD. The caller's FD is
      *> 01 AUDIT-RECORD PIC X(130): the readable line in columns
      *> 1-100, then " SEQ=" and a nine-digit sequence number and
      *> " HASH=" and a ten-digit hash chained from the record
      *> before it (see audit-write.cpy), which AUDIT-VERIFY
      *> checks. A program writing its own line format builds it in
      *> WS-AUDIT-BODY and PERFORMs APPEND-AUDIT-LINE.
      *> ---------------------------------------------------------
       01  WS-AUDIT-PROGRAM       PIC X(10).
       01  WS-AUDIT-OPERATION     PIC X(10).
       01  WS-AUDIT-DATE          PIC 9(8).
       01  WS-AUDIT-TIME          PIC 9(8).
       01  AUDIT-FILE-STATUS      PIC XX.
       01  WS-AUDIT-LINE.
           05  WS-AUDIT-BODY          PIC X(100).
           05  WS-AUDIT-SEQ-TAG       PIC X(5).
           05  WS-AUDIT-SEQ           PIC 9(9).
           05  WS-AUDIT-HASH-TAG      PIC X(6).
           05  WS-AUDIT-HASH          PIC 9(10).
       01  WS-AUDIT-LAST-SEQ      PIC 9(9).
       01  WS-AUDIT-LAST-HASH     PIC 9(10).
       01  WS-AUDIT-HASH-INPUT    PIC X(119).
       01  WS-AUDIT-HASH-ACCUM    PIC 9(12).
       01  WS-AUDIT-HASH-ORD      PIC 9(3).
       01  WS-AUDIT-HASH-I        PIC 9(3).
       01  WS-AUDIT-CHAIN-EOF     PIC X.
