      *> written by every login variant (see login-audit-write.cpy).
      *> COPY into WORKING-STORAGE. Callers set WS-LGN-PROGRAM,
      *> WS-LGN-USER-ID, WS-LGN-RESULT and WS-LGN-ACCESS before
      *> PERFORMing WRITE-LOGIN-AUDIT. The caller's FD is
      *> 01 LOGIN-AUDIT-RECORD PIC X(130): the readable line in
      *> columns 1-100, then " SEQ=" and a nine-digit sequence
      *> number and " HASH=" and a ten-digit hash chained from the
      *> record before it (see login-audit-write.cpy), which
      *> AUDIT-VERIFY checks.
      *> ---------------------------------------------------------
       01  WS-LGN-PROGRAM         PIC X(10).
       01  WS-LGN-USER-ID         PIC X(8).
       01  WS-LGN-DATE            PIC 9(8).
       01  WS-LGN-TIME            PIC 9(8).
       01  LOGIN-AUDIT-STATUS     PIC XX.
       01  WS-LGN-LINE.
           05  WS-LGN-BODY            PIC X(100).
           05  WS-LGN-SEQ-TAG         PIC X(5).
           05  WS-LGN-SEQ             PIC 9(9).
           05  WS-LGN-HASH-TAG        PIC X(6).
           05  WS-LGN-HASH            PIC 9(10).
       01  WS-LGN-LAST-SEQ        PIC 9(9).
       01  WS-LGN-LAST-HASH       PIC 9(10).
       01  WS-LGN-HASH-INPUT      PIC X(119).
       01  WS-LGN-HASH-ACCUM      PIC 9(12).
       01  WS-LGN-HASH-ORD        PIC 9(3).
       01  WS-LGN-HASH-I          PIC 9(3).
       01  WS-LGN-CHAIN-EOF       PIC X.
