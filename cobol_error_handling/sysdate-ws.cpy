      *> ---------------------------------------------------------
      *> SYSDATE-WS - shared working-storage for SYSTEM-DATE.DAT,
      *> the one-row control record holding the business date every
      *> batch and online program works for (see sysdate-read.cpy
      *> and sysdate-write.cpy). COPY into WORKING-STORAGE. The
      *> calling program must have its own SELECT SYSDATE-FILE
      *> ASSIGN TO "SYSTEM-DATE.DAT" (LINE SEQUENTIAL, FILE STATUS
      *> IS SYSDATE-STATUS) with FD SYSDATE-FILE / 01 SYSDATE-REC
      *> PIC X(40). Only NIGHTLY-DRIVER (end-of-day roll-forward)
      *> and the supervisor date desk write the record, and each
      *> write is logged to SYSTEM-DATE-LOG.DAT.
      *> ---------------------------------------------------------
       01  SYSDATE-STATUS         PIC XX.
       01  SYSDATE-LOG-STATUS     PIC XX.
      *> SD-HOLD-FLAG "H" means operations are holding the date for
      *> a controlled rerun and the nightly roll-forward leaves it
      *> where it is. SD-CHANGED-DATE / -TIME are wall-clock stamps
      *> of the last write; SD-CHANGED-BY is NIGHTLY for the driver's
      *> roll or the supervisor's user id.
       01  SYSDATE-DETAIL.
           05 SD-BUSINESS-DATE    PIC 9(8).
           05 SD-PREV-DATE        PIC 9(8).
           05 SD-HOLD-FLAG        PIC X.
           05 SD-CHANGED-DATE     PIC 9(8).
           05 SD-CHANGED-TIME     PIC 9(6).
           05 SD-CHANGED-BY       PIC X(8).
           05 FILLER              PIC X.
       01  WS-SYSDATE-FOUND       PIC X VALUE "N".
       01  WS-SYSDATE-WARNED      PIC X VALUE "N".
      *> Callers writing the record set these before PERFORMing
      *> WRITE-SYSTEM-DATE: the action (ROLL, HOLD, RELEASE, SET,
      *> HELD when a roll was refused), the date before the change
      *> and a free-text reason for the log.
       01  WS-SYSDATE-ACTION      PIC X(8).
       01  WS-SYSDATE-OLD         PIC 9(8).
       01  WS-SYSDATE-REASON      PIC X(30).
       01  WS-SYSDATE-TIME-RAW    PIC 9(8).
