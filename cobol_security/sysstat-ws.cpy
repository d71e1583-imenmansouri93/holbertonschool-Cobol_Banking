      *> ---------------------------------------------------------
      *> SYSSTAT-WS - shared working-storage for SYSTEM-STATUS.DAT,
      *> the one-row availability record NIGHTLY-DRIVER sets to
      *> BATCH while the posting chain is rewriting the masters and
      *> back to ONLINE when it completes (see sysstat-check.cpy and
      *> sysstat-write.cpy). COPY into WORKING-STORAGE. The calling
      *> program must have its own SELECT SYSSTAT-FILE ASSIGN TO
      *> "SYSTEM-STATUS.DAT" (LINE SEQUENTIAL, FILE STATUS IS
      *> SYSSTAT-STATUS) with FD SYSSTAT-FILE / 01 SYSSTAT-REC
      *> PIC X(60).
      *> ---------------------------------------------------------
       01  SYSSTAT-STATUS         PIC XX.
      *> SS-MODE is ONLINE or BATCH; SS-CHANGED-BY is NIGHTLY for
      *> the driver or the supervisor who forced the status, with
      *> the wall-clock time of the change and why.
       01  SYSSTAT-DETAIL.
           05 SS-MODE             PIC X(6).
           05 SS-CHANGED-DATE     PIC 9(8).
           05 SS-CHANGED-TIME     PIC 9(6).
           05 SS-CHANGED-BY       PIC X(8).
           05 SS-REASON           PIC X(30).
           05 FILLER              PIC X(2).
       01  SYSSTAT-ONLINE         PIC X VALUE "Y".
       01  WS-SYSSTAT-TIME-RAW    PIC 9(8).
