      *> ---------------------------------------------------------
      *> SYSSTAT-WRITE - rewrites SYSTEM-STATUS.DAT from
      *> SYSSTAT-DETAIL, stamping the wall-clock time of the change.
      *> COPY into the PROCEDURE DIVISION as its own paragraph. Set
      *> SS-MODE, SS-CHANGED-BY and SS-REASON, then PERFORM
      *> WRITE-SYSTEM-STATUS.
      *> ---------------------------------------------------------
       WRITE-SYSTEM-STATUS.
           ACCEPT SS-CHANGED-DATE FROM DATE YYYYMMDD
           ACCEPT WS-SYSSTAT-TIME-RAW FROM TIME
           MOVE WS-SYSSTAT-TIME-RAW(1:6) TO SS-CHANGED-TIME
           OPEN OUTPUT SYSSTAT-FILE
           MOVE SYSSTAT-DETAIL TO SYSSTAT-REC
           WRITE SYSSTAT-REC
           CLOSE SYSSTAT-FILE
           .
