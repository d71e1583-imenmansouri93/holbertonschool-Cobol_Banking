      *> ---------------------------------------------------------
      *> SYSDATE-WRITE - rewrites SYSTEM-DATE.DAT from SYSDATE-DETAIL
      *> and appends one line to SYSTEM-DATE-LOG.DAT saying who moved
      *> the date, from what, to what and why. COPY into the
      *> PROCEDURE DIVISION as its own paragraph. Besides the
      *> SYSDATE-FILE declaration the caller needs SELECT
      *> SYSDATE-LOG-FILE ASSIGN TO "SYSTEM-DATE-LOG.DAT" (LINE
      *> SEQUENTIAL, FILE STATUS IS SYSDATE-LOG-STATUS) with FD
      *> SYSDATE-LOG-FILE / 01 SYSDATE-LOG-REC PIC X(120). Set
      *> SD-CHANGED-BY, WS-SYSDATE-ACTION, WS-SYSDATE-OLD and
      *> WS-SYSDATE-REASON first; WRITE-SYSTEM-DATE-LOG alone logs
      *> an attempt that did not change the record.
      *> ---------------------------------------------------------
       WRITE-SYSTEM-DATE.
           ACCEPT SD-CHANGED-DATE FROM DATE YYYYMMDD
           ACCEPT WS-SYSDATE-TIME-RAW FROM TIME
           MOVE WS-SYSDATE-TIME-RAW(1:6) TO SD-CHANGED-TIME
           OPEN OUTPUT SYSDATE-FILE
           MOVE SYSDATE-DETAIL TO SYSDATE-REC
           WRITE SYSDATE-REC
           CLOSE SYSDATE-FILE
           PERFORM WRITE-SYSTEM-DATE-LOG
           .

       WRITE-SYSTEM-DATE-LOG.
           ACCEPT SD-CHANGED-DATE FROM DATE YYYYMMDD
           ACCEPT WS-SYSDATE-TIME-RAW FROM TIME
           MOVE WS-SYSDATE-TIME-RAW(1:6) TO SD-CHANGED-TIME
           MOVE SPACES TO SYSDATE-LOG-REC
           STRING SD-CHANGED-DATE "-" SD-CHANGED-TIME
                  " " WS-SYSDATE-ACTION
                  " BY=" SD-CHANGED-BY
                  " FROM=" WS-SYSDATE-OLD
                  " TO=" SD-BUSINESS-DATE
                  " HOLD=" SD-HOLD-FLAG
                  " REASON=" WS-SYSDATE-REASON
               DELIMITED BY SIZE
               INTO SYSDATE-LOG-REC
           END-STRING

           OPEN EXTEND SYSDATE-LOG-FILE
           IF SYSDATE-LOG-STATUS = "35"
               OPEN OUTPUT SYSDATE-LOG-FILE
           END-IF
           WRITE SYSDATE-LOG-REC
           CLOSE SYSDATE-LOG-FILE
           .
