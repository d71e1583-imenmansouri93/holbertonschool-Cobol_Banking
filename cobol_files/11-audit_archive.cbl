      *> replaced, and reports what moved. Retention policy keeps
      *> seven years in the archives; nobody wants seven years in
      *> the hot file.
      *> Lines are moved whole, chain sequence and hash included,
      *> so AUDIT-VERIFY can walk the archives and the hot file as
      *> one chain. The newest line always stays in the hot file,
      *> even past retention, so the next WRITE-AUDIT-RECORD has a
      *> line to chain from.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT RETENTION-FILE ASSIGN TO "audit-retention.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETENTION-STATUS.
           SELECT SYSDATE-FILE ASSIGN TO "SYSTEM-DATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD AUDIT-FILE.
       01 AUDIT-RECORD        PIC X(130).

       FD KEEP-FILE.
       01 KEEP-RECORD         PIC X(130).

       FD ARCHIVE-FILE.
       01 ARCHIVE-RECORD      PIC X(130).

       FD INDEX-FILE.
       01 INDEX-RECORD        PIC X(80).
       FD RETENTION-FILE.
       01 RETENTION-RECORD    PIC X(10).

       FD SYSDATE-FILE.
       01 SYSDATE-REC            PIC X(40).

       WORKING-STORAGE SECTION.
       COPY "sysdate-ws.cpy".
       01 AUDIT-FILE-STATUS   PIC XX.
       01 WS-ARCHIVE-STATUS   PIC XX.
       01 WS-INDEX-STATUS     PIC XX.
       01 WS-REC-YYYYMM       PIC 9(6).
       01 WS-OPEN-YYYYMM      PIC 9(6) VALUE 0.
       01 WS-READ-COUNT       PIC 9(7) VALUE 0.
       01 WS-TOTAL-COUNT      PIC 9(7) VALUE 0.
       01 WS-KEPT-COUNT       PIC 9(7) VALUE 0.
       01 WS-MOVED-COUNT      PIC 9(7) VALUE 0.
       01 WS-VERIFY-COUNT     PIC 9(7) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "AUDIT TRAIL ARCHIVE/PURGE"
           PERFORM READ-SYSTEM-DATE
           MOVE SD-BUSINESS-DATE TO WS-TODAY
           ACCEPT WS-RUN-TIME FROM TIME
           PERFORM LOAD-RETENTION
           PERFORM COMPUTE-CUTOFF
               DISPLAY "No AUDIT-TRAIL.DAT on file, nothing to do."
               STOP RUN
           END-IF
           PERFORM COUNT-AUDIT-LINES
           OPEN OUTPUT KEEP-FILE

           PERFORM SPLIT-ALL-RECORDS
                           MOVE 999999 TO WS-REC-YYYYMM
                       END-IF
                       IF WS-REC-YYYYMM < WS-CUTOFF-YYYYMM
                           AND WS-READ-COUNT < WS-TOTAL-COUNT
                           PERFORM ARCHIVE-ONE-RECORD
                       ELSE
                           ADD 1 TO WS-KEPT-COUNT
               END-READ
           END-PERFORM.

      *> Counted first, so the split knows which line is the newest.
       COUNT-AUDIT-LINES.
           PERFORM UNTIL WS-EOF = "Y"
               READ AUDIT-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-TOTAL-COUNT
               END-READ
           END-PERFORM
           CLOSE AUDIT-FILE
           OPEN INPUT AUDIT-FILE
           MOVE "N" TO WS-EOF.

      *> Archive files are opened EXTEND so a rerun after a partial
      *> failure appends rather than clobbers; the file switches when
      *> the record month changes.
               DISPLAY "    AUDIT-ARCHIVE-" MON-YYYYMM(J) ".DAT : "
                   MON-MOVED(J)
           END-PERFORM.

       COPY "sysdate-read.cpy".
