      *> PAYROLL-MAIN now maintains. The quarterly mode prints the
      *> running totals per employee with company totals; the
      *> year-end mode prints one tax certificate per employee for
      *> their own filing (gross and the bonuses in it, tax
      *> withheld per TAX-TABLE.DAT band, deductions, net) and
      *> resets the year's accumulators so the new year starts
      *> clean.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CERT-FILE ASSIGN TO "PAYROLL-CERTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SYSDATE-FILE ASSIGN TO "SYSTEM-DATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 YT-TAX          PIC 9(8)V99.
           05 YT-DEDUCT       PIC 9(8)V99.
           05 YT-BAND-AMT     PIC 9(7)V99 OCCURS 5 TIMES.
           05 YT-BONUS        PIC 9(8)V99.

       FD QTR-REPORT.
       01 QTR-REC             PIC X(100).
       FD CERT-FILE.
       01 CERT-REC            PIC X(80).

       FD SYSDATE-FILE.
       01 SYSDATE-REC            PIC X(40).

       WORKING-STORAGE SECTION.
       COPY "sysdate-ws.cpy".
       01 YTD-FILE-STATUS    PIC XX.
       01 WS-EOF             PIC X VALUE "N".
       01 WS-MODE            PIC X.
               10 T-YT-TAX      PIC 9(8)V99.
               10 T-YT-DEDUCT   PIC 9(8)V99.
               10 T-YT-BAND     PIC 9(7)V99 OCCURS 5 TIMES.
               10 T-YT-BONUS    PIC 9(8)V99.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "PAYROLL YEAR-TO-DATE REPORTING"
           DISPLAY "=============================="
           PERFORM READ-SYSTEM-DATE
           MOVE SD-BUSINESS-DATE TO WS-TODAY
           DISPLAY "Year (YYYY, blank = current): "
           ACCEPT WS-YEAR-TXT
           IF WS-YEAR-TXT = SPACES
                               ADD 1 TO WS-YT-COUNT
                               MOVE YTD-RECORD
                                   TO YT-ENTRY(WS-YT-COUNT)
                               IF T-YT-BONUS(WS-YT-COUNT)
                                   IS NOT NUMERIC
                                   MOVE 0 TO T-YT-BONUS(WS-YT-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-STRING
           WRITE CERT-REC

           IF T-YT-BONUS(J) > 0
               MOVE T-YT-BONUS(J) TO WS-DISP-A
               MOVE SPACES TO CERT-REC
               STRING "  OF WHICH BONUSES    " WS-DISP-A
                   DELIMITED BY SIZE INTO CERT-REC
               END-STRING
               WRITE CERT-REC
           END-IF

           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 5
               IF T-YT-BAND(J, K) > 0
                   MOVE T-YT-BAND(J, K) TO WS-DISP-A
               END-IF
           END-PERFORM
           CLOSE YTD-FILE.

       COPY "sysdate-read.cpy".
