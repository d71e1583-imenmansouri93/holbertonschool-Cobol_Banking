      *> outstanding principal at risk totaled per band. Written to
      *> LOAN-AGING.DAT -- collections has been working from memory
      *> and sticky notes.
      *> A loan LOAN-RESTRUCTURE has restructured (an approved row
      *> on LOAN-RESTRUCTURES.DAT) is marked RESTRUCTURED at the end
      *> of its detail line and counted again on its own total
      *> line: its new schedule makes it current, but the credit
      *> committee still wants to see it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               FILE STATUS IS LOANS-STATUS.
           SELECT AGING-FILE ASSIGN TO "LOAN-AGING.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RESTRUCT-FILE ASSIGN TO "LOAN-RESTRUCTURES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESTR-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "BANK-HOLIDAYS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAL-STATUS.
           SELECT SYSDATE-FILE ASSIGN TO "SYSTEM-DATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD AGING-FILE.
       01 AGING-REC           PIC X(100).

      *> Only the loan and the decision matter here.
       FD RESTRUCT-FILE.
       01 RESTRUCT-RECORD.
          05 RS-LOAN-ID        PIC 9(6).
          05 RS-CUST-ID        PIC 9(5).
          05 RS-VERSION        PIC 99.
          05 RS-STATUS         PIC X.
          05 FILLER            PIC X(102).

       FD CALENDAR-FILE.
       01 CALENDAR-REC        PIC X(10).

       FD SYSDATE-FILE.
       01 SYSDATE-REC            PIC X(40).

       WORKING-STORAGE SECTION.
       COPY "sysdate-ws.cpy".
       01 LOANS-STATUS       PIC XX.
       01 RESTR-STATUS       PIC XX.
       01 WS-EOF             PIC X VALUE "N".
       01 WS-TODAY           PIC 9(8).
       01 WS-DUE-DATE        PIC 9(8).
       01 WS-DISP-OUT        PIC ZZZZZZ9.99.
       01 WS-LOANS-READ      PIC 9(4) VALUE 0.
       01 J                  PIC 9.
       01 WS-FLAG            PIC X(12).

      *> Loans with an approved restructure.
       01 WS-RS-COUNT        PIC 9(4) VALUE 0.
       01 WS-RS-MAX          PIC 9(4) VALUE 2000.
       01 RS-LOAN-TABLE.
           05 RS-LOAN-ENTRY OCCURS 1 TO 2000 TIMES
                       DEPENDING ON WS-RS-COUNT PIC 9(6).
       01 WS-RS-IDX          PIC 9(4).
       01 WS-RS-LOANS        PIC 9(4) VALUE 0.
       01 WS-RS-PRINCIPAL    PIC 9(9)V99 VALUE 0.

      *> Aging bands: 1=current 2=1-30 3=31-60 4=61-90 5=90+.
       01 BAND-TOTALS.
       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "LOAN DELINQUENCY AGING"
           PERFORM READ-SYSTEM-DATE
           MOVE SD-BUSINESS-DATE TO WS-TODAY
           PERFORM LOAD-BANK-CALENDAR
           MOVE WS-TODAY TO WS-CAL-TEST-DATE
           MOVE "B" TO WS-CAL-DIRECTION
               DISPLAY "No LOANS.DAT on file -- no loan book to age."
               STOP RUN
           END-IF
           PERFORM LOAD-RESTRUCTURED-LOANS
           OPEN OUTPUT AGING-FILE

           MOVE SPACES TO AGING-REC
               DELIMITED BY SIZE INTO AGING-REC
           END-STRING
           WRITE AGING-REC
           MOVE SPACES TO AGING-REC
           STRING "LOAN   CUSTOMER DUE-DATE DPD   BAND     OUTSTANDING"
                  " FLAG"
               DELIMITED BY SIZE INTO AGING-REC
           END-STRING
           WRITE AGING-REC

           PERFORM UNTIL WS-EOF = "Y"
           ADD 1 TO BD-COUNT(WS-BAND-IDX)
           ADD LN-OUTSTANDING TO BD-PRINCIPAL(WS-BAND-IDX)

           MOVE SPACES TO WS-FLAG
           PERFORM VARYING WS-RS-IDX FROM 1 BY 1
                   UNTIL WS-RS-IDX > WS-RS-COUNT
               IF RS-LOAN-ENTRY(WS-RS-IDX) = LN-LOAN-ID
                   MOVE "RESTRUCTURED" TO WS-FLAG
                   ADD 1 TO WS-RS-LOANS
                   ADD LN-OUTSTANDING TO WS-RS-PRINCIPAL
                   EXIT PERFORM
               END-IF
           END-PERFORM

           MOVE LN-OUTSTANDING TO WS-DISP-OUT
           MOVE SPACES TO AGING-REC
           STRING LN-LOAN-ID " " LN-CUST-ID
                  " " WS-DPD
                  " " WS-BAND
                  " " WS-DISP-OUT
                  " " WS-FLAG
               DELIMITED BY SIZE INTO AGING-REC
           END-STRING
           WRITE AGING-REC.
                   DELIMITED BY SIZE INTO AGING-REC
               END-STRING
               WRITE AGING-REC
           END-PERFORM
           MOVE WS-RS-PRINCIPAL TO WS-DISP-BAND-PRIN
           MOVE SPACES TO AGING-REC
           STRING "RESTRUCTURED " WS-RS-LOANS
                  "  " WS-DISP-BAND-PRIN
               DELIMITED BY SIZE INTO AGING-REC
           END-STRING
           WRITE AGING-REC.

       LOAD-RESTRUCTURED-LOANS.
           OPEN INPUT RESTRUCT-FILE
           IF RESTR-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ RESTRUCT-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF RS-STATUS = "A"
                           AND WS-RS-COUNT < WS-RS-MAX
                           ADD 1 TO WS-RS-COUNT
                           MOVE RS-LOAN-ID
                               TO RS-LOAN-ENTRY(WS-RS-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RESTRUCT-FILE
           MOVE "N" TO WS-EOF.

       COPY "calendar-check.cpy".
       COPY "sysdate-read.cpy".
