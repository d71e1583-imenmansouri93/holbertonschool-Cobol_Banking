      *> cleared case because the entry is matched against every
      *> case ever opened, whatever its status); and an open-case
      *> aging report answers the regulator's "what did you do about
      *> each alert". A confirmed case the investigator marks
      *> reportable waits, flagged R, for SAR-FILING to file it
      *> with the regulator; SAR-FILING stores the filing reference
      *> back on the case and flags it F.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               FILE STATUS IS WS-CASE-STATUS.
           SELECT AGING-FILE ASSIGN TO "CASE-AGING.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SESSION-FILE ASSIGN TO "SESSION.REGISTRY.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SESSION-REC-TERMINAL
               FILE STATUS IS SESSION-STATUS.
           SELECT SYSDATE-FILE ASSIGN TO "SYSTEM-DATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 FC-USER         PIC X(8).
           05 FC-COMMENT      PIC X(30).
           05 FC-SUS-LINE     PIC X(80).
           05 FC-SAR-FLAG     PIC X.
           05 FC-SAR-REF      PIC X(12).
           05 FC-SAR-DATE     PIC 9(8).

       FD AGING-FILE.
       01 AGING-REC           PIC X(120).

       FD SESSION-FILE.
       01 SESSION-RECORD.
           05 SESSION-REC-TERMINAL PIC X(8).
           05 SESSION-REC-USER-ID PIC X(8).
           05 SESSION-REC-ACCESS  PIC 9.
           05 SESSION-REC-DATE    PIC 9(8).
           05 SESSION-REC-TIME    PIC 9(8).

       FD SYSDATE-FILE.
       01 SYSDATE-REC            PIC X(40).

       WORKING-STORAGE SECTION.
       COPY "sysdate-ws.cpy".
       01 WS-SUS-STATUS       PIC XX.
       01 WS-CASE-STATUS      PIC XX.
       01 SESSION-STATUS      PIC XX.
       01 WS-SESSION-TERMINAL PIC X(8).
       01 WS-EOF              PIC X VALUE "N".
       01 WS-CHOICE           PIC X.
       01 WS-TODAY            PIC 9(8).
       01 WS-PICK             PIC 9(6).
       01 WS-DISPOSITION      PIC X.
       01 WS-COMMENT          PIC X(30).
       01 WS-REPORTABLE       PIC X.
       01 WS-OPEN-SHOWN       PIC 9(5) VALUE 0.
       01 WS-AGE-DAYS         PIC 9(5).
       01 WS-SEEN             PIC X.
               10 T-FC-USER      PIC X(8).
               10 T-FC-COMMENT   PIC X(30).
               10 T-FC-SUS-LINE  PIC X(80).
               10 T-FC-SAR-FLAG  PIC X.
               10 T-FC-SAR-REF   PIC X(12).
               10 T-FC-SAR-DATE  PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "FRAUD CASE MANAGEMENT"
           DISPLAY "====================="
           PERFORM READ-SYSTEM-DATE
           MOVE SD-BUSINESS-DATE TO WS-TODAY
           PERFORM READ-INVESTIGATOR
           PERFORM LOAD-CASE-TABLE

           DISPLAY "Case register saved."
           STOP RUN.

      *> The investigator's identity comes from this terminal's row
      *> in the session registry every gated program reads --
      *> dispositions must name who made them.
       READ-INVESTIGATOR.
           MOVE SPACES TO WS-SESSION-TERMINAL
           ACCEPT WS-SESSION-TERMINAL
               FROM ENVIRONMENT "BANK_TERMINAL_ID"
           IF WS-SESSION-TERMINAL = SPACES
               MOVE "CONSOLE" TO WS-SESSION-TERMINAL
           END-IF
           OPEN INPUT SESSION-FILE
           IF SESSION-STATUS = "00"
               MOVE WS-SESSION-TERMINAL TO SESSION-REC-TERMINAL
               READ SESSION-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SESSION-REC-USER-ID TO WS-INVESTIGATOR
               END-READ
               CLOSE SESSION-FILE
                       MOVE SPACES TO T-FC-COMMENT(WS-FCS-COUNT)
                       MOVE SUSPICIOUS-RECORD
                           TO T-FC-SUS-LINE(WS-FCS-COUNT)
                       MOVE SPACE TO T-FC-SAR-FLAG(WS-FCS-COUNT)
                       MOVE SPACES TO T-FC-SAR-REF(WS-FCS-COUNT)
                       MOVE 0 TO T-FC-SAR-DATE(WS-FCS-COUNT)
                       ADD 1 TO WS-NEW-CASES
                   ELSE
                       DISPLAY "Warning: case register full at "
               IF K = 0
                   DISPLAY "  >> No such case."
               ELSE
               IF T-FC-STATUS(K) = "CONFIRMED"
                   AND T-FC-SAR-FLAG(K) NOT = "R"
                   AND T-FC-SAR-FLAG(K) NOT = "F"
                   DISPLAY "  >> Case is already CONFIRMED."
                   PERFORM ASK-REPORTABLE
               ELSE
               IF T-FC-STATUS(K) NOT = "OPEN"
                   DISPLAY "  >> Case is already " T-FC-STATUS(K) "."
               ELSE
                       DISPLAY "Case " WS-PICK " marked "
                           T-FC-STATUS(K) " by "
                           FUNCTION TRIM(WS-INVESTIGATOR) "."
                       IF T-FC-STATUS(K) = "CONFIRMED"
                           PERFORM ASK-REPORTABLE
                       END-IF
                   END-IF
               END-IF
               END-IF
               END-IF
           END-IF.

      *> A confirmed case that has to go to the regulator is
      *> flagged R; the statutory filing deadline runs from the
      *> disposition date, so SAR-FILING picks it up from there.
       ASK-REPORTABLE.
           DISPLAY "Reportable to the regulator (Y/N): "
           ACCEPT WS-REPORTABLE
           MOVE FUNCTION UPPER-CASE(WS-REPORTABLE) TO WS-REPORTABLE
           IF WS-REPORTABLE = "Y"
               MOVE "R" TO T-FC-SAR-FLAG(K)
               MOVE SPACES TO T-FC-SAR-REF(K)
               MOVE 0 TO T-FC-SAR-DATE(K)
               DISPLAY "Case " T-FC-CASE-NO(K)
                   " queued for SAR filing."
           END-IF.

       WRITE-AGING-REPORT.
           CLOSE AGING-FILE
           DISPLAY "Aging report written (" WS-OPEN-SHOWN
               " open cases).".

       COPY "sysdate-read.cpy".
