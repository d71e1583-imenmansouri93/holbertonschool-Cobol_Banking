           SELECT BONUS-INPUT-FILE ASSIGN TO "BONUS-INPUT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BONUS-IN-STATUS.
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
           05 BH-BONUS              PIC 9(3)V99.
           05 FILLER                PIC X VALUE SPACE.
           05 BH-NEW-SALARY         PIC 9(6)V99.
      *> Zeros until PAYROLL-MAIN pays the bonus out as a one-off
      *> earning and stamps its run date here. Rows from before
      *> bonuses went through payroll have no date at all and were
      *> settled outside it.
           05 FILLER                PIC X VALUE SPACE.
           05 BH-PAID-DATE          PIC 9(8).

       FD  SESSION-FILE.
       01  SESSION-RECORD.
           05 SESSION-REC-TERMINAL  PIC X(8).
           05 SESSION-REC-USER-ID   PIC X(8).
           05 SESSION-REC-ACCESS    PIC 9.
           05 SESSION-REC-DATE      PIC 9(8).
       FD  BONUS-INPUT-FILE.
       01  BONUS-INPUT-RECORD       PIC X(40).

       FD  SYSDATE-FILE.
       01  SYSDATE-REC           PIC X(40).

       WORKING-STORAGE SECTION.
       COPY "sysdate-ws.cpy".
       01  EMP-STATUS              PIC XX.
       01  LOG-STATUS              PIC XX.
       01  BONUS-HIST-STATUS       PIC XX.
      *> before and after a bonus is applied, since EMPLOYEES.DAT only
      *> ever keeps the current EMP-SALARY.
       WRITE-BONUS-HISTORY.
           PERFORM READ-SYSTEM-DATE
           MOVE SD-BUSINESS-DATE TO WS-BH-DATE-NUM
           ACCEPT WS-BH-TIME-NUM FROM TIME

           MOVE SPACES TO BONUS-HIST-RECORD
           MOVE WS-OLD-SALARY TO BH-OLD-SALARY
           MOVE WS-BONUS TO BH-BONUS
           MOVE WS-NEW-SALARY TO BH-NEW-SALARY
           MOVE 0 TO BH-PAID-DATE

           OPEN EXTEND BONUS-HIST-FILE
           IF BONUS-HIST-STATUS = "35"
       COPY "authz-check.cpy".
       COPY "session-check.cpy".
       COPY "errlog-write.cpy".
       COPY "sysdate-read.cpy".
