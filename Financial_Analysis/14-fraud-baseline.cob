               FILE STATUS IS WS-BH-STATUS.
           SELECT PROFILE-FILE ASSIGN TO "ACCOUNT-PROFILES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SYSDATE-FILE ASSIGN TO "SYSTEM-DATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 AP-AVG-BAL    PIC S9(8)V99 SIGN LEADING SEPARATE.
           05 AP-BUILT      PIC 9(8).

       FD SYSDATE-FILE.
       01 SYSDATE-REC            PIC X(40).

       WORKING-STORAGE SECTION.
       COPY "sysdate-ws.cpy".
       01 WS-TRANS-STATUS    PIC XX.
       01 WS-BH-STATUS       PIC XX.
       01 WS-EOF             PIC X VALUE "N".
       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "ACCOUNT BEHAVIORAL BASELINE BUILD"
           PERFORM READ-SYSTEM-DATE
           MOVE SD-BUSINESS-DATE TO WS-TODAY

           PERFORM ACCUMULATE-TRANSACTIONS
           PERFORM ACCUMULATE-BALANCES
           MOVE WS-TODAY TO AP-BUILT
           WRITE PROFILE-RECORD
           ADD 1 TO WS-PROFILES.

       COPY "sysdate-read.cpy".
