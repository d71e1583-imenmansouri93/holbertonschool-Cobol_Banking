           SELECT HOLD-FILE ASSIGN TO "TXN-HOLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT SYSDATE-FILE ASSIGN TO "SYSTEM-DATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 HD-STATUS       PIC X.
           05 HD-DATE         PIC 9(8).

       FD SYSDATE-FILE.
       01 SYSDATE-REC            PIC X(40).

       WORKING-STORAGE SECTION.
       COPY "sysdate-ws.cpy".
       01 WS-DUP-STATUS       PIC XX.
       01 WS-HOLD-STATUS      PIC XX.
       01 WS-EOF              PIC X VALUE "N".
       MAIN-PARA.
           DISPLAY "DUPLICATE POSTING HOLDS"
           DISPLAY "======================="
           PERFORM READ-SYSTEM-DATE
           MOVE SD-BUSINESS-DATE TO WS-TODAY
           PERFORM LOAD-HOLD-TABLE

           PERFORM UNTIL WS-CHOICE = "Q"
           IF WS-SEEN = "N"
               DISPLAY "  >> " WS-PICK-ID " is not on the hold file."
           END-IF.

       COPY "sysdate-read.cpy".
