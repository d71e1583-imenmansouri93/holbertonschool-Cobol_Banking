           SELECT REGISTRY-FILE ASSIGN TO "PROCESSED-INPUTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.
           SELECT SYSDATE-FILE ASSIGN TO "SYSTEM-DATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 FILLER            PIC X.
           05 RG-HASH           PIC 9(13)V99.

       FD  SYSDATE-FILE.
       01  SYSDATE-REC           PIC X(40).

       WORKING-STORAGE SECTION.
       COPY "sysdate-ws.cpy".
       COPY "dbapi.cpy".

       *> Transaction fields
      *> archive name and its fingerprint recorded, so the night
      *> operator's memory stops being the rerun protection.
       REGISTER-AND-ARCHIVE-INPUT.
           PERFORM READ-SYSTEM-DATE
           MOVE SD-BUSINESS-DATE TO WS-RUN-DATE
           ACCEPT WS-RUN-TIME FROM TIME

           OPEN EXTEND REGISTRY-FILE

       COPY "dbconnect.cpy".
       COPY "dbtxn.cpy".
       COPY "sysdate-read.cpy".
