               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CERT-FILE ASSIGN TO "WHT-CERTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SYSDATE-FILE ASSIGN TO "SYSTEM-DATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CERT-FILE.
       01 CERT-REC               PIC X(80).

       FD SYSDATE-FILE.
       01 SYSDATE-REC            PIC X(40).

       WORKING-STORAGE SECTION.
       COPY "sysdate-ws.cpy".
       01 WS-WHTL-STATUS    PIC XX.
       01 WS-EOF            PIC X VALUE "N".
       01 WS-MODE           PIC X.
       MAIN-PARA.
           DISPLAY "WITHHOLDING TAX REPORTING"
           DISPLAY "========================="
           PERFORM READ-SYSTEM-DATE
           MOVE SD-BUSINESS-DATE TO WS-TODAY
           DISPLAY "(R)emittance totals or (C)ertificates: "
               WITH NO ADVANCING
           ACCEPT WS-MODE
               WRITE CERT-REC
           END-PERFORM
           CLOSE CERT-FILE.

       COPY "sysdate-read.cpy".
