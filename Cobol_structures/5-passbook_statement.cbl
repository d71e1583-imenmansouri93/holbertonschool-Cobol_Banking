      *> line recorded and the account's current AT-BALANCE on
      *> ACCOUNT-BALANCES.DAT, flagging any gap where log and
      *> balance do not agree.
      *> The statement is routed by the account holder's
      *> communication preferences (commpref-route.cpy): to the
      *> E-DELIVERY.DAT extract when electronic statements were
      *> chosen and an e-mail is on file, and not printed at all
      *> while mail to the holder's address is being returned. An
      *> account number that is not a customer id prints as before.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT TXNCODE-FILE ASSIGN TO "TRANSACTION-CODES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TC-STATUS.
           SELECT SYSDATE-FILE ASSIGN TO "SYSTEM-DATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSDATE-STATUS.
           SELECT PREFS-FILE ASSIGN TO "CUSTOMER-PREFS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-CUST-ID
               FILE STATUS IS COMMPREF-STATUS.
           SELECT ADDRESS-FILE ASSIGN TO "CUSTOMER-ADDRESS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-CUST-ID
               FILE STATUS IS COMMPREF-ADDR-STATUS.
           SELECT EDELIVERY-FILE ASSIGN TO "E-DELIVERY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COMMPREF-ED-STATUS.
           SELECT SUPPRESS-LOG ASSIGN TO "MAIL-SUPPRESSED.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COMMPREF-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 TC-SIGN          PIC X.
           05 TC-ACTIVE        PIC X.

       FD SYSDATE-FILE.
       01 SYSDATE-REC            PIC X(40).

       FD PREFS-FILE.
       01 PREFS-RECORD.
           05 CP-CUST-ID      PIC 9(5).
           05 CP-STATEMENTS   PIC X.
           05 CP-NOTICES      PIC X.
           05 CP-MARKETING    PIC X.
           05 CP-EMAIL        PIC X(60).
           05 CP-CHANGED-DATE PIC 9(8).

       FD ADDRESS-FILE.
       01 ADDRESS-RECORD.
           05 CA-CUST-ID      PIC 9(5).
           05 CA-COUNTRY      PIC X(2).
           05 CA-ADDR1        PIC X(30).
           05 CA-ADDR2        PIC X(30).
           05 CA-CITY         PIC X(20).
           05 CA-POSTCODE     PIC X(10).
           05 CA-MAIL-RETURNED PIC X.
           05 CA-RETURNED-DATE PIC 9(8).

       FD EDELIVERY-FILE.
       01 EDELIVERY-RECORD.
           05 ED-DATE         PIC 9(8).
           05 ED-CUST-ID      PIC 9(5).
           05 ED-DOC          PIC X(4).
           05 ED-REF          PIC X(10).
           05 ED-EMAIL        PIC X(60).
           05 ED-TEXT         PIC X(100).

       FD SUPPRESS-LOG.
       01 SUPPRESS-LOG-RECORD.
           05 SL-DATE         PIC 9(8).
           05 SL-PROGRAM      PIC X(10).
           05 SL-CUST-ID      PIC 9(5).
           05 SL-DOC          PIC X(4).
           05 SL-REF          PIC X(10).
           05 SL-CHANNEL      PIC X.
           05 SL-REASON       PIC X(30).

       WORKING-STORAGE SECTION.
       COPY "sysdate-ws.cpy".
       COPY "commpref-ws.cpy".
       01 WS-ACCT-VALUE      PIC 9(9) VALUE 0.
       01 LOG-STATUS         PIC XX.
       01 BAL-STATUS         PIC XX.
       01 WS-EOF             PIC X VALUE "N".

           PERFORM READ-MASTER-BALANCE
           PERFORM LOAD-TXN-CODES
           PERFORM ROUTE-PASSBOOK
           IF WS-CP-CHANNEL = "X"
               DISPLAY "Statement not produced: "
                   FUNCTION TRIM(WS-CP-REASON)
                   " (see MAIL-SUPPRESSED.LOG)"
               PERFORM CLOSE-DELIVERY-FILES
               STOP RUN
           END-IF

           OPEN INPUT TRANS-LOG
           IF LOG-STATUS = "35"
               DISPLAY "No CONTROL-FREAK.LOG on file."
               PERFORM CLOSE-DELIVERY-FILES
               STOP RUN
           END-IF
           OPEN OUTPUT STATEMENT-FILE
                  " FROM " WS-FROM-DATE " TO " WS-TO-DATE
               DELIMITED BY SIZE INTO STATEMENT-REC
           END-STRING
           PERFORM EMIT-STATEMENT-LINE
           MOVE "DATE     TIME   OP AMOUNT    RUNNING   LOGGED"
               TO STATEMENT-REC
           PERFORM EMIT-STATEMENT-LINE

           PERFORM UNTIL WS-EOF = "Y"
               READ TRANS-LOG

           PERFORM WRITE-RECONCILIATION
           CLOSE STATEMENT-FILE
           PERFORM CLOSE-DELIVERY-FILES
           IF WS-CP-CHANNEL = "E"
               DISPLAY "Statement sent to E-DELIVERY.DAT for "
                   FUNCTION TRIM(WS-CP-EMAIL)
           END-IF

           DISPLAY WS-LINES " entries printed, " WS-GAPS
               " gaps flagged; statement in PASSBOOK-STATEMENT.DAT"
           STOP RUN.

      *> Teller account numbers that carry a customer id are routed
      *> by that customer's preferences; any other account prints.
       ROUTE-PASSBOOK.
           PERFORM READ-SYSTEM-DATE
           MOVE "PASSBOOK" TO WS-CP-PROGRAM
           MOVE SD-BUSINESS-DATE TO WS-CP-DATE
           PERFORM OPEN-DELIVERY-FILES
           MOVE "P" TO WS-CP-CHANNEL
           MOVE 0 TO WS-ACCT-VALUE
           IF FUNCTION TRIM(WS-ACCT-NUM) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-ACCT-NUM) TO WS-ACCT-VALUE
           END-IF
           IF WS-ACCT-VALUE > 0 AND WS-ACCT-VALUE <= 99999
               MOVE WS-ACCT-VALUE TO WS-CP-CUST-ID
               MOVE "S" TO WS-CP-ITEM
               MOVE "N" TO WS-CP-MANDATORY
               MOVE "PBST" TO WS-CP-DOC
               MOVE WS-ACCT-NUM TO WS-CP-REF
               PERFORM ROUTE-CUSTOMER-ITEM
           END-IF.

      *> Statement lines go to the print file, or to the e-delivery
      *> extract when the statement is going by e-mail.
       EMIT-STATEMENT-LINE.
           IF WS-CP-CHANNEL = "E"
               MOVE STATEMENT-REC TO WS-CP-TEXT
               PERFORM WRITE-EDELIVERY-LINE
           ELSE
               WRITE STATEMENT-REC
           END-IF.

       READ-MASTER-BALANCE.
           OPEN INPUT BALANCE-FILE
           IF BAL-STATUS = "35"
               STRING "OPENING BALANCE " WS-DISP-A
                   DELIMITED BY SIZE INTO STATEMENT-REC
               END-STRING
               PERFORM EMIT-STATEMENT-LINE
           END-IF

           IF LG-OPERATION = "D"
               END-STRING
               MOVE WS-LOGGED-BAL TO WS-RUNNING
           END-IF
           PERFORM EMIT-STATEMENT-LINE.

       LOAD-TXN-CODES.
           MOVE 0 TO WS-TC-COUNT
           IF WS-LINES = 0
               MOVE "NO ENTRIES IN RANGE FOR THIS ACCOUNT"
                   TO STATEMENT-REC
               PERFORM EMIT-STATEMENT-LINE
           END-IF
           IF WS-MASTER-FOUND = "Y"
               MOVE WS-RUNNING TO WS-DISP-A
                       DELIMITED BY SIZE INTO STATEMENT-REC
                   END-STRING
               END-IF
               PERFORM EMIT-STATEMENT-LINE
           ELSE
               MOVE "ACCOUNT NOT ON ACCOUNT-BALANCES.DAT"
                   TO STATEMENT-REC
               PERFORM EMIT-STATEMENT-LINE
           END-IF.

       COPY "sysdate-read.cpy".
       COPY "commpref-route.cpy".
