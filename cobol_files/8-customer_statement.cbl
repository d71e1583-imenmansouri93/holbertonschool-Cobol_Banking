      *> with its date, time and running balance, and closes with the
      *> month-end balance from CUSTOMERS.DAT. All statements go to
      *> one combined print file with a page break per customer.
      *> Each statement is routed by the customer's communication
      *> preferences (commpref-route.cpy): customers who chose
      *> electronic statements and have an e-mail on file go to the
      *> E-DELIVERY.DAT extract instead of the print file, and no
      *> paper statement goes to an address whose mail is being
      *> returned; what is not printed is in MAIL-SUPPRESSED.LOG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT HOUSEHOLD-FILE ASSIGN TO "HOUSEHOLDS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HH-STATUS.
           SELECT SESSION-FILE ASSIGN TO "SESSION.REGISTRY.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SESSION-REC-TERMINAL
               FILE STATUS IS SESSION-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDIT-TRAIL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.
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
           05 AO-CUST-ID   PIC 9(5).
           05 AO-ROLE      PIC X.
           05 AO-SIGS-REQ  PIC 9.
           05 AO-SHARE-PCT PIC 999V99.

      *> Household links maintained by HOUSEHOLD-GROUP: one
      *> combined statement run can cover a whole family.

       FD SESSION-FILE.
       01 SESSION-RECORD.
           05 SESSION-REC-TERMINAL PIC X(8).
           05 SESSION-REC-USER-ID PIC X(8).
           05 SESSION-REC-ACCESS  PIC 9.
           05 SESSION-REC-DATE    PIC 9(8).
           05 SESSION-REC-TIME    PIC 9(8).

       FD AUDIT-FILE.
       01 AUDIT-RECORD        PIC X(130).

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
       COPY "session-ws.cpy".
       COPY "authz-ws.cpy".
       COPY "audit-ws.cpy".
       COPY "sysdate-ws.cpy".
       COPY "commpref-ws.cpy".
      *> Field-level masking by the operator's session level: below
      *> level 4 the printed statements carry masked customer ids
      *> and no owner names; a full-detail run leaves a disclosure
       MAIN-PARA.
           DISPLAY "MONTHLY CUSTOMER STATEMENTS"
           PERFORM READ-SESSION-ACCESS-LEVEL
           PERFORM READ-SYSTEM-DATE
           MOVE "CUST-STMT" TO WS-CP-PROGRAM
           MOVE SD-BUSINESS-DATE TO WS-CP-DATE
           DISPLAY "Enter statement month (YYYYMM): "
           ACCEPT WS-MONTH
           DISPLAY "Household id for a combined statement "

           OPEN INPUT CUSTOMER-FILE
           OPEN OUTPUT PRINT-FILE
           PERFORM OPEN-DELIVERY-FILES
           PERFORM PRINT-ALL-STATEMENTS
           PERFORM CLOSE-DELIVERY-FILES
           CLOSE PRINT-FILE
           CLOSE CUSTOMER-FILE

               MOVE 0 TO WS-AUDIT-NEW-BAL
               PERFORM WRITE-AUDIT-RECORD
           END-IF
           DISPLAY "Statements produced: " WS-STMT-COUNT
           DISPLAY "  printed " WS-CP-PRINTED ", e-mailed "
               WS-CP-EMAILED ", not sent " WS-CP-SUPPRESSED
               " (see MAIL-SUPPRESSED.LOG)"
           STOP RUN.

       LOAD-OWNER-LINKS.
      *> balance as the journal recorded it, then the month-end
      *> balance from the customer master.
       PRINT-ONE-STATEMENT.
           MOVE MT-CUST-ID(J) TO WS-CP-CUST-ID
           MOVE "S" TO WS-CP-ITEM
           MOVE "N" TO WS-CP-MANDATORY
           MOVE "STMT" TO WS-CP-DOC
           MOVE WS-MONTH TO WS-CP-REF
           PERFORM ROUTE-CUSTOMER-ITEM
           IF WS-CP-CHANNEL = "X"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-STMT-COUNT
           ADD 1 TO WS-PAGE-NO

           MOVE ALL "=" TO PRINT-REC
           PERFORM EMIT-STATEMENT-LINE
           MOVE MT-CUST-ID(J) TO WS-MASKED-ID
           IF AUTHZ-USER-LEVEL < 4
               MOVE "***" TO WS-MASKED-ID(1:3)
                  "  PAGE " WS-PAGE-NO
               DELIMITED BY SIZE INTO PRINT-REC
           END-STRING
           PERFORM EMIT-STATEMENT-LINE

           MOVE MT-CUST-ID(J) TO CUST-ID
           READ CUSTOMER-FILE
                       DELIMITED BY SIZE INTO PRINT-REC
                   END-STRING
           END-READ
           PERFORM EMIT-STATEMENT-LINE

      *> Every other listed owner of the account is addressed too,
      *> so a joint statement reaches both names in the envelope.
                                  " " FUNCTION TRIM(CUST-LNAME)
                               DELIMITED BY SIZE INTO PRINT-REC
                           END-STRING
                           PERFORM EMIT-STATEMENT-LINE
                   END-READ
               END-IF
           END-PERFORM
           STRING "  PRIOR BALANCE " WS-DISP-BAL
               DELIMITED BY SIZE INTO PRINT-REC
           END-STRING
           PERFORM EMIT-STATEMENT-LINE

           MOVE "  DATE     TIME     TYPE       AMOUNT    BALANCE"
               TO PRINT-REC
           PERFORM EMIT-STATEMENT-LINE

           PERFORM VARYING K FROM J BY 1 UNTIL K > WS-TXN-COUNT
               IF MT-CUST-ID(K) = MT-CUST-ID(J)
                          " " WS-DISP-AMT " " WS-DISP-BAL
                       DELIMITED BY SIZE INTO PRINT-REC
                   END-STRING
                   PERFORM EMIT-STATEMENT-LINE
               END-IF
           END-PERFORM

               STRING "  MONTH-END BALANCE (MASTER) " WS-DISP-BAL
                   DELIMITED BY SIZE INTO PRINT-REC
               END-STRING
               PERFORM EMIT-STATEMENT-LINE
           END-IF

           MOVE SPACES TO PRINT-REC
           PERFORM EMIT-STATEMENT-LINE.

      *> Statement lines go to the print file, or to the e-delivery
      *> extract when the statement is going by e-mail.
       EMIT-STATEMENT-LINE.
           IF WS-CP-CHANNEL = "E"
               MOVE PRINT-REC TO WS-CP-TEXT
               PERFORM WRITE-EDELIVERY-LINE
           ELSE
               WRITE PRINT-REC
           END-IF.

       COPY "session-check.cpy".
       COPY "audit-write.cpy".
       COPY "sysdate-read.cpy".
       COPY "commpref-route.cpy".
