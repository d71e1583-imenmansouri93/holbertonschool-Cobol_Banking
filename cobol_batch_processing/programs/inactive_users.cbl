       IDENTIFICATION DIVISION.
       PROGRAM-ID. INACTIVE-USERS.
       AUTHOR. HOLBERTON.

      *> Inactive operator ids. Password aging makes a user change
      *> the password, but the id of someone who left months ago
      *> keeps its access level in USERS.DAT until somebody tells
      *> USER-ADMIN. This nightly run takes each user's last
      *> successful sign-on (SUCCESS or TOKENRST) from
      *> LOGIN-AUDIT.LOG -- or the ENABLED line USER-ADMIN writes
      *> when a disabled user is re-enabled, if that is later -- and
      *> lists, for the user's manager (USER-MANAGERS.DAT), every
      *> id idle past user-warn-days.dat (default 30 days). An id
      *> idle past user-disable-days.dat (default 90 days) is
      *> disabled: its access level goes to 0, which the login
      *> programs refuse and the authorization gate denies, and the
      *> level it had is logged to LOGIN-AUDIT.LOG as IDLE-DISAB so
      *> the officer re-enabling it through USER-ADMIN's dual
      *> control knows what to restore. An id that has never signed
      *> on is reported once it is older than user-unused-days.dat
      *> (default 30 days), counted from the date its password was
      *> set. Ids already at level 0 are left alone. The list goes
      *> to INACTIVE-USERS-REPORT.DAT, manager by manager.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USERS-FILE ASSIGN TO 'USERS.DAT'
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-USERS-STATUS.
           SELECT MANAGERS-FILE ASSIGN TO 'USER-MANAGERS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MGR-STATUS.
           SELECT LOGIN-AUDIT-FILE ASSIGN TO 'LOGIN-AUDIT.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOGIN-AUDIT-STATUS.
           SELECT WARN-DAYS-FILE ASSIGN TO 'user-warn-days.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DAYS-STATUS.
           SELECT DISABLE-DAYS-FILE ASSIGN TO 'user-disable-days.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DAYS-STATUS.
           SELECT UNUSED-DAYS-FILE ASSIGN TO 'user-unused-days.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DAYS-STATUS.
           SELECT REPORT-FILE ASSIGN TO 'INACTIVE-USERS-REPORT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SYSDATE-FILE ASSIGN TO 'SYSTEM-DATE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SYSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> USER-ADMIN's layout of USERS.DAT.
       FD USERS-FILE.
       01 USERS-RECORD.
           05 USER-ID-FLD        PIC X(8).
           05 USER-NAME-FLD      PIC X(20).
           05 PASSWORD-FLD       PIC X(8).
           05 ACCESS-LEVEL-FLD   PIC 9.
           05 PW-CHANGED-FLD     PIC 9(8).

      *> Who answers for each operator id. An id with no row is
      *> listed under UNASSIGNED for the security officer.
       FD MANAGERS-FILE.
       01 MANAGERS-RECORD.
           05 UM-USER-ID         PIC X(8).
           05 UM-MANAGER-ID      PIC X(8).

      *> The line WRITE-LOGIN-AUDIT builds (see LOGIN-ANALYZER).
       FD LOGIN-AUDIT-FILE.
       01 LOGIN-AUDIT-RECORD.
           05 LA-DATE            PIC X(8).
           05 FILLER             PIC X(29).
           05 LA-USER-ID         PIC X(8).
           05 FILLER             PIC X(8).
           05 LA-RESULT          PIC X(10).
           05 FILLER             PIC X(67).

       FD WARN-DAYS-FILE.
       01 WARN-DAYS-REC          PIC X(10).

       FD DISABLE-DAYS-FILE.
       01 DISABLE-DAYS-REC       PIC X(10).

       FD UNUSED-DAYS-FILE.
       01 UNUSED-DAYS-REC        PIC X(10).

       FD REPORT-FILE.
       01 REPORT-REC             PIC X(100).

       FD SYSDATE-FILE.
       01 SYSDATE-REC            PIC X(40).

       WORKING-STORAGE SECTION.
       COPY 'sysdate-ws.cpy'.
       COPY 'login-audit-ws.cpy'.
       01 WS-USERS-STATUS        PIC XX.
       01 WS-MGR-STATUS          PIC XX.
       01 WS-DAYS-STATUS         PIC XX.
       01 WS-EOF                 PIC X VALUE 'N'.
       01 WS-TODAY               PIC 9(8).
       01 WS-WARN-DAYS           PIC 9(4) VALUE 30.
       01 WS-DISABLE-DAYS        PIC 9(4) VALUE 90.
       01 WS-UNUSED-DAYS         PIC 9(4) VALUE 30.
       01 WS-IDLE-DAYS           PIC S9(6).
       01 WS-FROM-DATE           PIC 9(8).
       01 WS-DISP-DAYS           PIC Z(5)9.
       01 WS-DISP-COUNT          PIC Z(4)9.
       01 WS-SHOWN               PIC 9(4).
       01 J                      PIC 9(4).
       01 K                      PIC 9(4).

      *> USERS.DAT in memory, rewritten whole when an id is
      *> disabled, with each user's last sign-on, last re-enable
      *> and manager alongside.
       01 WS-USR-COUNT           PIC 9(4) VALUE 0.
       01 WS-USR-MAX             PIC 9(4) VALUE 200.
       01 USR-TABLE.
           05 USR-ENTRY OCCURS 1 TO 200 TIMES
                        DEPENDING ON WS-USR-COUNT.
               10 T-USER-REC         PIC X(45).
               10 T-LAST-LOGIN       PIC 9(8).
               10 T-LAST-ENABLED     PIC 9(8).
               10 T-MANAGER          PIC X(8).
               10 T-KIND             PIC X(10).
               10 T-IDLE-DAYS        PIC 9(6).
               10 T-OLD-LEVEL        PIC 9.

       01 WS-MGR-COUNT           PIC 9(4) VALUE 0.
       01 WS-MGR-MAX             PIC 9(4) VALUE 200.
       01 MGR-TABLE.
           05 MGR-ENTRY OCCURS 1 TO 200 TIMES
                        DEPENDING ON WS-MGR-COUNT.
               10 T-MGR-ID           PIC X(8).

       01 WS-WARNED              PIC 9(4) VALUE 0.
       01 WS-DISABLED            PIC 9(4) VALUE 0.
       01 WS-UNUSED              PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY 'INACTIVE OPERATOR IDS'
           DISPLAY '====================='
           PERFORM READ-SYSTEM-DATE
           MOVE SD-BUSINESS-DATE TO WS-TODAY
           PERFORM LOAD-DAY-LIMITS

           PERFORM LOAD-USERS
           IF WS-USERS-STATUS = '35'
               DISPLAY 'No USERS.DAT on file; nothing to review.'
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-MANAGERS
           PERFORM SCAN-LOGIN-AUDIT

           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-USR-COUNT
               PERFORM CLASSIFY-USER
           END-PERFORM

           IF WS-DISABLED > 0
               PERFORM SAVE-USERS
               PERFORM LOG-DISABLED-USERS
           END-IF
           PERFORM WRITE-MANAGER-REPORT

           DISPLAY WS-WARNED ' ids idle past ' WS-WARN-DAYS
               ' days, ' WS-DISABLED ' disabled past '
               WS-DISABLE-DAYS ' days, ' WS-UNUSED
               ' never used.'
           MOVE 0 TO RETURN-CODE
           STOP RUN.

       LOAD-DAY-LIMITS.
           OPEN INPUT WARN-DAYS-FILE
           IF WS-DAYS-STATUS NOT = '35'
               READ WARN-DAYS-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE FUNCTION NUMVAL(WARN-DAYS-REC)
                           TO WS-WARN-DAYS
               END-READ
               CLOSE WARN-DAYS-FILE
           END-IF
           OPEN INPUT DISABLE-DAYS-FILE
           IF WS-DAYS-STATUS NOT = '35'
               READ DISABLE-DAYS-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE FUNCTION NUMVAL(DISABLE-DAYS-REC)
                           TO WS-DISABLE-DAYS
               END-READ
               CLOSE DISABLE-DAYS-FILE
           END-IF
           OPEN INPUT UNUSED-DAYS-FILE
           IF WS-DAYS-STATUS NOT = '35'
               READ UNUSED-DAYS-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE FUNCTION NUMVAL(UNUSED-DAYS-REC)
                           TO WS-UNUSED-DAYS
               END-READ
               CLOSE UNUSED-DAYS-FILE
           END-IF
      *> A warning period at or past the disable period would never
      *> show; the warning then starts with the disable.
           IF WS-WARN-DAYS > WS-DISABLE-DAYS
               MOVE WS-DISABLE-DAYS TO WS-WARN-DAYS
           END-IF.

       LOAD-USERS.
           MOVE 0 TO WS-USR-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT USERS-FILE
           IF WS-USERS-STATUS = '35'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ USERS-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-USR-COUNT < WS-USR-MAX
                           ADD 1 TO WS-USR-COUNT
                           MOVE USERS-RECORD
                               TO T-USER-REC(WS-USR-COUNT)
                           MOVE 0 TO T-LAST-LOGIN(WS-USR-COUNT)
                           MOVE 0 TO T-LAST-ENABLED(WS-USR-COUNT)
                           MOVE 'UNASSIGNED'
                               TO T-MANAGER(WS-USR-COUNT)
                           MOVE SPACES TO T-KIND(WS-USR-COUNT)
                           MOVE 0 TO T-IDLE-DAYS(WS-USR-COUNT)
                           MOVE ACCESS-LEVEL-FLD
                               TO T-OLD-LEVEL(WS-USR-COUNT)
                       ELSE
                           DISPLAY 'Warning: user table full at '
                               WS-USR-MAX
                       END-IF
               END-READ
           END-PERFORM
           CLOSE USERS-FILE.

       LOAD-MANAGERS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT MANAGERS-FILE
           IF WS-MGR-STATUS = '35'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ MANAGERS-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM VARYING J FROM 1 BY 1
                               UNTIL J > WS-USR-COUNT
                           MOVE T-USER-REC(J) TO USERS-RECORD
                           IF USER-ID-FLD = UM-USER-ID
                               AND UM-MANAGER-ID NOT = SPACES
                               MOVE UM-MANAGER-ID TO T-MANAGER(J)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE MANAGERS-FILE.

      *> The log is in time order, so the last line seen for a user
      *> is the latest.
       SCAN-LOGIN-AUDIT.
           MOVE 'N' TO WS-EOF
           OPEN INPUT LOGIN-AUDIT-FILE
           IF LOGIN-AUDIT-STATUS = '35'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ LOGIN-AUDIT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF LA-DATE IS NUMERIC
                           AND (LA-RESULT = 'SUCCESS'
                             OR LA-RESULT = 'TOKENRST'
                             OR LA-RESULT = 'ENABLED')
                           PERFORM NOTE-USER-ACTIVITY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOGIN-AUDIT-FILE.

       NOTE-USER-ACTIVITY.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-USR-COUNT
               MOVE T-USER-REC(J) TO USERS-RECORD
               IF USER-ID-FLD = LA-USER-ID
                   IF LA-RESULT = 'ENABLED'
                       MOVE LA-DATE TO T-LAST-ENABLED(J)
                   ELSE
                       MOVE LA-DATE TO T-LAST-LOGIN(J)
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       CLASSIFY-USER.
           MOVE T-USER-REC(J) TO USERS-RECORD
           IF ACCESS-LEVEL-FLD = 0
               EXIT PARAGRAPH
           END-IF

      *> Never signed on: age from the password being set, unless a
      *> re-enable is later.
           IF T-LAST-LOGIN(J) = 0
               MOVE 0 TO WS-FROM-DATE
               IF PW-CHANGED-FLD IS NUMERIC
                   MOVE PW-CHANGED-FLD TO WS-FROM-DATE
               END-IF
               IF T-LAST-ENABLED(J) > WS-FROM-DATE
                   MOVE T-LAST-ENABLED(J) TO WS-FROM-DATE
               END-IF
               IF WS-FROM-DATE = 0 OR WS-FROM-DATE > WS-TODAY
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-IDLE-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY)
                   - FUNCTION INTEGER-OF-DATE(WS-FROM-DATE)
               IF WS-IDLE-DAYS >= WS-UNUSED-DAYS
                   MOVE 'NEVER-USED' TO T-KIND(J)
                   MOVE WS-IDLE-DAYS TO T-IDLE-DAYS(J)
                   ADD 1 TO WS-UNUSED
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE T-LAST-LOGIN(J) TO WS-FROM-DATE
           IF T-LAST-ENABLED(J) > WS-FROM-DATE
               MOVE T-LAST-ENABLED(J) TO WS-FROM-DATE
           END-IF
           IF WS-FROM-DATE > WS-TODAY
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-IDLE-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-TODAY)
               - FUNCTION INTEGER-OF-DATE(WS-FROM-DATE)
           EVALUATE TRUE
               WHEN WS-IDLE-DAYS >= WS-DISABLE-DAYS
                   MOVE 'DISABLED' TO T-KIND(J)
                   MOVE WS-IDLE-DAYS TO T-IDLE-DAYS(J)
                   MOVE 0 TO ACCESS-LEVEL-FLD
                   MOVE USERS-RECORD TO T-USER-REC(J)
                   ADD 1 TO WS-DISABLED
               WHEN WS-IDLE-DAYS >= WS-WARN-DAYS
                   MOVE 'IDLE' TO T-KIND(J)
                   MOVE WS-IDLE-DAYS TO T-IDLE-DAYS(J)
                   ADD 1 TO WS-WARNED
           END-EVALUATE.

       SAVE-USERS.
           OPEN OUTPUT USERS-FILE
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-USR-COUNT
               MOVE T-USER-REC(J) TO USERS-RECORD
               WRITE USERS-RECORD
           END-PERFORM
           CLOSE USERS-FILE.

      *> ACCESS carries the level the id had, for the re-enable.
       LOG-DISABLED-USERS.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-USR-COUNT
               IF T-KIND(J) = 'DISABLED'
                   MOVE T-USER-REC(J) TO USERS-RECORD
                   MOVE 'INACTIVE-U' TO WS-LGN-PROGRAM
                   MOVE USER-ID-FLD TO WS-LGN-USER-ID
                   MOVE 'IDLE-DISAB' TO WS-LGN-RESULT
                   MOVE T-OLD-LEVEL(J) TO WS-LGN-ACCESS
                   MOVE SPACES TO WS-LGN-TERMINAL
                   PERFORM WRITE-LOGIN-AUDIT
               END-IF
           END-PERFORM.

      *> One section per manager, in the order managers are first
      *> met, each listing that manager's disabled, idle and unused
      *> ids.
       WRITE-MANAGER-REPORT.
           MOVE 0 TO WS-MGR-COUNT
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-USR-COUNT
               IF T-KIND(J) NOT = SPACES
                   PERFORM VARYING K FROM 1 BY 1
                           UNTIL K > WS-MGR-COUNT
                       IF T-MGR-ID(K) = T-MANAGER(J)
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   IF K > WS-MGR-COUNT AND WS-MGR-COUNT < WS-MGR-MAX
                       ADD 1 TO WS-MGR-COUNT
                       MOVE T-MANAGER(J) TO T-MGR-ID(WS-MGR-COUNT)
                   END-IF
               END-IF
           END-PERFORM

           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-REC
           STRING 'INACTIVE OPERATOR IDS - ' WS-TODAY
                  '  (WARN ' WS-WARN-DAYS ' DISABLE '
                  WS-DISABLE-DAYS ' UNUSED ' WS-UNUSED-DAYS ' DAYS)'
               DELIMITED BY SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           IF WS-MGR-COUNT = 0
               MOVE '  NO INACTIVE IDS' TO REPORT-REC
               WRITE REPORT-REC
           END-IF
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-MGR-COUNT
               MOVE SPACES TO REPORT-REC
               WRITE REPORT-REC
               STRING 'MANAGER ' T-MGR-ID(K)
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC
               MOVE SPACES TO REPORT-REC
               STRING '  USER ID  NAME                 STATUS     '
                      'LAST USED   DAYS'
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC
               MOVE 0 TO WS-SHOWN
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-USR-COUNT
                   IF T-KIND(J) NOT = SPACES
                       AND T-MANAGER(J) = T-MGR-ID(K)
                       PERFORM WRITE-REPORT-LINE
                   END-IF
               END-PERFORM
               MOVE WS-SHOWN TO WS-DISP-COUNT
               MOVE SPACES TO REPORT-REC
               STRING '  ' WS-DISP-COUNT ' ids for review'
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC
           END-PERFORM
           CLOSE REPORT-FILE.

       WRITE-REPORT-LINE.
           ADD 1 TO WS-SHOWN
           MOVE T-USER-REC(J) TO USERS-RECORD
           MOVE T-IDLE-DAYS(J) TO WS-DISP-DAYS
           MOVE SPACES TO REPORT-REC
           IF T-LAST-LOGIN(J) = 0
               STRING '  ' USER-ID-FLD ' ' USER-NAME-FLD ' '
                      T-KIND(J) ' NEVER    ' WS-DISP-DAYS
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
           ELSE
               STRING '  ' USER-ID-FLD ' ' USER-NAME-FLD ' '
                      T-KIND(J) ' ' T-LAST-LOGIN(J) WS-DISP-DAYS
                   DELIMITED BY SIZE INTO REPORT-REC
               END-STRING
           END-IF
           WRITE REPORT-REC.

       COPY 'login-audit-write.cpy'.
       COPY 'sysdate-read.cpy'.
