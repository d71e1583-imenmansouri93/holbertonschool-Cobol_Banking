      *> change sits pending in USER-ADMIN-PENDING.DAT and takes
      *> effect only when a second, different level-5 user approves
      *> it. Disabling sets ACCESS-LEVEL-FLD to 0, the level the
      *> shared authorization gate denies everything to and the
      *> login programs refuse. Re-enabling a disabled user --
      *> whether disabled here or by INACTIVE-USERS for going unused
      *> -- is staged and approved the same way, and logs an ENABLED
      *> line for the user so the inactivity clock starts again
      *> from the approval. Both the requester and the approver are
      *> logged to LOGIN-AUDIT.LOG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT LOGIN-AUDIT-FILE ASSIGN TO "LOGIN-AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOGIN-AUDIT-STATUS.
           SELECT SESSION-FILE ASSIGN TO "SESSION.REGISTRY.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SESSION-REC-TERMINAL
               FILE STATUS IS SESSION-STATUS.

       DATA DIVISION.
           05 PA-STATUS          PIC X.

       FD  LOGIN-AUDIT-FILE.
       01  LOGIN-AUDIT-RECORD    PIC X(130).

       FD  SESSION-FILE.
       01  SESSION-RECORD.
           05 SESSION-REC-TERMINAL PIC X(8).
           05 SESSION-REC-USER-ID PIC X(8).
           05 SESSION-REC-ACCESS  PIC 9.
           05 SESSION-REC-DATE    PIC 9(8).
       77 J                    PIC 9(3) VALUE 0.
       77 WS-USR-IDX           PIC 9(3).
       77 WS-USR-FOUND         PIC X VALUE 'N'.
       77 WS-OLD-LEVEL         PIC 9.

      *> Pending-change queue, loaded whole and rewritten whole the
      *> way the lockout file is handled.
           PERFORM UNTIL WS-CHOICE = "Q"
               DISPLAY " "
               DISPLAY "(A)dd user, (C)hange level, (D)isable, "
                   "(E)nable, (L)ist pending, a(P)prove, (Q)uit: "
                   WITH NO ADVANCING
               ACCEPT WS-CHOICE
               MOVE FUNCTION UPPER-CASE(WS-CHOICE) TO WS-CHOICE
                       PERFORM STAGE-LEVEL-CHANGE
                   WHEN "D"
                       PERFORM STAGE-DISABLE
                   WHEN "E"
                       PERFORM STAGE-ENABLE
                   WHEN "L"
                       PERFORM LIST-PENDING
                   WHEN "P"
               PERFORM NOTE-STAGED
           END-IF.

       STAGE-ENABLE.
           IF WS-PEND-COUNT >= WS-PEND-MAX
               DISPLAY "Pending queue is full."
           ELSE
               PERFORM STAGE-NEW-SLOT
               MOVE "ENABLE" TO T-PA-ACTION(WS-PEND-COUNT)
               DISPLAY "User id to re-enable: "
               ACCEPT T-PA-USER-ID(WS-PEND-COUNT)
               DISPLAY "Access level to restore (1-5): "
               ACCEPT T-PA-LEVEL(WS-PEND-COUNT)
               PERFORM NOTE-STAGED
           END-IF.

       NOTE-STAGED.
           DISPLAY "Change staged as pending entry " WS-PEND-COUNT
               ". A second level-5 user must approve it."
                           DISPLAY "  >> User file full."
                       END-IF
                   END-IF
               WHEN "ENABLE"
                   IF WS-USR-FOUND = "N"
                       DISPLAY "  >> User not on file; change "
                           "rejected."
                   ELSE
                   IF ACCESS-LEVEL-FLD NOT = 0
                       DISPLAY "  >> User is not disabled; change "
                           "rejected."
                   ELSE
                   IF T-PA-LEVEL(WS-PICK) = 0
                       DISPLAY "  >> No access level to restore; "
                           "change rejected."
                   ELSE
                       MOVE T-PA-LEVEL(WS-PICK)
                           TO ACCESS-LEVEL-FLD
                       MOVE USERS-RECORD
                           TO T-USER-REC(WS-USR-IDX)
                       PERFORM FINISH-APPLY
                       PERFORM NOTE-USER-ENABLED
                   END-IF
                   END-IF
                   END-IF
               WHEN OTHER
                   IF WS-USR-FOUND = "N"
                       DISPLAY "  >> User not on file; change "
                           "rejected."
                   ELSE
                       MOVE ACCESS-LEVEL-FLD TO WS-OLD-LEVEL
                       MOVE T-PA-LEVEL(WS-PICK)
                           TO ACCESS-LEVEL-FLD
                       MOVE USERS-RECORD
                           TO T-USER-REC(WS-USR-IDX)
                       PERFORM FINISH-APPLY
                       IF WS-OLD-LEVEL = 0
                           AND T-PA-LEVEL(WS-PICK) NOT = 0
                           PERFORM NOTE-USER-ENABLED
                       END-IF
                   END-IF
           END-EVALUATE.

      *> The re-enabled user's own ENABLED line is what
      *> INACTIVE-USERS measures idle time from until the next
      *> successful login.
       NOTE-USER-ENABLED.
           MOVE "USER-ADMIN" TO WS-LGN-PROGRAM
           MOVE T-PA-USER-ID(WS-PICK) TO WS-LGN-USER-ID
           MOVE "ENABLED" TO WS-LGN-RESULT
           MOVE T-PA-LEVEL(WS-PICK) TO WS-LGN-ACCESS
           PERFORM WRITE-LOGIN-AUDIT.

       FINISH-APPLY.
           PERFORM SAVE-USER-TABLE
           MOVE "A" TO T-PA-STATUS(WS-PICK)
