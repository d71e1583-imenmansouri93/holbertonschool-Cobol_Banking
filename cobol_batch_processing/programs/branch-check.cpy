      *> ---------------------------------------------------------
      *> BRANCH-CHECK - the branch register every program that
      *> assigns a branch or stamps a GL cost centre works from.
      *> COPY into the PROCEDURE DIVISION as its own paragraphs
      *> after COPYing branch-ws.cpy into WORKING-STORAGE. PERFORM
      *> LOAD-BRANCHES once at startup; WS-BR-TERM-BRANCH is then
      *> the branch of the terminal the run is on, the cost centre
      *> for any posting not made against a customer account. Set
      *> WS-BR-TEST-CODE and PERFORM CHECK-BRANCH-CODE to validate
      *> a branch code keyed by an operator.
      *> ---------------------------------------------------------
       LOAD-BRANCHES.
           MOVE 0 TO WS-BR-COUNT
           MOVE 0 TO WS-BT-COUNT
           MOVE "N" TO WS-BR-EOF
           OPEN INPUT BRANCH-FILE
           IF BRANCH-STATUS = "00"
               PERFORM UNTIL WS-BR-EOF = "Y"
                   READ BRANCH-FILE
                       AT END
                           MOVE "Y" TO WS-BR-EOF
                       NOT AT END
                           MOVE BRANCH-REC TO BRANCH-DETAIL
                           IF BD-KIND = "B"
                               AND BD-KEY(1:4) NOT = SPACES
                               AND WS-BR-COUNT < WS-BR-MAX
                               ADD 1 TO WS-BR-COUNT
                               MOVE BD-KEY(1:4)
                                   TO BR-CODE(WS-BR-COUNT)
                               MOVE BD-VALUE
                                   TO BR-NAME(WS-BR-COUNT)
                           END-IF
                           IF BD-KIND = "T"
                               AND BD-KEY NOT = SPACES
                               AND WS-BT-COUNT < WS-BT-MAX
                               ADD 1 TO WS-BT-COUNT
                               MOVE BD-KEY
                                   TO BT-TERMINAL(WS-BT-COUNT)
                               MOVE BD-VALUE(1:4)
                                   TO BT-BRANCH(WS-BT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BRANCH-FILE
           END-IF
           IF WS-BR-COUNT = 0
               MOVE 1 TO WS-BR-COUNT
               MOVE WS-BR-HEAD-OFFICE TO BR-CODE(1)
               MOVE "HEAD OFFICE" TO BR-NAME(1)
           END-IF

           MOVE SPACES TO WS-BR-TERMINAL
           ACCEPT WS-BR-TERMINAL FROM ENVIRONMENT "BANK_TERMINAL_ID"
           IF WS-BR-TERMINAL = SPACES
               MOVE "CONSOLE" TO WS-BR-TERMINAL
           END-IF
           MOVE WS-BR-HEAD-OFFICE TO WS-BR-TERM-BRANCH
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                   UNTIL WS-BR-IDX > WS-BT-COUNT
               IF BT-TERMINAL(WS-BR-IDX) = WS-BR-TERMINAL
                   MOVE BT-BRANCH(WS-BR-IDX) TO WS-BR-TERM-BRANCH
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

       CHECK-BRANCH-CODE.
           MOVE "N" TO WS-BR-VALID
           MOVE SPACES TO WS-BR-TEST-NAME
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                   UNTIL WS-BR-IDX > WS-BR-COUNT
               IF BR-CODE(WS-BR-IDX) = WS-BR-TEST-CODE
                   MOVE "Y" TO WS-BR-VALID
                   MOVE BR-NAME(WS-BR-IDX) TO WS-BR-TEST-NAME
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .
