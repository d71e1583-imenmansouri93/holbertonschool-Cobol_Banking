      *> ---------------------------------------------------------
      *> AVAILBAL-SHOW - the available-balance breakdown from the
      *> last CALL 'AVAILBAL', for the teller to read out. COPY
      *> into the PROCEDURE DIVISION as its own paragraph after
      *> COPYing availbal-ws.cpy into WORKING-STORAGE.
      *> ---------------------------------------------------------
       SHOW-AVAILABLE-BALANCE.
           MOVE AV-LEDGER-BAL TO AV-SHOW-AMT
           DISPLAY "  Ledger balance          " AV-SHOW-AMT
           IF AV-GARNISHED > 0
               MOVE AV-GARNISHED TO AV-SHOW-AMT
               DISPLAY "  Less garnishment reserve" AV-SHOW-AMT
           END-IF
           IF AV-FLOAT > 0
               MOVE AV-FLOAT TO AV-SHOW-AMT
               DISPLAY "  Less uncleared cheques  " AV-SHOW-AMT
           END-IF
           IF AV-PENDING > 0
               MOVE AV-PENDING TO AV-SHOW-AMT
               DISPLAY "  Less debits awaiting    " AV-SHOW-AMT
           END-IF
           IF AV-CARD-HELD > 0
               MOVE AV-CARD-HELD TO AV-SHOW-AMT
               DISPLAY "  Less card authorizations" AV-SHOW-AMT
           END-IF
           IF AV-OD-LIMIT > 0
               MOVE AV-OD-LIMIT TO AV-SHOW-AMT
               DISPLAY "  Plus overdraft allowed  " AV-SHOW-AMT
           END-IF
           IF AV-FROZEN = "Y"
               DISPLAY "  Account frozen by a legal hold -- "
                   "nothing may be drawn"
           END-IF
           MOVE AV-AVAILABLE TO AV-SHOW-AMT
           DISPLAY "  Available balance       " AV-SHOW-AMT
           IF AV-SUFFICIENT = "N"
               DISPLAY "  Refused: " AV-REASON
           END-IF
           .
