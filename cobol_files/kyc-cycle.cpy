      *> ---------------------------------------------------------
      *> KYC-CYCLE - how often a customer's identity and details
      *> are reviewed, by the grade CUSTOMER-RISK last gave them:
      *>   A  every 3 years     B  every 2 years
      *>   C, D (the high-risk register) and ungraded  every year
      *> COPY into the PROCEDURE DIVISION as its own paragraph
      *> after COPYing kyc-ws.cpy into WORKING-STORAGE.
      *> ---------------------------------------------------------
       SET-KYC-DUE-DATE.
           EVALUATE WS-KY-GRADE
               WHEN "A"
                   MOVE 3 TO WS-KY-YEARS
               WHEN "B"
                   MOVE 2 TO WS-KY-YEARS
               WHEN OTHER
                   MOVE 1 TO WS-KY-YEARS
           END-EVALUATE
           COMPUTE WS-KY-DUE-DATE =
               WS-KY-FROM-DATE + WS-KY-YEARS * 10000
      *> A review on 29 February falls due on the 28th.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-KY-DUE-DATE) NOT = 0
               SUBTRACT 1 FROM WS-KY-DUE-DATE
           END-IF
           .
