       01  LNK-DEDUCT     PIC 9(4)V99.
       01  LNK-GROSS      PIC 9(6)V99.
       01  LNK-NET        PIC 9(6)V99.
       01  LNK-BONUS      PIC 9(6)V99.
       PROCEDURE DIVISION
       USING LNK-NAME, LNK-BASIC, LNK-ALLOW, LNK-DEDUCT,
                             LNK-GROSS, LNK-NET, LNK-BONUS.
           DISPLAY "==========================="
           DISPLAY "       SALARY SLIP"
           DISPLAY "---------------------------"
           DISPLAY "Employee Name : " LNK-NAME
           DISPLAY "Basic Salary  : " LNK-BASIC 
           DISPLAY "Allowance     : " LNK-ALLOW
           IF LNK-BONUS > 0
               DISPLAY "Bonus         : " LNK-BONUS
           END-IF
           DISPLAY "Deductions    : " LNK-DEDUCT
           DISPLAY "Gross Salary  : " LNK-GROSS
           DISPLAY "Net Salary    : " LNK-NET
