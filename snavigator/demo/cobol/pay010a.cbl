      *
      *    THE EMPLOYEE'S CURRENT RATE IS THEIR FIRST JOB CODE'S
      *    AUTHORIZED RATE -- NO RATED CODE MEANS A ZERO LINE THE
      *    AUDITORS CAN CHASE. A SALARIED EMPLOYEE'S RATE IS THE
      *    SALARY'S HOURLY EQUIVALENT, 2080 HOURS TO THE YEAR --
      *    WHAT PAY011A WOULD PAY THE BALANCES OUT AT.
       C030-FIND-CURRENT-RATE.
      *
           MOVE ZERO TO W010-CURRENT-RATE.
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF EMP-PAID-SALARY
                           COMPUTE W010-CURRENT-RATE ROUNDED =
                                   EMP-ANNUAL-SALARY / 2080
                       ELSE IF EMP-JOB-CODE (1) NOT EQUAL SPACES
                           MOVE EMP-JOB-CODE (1) TO JOB-CODE
                           READ JOB-CODE-FILE
                               INVALID KEY
