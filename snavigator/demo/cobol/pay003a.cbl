      *
      *    PASS 2 -- EVERY ACTIVE EMPLOYEE ON THE EMPLOYMENT MASTER
      *    SHOULD HAVE A TIME RECORD THIS WEEK; ONE WHO DOES NOT IS
      *    PROBABLY A MISSED TIMESHEET. A SALARIED EMPLOYEE IS PAID
      *    WITHOUT ONE, SO IS NEVER MISSING ONE.
       C040-CHECK-MISSING-TIME.
      *
           OPEN INPUT EMPLOYMENT-MASTER.
      *
       C050-CHECK-ONE-EMPLOYEE.
      *
           IF EMP-IS-ACTIVE AND NOT EMP-PAID-SALARY
               MOVE "N" TO W035-ID-TIMED-FLAG
               IF W035-TIMED-ID-COUNT GREATER THAN ZERO
                   SET W035-I TO 1
