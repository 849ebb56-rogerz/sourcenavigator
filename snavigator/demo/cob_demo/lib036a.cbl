      * SERIALS CLAIMS REPORT -- EVERY ACTIVE SUBSCRIPTION WHOSE    *
      * NEXT EXPECTED ISSUE IS PAST DUE, WITH HOW MANY DAYS LATE,   *
      * SO THE PUBLISHER IS CHASED FOR A MISSING ISSUE INSTEAD OF   *
      * THE GAP BEING DISCOVERED AT BINDING TIME. AN ISSUE DUE      *
      * AFTER THE SUBSCRIPTION'S PAID TERM HAS ENDED IS NOT OWED    *
      * AND IS NOT CLAIMED -- THOSE ARE COUNTED SEPARATELY FOR THE  *
      * RENEWAL DECISION (LIB062A). RUN ON DEMAND -- NOT A NIGHTLY  *
      * STEP.                                                       *
      *                                                             *
      ***************************************************************
      *
       01  W007-DAYS-LATE                           PIC S9(5).
      *
       01  W012-CLAIM-COUNT                         PIC 9(5) VALUE 0.
       01  W012-EXPIRED-COUNT                       PIC 9(5) VALUE 0.
      *
       01  W015-DETAIL-LINE.
           05  W015-DETAIL-NUMBER                   PIC X(5).
                  W012-CLAIM-COUNT    DELIMITED BY SIZE
                  INTO CLAIMS-REPORT-LINE.
           WRITE CLAIMS-REPORT-LINE.
           MOVE SPACES TO CLAIMS-REPORT-LINE.
           STRING "NOT CLAIMED, TERM ENDED: " DELIMITED BY SIZE
                  W012-EXPIRED-COUNT          DELIMITED BY SIZE
                  INTO CLAIMS-REPORT-LINE.
           WRITE CLAIMS-REPORT-LINE.
           CLOSE CLAIMS-REPORT-PRINT
                 SUBSCRIPTION-FILE.
           DISPLAY "LIB036A SERIALS CLAIMS COMPLETE".
           DISPLAY "ISSUES TO CLAIM: " W012-CLAIM-COUNT.
           DISPLAY "NOT CLAIMED, TERM ENDED: " W012-EXPIRED-COUNT.
           GOBACK.
      *
       C010-CALC-TODAY-SERIAL.
               NOT AT END
                   IF SUB-IS-ACTIVE
                      AND SUB-NEXT-EXPECTED-DATE GREATER THAN ZERO
                       PERFORM C025-TEST-TERM-ENDED
                   END-IF
           END-READ.
      *
      *    A TERM OF ZERO WAS KEYED BEFORE TERMS WERE KEPT AND IS
      *    CLAIMED AS BEFORE.
       C025-TEST-TERM-ENDED.
      *
           IF SUB-TERM-END-DATE GREATER THAN ZERO
              AND SUB-NEXT-EXPECTED-DATE GREATER THAN SUB-TERM-END-DATE
               ADD 1 TO W012-EXPIRED-COUNT
           ELSE
               PERFORM C030-TEST-ONE-SUBSCRIPTION
           END-IF.
      *
       C030-TEST-ONE-SUBSCRIPTION.
      *
