       01  W015-ACTIVITY-LINE.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  W015-ACT-DATE                        PIC 9(6).
           05  W015-ACT-KIND                        PIC X(11).
           05  W015-ACT-AMOUNT                      PIC ZZZZ9.99.
           05  FILLER                     PIC X(12) VALUE
               "  REMAINING ".
                   IF GACT-ORDER-NUMBER EQUAL W010-ORDER-IN-HAND
                       ADD 1 TO W012-ORDER-LINE-COUNT
                       MOVE GACT-RUN-DATE TO W015-ACT-DATE
      *                    A SUPERVISOR REOPEN OF THE PAY PERIOD GIVES
      *                    THE WITHHOLDING BACK -- SHOWN, NOT HIDDEN.
                       IF GACT-REVERSAL
                           MOVE " REVERSED  " TO W015-ACT-KIND
                       ELSE
                           MOVE " WITHHELD  " TO W015-ACT-KIND
                       END-IF
                       MOVE GACT-AMOUNT-WITHHELD TO W015-ACT-AMOUNT
                       MOVE GACT-REMAINING-OWED TO W015-ACT-REMAINING
                       MOVE W015-ACTIVITY-LINE TO GARNISH-REPORT-LINE
