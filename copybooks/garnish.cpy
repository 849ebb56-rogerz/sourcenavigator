           05  GACT-RUN-DATE                       PIC 9(6).
           05  GACT-AMOUNT-WITHHELD                PIC 9(5)V99.
           05  GACT-REMAINING-OWED                 PIC 9(7)V99.
      *    "R" MARKS A LINE WRITTEN WHEN A SUPERVISOR REOPENED THE
      *    PAY PERIOD -- THE AMOUNT WAS GIVEN BACK, NOT WITHHELD.
           05  GACT-ENTRY-FLAG                     PIC X.
               88  GACT-REVERSAL                   VALUE "R".
