      *                                                             *
      * BRANCH CIRCULATION TREND -- WEEK OVER WEEK FROM THE        *
      * NIGHTLY CIRCSNAP.DAT SNAPSHOTS: FOR EACH BRANCH, THE LAST  *
      * SEVEN DAYS' CHECKOUTS, RETURNS, RENEWALS, HOLDS, FINES     *
      * COLLECTED, AND IN-HOUSE USES BESIDE THE SEVEN DAYS BEFORE  *
      * THAT -- SO THE BOARD'S BRANCH-USAGE QUESTION IS ANSWERED   *
      * FROM THE RECORD, NOT FROM GUESSWORK. RUN ON DEMAND (WEEKLY *
      * IS THE HABIT).                                             *
      *                                                             *
      ***************************************************************
      *
                   15  W010-WK-RENEWALS             PIC 9(6).
                   15  W010-WK-HOLDS                PIC 9(6).
                   15  W010-WK-FINES                PIC 9(6)V99.
                   15  W010-WK-IN-HOUSE             PIC 9(6).
       01  W010-BRANCH-FOUND-SWITCH                 PIC X.
           88  W010-BRANCH-FOUND                    VALUE "Y".
       01  W010-OVERFLOW-NOTICE-SWITCH              PIC X VALUE "N".
                   W010-WK-HOLDS (W010-B-I, W010-WEEK-INDEX)
               ADD SNAP-FINES-COLLECTED TO
                   W010-WK-FINES (W010-B-I, W010-WEEK-INDEX)
               ADD SNAP-IN-HOUSE-USES TO
                   W010-WK-IN-HOUSE (W010-B-I, W010-WEEK-INDEX)
           END-IF.
      *
       C050-PRINT-TREND-REPORT.
           MOVE W010-WK-FINES (W010-B-I, 1) TO W015-TREND-THIS.
           MOVE W010-WK-FINES (W010-B-I, 2) TO W015-TREND-PRIOR.
           PERFORM C065-WRITE-TREND-LINE.
           MOVE "IN-HOUSE" TO W015-TREND-LABEL.
           MOVE W010-WK-IN-HOUSE (W010-B-I, 1) TO W015-TREND-THIS.
           MOVE W010-WK-IN-HOUSE (W010-B-I, 2) TO W015-TREND-PRIOR.
           PERFORM C065-WRITE-TREND-LINE.
      *
       C065-WRITE-TREND-LINE.
      *
