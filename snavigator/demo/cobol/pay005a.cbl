      * ON PAYYTD.DAT ALONGSIDE THE YTD ROLL; THIS JOB:            *
      *   DEFAULT RUN -- PRINTS, PER EMPLOYEE AND IN TOTAL, THE    *
      *   QTD GROSS, FEDERAL, AND STATE FIGURES THE RETURNS ASK    *
      *   FOR, WITH THE SOCIAL SECURITY AND MEDICARE (EMPLOYEE     *
      *   AND EMPLOYER SHARES) AND THE FUTA AND SUTA WAGES AND     *
      *   TAX ON TWO LINES BENEATH EACH EMPLOYEE.                  *
      *   RUN WITH "CLOSE" -- MOVES EACH EMPLOYEE'S QTD BUCKETS    *
      *   INTO THE CLOSED-QUARTERS ACCUMULATORS, ZEROES THE QTD,   *
      *   AND PROVES CLOSED-QUARTERS = YTD FOR EVERY EMPLOYEE --   *
                                                     VALUE 0.
       01  W012-TOTAL-QTD-STATE                     PIC 9(8)V99
                                                     VALUE 0.
       01  W012-TOTAL-SS-WAGES                      PIC 9(8)V99
                                                     VALUE 0.
       01  W012-TOTAL-SS-TAX                        PIC 9(8)V99
                                                     VALUE 0.
       01  W012-TOTAL-ER-SS-TAX                     PIC 9(8)V99
                                                     VALUE 0.
       01  W012-TOTAL-MEDICARE-TAX                  PIC 9(8)V99
                                                     VALUE 0.
       01  W012-TOTAL-ER-MEDICARE-TAX               PIC 9(8)V99
                                                     VALUE 0.
       01  W012-TOTAL-FUTA-WAGES                    PIC 9(8)V99
                                                     VALUE 0.
       01  W012-TOTAL-FUTA-TAX                      PIC 9(8)V99
                                                     VALUE 0.
       01  W012-TOTAL-SUTA-WAGES                    PIC 9(8)V99
                                                     VALUE 0.
       01  W012-TOTAL-SUTA-TAX                      PIC 9(8)V99
                                                     VALUE 0.
       01  W012-OUT-OF-FOOT-COUNT                   PIC 9(4) VALUE 0.
      *
      *    THE FOOTING PROOF -- AFTER A CLOSE, THE CLOSED-QUARTERS
       01  W013-FOOT-GROSS                          PIC 9(8)V99.
       01  W013-FOOT-FEDERAL                        PIC 9(8)V99.
       01  W013-FOOT-STATE                          PIC 9(8)V99.
       01  W013-FOOT-SS-TAX                         PIC 9(8)V99.
       01  W013-FOOT-MEDICARE-TAX                   PIC 9(8)V99.
      *
       01  W015-DETAIL-LINE.
           05  W015-DETAIL-ID                       PIC X(5).
      *
       01  W015-HEADING-LINE                        PIC X(80) VALUE
           "EMPL       QTD GROSS    QTD FED      QTD STATE".
      *
      *    THE PAYROLL TAX LINES UNDER EACH EMPLOYEE -- SOCIAL
      *    SECURITY WAGES, THEN THE EMPLOYEE AND EMPLOYER SHARES OF
      *    SOCIAL SECURITY AND MEDICARE; THEN THE UNEMPLOYMENT
      *    WAGES AND TAX. MEDICARE WAGES ARE THE QTD GROSS ABOVE.
       01  W016-FICA-LINE.
           05  FILLER                     PIC X(7) VALUE SPACES.
           05  W016-SS-WAGES                        PIC ZZZZZZ9.99.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  W016-SS-TAX                          PIC ZZZZZZ9.99.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  W016-ER-SS-TAX                       PIC ZZZZZZ9.99.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  W016-MEDICARE-TAX                    PIC ZZZZZZ9.99.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  W016-ER-MEDICARE-TAX                 PIC ZZZZZZ9.99.
       01  W016-UNEMPLOYMENT-LINE.
           05  FILLER                     PIC X(7) VALUE SPACES.
           05  W016-FUTA-WAGES                      PIC ZZZZZZ9.99.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  W016-FUTA-TAX                        PIC ZZZZZZ9.99.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  W016-SUTA-WAGES                      PIC ZZZZZZ9.99.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  W016-SUTA-TAX                        PIC ZZZZZZ9.99.
       01  W016-HEADING-LINE-2.
           05  FILLER                     PIC X(41) VALUE
               "         SS WAGES      SS TAX   ER SS TAX".
           05  FILLER                     PIC X(24) VALUE
               "     MED TAX  ER MED TAX".
       01  W016-HEADING-LINE-3                      PIC X(80) VALUE
           "       FUTA WAGES    FUTA TAX  SUTA WAGES    SUTA TAX".
      *
       PROCEDURE DIVISION.
      *
           WRITE QUARTER-REPORT-LINE.
           MOVE W015-HEADING-LINE TO QUARTER-REPORT-LINE.
           WRITE QUARTER-REPORT-LINE AFTER ADVANCING 2 LINES.
           MOVE W016-HEADING-LINE-2 TO QUARTER-REPORT-LINE.
           WRITE QUARTER-REPORT-LINE.
           MOVE W016-HEADING-LINE-3 TO QUARTER-REPORT-LINE.
           WRITE QUARTER-REPORT-LINE.
           MOVE "0" TO W005-END-OF-FILE-SWITCH.
           PERFORM C020-PROCESS-YTD-RECORD UNTIL W005-END-OF-FILE.
           PERFORM C080-WRITE-TOTALS.
           ADD YTD-QTD-STATE-TAX TO W012-TOTAL-QTD-STATE.
           MOVE W015-DETAIL-LINE TO QUARTER-REPORT-LINE.
           WRITE QUARTER-REPORT-LINE.
           MOVE YTD-QTD-SOCSEC-WAGES TO W016-SS-WAGES.
           MOVE YTD-QTD-SOCSEC-TAX TO W016-SS-TAX.
           MOVE YTD-QTD-ER-SOCSEC-TAX TO W016-ER-SS-TAX.
           MOVE YTD-QTD-MEDICARE-TAX TO W016-MEDICARE-TAX.
           MOVE YTD-QTD-ER-MEDICARE-TAX TO W016-ER-MEDICARE-TAX.
           MOVE W016-FICA-LINE TO QUARTER-REPORT-LINE.
           WRITE QUARTER-REPORT-LINE.
           MOVE YTD-QTD-FUTA-WAGES TO W016-FUTA-WAGES.
           MOVE YTD-QTD-FUTA-TAX TO W016-FUTA-TAX.
           MOVE YTD-QTD-SUTA-WAGES TO W016-SUTA-WAGES.
           MOVE YTD-QTD-SUTA-TAX TO W016-SUTA-TAX.
           MOVE W016-UNEMPLOYMENT-LINE TO QUARTER-REPORT-LINE.
           WRITE QUARTER-REPORT-LINE.
           ADD YTD-QTD-SOCSEC-WAGES TO W012-TOTAL-SS-WAGES.
           ADD YTD-QTD-SOCSEC-TAX TO W012-TOTAL-SS-TAX.
           ADD YTD-QTD-ER-SOCSEC-TAX TO W012-TOTAL-ER-SS-TAX.
           ADD YTD-QTD-MEDICARE-TAX TO W012-TOTAL-MEDICARE-TAX.
           ADD YTD-QTD-ER-MEDICARE-TAX TO W012-TOTAL-ER-MEDICARE-TAX.
           ADD YTD-QTD-FUTA-WAGES TO W012-TOTAL-FUTA-WAGES.
           ADD YTD-QTD-FUTA-TAX TO W012-TOTAL-FUTA-TAX.
           ADD YTD-QTD-SUTA-WAGES TO W012-TOTAL-SUTA-WAGES.
           ADD YTD-QTD-SUTA-TAX TO W012-TOTAL-SUTA-TAX.
      *
      *    THE CLOSE: QTD ROLLS INTO THE CLOSED ACCUMULATORS AND
      *    ZEROES, AND THE ACCUMULATORS ARE PROVED AGAINST YTD --
           MOVE ZERO TO YTD-QTD-GROSS.
           MOVE ZERO TO YTD-QTD-FEDERAL-TAX.
           MOVE ZERO TO YTD-QTD-STATE-TAX.
      *    THE EMPLOYEE'S SOCIAL SECURITY AND MEDICARE CLOSE AND
      *    PROVE THE SAME WAY; THE EMPLOYER-ONLY FIGURES HAVE NO
      *    YTD TO PROVE AGAINST AND SIMPLY ZERO.
           ADD YTD-QTD-SOCSEC-TAX TO YTD-CLOSED-SOCSEC-TAX.
           ADD YTD-QTD-MEDICARE-TAX TO YTD-CLOSED-MEDICARE-TAX.
           MOVE ZERO TO YTD-QTD-SOCSEC-WAGES.
           MOVE ZERO TO YTD-QTD-SOCSEC-TAX.
           MOVE ZERO TO YTD-QTD-MEDICARE-TAX.
           MOVE ZERO TO YTD-QTD-ER-SOCSEC-TAX.
           MOVE ZERO TO YTD-QTD-ER-MEDICARE-TAX.
           MOVE ZERO TO YTD-QTD-FUTA-WAGES.
           MOVE ZERO TO YTD-QTD-FUTA-TAX.
           MOVE ZERO TO YTD-QTD-SUTA-WAGES.
           MOVE ZERO TO YTD-QTD-SUTA-TAX.
           REWRITE PAYROLL-YTD-RECORD.
           MOVE YTD-CLOSED-GROSS TO W013-FOOT-GROSS.
           MOVE YTD-CLOSED-FEDERAL-TAX TO W013-FOOT-FEDERAL.
           MOVE YTD-CLOSED-STATE-TAX TO W013-FOOT-STATE.
           MOVE YTD-CLOSED-SOCSEC-TAX TO W013-FOOT-SS-TAX.
           MOVE YTD-CLOSED-MEDICARE-TAX TO W013-FOOT-MEDICARE-TAX.
           IF W013-FOOT-GROSS NOT EQUAL YTD-GROSS
              OR W013-FOOT-FEDERAL NOT EQUAL YTD-FEDERAL-TAX
              OR W013-FOOT-STATE NOT EQUAL YTD-STATE-TAX
              OR W013-FOOT-SS-TAX NOT EQUAL YTD-SOCSEC-TAX
              OR W013-FOOT-MEDICARE-TAX NOT EQUAL YTD-MEDICARE-TAX
               ADD 1 TO W012-OUT-OF-FOOT-COUNT
               MOVE SPACES TO QUARTER-REPORT-LINE
               STRING "  ** " DELIMITED BY SIZE
           MOVE SPACES TO W015-DETAIL-FLAG.
           MOVE W015-DETAIL-LINE TO QUARTER-REPORT-LINE.
           WRITE QUARTER-REPORT-LINE.
           MOVE W012-TOTAL-SS-WAGES TO W016-SS-WAGES.
           MOVE W012-TOTAL-SS-TAX TO W016-SS-TAX.
           MOVE W012-TOTAL-ER-SS-TAX TO W016-ER-SS-TAX.
           MOVE W012-TOTAL-MEDICARE-TAX TO W016-MEDICARE-TAX.
           MOVE W012-TOTAL-ER-MEDICARE-TAX TO W016-ER-MEDICARE-TAX.
           MOVE W016-FICA-LINE TO QUARTER-REPORT-LINE.
           WRITE QUARTER-REPORT-LINE.
           MOVE W012-TOTAL-FUTA-WAGES TO W016-FUTA-WAGES.
           MOVE W012-TOTAL-FUTA-TAX TO W016-FUTA-TAX.
           MOVE W012-TOTAL-SUTA-WAGES TO W016-SUTA-WAGES.
           MOVE W012-TOTAL-SUTA-TAX TO W016-SUTA-TAX.
           MOVE W016-UNEMPLOYMENT-LINE TO QUARTER-REPORT-LINE.
           WRITE QUARTER-REPORT-LINE.
      *
      *    NAMES THE SPOOL FILE <JOB>.<YYMMDD>.RPT AND APPENDS THE
      *    RUN TO THE SPOOL INDEX SPOL001A WORKS FROM. PERFORMED
