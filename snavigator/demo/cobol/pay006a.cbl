      * FROM THE SAME PAYYTD.DAT MASTER PAY001A PRINTS THE ANNUAL  *
      * STATEMENTS FROM: AN H HEADER WITH THE TAX YEAR, ONE D      *
      * DETAIL PER EMPLOYEE (ID, NAME AND ADDRESS OFF FIOPRT.DAT,  *
      * YTD GROSS AND WITHHOLDING, SOCIAL SECURITY AND MEDICARE    *
      * WAGES AND TAX), AND A T TRAILER CARRYING THE               *
      * RECORD COUNT AND MONEY TOTALS. THE RECONCILIATION PAGE     *
      * PROVES THE FILE'S TRAILER TOTALS AGAINST THE MASTER'S OWN  *
      * SUMS -- THE SAME FIGURES THE PRINTED STATEMENTS SHOW.      *
       FD  WAGE-EXPORT-FILE
           LABEL RECORDS OMITTED
           VALUE OF FILE-ID "WAGEFILE.DAT".
       01  WAGE-EXPORT-LINE                         PIC X(163).
       01  WAGE-HEADER-RECORD REDEFINES WAGE-EXPORT-LINE.
           05  WGH-RECORD-TYPE                      PIC X.
           05  WGH-TAX-YEAR                         PIC 9(4).
           05  FILLER                               PIC X(158).
      *    THE D DETAIL LAYOUT IS BUILT IN W008-DETAIL-BUILD BELOW
      *    AND MOVED IN WHOLE.
       01  WAGE-TRAILER-RECORD REDEFINES WAGE-EXPORT-LINE.
           05  WGT-TOTAL-GROSS                      PIC 9(9)V99.
           05  WGT-TOTAL-FEDERAL                    PIC 9(9)V99.
           05  WGT-TOTAL-STATE                      PIC 9(9)V99.
           05  WGT-TOTAL-SS-WAGES                   PIC 9(9)V99.
           05  WGT-TOTAL-SS-TAX                     PIC 9(9)V99.
           05  WGT-TOTAL-MEDICARE-WAGES             PIC 9(9)V99.
           05  WGT-TOTAL-MEDICARE-TAX               PIC 9(9)V99.
           05  FILLER                               PIC X(79).
      *
       copy spool.

       01  W006-TAX-YEAR                            PIC 9(4).
      *
      *    THE DETAIL'S MONEY FIELDS LIVE IN FIXED COLUMNS -- THE
      *    RECORD IS BUILT IN WORKING STORAGE SO THE AMOUNTS
      *    LAND EXACTLY WHERE THE STATE'S LAYOUT SAYS.
       01  W008-DETAIL-BUILD.
           05  W008-RECORD-TYPE                     PIC X.
           05  W008-GROSS                           PIC 9(7)V99.
           05  W008-FEDERAL                         PIC 9(7)V99.
           05  W008-STATE                           PIC 9(5)V99.
           05  W008-SS-WAGES                        PIC 9(7)V99.
           05  W008-SS-TAX                          PIC 9(5)V99.
           05  W008-MEDICARE-WAGES                  PIC 9(7)V99.
           05  W008-MEDICARE-TAX                    PIC 9(5)V99.
      *
      *    EMPLOYEE NAMES AND ADDRESSES OFF FIOPRT.DAT, LOADED
      *    ONCE -- SAME TABLE SHAPE AS PAY002A.
                                                     VALUE 0.
       01  W012-FILE-STATE                          PIC 9(9)V99
                                                     VALUE 0.
       01  W012-FILE-SS-WAGES                       PIC 9(9)V99
                                                     VALUE 0.
       01  W012-FILE-SS-TAX                         PIC 9(9)V99
                                                     VALUE 0.
       01  W012-FILE-MEDICARE-WAGES                 PIC 9(9)V99
                                                     VALUE 0.
       01  W012-FILE-MEDICARE-TAX                   PIC 9(9)V99
                                                     VALUE 0.
       01  W012-NO-ADDRESS-COUNT                    PIC 9(4) VALUE 0.
      *
       01  W015-RECON-LINE.
           MOVE W012-FILE-GROSS TO WGT-TOTAL-GROSS.
           MOVE W012-FILE-FEDERAL TO WGT-TOTAL-FEDERAL.
           MOVE W012-FILE-STATE TO WGT-TOTAL-STATE.
           MOVE W012-FILE-SS-WAGES TO WGT-TOTAL-SS-WAGES.
           MOVE W012-FILE-SS-TAX TO WGT-TOTAL-SS-TAX.
           MOVE W012-FILE-MEDICARE-WAGES TO WGT-TOTAL-MEDICARE-WAGES.
           MOVE W012-FILE-MEDICARE-TAX TO WGT-TOTAL-MEDICARE-TAX.
           WRITE WAGE-EXPORT-LINE.
           CLOSE WAGE-EXPORT-FILE
                 PAYROLL-YTD-MASTER.
           MOVE YTD-GROSS TO W008-GROSS.
           MOVE YTD-FEDERAL-TAX TO W008-FEDERAL.
           MOVE YTD-STATE-TAX TO W008-STATE.
      *    MEDICARE HAS NO WAGE BASE -- ITS WAGES ARE THE GROSS.
           MOVE YTD-SOCSEC-WAGES TO W008-SS-WAGES.
           MOVE YTD-SOCSEC-TAX TO W008-SS-TAX.
           MOVE YTD-GROSS TO W008-MEDICARE-WAGES.
           MOVE YTD-MEDICARE-TAX TO W008-MEDICARE-TAX.
           MOVE W008-DETAIL-BUILD TO WAGE-EXPORT-LINE.
           WRITE WAGE-EXPORT-LINE.
           ADD 1 TO W012-DETAIL-COUNT.
           ADD YTD-GROSS TO W012-FILE-GROSS.
           ADD YTD-FEDERAL-TAX TO W012-FILE-FEDERAL.
           ADD YTD-STATE-TAX TO W012-FILE-STATE.
           ADD YTD-SOCSEC-WAGES TO W012-FILE-SS-WAGES.
           ADD YTD-SOCSEC-TAX TO W012-FILE-SS-TAX.
           ADD YTD-GROSS TO W012-FILE-MEDICARE-WAGES.
           ADD YTD-MEDICARE-TAX TO W012-FILE-MEDICARE-TAX.
      *
       C035-FIND-EMPLOYEE-ADDRESS.
      *
           MOVE W012-FILE-STATE TO W015-RECON-VALUE.
           MOVE W015-RECON-LINE TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           MOVE "TOTAL SOCIAL SECURITY WAGES" TO W015-RECON-LABEL.
           MOVE W012-FILE-SS-WAGES TO W015-RECON-VALUE.
           MOVE W015-RECON-LINE TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           MOVE "TOTAL SOCIAL SECURITY WITHHELD" TO W015-RECON-LABEL.
           MOVE W012-FILE-SS-TAX TO W015-RECON-VALUE.
           MOVE W015-RECON-LINE TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           MOVE "TOTAL MEDICARE WAGES" TO W015-RECON-LABEL.
           MOVE W012-FILE-MEDICARE-WAGES TO W015-RECON-VALUE.
           MOVE W015-RECON-LINE TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           MOVE "TOTAL MEDICARE WITHHELD" TO W015-RECON-LABEL.
           MOVE W012-FILE-MEDICARE-TAX TO W015-RECON-VALUE.
           MOVE W015-RECON-LINE TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           MOVE "EMPLOYEES MISSING AN ADDRESS" TO W015-RECON-LABEL.
           MOVE W012-NO-ADDRESS-COUNT TO W015-RECON-VALUE.
           MOVE W015-RECON-LINE TO RECON-REPORT-LINE.
