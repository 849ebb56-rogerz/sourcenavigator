       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. LIB062A.
      *
       DATE-WRITTEN. 10/15/26.
      *
      ***************************************************************
      *                                                             *
      * SERIALS RENEWAL-DECISION LIST -- EVERY ACTIVE SUBSCRIPTION  *
      * WHOSE PAID TERM ENDS WITHIN 90 DAYS OF THE COMMAND-LINE     *
      * PARM (CCYYMMDD, BLANK = TODAY), OR HAS ALREADY LAPSED,      *
      * WITH ITS VENDOR, ANNUAL COST, THE ISSUES CHECKED IN ON      *
      * SER001A THIS TERM, AND THE COST PER ISSUE THAT WORKS OUT    *
      * TO -- SO EACH ONE IS RENEWED ON ACQ001A (N) OR LET GO ON    *
      * PURPOSE INSTEAD OF LAPSING OR RENEWING AT WHATEVER THE      *
      * PUBLISHER INVOICES. A SUBSCRIPTION WITH NO TERM ON FILE IS  *
      * COUNTED AT THE FOOT SO ITS TERMS GET KEYED (SER001A T).     *
      * READ-ONLY. SCHEDULED WEEKLY (MONDAY).                       *
      *                                                             *
      ***************************************************************
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT SUBSCRIPTION-FILE ASSIGN TO DISK
           ACCESS MODE SEQUENTIAL
           ORGANIZATION INDEXED
           RECORD KEY SUB-NUMBER
           FILE STATUS IS WORK-SUBSCRIPTION-STATUS.
      *
      *    SPOOLED TO DISK (SEE SPOOL.CPY) -- THE SPOL001A MANAGER
      *    VIEWS, PRINTS, REPRINTS, OR PURGES THE SPOOLED REPORT.
           SELECT RENEWAL-PRINT ASSIGN TO WS-SPOOL-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT SPOOL-INDEX-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WORK-SPOOL-INDEX-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       copy serials.
      *
       copy spool.

       FD  RENEWAL-PRINT
           LABEL RECORDS OMITTED.
       01  RENEWAL-PRINT-LINE                       PIC X(100).
      *
       WORKING-STORAGE SECTION.
      *
      *    SPOOL BOOKKEEPING -- THE SPOOL FILE NAME CARRIES THE JOB
      *    AND RUN DATE, AND EVERY RUN REGISTERS ITSELF ON THE
      *    SPOOL INDEX BEFORE WRITING A LINE.
       01  WS-SPOOL-FILE-NAME                       PIC X(20).
       01  WORK-SPOOL-INDEX-STATUS                  PIC XX.
       01  W037-SPOOL-JOB-NAME                      PIC X(8)
                                                     VALUE "LIB062A".
       01  W037-SPOOL-RUN-DATE                      PIC 9(6).
       01  W037-SPOOL-RUN-TIME                      PIC 9(8).
       01  W005-END-OF-FILE-SWITCH                  PIC X.
           88  W005-END-OF-FILE                     VALUE "1".
       01  WORK-SUBSCRIPTION-STATUS                 PIC XX.
      *
      *    HOW FAR AHEAD THE LIST LOOKS FOR A TERM ENDING.
       01  W062-WINDOW-DAYS                         PIC 999 VALUE 90.
      *
       01  W005-TODAY-RAW-DATE.
           05  W005-TODAY-RAW-YY                    PIC 99.
           05  W005-TODAY-RAW-MM                    PIC 99.
           05  W005-TODAY-RAW-DD                    PIC 99.
      *
      *    THE PARM: THE AS-OF DATE, CCYYMMDD.
       01  W006-RUN-PARM                            PIC X(10).
       01  W006-AS-OF-DATE.
           05  W006-AS-OF-CCYY                      PIC 9(4).
           05  W006-AS-OF-MM                        PIC 99.
           05  W006-AS-OF-DD                        PIC 99.
      *
      *    SERIAL-DAY CONVERSION (SAME 4/100/400 ARITHMETIC AS
      *    CIRC001A) SO THE DAYS LEFT IN A TERM IS A SUBTRACTION.
       01  W007-CUM-DAYS-TABLE.
           05  FILLER                               PIC 999 VALUE 000.
           05  FILLER                               PIC 999 VALUE 031.
           05  FILLER                               PIC 999 VALUE 059.
           05  FILLER                               PIC 999 VALUE 090.
           05  FILLER                               PIC 999 VALUE 120.
           05  FILLER                               PIC 999 VALUE 151.
           05  FILLER                               PIC 999 VALUE 181.
           05  FILLER                               PIC 999 VALUE 212.
           05  FILLER                               PIC 999 VALUE 243.
           05  FILLER                               PIC 999 VALUE 273.
           05  FILLER                               PIC 999 VALUE 304.
           05  FILLER                               PIC 999 VALUE 334.
       01  W007-CUM-DAYS REDEFINES W007-CUM-DAYS-TABLE.
           05  W007-MONTH-CUM-DAYS                  PIC 999 OCCURS 12.
       01  W007-CONV-DATE.
           05  W007-CONV-CC                         PIC 99.
           05  W007-CONV-YY                         PIC 99.
           05  W007-CONV-MM                         PIC 99.
           05  W007-CONV-DD                         PIC 99.
       01  W007-CONV-YEAR                           PIC 9(4).
       01  W007-LEAP-YEAR                           PIC 9(4).
       01  W007-LEAP-4                              PIC 9(4).
       01  W007-LEAP-100                            PIC 9(4).
       01  W007-LEAP-400                            PIC 9(4).
       01  W007-CONV-SERIAL                         PIC 9(7).
       01  W007-AS-OF-SERIAL                        PIC 9(7).
       01  W007-DAYS-LEFT                           PIC S9(5).
      *
       01  W012-LISTED-COUNT                        PIC 9(5) VALUE 0.
       01  W012-LAPSED-COUNT                        PIC 9(5) VALUE 0.
       01  W012-NO-TERM-COUNT                       PIC 9(5) VALUE 0.
       01  W012-LISTED-COST                         PIC 9(7)V99 VALUE 0.
      *
       01  W020-COST-PER-ISSUE                      PIC 9(5)V99.
       01  W021-DATE-WORK.
           05  W021-DATE-CCYY                       PIC 9(4).
           05  W021-DATE-MM                         PIC 99.
           05  W021-DATE-DD                         PIC 99.
      *
       01  W015-TITLE-LINE.
           05  FILLER                     PIC X(47) VALUE
               "LIB062A SERIALS RENEWAL DECISIONS -- AS OF     ".
           05  W015-TITLE-MM                        PIC 99.
           05  FILLER                     PIC X VALUE "/".
           05  W015-TITLE-DD                        PIC 99.
           05  FILLER                     PIC X VALUE "/".
           05  W015-TITLE-CCYY                      PIC 9(4).
      *
       01  W015-COLUMN-LINE.
           05  FILLER                     PIC X(50) VALUE
               "SUB    TITLE                          VENDOR TERM ".
           05  FILLER                     PIC X(50) VALUE
               "ENDS   DAYS      COST  ISSUES PER ISSUE           ".
      *
       01  W015-DETAIL-LINE.
           05  W015-DET-NUMBER                      PIC X(5).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  W015-DET-TITLE                       PIC X(30).
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  W015-DET-VENDOR                      PIC X(6).
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  W015-DET-END-MM                      PIC 99.
           05  FILLER                     PIC X VALUE "/".
           05  W015-DET-END-DD                      PIC 99.
           05  FILLER                     PIC X VALUE "/".
           05  W015-DET-END-CCYY                    PIC 9(4).
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  W015-DET-DAYS                        PIC -ZZZ9.
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  W015-DET-COST                        PIC ZZZ,ZZ9.99.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  W015-DET-ISSUES                      PIC ZZZ9.
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  W015-DET-PER-ISSUE                   PIC ZZ,ZZ9.99.
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  W015-DET-NOTE                        PIC X(10).
      *
       01  W015-FIGURE-LINE.
           05  W015-FIGURE-LABEL                    PIC X(40).
           05  W015-FIGURE-VALUE                    PIC ZZ,ZZ9.
      *
       01  W015-COST-LINE.
           05  W015-COST-LABEL                      PIC X(40).
           05  W015-COST-VALUE                      PIC Z,ZZZ,ZZ9.99.
      *
       PROCEDURE DIVISION.
      *
       C000-MAIN-LINE-LOGIC.
      *
           PERFORM C010-SET-AS-OF-DATE.
           OPEN INPUT SUBSCRIPTION-FILE.
           IF WORK-SUBSCRIPTION-STATUS NOT EQUAL "00"
               DISPLAY "LIB062A: NO SUBSCRIPTION FILE -- NOTHING TO "
                       "LIST"
           ELSE
               PERFORM C020-PRINT-RENEWAL-LIST
               CLOSE SUBSCRIPTION-FILE
           END-IF.
           DISPLAY "LIB062A SERIALS RENEWAL DECISIONS COMPLETE".
           DISPLAY "SUBSCRIPTIONS LISTED: " W012-LISTED-COUNT.
           DISPLAY "ALREADY LAPSED:       " W012-LAPSED-COUNT.
           DISPLAY "NO TERM ON FILE:      " W012-NO-TERM-COUNT.
           GOBACK.
      *
      *    THE LIST IS AS OF THE PARM DATE, OR TODAY WHEN THE PARM IS
      *    BLANK OR NOT A DATE.
       C010-SET-AS-OF-DATE.
      *
           MOVE SPACES TO W006-RUN-PARM.
           ACCEPT W006-RUN-PARM FROM COMMAND-LINE.
           IF W006-RUN-PARM (1:8) IS NUMERIC
               MOVE W006-RUN-PARM (1:8) TO W006-AS-OF-DATE
           ELSE
               ACCEPT W005-TODAY-RAW-DATE FROM DATE
               IF W005-TODAY-RAW-YY LESS THAN 50
                   COMPUTE W006-AS-OF-CCYY = 2000 + W005-TODAY-RAW-YY
               ELSE
                   COMPUTE W006-AS-OF-CCYY = 1900 + W005-TODAY-RAW-YY
               END-IF
               MOVE W005-TODAY-RAW-MM TO W006-AS-OF-MM
               MOVE W005-TODAY-RAW-DD TO W006-AS-OF-DD
           END-IF.
           IF W006-AS-OF-MM LESS THAN 1
              OR W006-AS-OF-MM GREATER THAN 12
               DISPLAY "LIB062A: BAD AS-OF MONTH -- USING 12"
               MOVE 12 TO W006-AS-OF-MM
           END-IF.
           MOVE W006-AS-OF-DATE TO W007-CONV-DATE.
           PERFORM C015-DATE-TO-SERIAL.
           MOVE W007-CONV-SERIAL TO W007-AS-OF-SERIAL.
      *
      *    CONVERTS W007-CONV-DATE (CCYYMMDD) TO A DAY NUMBER IN
      *    W007-CONV-SERIAL.
       C015-DATE-TO-SERIAL.
      *
           COMPUTE W007-CONV-YEAR =
                   W007-CONV-CC * 100 + W007-CONV-YY.
           IF W007-CONV-MM GREATER THAN 2
               MOVE W007-CONV-YEAR TO W007-LEAP-YEAR
           ELSE
               COMPUTE W007-LEAP-YEAR = W007-CONV-YEAR - 1.
           DIVIDE W007-LEAP-YEAR BY 4 GIVING W007-LEAP-4.
           DIVIDE W007-LEAP-YEAR BY 100 GIVING W007-LEAP-100.
           DIVIDE W007-LEAP-YEAR BY 400 GIVING W007-LEAP-400.
           COMPUTE W007-CONV-SERIAL =
                   W007-CONV-YEAR * 365
                 + W007-LEAP-4 - W007-LEAP-100 + W007-LEAP-400
                 + W007-MONTH-CUM-DAYS (W007-CONV-MM)
                 + W007-CONV-DD.
      *
       C020-PRINT-RENEWAL-LIST.
      *
           PERFORM C900-REGISTER-SPOOL-FILE.
           OPEN OUTPUT RENEWAL-PRINT.
           MOVE W006-AS-OF-DATE TO W021-DATE-WORK.
           MOVE W021-DATE-MM TO W015-TITLE-MM.
           MOVE W021-DATE-DD TO W015-TITLE-DD.
           MOVE W021-DATE-CCYY TO W015-TITLE-CCYY.
           MOVE W015-TITLE-LINE TO RENEWAL-PRINT-LINE.
           WRITE RENEWAL-PRINT-LINE.
           MOVE W015-COLUMN-LINE TO RENEWAL-PRINT-LINE.
           WRITE RENEWAL-PRINT-LINE AFTER ADVANCING 2 LINES.
           MOVE "0" TO W005-END-OF-FILE-SWITCH.
           PERFORM C030-READ-SUBSCRIPTION.
           PERFORM C040-TEST-ONE-SUBSCRIPTION UNTIL W005-END-OF-FILE.
           IF W012-LISTED-COUNT EQUAL ZERO
               MOVE "  (NO TERMS ENDING IN THE NEXT 90 DAYS)"
                       TO RENEWAL-PRINT-LINE
               WRITE RENEWAL-PRINT-LINE
           END-IF.
           PERFORM C060-PRINT-TOTALS.
           CLOSE RENEWAL-PRINT.
      *
       C030-READ-SUBSCRIPTION.
      *
           READ SUBSCRIPTION-FILE NEXT RECORD
                AT END, MOVE "1" TO W005-END-OF-FILE-SWITCH.
      *
      *    ONLY ACTIVE SUBSCRIPTIONS ARE UP FOR A DECISION; ONE WITH
      *    NO TERM YET IS COUNTED, NOT LISTED.
       C040-TEST-ONE-SUBSCRIPTION.
      *
           IF SUB-IS-ACTIVE
               IF SUB-TERM-END-DATE NOT NUMERIC
                  OR SUB-TERM-END-DATE EQUAL ZERO
                   ADD 1 TO W012-NO-TERM-COUNT
               ELSE
                   MOVE SUB-TERM-END-DATE TO W007-CONV-DATE
                   PERFORM C015-DATE-TO-SERIAL
                   COMPUTE W007-DAYS-LEFT =
                           W007-CONV-SERIAL - W007-AS-OF-SERIAL
                   IF W007-DAYS-LEFT NOT GREATER THAN W062-WINDOW-DAYS
                       PERFORM C050-PRINT-ONE-SUBSCRIPTION
                   END-IF
               END-IF
           END-IF.
           PERFORM C030-READ-SUBSCRIPTION.
      *
      *    COST PER ISSUE IS THE ANNUAL COST OVER THE ISSUES CHECKED
      *    IN THIS TERM -- LEFT BLANK WHEN NONE HAVE COME.
       C050-PRINT-ONE-SUBSCRIPTION.
      *
           ADD 1 TO W012-LISTED-COUNT.
           ADD SUB-ANNUAL-COST TO W012-LISTED-COST.
           MOVE ZERO TO W015-DET-PER-ISSUE.
           MOVE SPACES TO W015-DET-NOTE.
           MOVE SUB-NUMBER TO W015-DET-NUMBER.
           MOVE SUB-TITLE TO W015-DET-TITLE.
           MOVE SUB-VENDOR-CODE TO W015-DET-VENDOR.
           MOVE SUB-TERM-END-DATE TO W021-DATE-WORK.
           MOVE W021-DATE-MM TO W015-DET-END-MM.
           MOVE W021-DATE-DD TO W015-DET-END-DD.
           MOVE W021-DATE-CCYY TO W015-DET-END-CCYY.
           MOVE W007-DAYS-LEFT TO W015-DET-DAYS.
           MOVE SUB-ANNUAL-COST TO W015-DET-COST.
           MOVE SUB-TERM-ISSUE-COUNT TO W015-DET-ISSUES.
           IF SUB-TERM-ISSUE-COUNT GREATER THAN ZERO
               DIVIDE SUB-ANNUAL-COST BY SUB-TERM-ISSUE-COUNT
                   GIVING W020-COST-PER-ISSUE ROUNDED
               MOVE W020-COST-PER-ISSUE TO W015-DET-PER-ISSUE
           END-IF.
           IF W007-DAYS-LEFT LESS THAN ZERO
               MOVE "LAPSED" TO W015-DET-NOTE
               ADD 1 TO W012-LAPSED-COUNT
           END-IF.
           MOVE W015-DETAIL-LINE TO RENEWAL-PRINT-LINE.
           WRITE RENEWAL-PRINT-LINE.
      *
       C060-PRINT-TOTALS.
      *
           MOVE "SUBSCRIPTIONS UP FOR RENEWAL:" TO W015-FIGURE-LABEL.
           MOVE W012-LISTED-COUNT TO W015-FIGURE-VALUE.
           MOVE W015-FIGURE-LINE TO RENEWAL-PRINT-LINE.
           WRITE RENEWAL-PRINT-LINE AFTER ADVANCING 2 LINES.
           MOVE "  OF WHICH ALREADY LAPSED:" TO W015-FIGURE-LABEL.
           MOVE W012-LAPSED-COUNT TO W015-FIGURE-VALUE.
           MOVE W015-FIGURE-LINE TO RENEWAL-PRINT-LINE.
           WRITE RENEWAL-PRINT-LINE.
           MOVE "ANNUAL COST OF THOSE LISTED:" TO W015-COST-LABEL.
           MOVE W012-LISTED-COST TO W015-COST-VALUE.
           MOVE W015-COST-LINE TO RENEWAL-PRINT-LINE.
           WRITE RENEWAL-PRINT-LINE.
           MOVE "ACTIVE WITH NO TERM ON FILE (SER001A T):"
                   TO W015-FIGURE-LABEL.
           MOVE W012-NO-TERM-COUNT TO W015-FIGURE-VALUE.
           MOVE W015-FIGURE-LINE TO RENEWAL-PRINT-LINE.
           WRITE RENEWAL-PRINT-LINE.
      *
      *    NAMES THE SPOOL FILE <JOB>.<YYMMDD>.RPT AND APPENDS THE
      *    RUN TO THE SPOOL INDEX SPOL001A WORKS FROM. PERFORMED
      *    BEFORE THE REPORT FILE OPENS.
       C900-REGISTER-SPOOL-FILE.
      *
           ACCEPT W037-SPOOL-RUN-DATE FROM DATE.
           ACCEPT W037-SPOOL-RUN-TIME FROM TIME.
           MOVE SPACES TO WS-SPOOL-FILE-NAME.
           STRING W037-SPOOL-JOB-NAME DELIMITED BY SPACE
                  "." DELIMITED BY SIZE
                  W037-SPOOL-RUN-DATE DELIMITED BY SIZE
                  ".RPT" DELIMITED BY SIZE
                  INTO WS-SPOOL-FILE-NAME.
           OPEN EXTEND SPOOL-INDEX-FILE.
           IF WORK-SPOOL-INDEX-STATUS NOT EQUAL "00"
               OPEN OUTPUT SPOOL-INDEX-FILE.
           MOVE W037-SPOOL-JOB-NAME TO SPOOL-IDX-JOB-NAME.
           MOVE W037-SPOOL-RUN-DATE TO SPOOL-IDX-RUN-DATE.
           MOVE W037-SPOOL-RUN-TIME TO SPOOL-IDX-RUN-TIME.
           MOVE WS-SPOOL-FILE-NAME TO SPOOL-IDX-FILE-NAME.
           MOVE "A" TO SPOOL-IDX-STATUS.
           WRITE SPOOL-INDEX-RECORD.
           CLOSE SPOOL-INDEX-FILE.
