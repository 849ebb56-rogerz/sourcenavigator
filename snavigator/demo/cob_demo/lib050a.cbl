       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. LIB050A.
      *
       DATE-WRITTEN. 10/15/26.
      *
      ***************************************************************
      *                                                             *
      * WEEKLY OVERRIDE REPORT -- EVERY CHECKOUT BLOCK A SUPERVISOR *
      * LET THROUGH AT THE CIRC001A DESK IN THE LAST SEVEN DAYS,    *
      * FROM THE OVERRIDE.DAT LOG. LISTED BY SUPERVISOR, THEN BY    *
      * THE RULE BYPASSED (INACTIVE CARD, JUVENILE MEDIA, FINES,    *
      * ITEM LIMIT, CLAIMS HISTORY), WITH A COUNT AFTER EACH RULE   *
      * AND EACH SUPERVISOR AND A TOTAL PER RULE AT THE END, SO THE *
      * BRANCH MANAGERS CAN SEE WHICH POLICIES THE DESK KEEPS       *
      * WORKING AROUND. THE LOG ITSELF IS NEVER EMPTIED HERE.       *
      * SCHEDULED WEEKLY (MONDAY).                                  *
      *                                                             *
      ***************************************************************
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT OVERRIDE-LOG-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WORK-OVERRIDE-LOG-STATUS.
      *
      *    SPOOLED TO DISK (SEE SPOOL.CPY) -- THE SPOL001A MANAGER
      *    VIEWS, PRINTS, REPRINTS, OR PURGES THE SPOOLED REPORT.
           SELECT OVERRIDE-PRINT ASSIGN TO WS-SPOOL-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT SPOOL-INDEX-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WORK-SPOOL-INDEX-STATUS.
      *
           SELECT SORT-WORK-FILE ASSIGN TO DISK.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       copy ovrlog.
      *
       copy spool.

       FD  OVERRIDE-PRINT
           LABEL RECORDS OMITTED.
       01  OVERRIDE-LINE                            PIC X(100).
      *
       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SORT-WORK-SUPERVISOR                 PIC X(5).
           05  SORT-WORK-RULE                       PIC X(6).
           05  SORT-WORK-DATE                       PIC 9(8).
           05  SORT-WORK-TIME                       PIC 9(8).
           05  SORT-WORK-BRANCH                     PIC X(3).
           05  SORT-WORK-CLERK                      PIC X(5).
           05  SORT-WORK-PATRON                     PIC X(5).
           05  SORT-WORK-ITEM                       PIC X(10).
           05  SORT-WORK-REASON                     PIC XX.
      *
       WORKING-STORAGE SECTION.
      *
      *    SPOOL BOOKKEEPING -- THE SPOOL FILE NAME CARRIES THE JOB
      *    AND RUN DATE, AND EVERY RUN REGISTERS ITSELF ON THE
      *    SPOOL INDEX BEFORE WRITING A LINE.
       01  WS-SPOOL-FILE-NAME                       PIC X(20).
       01  WORK-SPOOL-INDEX-STATUS                  PIC XX.
       01  W037-SPOOL-JOB-NAME                      PIC X(8)
                                                     VALUE "LIB050A".
       01  W037-SPOOL-RUN-DATE                      PIC 9(6).
       01  W037-SPOOL-RUN-TIME                      PIC 9(8).
       01  W005-END-OF-FILE-SWITCH                  PIC X.
           88  W005-END-OF-FILE                     VALUE "1".
       01  W005-SORT-END-OF-FILE-SWITCH             PIC X.
           88  W005-SORT-END-OF-FILE                VALUE "1".
       01  WORK-OVERRIDE-LOG-STATUS                 PIC XX.
      *
      *    HOW FAR BACK THE REPORT LOOKS -- TODAY AND THE SIX DAYS
      *    BEFORE IT.
       01  W050-REPORT-DAYS                         PIC 99 VALUE 7.
      *
       01  W005-TODAY-RAW-DATE.
           05  W005-TODAY-RAW-YY                    PIC 99.
           05  W005-TODAY-RAW-MM                    PIC 99.
           05  W005-TODAY-RAW-DD                    PIC 99.
      *
      *    SERIAL-DAY CONVERSION (SAME 4/100/400 ARITHMETIC AS
      *    CIRC001A) SO THE AGE OF A LOG LINE IS A SUBTRACTION.
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
       01  W007-TODAY-SERIAL                        PIC 9(7).
       01  W007-DAYS-AGO                            PIC S9(5).
      *
       01  W050-READ-COUNT                          PIC 9(5) VALUE 0.
       01  W050-OVERRIDE-COUNT                      PIC 9(5) VALUE 0.
       01  W050-SUPERVISOR-COUNT                    PIC 9(5) VALUE 0.
       01  W050-RULE-COUNT                          PIC 9(5) VALUE 0.
       01  W050-SUPERVISOR-TOTAL                    PIC 9(5) VALUE 0.
      *
      *    WEEK TOTALS PER RULE, IN THE ORDER CIRC001A CHECKS THEM.
       01  W051-RULE-TOTALS.
           05  W051-INACTIVE-TOTAL                  PIC 9(5) VALUE 0.
           05  W051-JUVENILE-TOTAL                  PIC 9(5) VALUE 0.
           05  W051-FINES-TOTAL                     PIC 9(5) VALUE 0.
           05  W051-LIMIT-TOTAL                     PIC 9(5) VALUE 0.
           05  W051-CLAIMS-TOTAL                    PIC 9(5) VALUE 0.
      *
       01  W020-CURRENT-SUPERVISOR                  PIC X(5).
       01  W020-CURRENT-RULE                        PIC X(6).
      *
       01  W015-SUPERVISOR-LINE.
           05  FILLER                     PIC X(11) VALUE "SUPERVISOR ".
           05  W015-SUPERVISOR-ID                   PIC X(5).
      *
       01  W015-HEADING-LINE.
           05  FILLER                     PIC X(13) VALUE
               "    RULE     ".
           05  FILLER                     PIC X(11) VALUE "DATE".
           05  FILLER                     PIC X(7) VALUE "TIME".
           05  FILLER                     PIC X(8) VALUE "BRANCH".
           05  FILLER                     PIC X(7) VALUE "CLERK".
           05  FILLER                     PIC X(7) VALUE "CARD".
           05  FILLER                     PIC X(12) VALUE "ITEM".
           05  FILLER                     PIC X(6) VALUE "REASON".
      *
       01  W015-DETAIL-LINE.
           05  FILLER                     PIC X(4) VALUE SPACES.
           05  W015-DETAIL-RULE                     PIC X(6).
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  W015-DETAIL-MM                       PIC 99.
           05  FILLER                     PIC X VALUE "/".
           05  W015-DETAIL-DD                       PIC 99.
           05  FILLER                     PIC X VALUE "/".
           05  W015-DETAIL-CCYY                     PIC 9(4).
           05  FILLER                     PIC X VALUE SPACE.
           05  W015-DETAIL-HH                       PIC 99.
           05  FILLER                     PIC X VALUE ":".
           05  W015-DETAIL-MI                       PIC 99.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  W015-DETAIL-BRANCH                   PIC X(3).
           05  FILLER                     PIC X(5) VALUE SPACES.
           05  W015-DETAIL-CLERK                    PIC X(5).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  W015-DETAIL-PATRON                   PIC X(5).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  W015-DETAIL-ITEM                     PIC X(10).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  W015-DETAIL-REASON                   PIC XX.
      *
       01  W016-SORT-DATE.
           05  W016-SORT-CCYY                       PIC 9(4).
           05  W016-SORT-MM                         PIC 99.
           05  W016-SORT-DD                         PIC 99.
       01  W016-SORT-TIME.
           05  W016-SORT-HH                         PIC 99.
           05  W016-SORT-MI                         PIC 99.
           05  FILLER                               PIC 9(4).
      *
       01  W015-TITLE-LINE                          PIC X(80) VALUE
           "CHECKOUT OVERRIDES -- LAST 7 DAYS BY SUPERVISOR AND RULE".
      *
       PROCEDURE DIVISION.
      *
       C000-MAIN-LINE-LOGIC.
      *
           PERFORM C010-CALC-TODAY-SERIAL.
           SORT SORT-WORK-FILE
                ON ASCENDING KEY SORT-WORK-SUPERVISOR
                ON ASCENDING KEY SORT-WORK-RULE
                ON ASCENDING KEY SORT-WORK-DATE
                ON ASCENDING KEY SORT-WORK-TIME
                INPUT PROCEDURE IS C030-SELECT-OVERRIDES
                OUTPUT PROCEDURE IS C050-PRINT-OVERRIDE-REPORT.
           DISPLAY "LIB050A WEEKLY OVERRIDE REPORT COMPLETE".
           DISPLAY "LOG LINES READ:       " W050-READ-COUNT.
           DISPLAY "OVERRIDES THIS WEEK:  " W050-OVERRIDE-COUNT.
           DISPLAY "SUPERVISORS:          " W050-SUPERVISOR-COUNT.
           GOBACK.
      *
       C010-CALC-TODAY-SERIAL.
      *
           ACCEPT W005-TODAY-RAW-DATE FROM DATE.
           IF W005-TODAY-RAW-YY LESS THAN 50
               MOVE 20 TO W007-CONV-CC
           ELSE
               MOVE 19 TO W007-CONV-CC.
           MOVE W005-TODAY-RAW-YY TO W007-CONV-YY.
           MOVE W005-TODAY-RAW-MM TO W007-CONV-MM.
           MOVE W005-TODAY-RAW-DD TO W007-CONV-DD.
           PERFORM C015-DATE-TO-SERIAL.
           MOVE W007-CONV-SERIAL TO W007-TODAY-SERIAL.
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
      *    INPUT PROCEDURE -- ONE SORT RECORD PER LOGGED OVERRIDE
      *    DATED WITHIN THE LAST W050-REPORT-DAYS DAYS.
       C030-SELECT-OVERRIDES.
      *
           OPEN INPUT OVERRIDE-LOG-FILE.
           IF WORK-OVERRIDE-LOG-STATUS NOT EQUAL "00"
               DISPLAY "LIB050A: NO OVERRIDE LOG -- NOTHING TO REPORT"
           ELSE
               MOVE "0" TO W005-END-OF-FILE-SWITCH
               PERFORM C035-READ-OVERRIDE-LOG
               PERFORM C040-RELEASE-ONE-OVERRIDE
                   UNTIL W005-END-OF-FILE
               CLOSE OVERRIDE-LOG-FILE
           END-IF.
      *
       C035-READ-OVERRIDE-LOG.
      *
           READ OVERRIDE-LOG-FILE
                AT END, MOVE "1" TO W005-END-OF-FILE-SWITCH.
      *
       C040-RELEASE-ONE-OVERRIDE.
      *
           ADD 1 TO W050-READ-COUNT.
           MOVE OVR-DATE TO W007-CONV-DATE.
           PERFORM C015-DATE-TO-SERIAL.
           COMPUTE W007-DAYS-AGO =
                   W007-TODAY-SERIAL - W007-CONV-SERIAL.
           IF W007-DAYS-AGO NOT LESS THAN ZERO
              AND W007-DAYS-AGO LESS THAN W050-REPORT-DAYS
               MOVE OVR-SUPERVISOR-ID TO SORT-WORK-SUPERVISOR
               MOVE OVR-RULE-CODE TO SORT-WORK-RULE
               MOVE OVR-DATE TO SORT-WORK-DATE
               MOVE OVR-TIME TO SORT-WORK-TIME
               MOVE OVR-BRANCH-ID TO SORT-WORK-BRANCH
               MOVE OVR-CLERK-ID TO SORT-WORK-CLERK
               MOVE OVR-PATRON-NUMBER TO SORT-WORK-PATRON
               MOVE OVR-ITEM-BARCODE TO SORT-WORK-ITEM
               MOVE OVR-REASON-CODE TO SORT-WORK-REASON
               RELEASE SORT-WORK-RECORD
               ADD 1 TO W050-OVERRIDE-COUNT
               PERFORM C045-COUNT-RULE-TOTAL
           END-IF.
           PERFORM C035-READ-OVERRIDE-LOG.
      *
      *    OVERRIDE-LOG-RECORD STILL HOLDS THE LINE JUST RELEASED.
       C045-COUNT-RULE-TOTAL.
      *
           IF OVR-RULE-INACTIVE-CARD
               ADD 1 TO W051-INACTIVE-TOTAL
           ELSE IF OVR-RULE-JUVENILE-MEDIA
               ADD 1 TO W051-JUVENILE-TOTAL
           ELSE IF OVR-RULE-FINE-THRESHOLD
               ADD 1 TO W051-FINES-TOTAL
           ELSE IF OVR-RULE-ITEM-LIMIT
               ADD 1 TO W051-LIMIT-TOTAL
           ELSE IF OVR-RULE-CLAIMS-HISTORY
               ADD 1 TO W051-CLAIMS-TOTAL.
      *
       C050-PRINT-OVERRIDE-REPORT.
      *
           PERFORM C900-REGISTER-SPOOL-FILE.
           OPEN OUTPUT OVERRIDE-PRINT.
           MOVE W015-TITLE-LINE TO OVERRIDE-LINE.
           WRITE OVERRIDE-LINE.
           MOVE HIGH-VALUES TO W020-CURRENT-SUPERVISOR.
           MOVE HIGH-VALUES TO W020-CURRENT-RULE.
           MOVE "0" TO W005-SORT-END-OF-FILE-SWITCH.
           RETURN SORT-WORK-FILE
                AT END MOVE "1" TO W005-SORT-END-OF-FILE-SWITCH.
           PERFORM C055-PRINT-ONE-OVERRIDE UNTIL W005-SORT-END-OF-FILE.
           IF W050-OVERRIDE-COUNT EQUAL ZERO
               MOVE SPACES TO OVERRIDE-LINE
               WRITE OVERRIDE-LINE
               MOVE "  (NO CHECKOUT OVERRIDES IN THE LAST 7 DAYS)"
                       TO OVERRIDE-LINE
               WRITE OVERRIDE-LINE
           ELSE
               PERFORM C060-PRINT-RULE-COUNT
               PERFORM C065-PRINT-SUPERVISOR-COUNT
               PERFORM C070-PRINT-WEEK-TOTALS
           END-IF.
           CLOSE OVERRIDE-PRINT.
      *
       C055-PRINT-ONE-OVERRIDE.
      *
           IF SORT-WORK-SUPERVISOR NOT EQUAL W020-CURRENT-SUPERVISOR
               IF W020-CURRENT-SUPERVISOR NOT EQUAL HIGH-VALUES
                   PERFORM C060-PRINT-RULE-COUNT
                   PERFORM C065-PRINT-SUPERVISOR-COUNT
               END-IF
               MOVE SORT-WORK-SUPERVISOR TO W020-CURRENT-SUPERVISOR
               MOVE SORT-WORK-RULE TO W020-CURRENT-RULE
               ADD 1 TO W050-SUPERVISOR-COUNT
               MOVE SORT-WORK-SUPERVISOR TO W015-SUPERVISOR-ID
               MOVE W015-SUPERVISOR-LINE TO OVERRIDE-LINE
               WRITE OVERRIDE-LINE AFTER ADVANCING 2 LINES
               MOVE W015-HEADING-LINE TO OVERRIDE-LINE
               WRITE OVERRIDE-LINE
           ELSE IF SORT-WORK-RULE NOT EQUAL W020-CURRENT-RULE
               PERFORM C060-PRINT-RULE-COUNT
               MOVE SORT-WORK-RULE TO W020-CURRENT-RULE
           END-IF.
           ADD 1 TO W050-RULE-COUNT.
           ADD 1 TO W050-SUPERVISOR-TOTAL.
           MOVE SORT-WORK-DATE TO W016-SORT-DATE.
           MOVE SORT-WORK-TIME TO W016-SORT-TIME.
           MOVE SORT-WORK-RULE TO W015-DETAIL-RULE.
           MOVE W016-SORT-MM TO W015-DETAIL-MM.
           MOVE W016-SORT-DD TO W015-DETAIL-DD.
           MOVE W016-SORT-CCYY TO W015-DETAIL-CCYY.
           MOVE W016-SORT-HH TO W015-DETAIL-HH.
           MOVE W016-SORT-MI TO W015-DETAIL-MI.
           MOVE SORT-WORK-BRANCH TO W015-DETAIL-BRANCH.
           MOVE SORT-WORK-CLERK TO W015-DETAIL-CLERK.
           MOVE SORT-WORK-PATRON TO W015-DETAIL-PATRON.
           MOVE SORT-WORK-ITEM TO W015-DETAIL-ITEM.
           MOVE SORT-WORK-REASON TO W015-DETAIL-REASON.
           MOVE W015-DETAIL-LINE TO OVERRIDE-LINE.
           WRITE OVERRIDE-LINE.
           RETURN SORT-WORK-FILE
              AT END MOVE "1" TO W005-SORT-END-OF-FILE-SWITCH.
      *
       C060-PRINT-RULE-COUNT.
      *
           MOVE SPACES TO OVERRIDE-LINE.
           STRING "      " DELIMITED BY SIZE
                  W020-CURRENT-RULE DELIMITED BY SIZE
                  " OVERRIDES: " DELIMITED BY SIZE
                  W050-RULE-COUNT DELIMITED BY SIZE
                  INTO OVERRIDE-LINE.
           WRITE OVERRIDE-LINE.
           MOVE ZERO TO W050-RULE-COUNT.
      *
       C065-PRINT-SUPERVISOR-COUNT.
      *
           MOVE SPACES TO OVERRIDE-LINE.
           STRING "    SUPERVISOR " DELIMITED BY SIZE
                  W020-CURRENT-SUPERVISOR DELIMITED BY SIZE
                  " TOTAL: " DELIMITED BY SIZE
                  W050-SUPERVISOR-TOTAL DELIMITED BY SIZE
                  INTO OVERRIDE-LINE.
           WRITE OVERRIDE-LINE.
           MOVE ZERO TO W050-SUPERVISOR-TOTAL.
      *
      *    WEEK TOTALS BY RULE, THEN THE REASON-CODE KEY SO THE
      *    REPORT READS WITHOUT THE DESK MANUAL TO HAND.
       C070-PRINT-WEEK-TOTALS.
      *
           MOVE SPACES TO OVERRIDE-LINE.
           WRITE OVERRIDE-LINE AFTER ADVANCING 2 LINES.
           STRING "OVERRIDES: " DELIMITED BY SIZE
                  W050-OVERRIDE-COUNT DELIMITED BY SIZE
                  "  SUPERVISORS: " DELIMITED BY SIZE
                  W050-SUPERVISOR-COUNT DELIMITED BY SIZE
                  INTO OVERRIDE-LINE.
           WRITE OVERRIDE-LINE.
           MOVE SPACES TO OVERRIDE-LINE.
           STRING "  INACTV " DELIMITED BY SIZE
                  W051-INACTIVE-TOTAL DELIMITED BY SIZE
                  "  JUVMED " DELIMITED BY SIZE
                  W051-JUVENILE-TOTAL DELIMITED BY SIZE
                  "  FINES " DELIMITED BY SIZE
                  W051-FINES-TOTAL DELIMITED BY SIZE
                  "  LIMIT " DELIMITED BY SIZE
                  W051-LIMIT-TOTAL DELIMITED BY SIZE
                  "  CLAIMS " DELIMITED BY SIZE
                  W051-CLAIMS-TOTAL DELIMITED BY SIZE
                  INTO OVERRIDE-LINE.
           WRITE OVERRIDE-LINE.
           MOVE SPACES TO OVERRIDE-LINE.
           MOVE "REASONS: PD=PAID/PROMISED  ER=RECORD IN ERROR  SC=SCHOO
      -         "L/CLASS  HW=HARDSHIP  MG=MANAGER  OT=OTHER"
                   TO OVERRIDE-LINE.
           WRITE OVERRIDE-LINE AFTER ADVANCING 2 LINES.
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
