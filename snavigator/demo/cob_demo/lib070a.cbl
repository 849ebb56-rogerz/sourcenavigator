       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. LIB070A.
      *
       DATE-WRITTEN. 10/15/26.
      *
      ***************************************************************
      *                                                             *
      * HOURLY DESK TRAFFIC REPORT -- FOR THE BRANCH MANAGERS WHO   *
      * BUILD THE DESK SCHEDULE. READS THE HOURSNAP.DAT HISTORY     *
      * LIB039A APPENDS EACH NIGHT AND, FOR EACH BRANCH, WEEKDAY,   *
      * AND CLOCK HOUR, PRINTS THE AVERAGE CHECKOUTS, RETURNS,      *
      * RENEWALS, AND DESK PAYMENTS IN THAT HOUR OVER THE LAST N    *
      * WEEKS (KEYED ON THE COMMAND LINE, BLANK = 8, AT MOST 52).   *
      * THE WINDOW ENDS YESTERDAY, THE LAST DAY THE NIGHTLY RUN HAS *
      * SNAPPED, AND STARTS NO EARLIER THAN THE FIRST SNAPSHOT ON   *
      * FILE SO THE WEEKS BEFORE THE TIMES WERE KEPT DO NOT DRAG    *
      * THE AVERAGES DOWN. EVERY DAY CLOSED ON CALENDAR.DAT, BY ITS *
      * WEEKDAY OR ITS DATE, IS LEFT OUT OF BOTH THE COUNTS AND THE *
      * NUMBER OF DAYS EACH WEEKDAY'S AVERAGE IS TAKEN OVER; AN     *
      * OPEN DAY WITH NOTHING AT THE DESK STILL COUNTS AS A DAY.    *
      * ONLY HOURS THAT SAW ANY TRAFFIC ARE PRINTED. SPOOLED; RUN   *
      * ON DEMAND.                                                  *
      *                                                             *
      ***************************************************************
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT HOUR-SNAPSHOT-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WORK-HOUR-SNAPSHOT-STATUS.
      *
           SELECT LIBRARY-CALENDAR-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WORK-CALENDAR-STATUS.
      *
      *    SPOOLED TO DISK (SEE SPOOL.CPY) -- THE SPOL001A MANAGER
      *    VIEWS, PRINTS, REPRINTS, OR PURGES THE SPOOLED REPORT.
           SELECT DESK-TRAFFIC-PRINT ASSIGN TO WS-SPOOL-FILE-NAME
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
       copy hoursnap.
      *
       copy calendar.
      *
       copy spool.

       FD  DESK-TRAFFIC-PRINT
           LABEL RECORDS OMITTED.
       01  DESK-TRAFFIC-LINE                        PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
      *    SPOOL BOOKKEEPING -- THE SPOOL FILE NAME CARRIES THE JOB
      *    AND RUN DATE, AND EVERY RUN REGISTERS ITSELF ON THE
      *    SPOOL INDEX BEFORE WRITING A LINE.
       01  WS-SPOOL-FILE-NAME                       PIC X(20).
       01  WORK-SPOOL-INDEX-STATUS                  PIC XX.
       01  W037-SPOOL-JOB-NAME                      PIC X(8)
                                                     VALUE "LIB070A".
       01  W037-SPOOL-RUN-DATE                      PIC 9(6).
       01  W037-SPOOL-RUN-TIME                      PIC 9(8).
       01  W005-END-OF-FILE-SWITCH                  PIC X.
           88  W005-END-OF-FILE                     VALUE "1".
       01  WORK-HOUR-SNAPSHOT-STATUS                PIC XX.
       01  WORK-CALENDAR-STATUS                     PIC XX.
      *
       01  W005-TODAY-RAW-DATE.
           05  W005-TODAY-RAW-YY                    PIC 99.
           05  W005-TODAY-RAW-MM                    PIC 99.
           05  W005-TODAY-RAW-DD                    PIC 99.
       01  W005-TODAY-DATE.
           05  W005-TODAY-CC                        PIC 99.
           05  W005-TODAY-YY                        PIC 99.
           05  W005-TODAY-MM                        PIC 99.
           05  W005-TODAY-DD                        PIC 99.
      *
      *    THE PARM: HOW MANY WEEKS BACK TO AVERAGE, ONE OR TWO
      *    DIGITS. THE WINDOW IS KEPT AS SERIAL DAY NUMBERS SO THE
      *    DAYS IN IT CAN BE WALKED AND TESTED WITHOUT MONTH CARRY.
       01  W006-WEEKS-PARM                          PIC X(10).
       01  W006-WEEKS                               PIC 99 VALUE 8.
       01  W006-TODAY-SERIAL                        PIC 9(7).
       01  W006-START-SERIAL                        PIC 9(7).
       01  W006-END-SERIAL                          PIC 9(7).
       01  W006-FIRST-SNAP-SERIAL                   PIC 9(7)
                                                     VALUE 9999999.
       01  W006-ROW-SERIAL                          PIC 9(7).
       01  W006-DAY-SERIAL                          PIC 9(7).
       01  W006-FIRST-USED-DATE                     PIC 9(8) VALUE 0.
       01  W006-LAST-USED-DATE                      PIC 9(8) VALUE 0.
      *
      *    THE DATE BEING TURNED INTO A SERIAL DAY NUMBER.
       01  W007-CONV-DATE.
           05  W007-CONV-CC                         PIC 99.
           05  W007-CONV-YY                         PIC 99.
           05  W007-CONV-MM                         PIC 99.
           05  W007-CONV-DD                         PIC 99.
       01  W007-CONV-DATE-N REDEFINES W007-CONV-DATE
                                                    PIC 9(8).
      *
      *    THE CLOSED DAYS IN HAND -- A FLAG PER WEEKDAY (1 = SUNDAY
      *    .. 7 = SATURDAY) AND UP TO 100 SINGLE CLOSED DATES, THE
      *    SAME TABLE SHAPE LIB047A LOADS, EXCEPT THAT EACH DATE IS
      *    HELD AS ITS SERIAL DAY NUMBER.
       01  W008-CALENDAR-EOF-SWITCH                 PIC X.
           88  W008-CALENDAR-EOF                    VALUE "1".
       01  W008-CLOSED-DOW-TABLE.
           05  W008-CLOSED-DOW-FLAG                 PIC X OCCURS 7.
       01  W008-CLOSED-DATE-COUNT                   PIC 9(3) VALUE 0.
       01  W008-CLOSED-SERIAL-TABLE.
           05  W008-CLOSED-SERIAL                   PIC 9(7)
                                                    OCCURS 100 TIMES
                                                    INDEXED BY W008-C-I.
       01  W008-DAY-OPEN-FLAG                       PIC X.
           88  W008-DAY-IS-OPEN                     VALUE "Y".
       01  W008-DOW-RESULT                          PIC 9.
      *
      *    SERIAL-DAY CONVERSION (SAME 4/100/400 ARITHMETIC AS
      *    CIRC001A AND LIB047A).
       01  W009-CUM-DAYS-TABLE.
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
       01  W009-CUM-DAYS REDEFINES W009-CUM-DAYS-TABLE.
           05  W009-MONTH-CUM-DAYS                  PIC 999 OCCURS 12.
       01  W009-CONV-YEAR                           PIC 9(4).
       01  W009-LEAP-YEAR                           PIC 9(4).
       01  W009-LEAP-4                              PIC 9(4).
       01  W009-LEAP-100                            PIC 9(4).
       01  W009-LEAP-400                            PIC 9(4).
       01  W009-CONV-SERIAL                         PIC 9(7).
      *
      *    ONE SLOT PER BRANCH, KEPT IN BRANCH ORDER, EACH HOLDING
      *    THE WINDOW'S TOTALS BY WEEKDAY (1 = SUNDAY) AND CLOCK HOUR
      *    (SLOT 1 = 00:00-00:59). ??? HOLDS ROWS WITH NO BRANCH.
       01  W010-BRANCH-COUNT                        PIC 99 VALUE 0.
       01  W010-BRANCH-TABLE.
           05  W010-BRANCH                          OCCURS 10 TIMES.
               10  W010-BRANCH-ID                   PIC X(3).
               10  W010-DAY                         OCCURS 7 TIMES.
                   15  W010-HOUR                    OCCURS 24 TIMES.
                       20  W010-HOUR-CHECKOUTS      PIC 9(6).
                       20  W010-HOUR-RETURNS        PIC 9(6).
                       20  W010-HOUR-RENEWALS       PIC 9(6).
                       20  W010-HOUR-PAYMENTS       PIC 9(6).
       01  W010-B                                   PIC 99.
       01  W010-D                                   PIC 9.
       01  W010-H                                   PIC 99.
       01  W010-K                                   PIC 99.
       01  W010-BRANCH-FOUND-SWITCH                 PIC X.
           88  W010-BRANCH-FOUND                    VALUE "Y".
       01  W010-OVERFLOW-NOTICE-SWITCH              PIC X VALUE "N".
           88  W010-OVERFLOW-NOTICED                VALUE "Y".
       01  W010-WORK-BRANCH-ID                      PIC X(3).
      *
      *    HOW MANY OPEN DAYS OF EACH WEEKDAY THE WINDOW HELD --
      *    THE DIVISOR FOR EVERY AVERAGE ON THAT WEEKDAY.
       01  W012-OPEN-DAYS-TABLE.
           05  W012-OPEN-DAYS                       PIC 9(3) OCCURS 7.
       01  W012-ROWS-READ                           PIC 9(7) VALUE 0.
       01  W012-ROWS-USED                           PIC 9(7) VALUE 0.
       01  W012-HOUR-TOTAL                          PIC 9(7).
       01  W012-LINES-PRINTED                       PIC 9(5) VALUE 0.
      *
       01  W013-DAY-NAMES-TABLE                     PIC X(21) VALUE
           "SUNMONTUEWEDTHUFRISAT".
       01  W013-DAY-NAMES REDEFINES W013-DAY-NAMES-TABLE.
           05  W013-DAY-NAME                        PIC X(3) OCCURS 7.
      *
       01  W014-SHOW-DATE.
           05  W014-SHOW-MM                         PIC 99.
           05  FILLER                               PIC X VALUE "/".
           05  W014-SHOW-DD                         PIC 99.
           05  FILLER                               PIC X VALUE "/".
           05  W014-SHOW-CCYY                       PIC 9(4).
       01  W014-SPLIT-DATE.
           05  W014-SPLIT-CCYY                      PIC 9(4).
           05  W014-SPLIT-MM                        PIC 99.
           05  W014-SPLIT-DD                        PIC 99.
       01  W014-SPLIT-DATE-N REDEFINES W014-SPLIT-DATE
                                                    PIC 9(8).
      *
       01  W015-DETAIL-LINE.
           05  W015-DETAIL-DAY                   PIC X(3).
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  W015-DETAIL-HOUR                  PIC 99.
           05  FILLER                            PIC X(3) VALUE ":00".
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  W015-DETAIL-DAYS                  PIC ZZZ9.
           05  FILLER                            PIC X(4) VALUE SPACES.
           05  W015-DETAIL-CHECKOUTS             PIC ZZZ9.9.
           05  FILLER                            PIC X(4) VALUE SPACES.
           05  W015-DETAIL-RETURNS               PIC ZZZ9.9.
           05  FILLER                            PIC X(4) VALUE SPACES.
           05  W015-DETAIL-RENEWALS              PIC ZZZ9.9.
           05  FILLER                            PIC X(4) VALUE SPACES.
           05  W015-DETAIL-PAYMENTS              PIC ZZZ9.9.
           05  FILLER                            PIC X(4) VALUE SPACES.
           05  W015-DETAIL-TOTAL                 PIC ZZZZ9.9.
      *
       01  W015-TITLE-LINE                          PIC X(80) VALUE
           "HOURLY DESK TRAFFIC -- AVERAGE TRANSACTIONS PER OPEN DAY".
       01  W015-HEADING-LINE.
           05  FILLER                               PIC X(40) VALUE
               "DAY  HOUR   DAYS     CKOUT     RETRN    ".
           05  FILLER                               PIC X(40) VALUE
               " RENEW     PAYMT      TOTAL".
      *
       PROCEDURE DIVISION.
      *
       C000-MAIN-LINE-LOGIC.
      *
           PERFORM C010-CALC-TODAY-DATE.
           PERFORM C012-READ-WEEKS.
           PERFORM C014-LOAD-CLOSED-CALENDAR.
           PERFORM C018-CALC-WINDOW.
           INITIALIZE W010-BRANCH-TABLE.
           OPEN INPUT HOUR-SNAPSHOT-FILE.
           IF WORK-HOUR-SNAPSHOT-STATUS NOT EQUAL "00"
               DISPLAY "LIB070A: NO HOURLY SNAPSHOTS ON FILE -- "
                       "NOTHING TO REPORT"
               GOBACK
           END-IF.
           MOVE "0" TO W005-END-OF-FILE-SWITCH.
           PERFORM C030-READ-ONE-HOUR-ROW UNTIL W005-END-OF-FILE.
           CLOSE HOUR-SNAPSHOT-FILE.
           PERFORM C040-COUNT-OPEN-DAYS.
           PERFORM C900-REGISTER-SPOOL-FILE.
           OPEN OUTPUT DESK-TRAFFIC-PRINT.
           PERFORM C045-WRITE-REPORT-HEADING.
           PERFORM C050-PRINT-ONE-BRANCH
                VARYING W010-B FROM 1 BY 1
                UNTIL W010-B GREATER THAN W010-BRANCH-COUNT.
           IF W012-LINES-PRINTED EQUAL ZERO
               MOVE "  (NO DESK TRAFFIC ON OPEN DAYS IN THE WINDOW)"
                       TO DESK-TRAFFIC-LINE
               WRITE DESK-TRAFFIC-LINE AFTER ADVANCING 2 LINES
           END-IF.
           CLOSE DESK-TRAFFIC-PRINT.
           DISPLAY "LIB070A HOURLY DESK TRAFFIC REPORT COMPLETE".
           DISPLAY "WEEKS AVERAGED:      " W006-WEEKS.
           DISPLAY "SNAPSHOT ROWS READ:  " W012-ROWS-READ.
           DISPLAY "ROWS IN THE AVERAGES:" W012-ROWS-USED.
           GOBACK.
      *
       C010-CALC-TODAY-DATE.
      *
      *    WINDOWS TODAY'S TWO-DIGIT YEAR THE SAME WAY LIB010A DOES.
           ACCEPT W005-TODAY-RAW-DATE FROM DATE.
           MOVE W005-TODAY-RAW-YY TO W005-TODAY-YY.
           MOVE W005-TODAY-RAW-MM TO W005-TODAY-MM.
           MOVE W005-TODAY-RAW-DD TO W005-TODAY-DD.
           IF W005-TODAY-YY LESS THAN 50
               MOVE 20 TO W005-TODAY-CC
           ELSE
               MOVE 19 TO W005-TODAY-CC.
      *
      *    A ZERO OR MISSING PARM KEEPS THE 8-WEEK DEFAULT; MORE THAN
      *    A YEAR IS CUT BACK TO 52 WEEKS.
       C012-READ-WEEKS.
      *
           MOVE SPACES TO W006-WEEKS-PARM.
           ACCEPT W006-WEEKS-PARM FROM COMMAND-LINE.
           IF W006-WEEKS-PARM (1:2) IS NUMERIC
               MOVE W006-WEEKS-PARM (1:2) TO W006-WEEKS
           ELSE
               IF W006-WEEKS-PARM (1:1) IS NUMERIC
                  AND W006-WEEKS-PARM (2:1) EQUAL SPACE
                   MOVE W006-WEEKS-PARM (1:1) TO W006-WEEKS
               END-IF
           END-IF.
           IF W006-WEEKS EQUAL ZERO
               MOVE 8 TO W006-WEEKS.
           IF W006-WEEKS GREATER THAN 52
               MOVE 52 TO W006-WEEKS.
      *
      *    NO CALENDAR FILE MEANS NO CLOSED DAYS -- EVERY DAY IN THE
      *    WINDOW COUNTS.
       C014-LOAD-CLOSED-CALENDAR.
      *
           MOVE SPACES TO W008-CLOSED-DOW-TABLE.
           MOVE 0 TO W008-CLOSED-DATE-COUNT.
           OPEN INPUT LIBRARY-CALENDAR-FILE.
           IF WORK-CALENDAR-STATUS EQUAL "00"
               MOVE "0" TO W008-CALENDAR-EOF-SWITCH
               PERFORM C016-READ-NEXT-CAL-ENTRY
                       UNTIL W008-CALENDAR-EOF
               CLOSE LIBRARY-CALENDAR-FILE
           END-IF.
      *
       C016-READ-NEXT-CAL-ENTRY.
      *
           READ LIBRARY-CALENDAR-FILE
               AT END
                   MOVE "1" TO W008-CALENDAR-EOF-SWITCH
               NOT AT END
                   IF CAL-WEEKLY-ENTRY
                      AND CAL-DAY-OF-WEEK NOT LESS THAN 1
                      AND CAL-DAY-OF-WEEK NOT GREATER THAN 7
                       MOVE "C" TO
                           W008-CLOSED-DOW-FLAG (CAL-DAY-OF-WEEK)
                   ELSE IF CAL-DATE-ENTRY
                           AND W008-CLOSED-DATE-COUNT LESS THAN 100
                       ADD 1 TO W008-CLOSED-DATE-COUNT
                       SET W008-C-I TO W008-CLOSED-DATE-COUNT
                       MOVE CAL-CLOSED-DATE TO W007-CONV-DATE-N
                       PERFORM C078-DATE-TO-SERIAL
                       MOVE W009-CONV-SERIAL
                               TO W008-CLOSED-SERIAL (W008-C-I)
                   END-IF
           END-READ.
      *
      *    THE WINDOW IS THE N WEEKS ENDING YESTERDAY -- TODAY'S
      *    TRAFFIC IS NOT SNAPPED UNTIL TONIGHT.
       C018-CALC-WINDOW.
      *
           MOVE W005-TODAY-DATE TO W007-CONV-DATE.
           PERFORM C078-DATE-TO-SERIAL.
           MOVE W009-CONV-SERIAL TO W006-TODAY-SERIAL.
           COMPUTE W006-END-SERIAL = W006-TODAY-SERIAL - 1.
           COMPUTE W006-START-SERIAL =
                   W006-TODAY-SERIAL - W006-WEEKS * 7.
      *
      *    EVERY ROW ON FILE MOVES THE FIRST-SNAPSHOT MARK; ONLY A
      *    ROW FOR AN OPEN DAY INSIDE THE WINDOW, WITH A REAL CLOCK
      *    HOUR, IS ADDED IN.
       C030-READ-ONE-HOUR-ROW.
      *
           READ HOUR-SNAPSHOT-FILE
               AT END
                   MOVE "1" TO W005-END-OF-FILE-SWITCH
               NOT AT END
                   ADD 1 TO W012-ROWS-READ
                   MOVE HSNAP-DATE TO W007-CONV-DATE-N
                   PERFORM C078-DATE-TO-SERIAL
                   MOVE W009-CONV-SERIAL TO W006-ROW-SERIAL
                   IF W006-ROW-SERIAL LESS THAN W006-FIRST-SNAP-SERIAL
                       MOVE W006-ROW-SERIAL TO W006-FIRST-SNAP-SERIAL
                   END-IF
                   IF W006-ROW-SERIAL NOT LESS THAN W006-START-SERIAL
                      AND W006-ROW-SERIAL NOT GREATER THAN
                              W006-END-SERIAL
                      AND HSNAP-HOUR LESS THAN 24
                       MOVE W006-ROW-SERIAL TO W006-DAY-SERIAL
                       PERFORM C075-TEST-DAY-OPEN
                       IF W008-DAY-IS-OPEN
                           PERFORM C035-ADD-ONE-HOUR-ROW
                       END-IF
                   END-IF
           END-READ.
      *
       C035-ADD-ONE-HOUR-ROW.
      *
           MOVE HSNAP-BRANCH-ID TO W010-WORK-BRANCH-ID.
           PERFORM C060-FIND-BRANCH-SLOT.
           IF W010-BRANCH-FOUND
               MOVE W008-DOW-RESULT TO W010-D
               COMPUTE W010-H = HSNAP-HOUR + 1
               ADD HSNAP-CHECKOUTS
                       TO W010-HOUR-CHECKOUTS (W010-B, W010-D, W010-H)
               ADD HSNAP-RETURNS
                       TO W010-HOUR-RETURNS (W010-B, W010-D, W010-H)
               ADD HSNAP-RENEWALS
                       TO W010-HOUR-RENEWALS (W010-B, W010-D, W010-H)
               ADD HSNAP-PAYMENTS
                       TO W010-HOUR-PAYMENTS (W010-B, W010-D, W010-H)
               ADD 1 TO W012-ROWS-USED
               IF W006-FIRST-USED-DATE EQUAL ZERO
                  OR HSNAP-DATE LESS THAN W006-FIRST-USED-DATE
                   MOVE HSNAP-DATE TO W006-FIRST-USED-DATE
               END-IF
               IF HSNAP-DATE GREATER THAN W006-LAST-USED-DATE
                   MOVE HSNAP-DATE TO W006-LAST-USED-DATE
               END-IF
           END-IF.
      *
      *    WALKS EVERY DAY FROM THE LATER OF THE WINDOW START AND THE
      *    FIRST SNAPSHOT THROUGH YESTERDAY, COUNTING THE OPEN ONES
      *    BY WEEKDAY.
       C040-COUNT-OPEN-DAYS.
      *
           MOVE ZERO TO W012-OPEN-DAYS-TABLE.
           IF W006-FIRST-SNAP-SERIAL GREATER THAN W006-START-SERIAL
               MOVE W006-FIRST-SNAP-SERIAL TO W006-START-SERIAL.
           PERFORM C042-COUNT-ONE-DAY
                VARYING W006-DAY-SERIAL FROM W006-START-SERIAL BY 1
                UNTIL W006-DAY-SERIAL GREATER THAN W006-END-SERIAL.
      *
       C042-COUNT-ONE-DAY.
      *
           PERFORM C075-TEST-DAY-OPEN.
           IF W008-DAY-IS-OPEN
               ADD 1 TO W012-OPEN-DAYS (W008-DOW-RESULT).
      *
       C045-WRITE-REPORT-HEADING.
      *
           MOVE W015-TITLE-LINE TO DESK-TRAFFIC-LINE.
           WRITE DESK-TRAFFIC-LINE.
           MOVE SPACES TO DESK-TRAFFIC-LINE.
           STRING "WEEKS AVERAGED: " DELIMITED BY SIZE
                  W006-WEEKS         DELIMITED BY SIZE
                  "   CLOSED DAYS LEFT OUT PER CALENDAR.DAT"
                                     DELIMITED BY SIZE
                  INTO DESK-TRAFFIC-LINE.
           WRITE DESK-TRAFFIC-LINE.
           IF W006-FIRST-USED-DATE GREATER THAN ZERO
               MOVE SPACES TO DESK-TRAFFIC-LINE
               MOVE W006-FIRST-USED-DATE TO W014-SPLIT-DATE-N
               PERFORM C048-SHOW-SPLIT-DATE
               STRING "SNAPSHOTS USED FROM " DELIMITED BY SIZE
                      W014-SHOW-DATE         DELIMITED BY SIZE
                      INTO DESK-TRAFFIC-LINE
               MOVE W006-LAST-USED-DATE TO W014-SPLIT-DATE-N
               PERFORM C048-SHOW-SPLIT-DATE
               MOVE " THROUGH " TO DESK-TRAFFIC-LINE (31:9)
               MOVE W014-SHOW-DATE TO DESK-TRAFFIC-LINE (40:10)
               WRITE DESK-TRAFFIC-LINE
           END-IF.
      *
       C048-SHOW-SPLIT-DATE.
      *
           MOVE W014-SPLIT-MM TO W014-SHOW-MM.
           MOVE W014-SPLIT-DD TO W014-SHOW-DD.
           MOVE W014-SPLIT-CCYY TO W014-SHOW-CCYY.
      *
      *    ONE BRANCH -- ITS OWN HEADING, THEN EACH WEEKDAY THAT HAD
      *    ANY OPEN DAY, HOUR BY HOUR.
       C050-PRINT-ONE-BRANCH.
      *
           MOVE SPACES TO DESK-TRAFFIC-LINE.
           STRING "BRANCH " DELIMITED BY SIZE
                  W010-BRANCH-ID (W010-B) DELIMITED BY SIZE
                  INTO DESK-TRAFFIC-LINE.
           WRITE DESK-TRAFFIC-LINE AFTER ADVANCING 3 LINES.
           MOVE W015-HEADING-LINE TO DESK-TRAFFIC-LINE.
           WRITE DESK-TRAFFIC-LINE AFTER ADVANCING 2 LINES.
           PERFORM C052-PRINT-ONE-WEEKDAY
                VARYING W010-D FROM 1 BY 1
                UNTIL W010-D GREATER THAN 7.
      *
       C052-PRINT-ONE-WEEKDAY.
      *
           IF W012-OPEN-DAYS (W010-D) GREATER THAN ZERO
               MOVE SPACES TO DESK-TRAFFIC-LINE
               WRITE DESK-TRAFFIC-LINE
               PERFORM C055-PRINT-ONE-HOUR
                    VARYING W010-H FROM 1 BY 1
                    UNTIL W010-H GREATER THAN 24
           END-IF.
      *
       C055-PRINT-ONE-HOUR.
      *
           COMPUTE W012-HOUR-TOTAL =
                   W010-HOUR-CHECKOUTS (W010-B, W010-D, W010-H)
                 + W010-HOUR-RETURNS (W010-B, W010-D, W010-H)
                 + W010-HOUR-RENEWALS (W010-B, W010-D, W010-H)
                 + W010-HOUR-PAYMENTS (W010-B, W010-D, W010-H).
           IF W012-HOUR-TOTAL GREATER THAN ZERO
               MOVE W013-DAY-NAME (W010-D) TO W015-DETAIL-DAY
               COMPUTE W015-DETAIL-HOUR = W010-H - 1
               MOVE W012-OPEN-DAYS (W010-D) TO W015-DETAIL-DAYS
               COMPUTE W015-DETAIL-CHECKOUTS ROUNDED =
                       W010-HOUR-CHECKOUTS (W010-B, W010-D, W010-H)
                     / W012-OPEN-DAYS (W010-D)
               COMPUTE W015-DETAIL-RETURNS ROUNDED =
                       W010-HOUR-RETURNS (W010-B, W010-D, W010-H)
                     / W012-OPEN-DAYS (W010-D)
               COMPUTE W015-DETAIL-RENEWALS ROUNDED =
                       W010-HOUR-RENEWALS (W010-B, W010-D, W010-H)
                     / W012-OPEN-DAYS (W010-D)
               COMPUTE W015-DETAIL-PAYMENTS ROUNDED =
                       W010-HOUR-PAYMENTS (W010-B, W010-D, W010-H)
                     / W012-OPEN-DAYS (W010-D)
               COMPUTE W015-DETAIL-TOTAL ROUNDED =
                       W012-HOUR-TOTAL / W012-OPEN-DAYS (W010-D)
               MOVE W015-DETAIL-LINE TO DESK-TRAFFIC-LINE
               WRITE DESK-TRAFFIC-LINE
               ADD 1 TO W012-LINES-PRINTED
           END-IF.
      *
      *    FINDS THE SLOT FOR ONE BRANCH, OPENING ONE IN BRANCH-ID
      *    ORDER IF IT IS NEW, AND LEAVES W010-B POINTING AT IT.
       C060-FIND-BRANCH-SLOT.
      *
           IF W010-WORK-BRANCH-ID EQUAL SPACES
               MOVE "???" TO W010-WORK-BRANCH-ID.
           MOVE "N" TO W010-BRANCH-FOUND-SWITCH.
           MOVE 1 TO W010-B.
           PERFORM UNTIL W010-B GREATER THAN W010-BRANCH-COUNT
                      OR W010-BRANCH-FOUND
                      OR W010-BRANCH-ID (W010-B) GREATER THAN
                              W010-WORK-BRANCH-ID
               IF W010-BRANCH-ID (W010-B) EQUAL W010-WORK-BRANCH-ID
                   MOVE "Y" TO W010-BRANCH-FOUND-SWITCH
               ELSE
                   ADD 1 TO W010-B
               END-IF
           END-PERFORM.
           IF NOT W010-BRANCH-FOUND
      *        A FULL TABLE REFUSES THE SLOT -- ELEVEN DISTINCT IDS
      *        MEANS GARBAGE ON A BRANCH FIELD SOMEWHERE, AS IN
      *        LIB039A, AND THE ROW IS SKIPPED.
               IF W010-BRANCH-COUNT LESS THAN 10
                   PERFORM C062-SHIFT-ONE-SLOT
                        VARYING W010-K FROM W010-BRANCH-COUNT BY -1
                        UNTIL W010-K LESS THAN W010-B
                   ADD 1 TO W010-BRANCH-COUNT
                   INITIALIZE W010-BRANCH (W010-B)
                   MOVE W010-WORK-BRANCH-ID TO W010-BRANCH-ID (W010-B)
                   MOVE "Y" TO W010-BRANCH-FOUND-SWITCH
               ELSE
                   IF NOT W010-OVERFLOW-NOTICED
                       DISPLAY "LIB070A: MORE THAN 10 DISTINCT "
                               "BRANCH IDS -- EXTRAS NOT TALLIED"
                       MOVE "Y" TO W010-OVERFLOW-NOTICE-SWITCH
                   END-IF
               END-IF
           END-IF.
      *
       C062-SHIFT-ONE-SLOT.
      *
           MOVE W010-BRANCH (W010-K) TO W010-BRANCH (W010-K + 1).
      *
      *    A DAY IS OPEN UNLESS ITS WEEKDAY IS FLAGGED CLOSED OR ITS
      *    SERIAL IS ON THE CLOSED-DATE LIST. LEAVES THE WEEKDAY
      *    (1 = SUNDAY .. 7 = SATURDAY) IN W008-DOW-RESULT.
       C075-TEST-DAY-OPEN.
      *
           MOVE "Y" TO W008-DAY-OPEN-FLAG.
           COMPUTE W008-DOW-RESULT =
                   FUNCTION MOD (W006-DAY-SERIAL, 7).
           IF W008-DOW-RESULT EQUAL ZERO
               MOVE 7 TO W008-DOW-RESULT.
           IF W008-CLOSED-DOW-FLAG (W008-DOW-RESULT) EQUAL "C"
               MOVE "N" TO W008-DAY-OPEN-FLAG.
           IF W008-DAY-IS-OPEN
              AND W008-CLOSED-DATE-COUNT GREATER THAN ZERO
               SET W008-C-I TO 1
               SEARCH W008-CLOSED-SERIAL
                   WHEN W008-C-I GREATER THAN W008-CLOSED-DATE-COUNT
                       CONTINUE
                   WHEN W008-CLOSED-SERIAL (W008-C-I) EQUAL
                           W006-DAY-SERIAL
                       MOVE "N" TO W008-DAY-OPEN-FLAG
               END-SEARCH
           END-IF.
      *
       C078-DATE-TO-SERIAL.
      *
           COMPUTE W009-CONV-YEAR = W007-CONV-CC * 100 + W007-CONV-YY.
           IF W007-CONV-MM GREATER THAN 2
               MOVE W009-CONV-YEAR TO W009-LEAP-YEAR
           ELSE
               COMPUTE W009-LEAP-YEAR = W009-CONV-YEAR - 1.
           DIVIDE W009-LEAP-YEAR BY 4 GIVING W009-LEAP-4.
           DIVIDE W009-LEAP-YEAR BY 100 GIVING W009-LEAP-100.
           DIVIDE W009-LEAP-YEAR BY 400 GIVING W009-LEAP-400.
           COMPUTE W009-CONV-SERIAL =
                   W009-CONV-YEAR * 365
                 + W009-LEAP-4 - W009-LEAP-100 + W009-LEAP-400
                 + W009-MONTH-CUM-DAYS (W007-CONV-MM)
                 + W007-CONV-DD.
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
