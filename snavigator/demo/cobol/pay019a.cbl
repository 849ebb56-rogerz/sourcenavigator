      *
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. PAY019A.
      *
      ***************************************************************
      *                                                             *
      * ATTENDANCE EXCEPTIONS -- THE CLOCK'S PUNCH.DAT HAD NOTHING *
      * TO BE COMPARED TO, SO A LATE ARRIVAL OR A DAY NOBODY CAME  *
      * IN SURFACED ONLY WHEN A MANAGER HAPPENED TO NOTICE. THIS   *
      * DAILY RUN (YYMMDD ON THE COMMAND LINE, DEFAULT TODAY):     *
      *   1. TAKES THE DAY'S SHIFTS OFF THE SHF001A SCHEDULE,      *
      *      SHIFT.DAT -- NONE AT ALL ON A DAY CALENDAR.DAT CLOSES *
      *   2. TAKES THE DAY'S PUNCHES OFF PUNCH.DAT AND, FOR EACH   *
      *      SCHEDULED EMPLOYEE, LISTS A LATE START OR AN EARLY    *
      *      LEAVE PAST THE GRACE MINUTES, A MISSED PUNCH (INS AND *
      *      OUTS THAT DO NOT PAIR), AND A SCHEDULED DAY WITH NO   *
      *      PUNCH AT ALL UNLESS THE WEEK'S PAYTIME.DAT LINE       *
      *      ALREADY CARRIES VACATION OR SICK HOURS KEYED ON       *
      *      TIME001A TO COVER THE SHIFT                           *
      *   3. PRINTS ONE SECTION PER BRANCH, EACH OPENED BY A       *
      *      "BRANCH" LINE, SO LIB072A CAN SEND EACH BRANCH        *
      *      MANAGER ONLY THEIR OWN -- A BRANCH NEW TO THE REPORT  *
      *      GETS ITS DISTRIB.DAT ROW, HELD FOR VIEWING, SEEDED.   *
      *                                                             *
      ***************************************************************
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT SHIFT-SCHEDULE-FILE
                  ASSIGN TO DISK
                  ACCESS MODE SEQUENTIAL
                  ORGANIZATION INDEXED
                  RECORD KEY SHF-KEY
                  FILE STATUS IS WORK-SHIFT-STATUS.
      *
           SELECT PUNCH-CLOCK-FILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WORK-PUNCH-STATUS.
      *
           SELECT EMPLOYEE-ADDRESS-MASTER
                  ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WORK-EMPLOYEE-MASTER-STATUS.
      *
           SELECT PAYROLL-TIME-MASTER
                  ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WORK-PAYROLL-TIME-STATUS.
      *
           SELECT LIBRARY-CALENDAR-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WORK-CALENDAR-STATUS.
      *
      *    SPOOLED TO DISK (SEE SPOOL.CPY) -- THE SPOL001A MANAGER
      *    VIEWS, PRINTS, REPRINTS, OR PURGES THE SPOOLED REPORT.
           SELECT ATTENDANCE-REPORT-PRINT ASSIGN TO WS-SPOOL-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT SPOOL-INDEX-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WORK-SPOOL-INDEX-STATUS.
      *
           SELECT DISTRIBUTION-FILE ASSIGN TO DISK
           ACCESS MODE DYNAMIC
           ORGANIZATION INDEXED
           RECORD KEY DIST-KEY
           FILE STATUS IS WORK-DISTRIBUTION-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       copy shift.
      *
       FD  PUNCH-CLOCK-FILE
           LABEL RECORDS OMITTED
           VALUE OF FILE-ID "PUNCH.DAT".
       01  PUNCH-CLOCK-LINE.
           05  PCH-EMPLOYEE-ID                     PIC X(5).
           05  PCH-DATE                            PIC 9(6).
           05  PCH-TIME                            PIC 9(4).
           05  PCH-DIRECTION                       PIC X.
      *
       copy empaddr.
      *
       copy payroll.
      *
       copy calendar.
      *
       copy spool.
      *
       copy distrib.
      *
       FD  ATTENDANCE-REPORT-PRINT
           LABEL RECORDS OMITTED.
       01  ATTENDANCE-REPORT-LINE                   PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
      *    SPOOL BOOKKEEPING -- THE SPOOL FILE NAME CARRIES THE JOB
      *    AND RUN DATE, AND EVERY RUN REGISTERS ITSELF ON THE
      *    SPOOL INDEX BEFORE WRITING A LINE.
       01  WS-SPOOL-FILE-NAME                       PIC X(20).
       01  WORK-SPOOL-INDEX-STATUS                  PIC XX.
       01  W037-SPOOL-JOB-NAME                      PIC X(8)
                                                     VALUE "PAY019A".
       01  W037-SPOOL-RUN-DATE                      PIC 9(6).
       01  W037-SPOOL-RUN-TIME                      PIC 9(8).
      *
       01  W005-END-OF-FILE-SWITCH                  PIC X.
           88  W005-END-OF-FILE                     VALUE "1".
       01  WORK-SHIFT-STATUS                        PIC XX.
       01  WORK-PUNCH-STATUS                        PIC XX.
       01  WORK-EMPLOYEE-MASTER-STATUS              PIC XX.
       01  WORK-PAYROLL-TIME-STATUS                 PIC XX.
       01  WORK-CALENDAR-STATUS                     PIC XX.
       01  WORK-DISTRIBUTION-STATUS                 PIC XX.
      *
      *    A PUNCH THIS MANY MINUTES EITHER SIDE OF THE SCHEDULED
      *    START OR END IS ON TIME.
       01  W006-GRACE-MINUTES                       PIC 99 VALUE 5.
      *
      *    THE DAY REPORTED, YYMMDD, AND WHERE IT FALLS IN THE WEEK
      *    (1 = SUNDAY THROUGH 7 = SATURDAY, AS ON THE CALENDAR).
       01  W006-DATE-PARM                           PIC X(10).
       01  W006-REPORT-DATE                         PIC 9(6).
       01  W006-REPORT-CCYYMMDD                     PIC 9(8).
       01  W006-DOW                                 PIC 9.
       01  W006-DAY-NAMES-VALUE                     PIC X(21)
                                  VALUE "SUNMONTUEWEDTHUFRISAT".
       01  W006-DAY-NAMES REDEFINES W006-DAY-NAMES-VALUE.
           05  W006-DAY-NAME                        PIC X(3) OCCURS 7.
       01  W006-CLOSED-SWITCH                       PIC X VALUE "N".
           88  W006-LIBRARY-CLOSED                  VALUE "Y".
      *
      *    SERIAL-DAY CONVERSION (SAME 4/100/400 ARITHMETIC AS
      *    PAY007A) -- MOD 7 OF THE SERIAL IS THE DAY OF THE WEEK,
      *    WITH 0 MEANING SATURDAY.
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
       01  W007-SPLIT-YYMMDD.
           05  W007-SPLIT-YY                        PIC 99.
           05  W007-SPLIT-MM                        PIC 99.
           05  W007-SPLIT-DD                        PIC 99.
       01  W007-CONV-YEAR                           PIC 9(4).
       01  W007-LEAP-YEAR                           PIC 9(4).
       01  W007-LEAP-4                              PIC 9(4).
       01  W007-LEAP-100                            PIC 9(4).
       01  W007-LEAP-400                            PIC 9(4).
       01  W007-CONV-SERIAL                         PIC 9(7).
      *
      *    NAMES OFF THE ADDRESS MASTER, FOR THE MANAGER'S BENEFIT.
       01  W010-NAME-COUNT                          PIC 9(4) VALUE 0.
       01  W010-NAME-TABLE.
           05  W010-NAME-ENTRY                      OCCURS 500 TIMES
                                                    INDEXED BY W010-I.
               10  W010-NAME-ID                     PIC X(5).
               10  W010-NAME                        PIC X(20).
      *
      *    VACATION PLUS SICK HOURS KEYED FOR THE WEEK, PER EMPLOYEE.
       01  W015-LEAVE-COUNT                         PIC 9(4) VALUE 0.
       01  W015-LEAVE-TABLE.
           05  W015-LEAVE-ENTRY                     OCCURS 500 TIMES
                                                    INDEXED BY W015-I.
               10  W015-LEAVE-ID                    PIC X(5).
               10  W015-LEAVE-HOURS                 PIC 9(4)V99.
       01  W015-LEAVE-FOUND-SWITCH                  PIC X.
           88  W015-LEAVE-FOUND                     VALUE "Y".
      *
      *    THE DAY'S PUNCHES, ONE SLOT PER EMPLOYEE: THE FIRST IN,
      *    THE LAST OUT, AND HOW MANY OF EACH.
       01  W020-PUNCHER-COUNT                       PIC 9(4) VALUE 0.
       01  W020-PUNCHER-TABLE.
           05  W020-PUNCHER                         OCCURS 300 TIMES
                                                    INDEXED BY W020-I.
               10  W020-PUNCHER-ID                  PIC X(5).
               10  W020-FIRST-IN                    PIC 9(4).
               10  W020-LAST-OUT                    PIC 9(4).
               10  W020-IN-COUNT                    PIC 99.
               10  W020-OUT-COUNT                   PIC 99.
       01  W020-SEARCH-ID                           PIC X(5).
       01  W020-PUNCHER-FOUND-SWITCH                PIC X.
           88  W020-PUNCHER-FOUND                   VALUE "Y".
      *
      *    THE DAY'S SHIFTS, SORTED INTO BRANCH THEN EMPLOYEE ORDER
      *    FOR THE SECTIONS.
       01  W030-SHIFT-COUNT                         PIC 9(4) VALUE 0.
       01  W030-SHIFT-TABLE.
           05  W030-SHIFT                           OCCURS 300 TIMES
                                                    INDEXED BY W030-I.
               10  W030-SHIFT-KEY.
                   15  W030-SHIFT-BRANCH            PIC X(3).
                   15  W030-SHIFT-EMPLOYEE          PIC X(5).
               10  W030-SHIFT-START                 PIC 9(4).
               10  W030-SHIFT-END                   PIC 9(4).
       01  W030-OVERFLOW-SWITCH                     PIC X VALUE "N".
           88  W030-TABLE-OVERFLOWED                VALUE "Y".
       01  W031-SORT-I                              PIC 9(4).
       01  W031-SORT-J                              PIC 9(4).
       01  W031-SORT-BEST                           PIC 9(4).
       01  W031-SWAP-ENTRY                          PIC X(16).
      *
      *    CLOCK ARITHMETIC -- HHMM TO MINUTES PAST MIDNIGHT.
       01  W040-CLOCK-TIME                          PIC 9(4).
       01  W040-CLOCK-SPLIT REDEFINES W040-CLOCK-TIME.
           05  W040-CLOCK-HH                        PIC 99.
           05  W040-CLOCK-MM                        PIC 99.
       01  W040-CLOCK-MINUTES                       PIC 9(4).
       01  W040-START-MINUTES                       PIC 9(4).
       01  W040-END-MINUTES                         PIC 9(4).
       01  W040-IN-MINUTES                          PIC 9(4).
       01  W040-OUT-MINUTES                         PIC 9(4).
       01  W040-DIFFERENCE-MINUTES                  PIC 9(4).
       01  W040-SHIFT-HOURS                         PIC 99V99.
      *
       01  W045-CURRENT-BRANCH                      PIC X(3).
       01  W045-BRANCH-SCHEDULED                    PIC 9(4).
       01  W045-BRANCH-EXCEPTIONS                   PIC 9(4).
       01  W045-TOTAL-SCHEDULED                     PIC 9(4) VALUE 0.
       01  W045-TOTAL-EXCEPTIONS                    PIC 9(4) VALUE 0.
       01  W045-TOTAL-ON-LEAVE                      PIC 9(4) VALUE 0.
       01  W045-BRANCH-COUNT                        PIC 9(3) VALUE 0.
      *
       01  W050-ROUTE-FOUND-SWITCH                  PIC X.
           88  W050-ROUTE-FOUND                     VALUE "Y".
      *
       01  W016-DETAIL-LINE.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  W016-DETAIL-EMPLOYEE                 PIC X(5).
           05  FILLER                     PIC X VALUE SPACE.
           05  W016-DETAIL-NAME                     PIC X(20).
           05  FILLER                     PIC X VALUE SPACE.
           05  W016-DETAIL-SCHEDULED                PIC X(9).
           05  FILLER                     PIC X VALUE SPACE.
           05  W016-DETAIL-PUNCHED                  PIC X(9).
           05  FILLER                     PIC X VALUE SPACE.
           05  W016-DETAIL-EXCEPTION                PIC X(30).
       01  W016-EXCEPTION-TEXT.
           05  W016-EXCEPTION-WORDS                 PIC X(20).
           05  W016-EXCEPTION-MINUTES               PIC ZZZ9.
           05  FILLER                     PIC X(6) VALUE " MIN".
      *
       PROCEDURE DIVISION.
      *
       C000-MAIN-LINE-LOGIC.
      *
           PERFORM C005-READ-DATE-PARM.
           PERFORM C010-TEST-LIBRARY-OPEN.
           PERFORM C015-LOAD-EMPLOYEE-NAMES.
           PERFORM C020-LOAD-KEYED-LEAVE.
           PERFORM C025-LOAD-DAYS-PUNCHES.
           IF NOT W006-LIBRARY-CLOSED
               PERFORM C030-LOAD-DAYS-SHIFTS
               PERFORM C035-SORT-SHIFT-TABLE
           END-IF.
           PERFORM C900-REGISTER-SPOOL-FILE.
           OPEN OUTPUT ATTENDANCE-REPORT-PRINT.
           MOVE SPACES TO ATTENDANCE-REPORT-LINE.
           STRING "ATTENDANCE EXCEPTIONS FOR "  DELIMITED BY SIZE
                  W006-DAY-NAME (W006-DOW)      DELIMITED BY SIZE
                  " "                           DELIMITED BY SIZE
                  W006-REPORT-DATE              DELIMITED BY SIZE
                  " (YYMMDD)"                   DELIMITED BY SIZE
                  INTO ATTENDANCE-REPORT-LINE.
           WRITE ATTENDANCE-REPORT-LINE.
           MOVE SPACES TO ATTENDANCE-REPORT-LINE.
           WRITE ATTENDANCE-REPORT-LINE.
           MOVE "  EMPL  NAME                 SCHEDULED PUNCHED   "
                   TO ATTENDANCE-REPORT-LINE.
           MOVE "EXCEPTION" TO ATTENDANCE-REPORT-LINE (51:9).
           WRITE ATTENDANCE-REPORT-LINE.
           IF W006-LIBRARY-CLOSED
               MOVE "  THE LIBRARY IS CLOSED -- NO ATTENDANCE EXPECTED"
                       TO ATTENDANCE-REPORT-LINE
               WRITE ATTENDANCE-REPORT-LINE
           ELSE
               PERFORM C040-REPORT-BY-BRANCH
           END-IF.
           PERFORM C080-WRITE-TOTALS.
           CLOSE ATTENDANCE-REPORT-PRINT.
           IF W045-BRANCH-COUNT GREATER THAN ZERO
               PERFORM C910-SEED-BRANCH-ROUTES
           END-IF.
           DISPLAY "PAY019A ATTENDANCE REPORT COMPLETE FOR "
                   W006-REPORT-DATE.
           DISPLAY "SHIFTS SCHEDULED:  " W045-TOTAL-SCHEDULED.
           DISPLAY "EXCEPTIONS:        " W045-TOTAL-EXCEPTIONS.
           GOBACK.
      *
       C005-READ-DATE-PARM.
      *
           MOVE SPACES TO W006-DATE-PARM.
           ACCEPT W006-DATE-PARM FROM COMMAND-LINE.
           IF W006-DATE-PARM (1:6) IS NUMERIC
              AND W006-DATE-PARM (3:2) GREATER THAN "00"
              AND W006-DATE-PARM (3:2) LESS THAN "13"
              AND W006-DATE-PARM (5:2) GREATER THAN "00"
              AND W006-DATE-PARM (5:2) LESS THAN "32"
               MOVE W006-DATE-PARM (1:6) TO W006-REPORT-DATE
           ELSE
               ACCEPT W006-REPORT-DATE FROM DATE
           END-IF.
      *
      *    THE WEEKDAY, AND WHETHER THE CALENDAR CLOSES THE LIBRARY
      *    THAT DAY -- BY ITS WEEKLY ENTRY OR AS A SINGLE DATE.
       C010-TEST-LIBRARY-OPEN.
      *
           MOVE W006-REPORT-DATE TO W007-SPLIT-YYMMDD.
           PERFORM C012-YYMMDD-TO-SERIAL.
           MOVE W007-CONV-DATE TO W006-REPORT-CCYYMMDD.
           COMPUTE W006-DOW = FUNCTION MOD (W007-CONV-SERIAL, 7).
           IF W006-DOW EQUAL ZERO
               MOVE 7 TO W006-DOW.
           OPEN INPUT LIBRARY-CALENDAR-FILE.
           IF WORK-CALENDAR-STATUS EQUAL "00"
               MOVE "0" TO W005-END-OF-FILE-SWITCH
               PERFORM UNTIL W005-END-OF-FILE
                   READ LIBRARY-CALENDAR-FILE
                       AT END
                           MOVE "1" TO W005-END-OF-FILE-SWITCH
                       NOT AT END
                           IF CAL-WEEKLY-ENTRY
                              AND CAL-DAY-OF-WEEK EQUAL W006-DOW
                               MOVE "Y" TO W006-CLOSED-SWITCH
                           END-IF
                           IF CAL-DATE-ENTRY
                              AND CAL-CLOSED-DATE EQUAL
                                      W006-REPORT-CCYYMMDD
                               MOVE "Y" TO W006-CLOSED-SWITCH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LIBRARY-CALENDAR-FILE
           END-IF.
      *
       C012-YYMMDD-TO-SERIAL.
      *
           IF W007-SPLIT-YY LESS THAN 50
               MOVE 20 TO W007-CONV-CC
           ELSE
               MOVE 19 TO W007-CONV-CC.
           MOVE W007-SPLIT-YY TO W007-CONV-YY.
           MOVE W007-SPLIT-MM TO W007-CONV-MM.
           MOVE W007-SPLIT-DD TO W007-CONV-DD.
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
       C015-LOAD-EMPLOYEE-NAMES.
      *
           OPEN INPUT EMPLOYEE-ADDRESS-MASTER.
           IF WORK-EMPLOYEE-MASTER-STATUS EQUAL "00"
               MOVE "0" TO W005-END-OF-FILE-SWITCH
               PERFORM UNTIL W005-END-OF-FILE
                   READ EMPLOYEE-ADDRESS-MASTER
                       AT END
                           MOVE "1" TO W005-END-OF-FILE-SWITCH
                       NOT AT END
                           IF W010-NAME-COUNT LESS THAN 500
                               ADD 1 TO W010-NAME-COUNT
                               SET W010-I TO W010-NAME-COUNT
                               MOVE EMPLOYEE-ADDRESS-MASTER-ID
                                   TO W010-NAME-ID (W010-I)
                               MOVE EMPLOYEE-ADDRESS-MASTER-NAME
                                   TO W010-NAME (W010-I)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EMPLOYEE-ADDRESS-MASTER
           END-IF.
      *
      *    THE WEEK'S TIME LINES AS KEYED SO FAR -- ONLY THE LEAVE
      *    HOURS MATTER HERE, AND AN EMPLOYEE WITH TWO JOB CODES
      *    MAY HAVE TWO LINES.
       C020-LOAD-KEYED-LEAVE.
      *
           OPEN INPUT PAYROLL-TIME-MASTER.
           IF WORK-PAYROLL-TIME-STATUS EQUAL "00"
               MOVE "0" TO W005-END-OF-FILE-SWITCH
               PERFORM C022-LOAD-ONE-TIME-LINE
                       UNTIL W005-END-OF-FILE
               CLOSE PAYROLL-TIME-MASTER
           END-IF.
      *
       C022-LOAD-ONE-TIME-LINE.
      *
           READ PAYROLL-TIME-MASTER
               AT END
                   MOVE "1" TO W005-END-OF-FILE-SWITCH
               NOT AT END
                   IF PAYROLL-TIME-VAC-HOURS IS NUMERIC
                      AND PAYROLL-TIME-SICK-HOURS IS NUMERIC
                       PERFORM C024-ADD-LEAVE-HOURS
                   END-IF
           END-READ.
      *
       C024-ADD-LEAVE-HOURS.
      *
           MOVE "N" TO W015-LEAVE-FOUND-SWITCH.
           SET W015-I TO 1.
           PERFORM UNTIL W015-I GREATER THAN W015-LEAVE-COUNT
                      OR W015-LEAVE-FOUND
               IF W015-LEAVE-ID (W015-I) EQUAL
                       PAYROLL-TIME-EMPLOYEE-ID
                   MOVE "Y" TO W015-LEAVE-FOUND-SWITCH
               ELSE
                   SET W015-I UP BY 1
               END-IF
           END-PERFORM.
           IF NOT W015-LEAVE-FOUND
              AND W015-LEAVE-COUNT LESS THAN 500
               ADD 1 TO W015-LEAVE-COUNT
               SET W015-I TO W015-LEAVE-COUNT
               MOVE PAYROLL-TIME-EMPLOYEE-ID TO W015-LEAVE-ID (W015-I)
               MOVE ZERO TO W015-LEAVE-HOURS (W015-I)
               MOVE "Y" TO W015-LEAVE-FOUND-SWITCH
           END-IF.
           IF W015-LEAVE-FOUND
               ADD PAYROLL-TIME-VAC-HOURS PAYROLL-TIME-SICK-HOURS
                       TO W015-LEAVE-HOURS (W015-I)
           END-IF.
      *
       C025-LOAD-DAYS-PUNCHES.
      *
           OPEN INPUT PUNCH-CLOCK-FILE.
           IF WORK-PUNCH-STATUS NOT EQUAL "00"
               DISPLAY "PAY019A: NO PUNCH.DAT FROM THE CLOCK -- EVERY "
                       "SHIFT SHOWS AS ABSENT"
           ELSE
               MOVE "0" TO W005-END-OF-FILE-SWITCH
               PERFORM C027-LOAD-ONE-PUNCH UNTIL W005-END-OF-FILE
               CLOSE PUNCH-CLOCK-FILE
           END-IF.
      *
       C027-LOAD-ONE-PUNCH.
      *
           READ PUNCH-CLOCK-FILE
               AT END
                   MOVE "1" TO W005-END-OF-FILE-SWITCH
               NOT AT END
                   IF PCH-DATE EQUAL W006-REPORT-DATE
                       PERFORM C028-APPLY-ONE-PUNCH
                   END-IF
           END-READ.
      *
       C028-APPLY-ONE-PUNCH.
      *
           MOVE PCH-EMPLOYEE-ID TO W020-SEARCH-ID.
           PERFORM C029-FIND-PUNCHER.
           IF NOT W020-PUNCHER-FOUND
              AND W020-PUNCHER-COUNT LESS THAN 300
               ADD 1 TO W020-PUNCHER-COUNT
               SET W020-I TO W020-PUNCHER-COUNT
               MOVE PCH-EMPLOYEE-ID TO W020-PUNCHER-ID (W020-I)
               MOVE 9999 TO W020-FIRST-IN (W020-I)
               MOVE ZERO TO W020-LAST-OUT (W020-I)
                            W020-IN-COUNT (W020-I)
                            W020-OUT-COUNT (W020-I)
               MOVE "Y" TO W020-PUNCHER-FOUND-SWITCH
           END-IF.
           IF W020-PUNCHER-FOUND
               IF PCH-DIRECTION EQUAL "I"
                   ADD 1 TO W020-IN-COUNT (W020-I)
                   IF PCH-TIME LESS THAN W020-FIRST-IN (W020-I)
                       MOVE PCH-TIME TO W020-FIRST-IN (W020-I)
                   END-IF
               ELSE IF PCH-DIRECTION EQUAL "O"
                   ADD 1 TO W020-OUT-COUNT (W020-I)
                   IF PCH-TIME GREATER THAN W020-LAST-OUT (W020-I)
                       MOVE PCH-TIME TO W020-LAST-OUT (W020-I)
                   END-IF
               END-IF
           END-IF.
      *
      *    LOOKS UP W020-SEARCH-ID; W020-I IS LEFT ON THE SLOT WHEN
      *    FOUND.
       C029-FIND-PUNCHER.
      *
           MOVE "N" TO W020-PUNCHER-FOUND-SWITCH.
           SET W020-I TO 1.
           PERFORM UNTIL W020-I GREATER THAN W020-PUNCHER-COUNT
                      OR W020-PUNCHER-FOUND
               IF W020-PUNCHER-ID (W020-I) EQUAL W020-SEARCH-ID
                   MOVE "Y" TO W020-PUNCHER-FOUND-SWITCH
               ELSE
                   SET W020-I UP BY 1
               END-IF
           END-PERFORM.
      *
       C030-LOAD-DAYS-SHIFTS.
      *
           OPEN INPUT SHIFT-SCHEDULE-FILE.
           IF WORK-SHIFT-STATUS NOT EQUAL "00"
               DISPLAY "PAY019A: NO SHIFT.DAT -- RUN SHF001A FIRST"
           ELSE
               MOVE "0" TO W005-END-OF-FILE-SWITCH
               PERFORM C032-LOAD-ONE-SCHEDULE UNTIL W005-END-OF-FILE
               CLOSE SHIFT-SCHEDULE-FILE
           END-IF.
      *
       C032-LOAD-ONE-SCHEDULE.
      *
           READ SHIFT-SCHEDULE-FILE NEXT RECORD
               AT END
                   MOVE "1" TO W005-END-OF-FILE-SWITCH
               NOT AT END
                   IF SHF-START-TIME (W006-DOW) NOT EQUAL ZERO
                       IF W030-SHIFT-COUNT LESS THAN 300
                           ADD 1 TO W030-SHIFT-COUNT
                           SET W030-I TO W030-SHIFT-COUNT
                           MOVE SHF-BRANCH-ID
                                   TO W030-SHIFT-BRANCH (W030-I)
                           MOVE SHF-EMPLOYEE-ID
                                   TO W030-SHIFT-EMPLOYEE (W030-I)
                           MOVE SHF-START-TIME (W006-DOW)
                                   TO W030-SHIFT-START (W030-I)
                           MOVE SHF-END-TIME (W006-DOW)
                                   TO W030-SHIFT-END (W030-I)
                       ELSE
                           MOVE "Y" TO W030-OVERFLOW-SWITCH
                       END-IF
                   END-IF
           END-READ.
      *
      *    STRAIGHT SELECTION SORT ON BRANCH/EMPLOYEE, AS PAY012A
      *    SORTS ITS PUNCHES.
       C035-SORT-SHIFT-TABLE.
      *
           PERFORM VARYING W031-SORT-I FROM 1 BY 1
                   UNTIL W031-SORT-I NOT LESS THAN W030-SHIFT-COUNT
               MOVE W031-SORT-I TO W031-SORT-BEST
               PERFORM VARYING W031-SORT-J FROM W031-SORT-I BY 1
                       UNTIL W031-SORT-J GREATER THAN W030-SHIFT-COUNT
                   IF W030-SHIFT-KEY (W031-SORT-J) LESS THAN
                           W030-SHIFT-KEY (W031-SORT-BEST)
                       MOVE W031-SORT-J TO W031-SORT-BEST
                   END-IF
               END-PERFORM
               IF W031-SORT-BEST NOT EQUAL W031-SORT-I
                   MOVE W030-SHIFT (W031-SORT-BEST) TO W031-SWAP-ENTRY
                   MOVE W030-SHIFT (W031-SORT-I)
                           TO W030-SHIFT (W031-SORT-BEST)
                   MOVE W031-SWAP-ENTRY TO W030-SHIFT (W031-SORT-I)
               END-IF
           END-PERFORM.
      *
      *    A "BRANCH" LINE OPENS EACH BRANCH'S SECTION AND ITS OWN
      *    COUNT LINE CLOSES IT -- THE SPLIT TEXT LIB072A WATCHES
      *    FOR, WITH THE BRANCH ID AT COLUMN 8.
       C040-REPORT-BY-BRANCH.
      *
           IF W030-SHIFT-COUNT EQUAL ZERO
               MOVE "  NOBODY IS SCHEDULED THIS DAY"
                       TO ATTENDANCE-REPORT-LINE
               WRITE ATTENDANCE-REPORT-LINE
           ELSE
               MOVE SPACES TO W045-CURRENT-BRANCH
               PERFORM C045-REPORT-ONE-SHIFT
                    VARYING W030-I FROM 1 BY 1
                    UNTIL W030-I GREATER THAN W030-SHIFT-COUNT
               PERFORM C070-CLOSE-BRANCH-SECTION
           END-IF.
      *
       C045-REPORT-ONE-SHIFT.
      *
           IF W030-I EQUAL 1
              OR W030-SHIFT-BRANCH (W030-I) NOT EQUAL
                      W045-CURRENT-BRANCH
               IF W030-I NOT EQUAL 1
                   PERFORM C070-CLOSE-BRANCH-SECTION
               END-IF
               MOVE W030-SHIFT-BRANCH (W030-I) TO W045-CURRENT-BRANCH
               MOVE ZERO TO W045-BRANCH-SCHEDULED
                            W045-BRANCH-EXCEPTIONS
               ADD 1 TO W045-BRANCH-COUNT
               MOVE SPACES TO ATTENDANCE-REPORT-LINE
               WRITE ATTENDANCE-REPORT-LINE
               STRING "BRANCH "            DELIMITED BY SIZE
                      W045-CURRENT-BRANCH  DELIMITED BY SIZE
                      " -- "               DELIMITED BY SIZE
                      W006-DAY-NAME (W006-DOW)
                                           DELIMITED BY SIZE
                      " "                  DELIMITED BY SIZE
                      W006-REPORT-DATE     DELIMITED BY SIZE
                      INTO ATTENDANCE-REPORT-LINE
               WRITE ATTENDANCE-REPORT-LINE
           END-IF.
           ADD 1 TO W045-BRANCH-SCHEDULED W045-TOTAL-SCHEDULED.
           PERFORM C050-SET-UP-DETAIL-LINE.
           MOVE W030-SHIFT-EMPLOYEE (W030-I) TO W020-SEARCH-ID.
           PERFORM C029-FIND-PUNCHER.
           IF NOT W020-PUNCHER-FOUND
               PERFORM C055-TEST-NO-SHOW
           ELSE
               PERFORM C060-TEST-THE-PUNCHES
           END-IF.
      *
       C050-SET-UP-DETAIL-LINE.
      *
           MOVE W030-SHIFT-EMPLOYEE (W030-I) TO W016-DETAIL-EMPLOYEE.
           MOVE SPACES TO W016-DETAIL-NAME W016-DETAIL-PUNCHED.
           SET W010-I TO 1.
           PERFORM UNTIL W010-I GREATER THAN W010-NAME-COUNT
               IF W010-NAME-ID (W010-I) EQUAL W016-DETAIL-EMPLOYEE
                   MOVE W010-NAME (W010-I) TO W016-DETAIL-NAME
                   SET W010-I TO W010-NAME-COUNT
               END-IF
               SET W010-I UP BY 1
           END-PERFORM.
           MOVE W030-SHIFT-START (W030-I)
                   TO W016-DETAIL-SCHEDULED (1:4).
           MOVE "-" TO W016-DETAIL-SCHEDULED (5:1).
           MOVE W030-SHIFT-END (W030-I) TO W016-DETAIL-SCHEDULED (6:4).
           MOVE W030-SHIFT-START (W030-I) TO W040-CLOCK-TIME.
           PERFORM C065-CLOCK-TO-MINUTES.
           MOVE W040-CLOCK-MINUTES TO W040-START-MINUTES.
           MOVE W030-SHIFT-END (W030-I) TO W040-CLOCK-TIME.
           PERFORM C065-CLOCK-TO-MINUTES.
           MOVE W040-CLOCK-MINUTES TO W040-END-MINUTES.
      *
      *    NO PUNCH AT ALL -- EXCUSED ONLY WHEN THE WEEK'S KEYED
      *    VACATION AND SICK HOURS COVER AT LEAST THIS SHIFT.
       C055-TEST-NO-SHOW.
      *
           COMPUTE W040-SHIFT-HOURS ROUNDED =
                   (W040-END-MINUTES - W040-START-MINUTES) / 60.
           MOVE "N" TO W015-LEAVE-FOUND-SWITCH.
           SET W015-I TO 1.
           PERFORM UNTIL W015-I GREATER THAN W015-LEAVE-COUNT
                      OR W015-LEAVE-FOUND
               IF W015-LEAVE-ID (W015-I) EQUAL W016-DETAIL-EMPLOYEE
                  AND W015-LEAVE-HOURS (W015-I) NOT LESS THAN
                          W040-SHIFT-HOURS
                   MOVE "Y" TO W015-LEAVE-FOUND-SWITCH
               ELSE
                   SET W015-I UP BY 1
               END-IF
           END-PERFORM.
           IF W015-LEAVE-FOUND
               ADD 1 TO W045-TOTAL-ON-LEAVE
           ELSE
               MOVE "    NONE" TO W016-DETAIL-PUNCHED
               MOVE "ABSENT -- NO LEAVE KEYED"
                       TO W016-DETAIL-EXCEPTION
               PERFORM C068-WRITE-EXCEPTION
           END-IF.
      *
       C060-TEST-THE-PUNCHES.
      *
           IF W020-IN-COUNT (W020-I) GREATER THAN ZERO
               MOVE W020-FIRST-IN (W020-I)
                       TO W016-DETAIL-PUNCHED (1:4)
           ELSE
               MOVE "----" TO W016-DETAIL-PUNCHED (1:4)
           END-IF.
           MOVE "-" TO W016-DETAIL-PUNCHED (5:1).
           IF W020-OUT-COUNT (W020-I) GREATER THAN ZERO
               MOVE W020-LAST-OUT (W020-I)
                       TO W016-DETAIL-PUNCHED (6:4)
           ELSE
               MOVE "----" TO W016-DETAIL-PUNCHED (6:4)
           END-IF.
           IF W020-IN-COUNT (W020-I) NOT EQUAL W020-OUT-COUNT (W020-I)
               MOVE "MISSED PUNCH -- INS AND OUTS"
                       TO W016-DETAIL-EXCEPTION
               PERFORM C068-WRITE-EXCEPTION
           END-IF.
           IF W020-IN-COUNT (W020-I) GREATER THAN ZERO
               MOVE W020-FIRST-IN (W020-I) TO W040-CLOCK-TIME
               PERFORM C065-CLOCK-TO-MINUTES
               MOVE W040-CLOCK-MINUTES TO W040-IN-MINUTES
               IF W040-IN-MINUTES GREATER THAN
                       W040-START-MINUTES + W006-GRACE-MINUTES
                   COMPUTE W040-DIFFERENCE-MINUTES =
                           W040-IN-MINUTES - W040-START-MINUTES
                   MOVE "LATE START" TO W016-EXCEPTION-WORDS
                   MOVE W040-DIFFERENCE-MINUTES
                           TO W016-EXCEPTION-MINUTES
                   MOVE W016-EXCEPTION-TEXT TO W016-DETAIL-EXCEPTION
                   PERFORM C068-WRITE-EXCEPTION
               END-IF
           END-IF.
           IF W020-OUT-COUNT (W020-I) GREATER THAN ZERO
               MOVE W020-LAST-OUT (W020-I) TO W040-CLOCK-TIME
               PERFORM C065-CLOCK-TO-MINUTES
               MOVE W040-CLOCK-MINUTES TO W040-OUT-MINUTES
               IF W040-OUT-MINUTES + W006-GRACE-MINUTES LESS THAN
                       W040-END-MINUTES
                   COMPUTE W040-DIFFERENCE-MINUTES =
                           W040-END-MINUTES - W040-OUT-MINUTES
                   MOVE "EARLY LEAVE" TO W016-EXCEPTION-WORDS
                   MOVE W040-DIFFERENCE-MINUTES
                           TO W016-EXCEPTION-MINUTES
                   MOVE W016-EXCEPTION-TEXT TO W016-DETAIL-EXCEPTION
                   PERFORM C068-WRITE-EXCEPTION
               END-IF
           END-IF.
      *
       C065-CLOCK-TO-MINUTES.
      *
           COMPUTE W040-CLOCK-MINUTES =
                   W040-CLOCK-HH * 60 + W040-CLOCK-MM.
      *
       C068-WRITE-EXCEPTION.
      *
           ADD 1 TO W045-BRANCH-EXCEPTIONS W045-TOTAL-EXCEPTIONS.
           MOVE W016-DETAIL-LINE TO ATTENDANCE-REPORT-LINE.
           WRITE ATTENDANCE-REPORT-LINE.
      *
       C070-CLOSE-BRANCH-SECTION.
      *
           IF W045-BRANCH-EXCEPTIONS EQUAL ZERO
               MOVE "  NO EXCEPTIONS" TO ATTENDANCE-REPORT-LINE
               WRITE ATTENDANCE-REPORT-LINE
           END-IF.
           MOVE SPACES TO ATTENDANCE-REPORT-LINE.
           STRING "  BRANCH "             DELIMITED BY SIZE
                  W045-CURRENT-BRANCH     DELIMITED BY SIZE
                  ": SCHEDULED "          DELIMITED BY SIZE
                  W045-BRANCH-SCHEDULED   DELIMITED BY SIZE
                  "  EXCEPTIONS "         DELIMITED BY SIZE
                  W045-BRANCH-EXCEPTIONS  DELIMITED BY SIZE
                  INTO ATTENDANCE-REPORT-LINE.
           WRITE ATTENDANCE-REPORT-LINE.
      *
      *    "RUN TOTALS" RETURNS THE REPORT TO ITS COMMON PART, SO
      *    EVERY BRANCH'S COPY ENDS WITH THE SAME CLOSING LINES.
       C080-WRITE-TOTALS.
      *
           MOVE SPACES TO ATTENDANCE-REPORT-LINE.
           WRITE ATTENDANCE-REPORT-LINE.
           STRING "RUN TOTALS -- SCHEDULED: " DELIMITED BY SIZE
                  W045-TOTAL-SCHEDULED        DELIMITED BY SIZE
                  "  EXCEPTIONS: "            DELIMITED BY SIZE
                  W045-TOTAL-EXCEPTIONS       DELIMITED BY SIZE
                  "  ON KEYED LEAVE: "        DELIMITED BY SIZE
                  W045-TOTAL-ON-LEAVE         DELIMITED BY SIZE
                  INTO ATTENDANCE-REPORT-LINE.
           WRITE ATTENDANCE-REPORT-LINE.
           IF W030-TABLE-OVERFLOWED
               MOVE "** MORE THAN 300 SHIFTS THIS DAY -- THE REST ARE "
                       TO ATTENDANCE-REPORT-LINE
               WRITE ATTENDANCE-REPORT-LINE
               MOVE "** NOT CHECKED" TO ATTENDANCE-REPORT-LINE
               WRITE ATTENDANCE-REPORT-LINE
           END-IF.
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
      *
      *    EVERY BRANCH ON TODAY'S REPORT THAT HAS NO DISTRIB.DAT ROW
      *    YET GETS ONE: SPLIT ON THE "BRANCH" LINES AT COLUMN 8,
      *    BACK TO COMMON AT "RUN TOTALS", HELD FOR VIEWING UNTIL
      *    DIST001A POINTS IT AT THE BRANCH'S PRINTER OR MAILBOX.
       C910-SEED-BRANCH-ROUTES.
      *
           OPEN I-O DISTRIBUTION-FILE.
           IF WORK-DISTRIBUTION-STATUS NOT EQUAL "00"
               OPEN OUTPUT DISTRIBUTION-FILE
               CLOSE DISTRIBUTION-FILE
               OPEN I-O DISTRIBUTION-FILE
           END-IF.
           MOVE SPACES TO W045-CURRENT-BRANCH.
           PERFORM C915-SEED-ONE-BRANCH
                VARYING W030-I FROM 1 BY 1
                UNTIL W030-I GREATER THAN W030-SHIFT-COUNT.
           CLOSE DISTRIBUTION-FILE.
      *
       C915-SEED-ONE-BRANCH.
      *
           IF W030-SHIFT-BRANCH (W030-I) NOT EQUAL W045-CURRENT-BRANCH
               MOVE W030-SHIFT-BRANCH (W030-I) TO W045-CURRENT-BRANCH
               MOVE "PAY019A" TO DIST-JOB-NAME
               MOVE "B" TO DIST-RECIPIENT-TYPE
               MOVE W045-CURRENT-BRANCH TO DIST-RECIPIENT
               MOVE "Y" TO W050-ROUTE-FOUND-SWITCH
               READ DISTRIBUTION-FILE
                   INVALID KEY
                       MOVE "N" TO W050-ROUTE-FOUND-SWITCH
               END-READ
               IF NOT W050-ROUTE-FOUND
                   MOVE SPACES TO DISTRIBUTION-RECORD
                   MOVE "PAY019A" TO DIST-JOB-NAME
                   MOVE "B" TO DIST-RECIPIENT-TYPE
                   MOVE W045-CURRENT-BRANCH TO DIST-RECIPIENT
                   MOVE "H" TO DIST-METHOD-FLAG
                   MOVE "BRANCH" TO DIST-SPLIT-TEXT
                   MOVE 8 TO DIST-SPLIT-COLUMN
                   MOVE "RUN TOTALS" TO DIST-COMMON-TEXT
                   WRITE DISTRIBUTION-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
                   DISPLAY "PAY019A: BRANCH " W045-CURRENT-BRANCH
                           " ROUTE FOR THE ATTENDANCE REPORT ADDED "
                           "TO DISTRIB.DAT"
               END-IF
           END-IF.
