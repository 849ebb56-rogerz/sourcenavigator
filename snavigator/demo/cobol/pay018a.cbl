      *
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. PAY018A.
      *
      ***************************************************************
      *                                                             *
      * POSITION CONTROL -- THE BOARD APPROVES POSITIONS, HEADS    *
      * AND HOURS PER DEPARTMENT (POSITION.DAT, KEPT ON POS001A),  *
      * BUT OVERSPENDING USED TO SURFACE ONLY AT YEAR END. THIS    *
      * MONTHLY RUN:                                               *
      *   1. LOADS THE POSITION TABLE IN DEPARTMENT ORDER AND THE  *
      *      ASSIGNMENT OF EVERY EMPLOYEE ON EMPMAST.DAT           *
      *   2. SUMS THE HOURS AND GROSS PAY ARCHIVED ON PAYNARCH.DAT *
      *      FOR THE MONTH (YYMM ON THE COMMAND LINE, DEFAULT THE  *
      *      MONTH JUST ENDED) UNDER EACH EMPLOYEE'S POSITION      *
      *   3. PRINTS BUDGET AGAINST ACTUAL BY POSITION, WITH        *
      *      DEPARTMENT SUBTOTALS -- THE MONTHLY BUDGET IS THE     *
      *      WEEKLY HOURS TIMES 52 OVER 12 AND THE ANNUAL COST     *
      *      OVER 12 -- AND PAY FOR ANYONE NOT ASSIGNED, THEN      *
      *   4. LISTS VACANT POSITIONS AND ANY FILLED OVER THE        *
      *      APPROVED HEADCOUNT.                                   *
      * ACTUALS ARE GROSS PAY ONLY, BOOKED TO THE POSITION THE     *
      * EMPLOYEE FILLS TODAY.                                      *
      *                                                             *
      ***************************************************************
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT POSITION-FILE
                  ASSIGN TO DISK
                  ACCESS MODE SEQUENTIAL
                  ORGANIZATION INDEXED
                  RECORD KEY POS-KEY
                  FILE STATUS IS WORK-POSITION-STATUS.
      *
           SELECT EMPLOYMENT-MASTER
                  ASSIGN TO DISK
                  ACCESS MODE SEQUENTIAL
                  ORGANIZATION INDEXED
                  RECORD KEY EMP-MASTER-ID
                  FILE STATUS IS WORK-EMPMAST-STATUS.
      *
           SELECT PAYNET-ARCHIVE-FILE
                  ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WORK-ARCHIVE-STATUS.
      *
      *    SPOOLED TO DISK (SEE SPOOL.CPY) -- THE SPOL001A MANAGER
      *    VIEWS, PRINTS, REPRINTS, OR PURGES THE SPOOLED REPORT.
           SELECT POSITION-REPORT-PRINT ASSIGN TO WS-SPOOL-FILE-NAME
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
       copy position.
      *
       copy empmast.
      *
       copy paynarch.
      *
       copy spool.
      *
       copy distrib.
      *
       FD  POSITION-REPORT-PRINT
           LABEL RECORDS OMITTED.
       01  POSITION-REPORT-LINE                     PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
      *    SPOOL BOOKKEEPING -- THE SPOOL FILE NAME CARRIES THE JOB
      *    AND RUN DATE, AND EVERY RUN REGISTERS ITSELF ON THE
      *    SPOOL INDEX BEFORE WRITING A LINE.
       01  WS-SPOOL-FILE-NAME                       PIC X(20).
       01  WORK-SPOOL-INDEX-STATUS                  PIC XX.
       01  W037-SPOOL-JOB-NAME                      PIC X(8)
                                                     VALUE "PAY018A".
       01  W037-SPOOL-RUN-DATE                      PIC 9(6).
       01  W037-SPOOL-RUN-TIME                      PIC 9(8).
      *
       01  W005-END-OF-FILE-SWITCH                  PIC X.
           88  W005-END-OF-FILE                     VALUE "1".
       01  WORK-POSITION-STATUS                     PIC XX.
       01  WORK-EMPMAST-STATUS                      PIC XX.
       01  WORK-ARCHIVE-STATUS                      PIC XX.
       01  WORK-DISTRIBUTION-STATUS                 PIC XX.
      *
      *    THE MONTH REPORTED, YYMM -- FROM THE COMMAND LINE, OR THE
      *    MONTH BEFORE TODAY'S.
       01  W006-MONTH-PARM                          PIC X(10).
       01  W006-TODAY-RAW-DATE.
           05  W006-TODAY-RAW-YY                    PIC 99.
           05  W006-TODAY-RAW-MM                    PIC 99.
           05  W006-TODAY-RAW-DD                    PIC 99.
       01  W006-REPORT-MONTH.
           05  W006-REPORT-YY                       PIC 99.
           05  W006-REPORT-MM                       PIC 99.
       01  W006-ARCHIVE-RUN-DATE.
           05  W006-ARCHIVE-YYMM                    PIC X(4).
           05  W006-ARCHIVE-DD                      PIC 99.
      *
      *    THE APPROVED POSITIONS IN KEY ORDER -- DEPARTMENT, THEN
      *    POSITION NUMBER -- WITH THE HEADS NOW FILLING EACH AND
      *    THE MONTH'S ACTUALS BOOKED TO IT.
       01  W020-POSITION-COUNT                      PIC 9(4) VALUE 0.
       01  W020-POSITION-TABLE.
           05  W020-POSITION                        OCCURS 200 TIMES
                                                    INDEXED BY W020-I.
               10  W020-POS-DEPARTMENT              PIC X(4).
               10  W020-POS-NUMBER                  PIC X(4).
               10  W020-POS-JOB-CODE                PIC X(4).
               10  W020-POS-TITLE                   PIC X(20).
               10  W020-POS-APPROVED                PIC 9(3).
               10  W020-POS-FILLED                  PIC 9(4).
               10  W020-POS-BUDGET-HOURS            PIC 9(6)V99.
               10  W020-POS-BUDGET-COST             PIC 9(7)V99.
               10  W020-POS-ACTUAL-HOURS            PIC 9(6)V99.
               10  W020-POS-ACTUAL-GROSS            PIC 9(7)V99.
       01  W020-POSITION-FOUND-SWITCH               PIC X.
           88  W020-POSITION-FOUND                  VALUE "Y".
      *
      *    EVERY EMPLOYEE ON THE MASTER AND THE TABLE ROW OF THE
      *    POSITION THEY FILL -- ZERO FOR NONE, OR ONE NOT ON THE
      *    TABLE FOR THEIR DEPARTMENT.
       01  W030-EMPLOYEE-COUNT                      PIC 9(4) VALUE 0.
       01  W030-EMPLOYEE-TABLE.
           05  W030-EMPLOYEE                        OCCURS 500 TIMES
                                                    INDEXED BY W030-I.
               10  W030-EMP-ID                      PIC X(5).
               10  W030-EMP-POSITION-ROW            PIC 9(4).
       01  W030-EMPLOYEE-FOUND-SWITCH               PIC X.
           88  W030-EMPLOYEE-FOUND                  VALUE "Y".
       01  W030-FOUND-ROW                           PIC 9(4).
       01  W030-OVERFLOW-SWITCH                     PIC X VALUE "N".
           88  W030-TABLE-OVERFLOWED                VALUE "Y".
      *
       01  W040-UNASSIGNED-HOURS                    PIC 9(6)V99
                                                     VALUE 0.
       01  W040-UNASSIGNED-GROSS                    PIC 9(7)V99
                                                     VALUE 0.
       01  W040-ARCHIVE-LINE-COUNT                  PIC 9(6) VALUE 0.
       01  W040-VACANT-COUNT                        PIC 9(4) VALUE 0.
       01  W040-OVER-FILLED-COUNT                   PIC 9(4) VALUE 0.
       01  W040-OVER-BUDGET-COUNT                   PIC 9(4) VALUE 0.
       01  W040-HEAD-DIFFERENCE                     PIC 9(4).
      *
      *    DEPARTMENT AND GRAND TOTALS FOR THE BUDGET LISTING.
       01  W045-CURRENT-DEPARTMENT                  PIC X(4).
       01  W045-DEPT-BUDGET-HOURS                   PIC 9(7)V99.
       01  W045-DEPT-ACTUAL-HOURS                   PIC 9(7)V99.
       01  W045-DEPT-BUDGET-COST                    PIC 9(8)V99.
       01  W045-DEPT-ACTUAL-GROSS                   PIC 9(8)V99.
       01  W045-GRAND-BUDGET-HOURS                  PIC 9(7)V99
                                                     VALUE 0.
       01  W045-GRAND-ACTUAL-HOURS                  PIC 9(7)V99
                                                     VALUE 0.
       01  W045-GRAND-BUDGET-COST                   PIC 9(8)V99
                                                     VALUE 0.
       01  W045-GRAND-ACTUAL-GROSS                  PIC 9(8)V99
                                                     VALUE 0.
      *
       01  W050-ROUTE-FOUND-SWITCH                  PIC X.
           88  W050-ROUTE-FOUND                     VALUE "Y".
      *
       01  W015-HEADING-LINE-1.
           05  FILLER                     PIC X(40) VALUE
               "                HEADS  ----- HOURS -----".
           05  FILLER                     PIC X(32) VALUE
               " ----------- DOLLARS -----------".
       01  W015-HEADING-LINE-2.
           05  FILLER                     PIC X(40) VALUE
               "DEPT POS  JOB  APP FIL   BUDGET   ACTUAL".
           05  FILLER                     PIC X(39) VALUE
               "     BUDGET     ACTUAL    VARIANCE FLAG".
      *
       01  W015-DETAIL-LINE.
           05  W015-DETAIL-DEPARTMENT               PIC X(4).
           05  FILLER                     PIC X VALUE SPACE.
           05  W015-DETAIL-POSITION                 PIC X(4).
           05  FILLER                     PIC X VALUE SPACE.
           05  W015-DETAIL-JOB-CODE                 PIC X(4).
           05  FILLER                     PIC X VALUE SPACE.
           05  W015-DETAIL-APPROVED                 PIC ZZ9.
           05  FILLER                     PIC X VALUE SPACE.
           05  W015-DETAIL-FILLED                   PIC ZZ9.
           05  FILLER                     PIC X VALUE SPACE.
           05  W015-DETAIL-BUDGET-HOURS             PIC ZZZZ9.99.
           05  FILLER                     PIC X VALUE SPACE.
           05  W015-DETAIL-ACTUAL-HOURS             PIC ZZZZ9.99.
           05  FILLER                     PIC X VALUE SPACE.
           05  W015-DETAIL-BUDGET-COST              PIC ZZZ,ZZ9.99.
           05  FILLER                     PIC X VALUE SPACE.
           05  W015-DETAIL-ACTUAL-GROSS             PIC ZZZ,ZZ9.99.
           05  FILLER                     PIC X VALUE SPACE.
           05  W015-DETAIL-VARIANCE                 PIC -ZZZ,ZZ9.99.
           05  FILLER                     PIC X VALUE SPACE.
           05  W015-DETAIL-FLAG                     PIC X(4).
      *
       01  W016-VACANCY-LINE.
           05  W016-VACANCY-DEPARTMENT              PIC X(4).
           05  FILLER                     PIC X VALUE SPACE.
           05  W016-VACANCY-POSITION                PIC X(4).
           05  FILLER                     PIC X VALUE SPACE.
           05  W016-VACANCY-TITLE                   PIC X(20).
           05  FILLER                     PIC X(11) VALUE
               "  APPROVED ".
           05  W016-VACANCY-APPROVED                PIC ZZ9.
           05  FILLER                     PIC X(9) VALUE
               "  FILLED ".
           05  W016-VACANCY-FILLED                  PIC ZZZ9.
           05  FILLER                     PIC XX VALUE SPACES.
           05  W016-VACANCY-NOTE                    PIC X(7).
           05  W016-VACANCY-HEADS                   PIC ZZZ9.
      *
       PROCEDURE DIVISION.
      *
       C000-MAIN-LINE-LOGIC.
      *
           PERFORM C005-READ-MONTH-PARM.
           PERFORM C010-LOAD-POSITION-TABLE.
           IF W020-POSITION-COUNT EQUAL ZERO
               DISPLAY "PAY018A: NO POSITIONS ON POSITION.DAT -- "
                       "RUN POS001A FIRST"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM C020-LOAD-EMPLOYEE-ASSIGNMENTS.
           PERFORM C030-SUM-ARCHIVED-PAY.
           PERFORM C900-REGISTER-SPOOL-FILE.
           OPEN OUTPUT POSITION-REPORT-PRINT.
           MOVE SPACES TO POSITION-REPORT-LINE.
           STRING "POSITION CONTROL -- BUDGET AGAINST ACTUAL, "
                                           DELIMITED BY SIZE
                  "MONTH "                 DELIMITED BY SIZE
                  W006-REPORT-MONTH        DELIMITED BY SIZE
                  " (YYMM)"                DELIMITED BY SIZE
                  INTO POSITION-REPORT-LINE.
           WRITE POSITION-REPORT-LINE.
           PERFORM C050-LIST-BUDGET-AGAINST-ACTUAL.
           PERFORM C070-LIST-VACANCIES.
           PERFORM C080-WRITE-TOTALS.
           CLOSE POSITION-REPORT-PRINT.
           PERFORM C910-SEED-POSITION-ROUTE.
           DISPLAY "PAY018A POSITION CONTROL COMPLETE FOR "
                   W006-REPORT-MONTH.
           DISPLAY "POSITIONS OVER BUDGET:  " W040-OVER-BUDGET-COUNT.
           DISPLAY "VACANT POSITIONS:       " W040-VACANT-COUNT.
           DISPLAY "OVER APPROVED HEADS:    " W040-OVER-FILLED-COUNT.
           GOBACK.
      *
      *    A YYMM ON THE COMMAND LINE PICKS THE MONTH; OTHERWISE THE
      *    RUN REPORTS THE MONTH JUST ENDED.
       C005-READ-MONTH-PARM.
      *
           MOVE SPACES TO W006-MONTH-PARM.
           ACCEPT W006-MONTH-PARM FROM COMMAND-LINE.
           IF W006-MONTH-PARM (1:4) IS NUMERIC
              AND W006-MONTH-PARM (3:2) GREATER THAN "00"
              AND W006-MONTH-PARM (3:2) LESS THAN "13"
               MOVE W006-MONTH-PARM (1:4) TO W006-REPORT-MONTH
           ELSE
               ACCEPT W006-TODAY-RAW-DATE FROM DATE
               IF W006-TODAY-RAW-MM EQUAL 1
                   MOVE 12 TO W006-REPORT-MM
                   IF W006-TODAY-RAW-YY EQUAL ZERO
                       MOVE 99 TO W006-REPORT-YY
                   ELSE
                       COMPUTE W006-REPORT-YY =
                               W006-TODAY-RAW-YY - 1
                   END-IF
               ELSE
                   MOVE W006-TODAY-RAW-YY TO W006-REPORT-YY
                   COMPUTE W006-REPORT-MM = W006-TODAY-RAW-MM - 1
               END-IF
           END-IF.
      *
       C010-LOAD-POSITION-TABLE.
      *
           OPEN INPUT POSITION-FILE.
           IF WORK-POSITION-STATUS EQUAL "00"
               MOVE "0" TO W005-END-OF-FILE-SWITCH
               PERFORM C015-LOAD-ONE-POSITION
                       UNTIL W005-END-OF-FILE
               CLOSE POSITION-FILE
           END-IF.
      *
       C015-LOAD-ONE-POSITION.
      *
           READ POSITION-FILE NEXT RECORD
               AT END
                   MOVE "1" TO W005-END-OF-FILE-SWITCH
               NOT AT END
                   IF W020-POSITION-COUNT LESS THAN 200
                       ADD 1 TO W020-POSITION-COUNT
                       SET W020-I TO W020-POSITION-COUNT
                       MOVE POS-DEPARTMENT
                               TO W020-POS-DEPARTMENT (W020-I)
                       MOVE POS-NUMBER TO W020-POS-NUMBER (W020-I)
                       MOVE POS-JOB-CODE TO W020-POS-JOB-CODE (W020-I)
                       MOVE POS-TITLE TO W020-POS-TITLE (W020-I)
                       MOVE POS-APPROVED-COUNT
                               TO W020-POS-APPROVED (W020-I)
                       MOVE ZERO TO W020-POS-FILLED (W020-I)
                                    W020-POS-ACTUAL-HOURS (W020-I)
                                    W020-POS-ACTUAL-GROSS (W020-I)
                       COMPUTE W020-POS-BUDGET-HOURS (W020-I) ROUNDED
                               = POS-WEEKLY-HOURS * 52 / 12
                       COMPUTE W020-POS-BUDGET-COST (W020-I) ROUNDED
                               = POS-ANNUAL-COST / 12
                   ELSE
                       DISPLAY "PAY018A: POSITION TABLE FULL AT 200 "
                               "-- " POS-DEPARTMENT " " POS-NUMBER
                               " LEFT OFF"
                   END-IF
           END-READ.
      *
       C020-LOAD-EMPLOYEE-ASSIGNMENTS.
      *
           OPEN INPUT EMPLOYMENT-MASTER.
           IF WORK-EMPMAST-STATUS EQUAL "00"
               MOVE "0" TO W005-END-OF-FILE-SWITCH
               PERFORM C025-LOAD-ONE-EMPLOYEE
                       UNTIL W005-END-OF-FILE
               CLOSE EMPLOYMENT-MASTER
           ELSE
               DISPLAY "PAY018A: NO EMPMAST.DAT -- ALL PAY REPORTS "
                       "AS NOT ASSIGNED"
           END-IF.
      *
      *    A TERMINATED EMPLOYEE'S LAST PAY STILL BOOKS TO THE
      *    POSITION; ONLY THE ACTIVE ONES COUNT AS FILLING IT.
       C025-LOAD-ONE-EMPLOYEE.
      *
           READ EMPLOYMENT-MASTER NEXT RECORD
               AT END
                   MOVE "1" TO W005-END-OF-FILE-SWITCH
               NOT AT END
                   PERFORM C027-FIND-EMPLOYEE-POSITION
                   IF W030-EMPLOYEE-COUNT LESS THAN 500
                       ADD 1 TO W030-EMPLOYEE-COUNT
                       SET W030-I TO W030-EMPLOYEE-COUNT
                       MOVE EMP-MASTER-ID TO W030-EMP-ID (W030-I)
                       MOVE W030-FOUND-ROW
                               TO W030-EMP-POSITION-ROW (W030-I)
                   ELSE
                       MOVE "Y" TO W030-OVERFLOW-SWITCH
                   END-IF
                   IF W030-FOUND-ROW GREATER THAN ZERO
                      AND EMP-IS-ACTIVE
                       SET W020-I TO W030-FOUND-ROW
                       ADD 1 TO W020-POS-FILLED (W020-I)
                   END-IF
           END-READ.
      *
       C027-FIND-EMPLOYEE-POSITION.
      *
           MOVE ZERO TO W030-FOUND-ROW.
           MOVE "N" TO W020-POSITION-FOUND-SWITCH.
           IF EMP-POSITION-NUMBER NOT EQUAL SPACES
               SET W020-I TO 1
               PERFORM UNTIL W020-I GREATER THAN W020-POSITION-COUNT
                          OR W020-POSITION-FOUND
                   IF W020-POS-DEPARTMENT (W020-I) EQUAL
                           EMP-DEPARTMENT
                      AND W020-POS-NUMBER (W020-I) EQUAL
                           EMP-POSITION-NUMBER
                       MOVE "Y" TO W020-POSITION-FOUND-SWITCH
                       SET W030-FOUND-ROW TO W020-I
                   END-IF
                   SET W020-I UP BY 1
               END-PERFORM
           END-IF.
      *
       C030-SUM-ARCHIVED-PAY.
      *
           OPEN INPUT PAYNET-ARCHIVE-FILE.
           IF WORK-ARCHIVE-STATUS NOT EQUAL "00"
               DISPLAY "PAY018A: NO PAYNARCH.DAT -- ACTUALS ARE ZERO"
           ELSE
               MOVE "0" TO W005-END-OF-FILE-SWITCH
               PERFORM C035-SUM-ONE-ARCHIVE-LINE
                       UNTIL W005-END-OF-FILE
               CLOSE PAYNET-ARCHIVE-FILE
           END-IF.
      *
       C035-SUM-ONE-ARCHIVE-LINE.
      *
           READ PAYNET-ARCHIVE-FILE
               AT END
                   MOVE "1" TO W005-END-OF-FILE-SWITCH
               NOT AT END
                   MOVE PNA-RUN-DATE TO W006-ARCHIVE-RUN-DATE
                   IF W006-ARCHIVE-YYMM EQUAL W006-REPORT-MONTH
                       ADD 1 TO W040-ARCHIVE-LINE-COUNT
                       PERFORM C040-BOOK-ONE-ARCHIVE-LINE
                   END-IF
           END-READ.
      *
       C040-BOOK-ONE-ARCHIVE-LINE.
      *
           MOVE ZERO TO W030-FOUND-ROW.
           MOVE "N" TO W030-EMPLOYEE-FOUND-SWITCH.
           SET W030-I TO 1.
           PERFORM UNTIL W030-I GREATER THAN W030-EMPLOYEE-COUNT
                      OR W030-EMPLOYEE-FOUND
               IF W030-EMP-ID (W030-I) EQUAL PNA-EMPLOYEE-ID
                   MOVE "Y" TO W030-EMPLOYEE-FOUND-SWITCH
                   MOVE W030-EMP-POSITION-ROW (W030-I)
                           TO W030-FOUND-ROW
               END-IF
               SET W030-I UP BY 1
           END-PERFORM.
           IF W030-FOUND-ROW GREATER THAN ZERO
               SET W020-I TO W030-FOUND-ROW
               ADD PNA-HOURS TO W020-POS-ACTUAL-HOURS (W020-I)
               ADD PNA-GROSS TO W020-POS-ACTUAL-GROSS (W020-I)
           ELSE
               ADD PNA-HOURS TO W040-UNASSIGNED-HOURS
               ADD PNA-GROSS TO W040-UNASSIGNED-GROSS
           END-IF.
      *
      *    ONE LINE PER POSITION; A CHANGE OF DEPARTMENT CLOSES THE
      *    PREVIOUS ONE WITH ITS SUBTOTAL. VARIANCE IS ACTUAL LESS
      *    BUDGET, SO A POSITIVE FIGURE IS OVERSPENDING.
       C050-LIST-BUDGET-AGAINST-ACTUAL.
      *
           MOVE SPACES TO POSITION-REPORT-LINE.
           WRITE POSITION-REPORT-LINE.
           MOVE W015-HEADING-LINE-1 TO POSITION-REPORT-LINE.
           WRITE POSITION-REPORT-LINE.
           MOVE W015-HEADING-LINE-2 TO POSITION-REPORT-LINE.
           WRITE POSITION-REPORT-LINE.
           MOVE W020-POS-DEPARTMENT (1) TO W045-CURRENT-DEPARTMENT.
           MOVE ZERO TO W045-DEPT-BUDGET-HOURS W045-DEPT-ACTUAL-HOURS
                        W045-DEPT-BUDGET-COST W045-DEPT-ACTUAL-GROSS.
           PERFORM C055-LIST-ONE-POSITION
                VARYING W020-I FROM 1 BY 1
                UNTIL W020-I GREATER THAN W020-POSITION-COUNT.
           PERFORM C060-WRITE-DEPARTMENT-TOTAL.
      *
       C055-LIST-ONE-POSITION.
      *
           IF W020-POS-DEPARTMENT (W020-I) NOT EQUAL
                   W045-CURRENT-DEPARTMENT
               PERFORM C060-WRITE-DEPARTMENT-TOTAL
               MOVE W020-POS-DEPARTMENT (W020-I)
                       TO W045-CURRENT-DEPARTMENT
               MOVE ZERO TO W045-DEPT-BUDGET-HOURS
                            W045-DEPT-ACTUAL-HOURS
                            W045-DEPT-BUDGET-COST
                            W045-DEPT-ACTUAL-GROSS
           END-IF.
           MOVE SPACES TO W015-DETAIL-FLAG.
           IF W020-POS-ACTUAL-GROSS (W020-I) GREATER THAN
                   W020-POS-BUDGET-COST (W020-I)
              OR W020-POS-ACTUAL-HOURS (W020-I) GREATER THAN
                   W020-POS-BUDGET-HOURS (W020-I)
               MOVE "OVER" TO W015-DETAIL-FLAG
               ADD 1 TO W040-OVER-BUDGET-COUNT
           END-IF.
           MOVE W020-POS-DEPARTMENT (W020-I) TO W015-DETAIL-DEPARTMENT.
           MOVE W020-POS-NUMBER (W020-I) TO W015-DETAIL-POSITION.
           MOVE W020-POS-JOB-CODE (W020-I) TO W015-DETAIL-JOB-CODE.
           MOVE W020-POS-APPROVED (W020-I) TO W015-DETAIL-APPROVED.
           MOVE W020-POS-FILLED (W020-I) TO W015-DETAIL-FILLED.
           MOVE W020-POS-BUDGET-HOURS (W020-I)
                   TO W015-DETAIL-BUDGET-HOURS.
           MOVE W020-POS-ACTUAL-HOURS (W020-I)
                   TO W015-DETAIL-ACTUAL-HOURS.
           MOVE W020-POS-BUDGET-COST (W020-I)
                   TO W015-DETAIL-BUDGET-COST.
           MOVE W020-POS-ACTUAL-GROSS (W020-I)
                   TO W015-DETAIL-ACTUAL-GROSS.
           COMPUTE W015-DETAIL-VARIANCE =
                   W020-POS-ACTUAL-GROSS (W020-I)
                 - W020-POS-BUDGET-COST (W020-I).
           MOVE W015-DETAIL-LINE TO POSITION-REPORT-LINE.
           WRITE POSITION-REPORT-LINE.
           ADD W020-POS-BUDGET-HOURS (W020-I) TO W045-DEPT-BUDGET-HOURS.
           ADD W020-POS-ACTUAL-HOURS (W020-I) TO W045-DEPT-ACTUAL-HOURS.
           ADD W020-POS-BUDGET-COST (W020-I) TO W045-DEPT-BUDGET-COST.
           ADD W020-POS-ACTUAL-GROSS (W020-I) TO W045-DEPT-ACTUAL-GROSS.
      *
       C060-WRITE-DEPARTMENT-TOTAL.
      *
           MOVE SPACES TO W015-DETAIL-DEPARTMENT W015-DETAIL-POSITION
                          W015-DETAIL-JOB-CODE W015-DETAIL-FLAG.
           MOVE W045-CURRENT-DEPARTMENT TO W015-DETAIL-POSITION.
           MOVE "TOT" TO W015-DETAIL-JOB-CODE.
           MOVE ZERO TO W015-DETAIL-APPROVED W015-DETAIL-FILLED.
           MOVE W045-DEPT-BUDGET-HOURS TO W015-DETAIL-BUDGET-HOURS.
           MOVE W045-DEPT-ACTUAL-HOURS TO W015-DETAIL-ACTUAL-HOURS.
           MOVE W045-DEPT-BUDGET-COST TO W015-DETAIL-BUDGET-COST.
           MOVE W045-DEPT-ACTUAL-GROSS TO W015-DETAIL-ACTUAL-GROSS.
           COMPUTE W015-DETAIL-VARIANCE =
                   W045-DEPT-ACTUAL-GROSS - W045-DEPT-BUDGET-COST.
           IF W045-DEPT-ACTUAL-GROSS GREATER THAN W045-DEPT-BUDGET-COST
               MOVE "OVER" TO W015-DETAIL-FLAG
           END-IF.
           MOVE W015-DETAIL-LINE TO POSITION-REPORT-LINE.
           MOVE "DEPT" TO POSITION-REPORT-LINE (1:4).
           WRITE POSITION-REPORT-LINE.
           MOVE SPACES TO POSITION-REPORT-LINE.
           WRITE POSITION-REPORT-LINE.
           ADD W045-DEPT-BUDGET-HOURS TO W045-GRAND-BUDGET-HOURS.
           ADD W045-DEPT-ACTUAL-HOURS TO W045-GRAND-ACTUAL-HOURS.
           ADD W045-DEPT-BUDGET-COST TO W045-GRAND-BUDGET-COST.
           ADD W045-DEPT-ACTUAL-GROSS TO W045-GRAND-ACTUAL-GROSS.
      *
      *    A POSITION WITH FEWER ACTIVE HEADS THAN APPROVED IS A
      *    VACANCY; ONE WITH MORE IS FLAGGED FOR THE BOARD.
       C070-LIST-VACANCIES.
      *
           MOVE SPACES TO POSITION-REPORT-LINE.
           WRITE POSITION-REPORT-LINE.
           MOVE "VACANT AND OVER-FILLED POSITIONS:"
                   TO POSITION-REPORT-LINE.
           WRITE POSITION-REPORT-LINE.
           PERFORM C075-TEST-ONE-VACANCY
                VARYING W020-I FROM 1 BY 1
                UNTIL W020-I GREATER THAN W020-POSITION-COUNT.
           IF W040-VACANT-COUNT EQUAL ZERO
              AND W040-OVER-FILLED-COUNT EQUAL ZERO
               MOVE "  NONE -- EVERY POSITION FILLED AS APPROVED"
                       TO POSITION-REPORT-LINE
               WRITE POSITION-REPORT-LINE
           END-IF.
      *
       C075-TEST-ONE-VACANCY.
      *
           IF W020-POS-FILLED (W020-I) NOT EQUAL
                   W020-POS-APPROVED (W020-I)
               IF W020-POS-FILLED (W020-I) LESS THAN
                       W020-POS-APPROVED (W020-I)
                   ADD 1 TO W040-VACANT-COUNT
                   COMPUTE W040-HEAD-DIFFERENCE =
                           W020-POS-APPROVED (W020-I)
                         - W020-POS-FILLED (W020-I)
                   MOVE "VACANT " TO W016-VACANCY-NOTE
               ELSE
                   ADD 1 TO W040-OVER-FILLED-COUNT
                   COMPUTE W040-HEAD-DIFFERENCE =
                           W020-POS-FILLED (W020-I)
                         - W020-POS-APPROVED (W020-I)
                   MOVE "OVER BY" TO W016-VACANCY-NOTE
               END-IF
               MOVE W020-POS-DEPARTMENT (W020-I)
                       TO W016-VACANCY-DEPARTMENT
               MOVE W020-POS-NUMBER (W020-I) TO W016-VACANCY-POSITION
               MOVE W020-POS-TITLE (W020-I) TO W016-VACANCY-TITLE
               MOVE W020-POS-APPROVED (W020-I)
                       TO W016-VACANCY-APPROVED
               MOVE W020-POS-FILLED (W020-I) TO W016-VACANCY-FILLED
               MOVE W040-HEAD-DIFFERENCE TO W016-VACANCY-HEADS
               MOVE W016-VACANCY-LINE TO POSITION-REPORT-LINE
               WRITE POSITION-REPORT-LINE
           END-IF.
      *
       C080-WRITE-TOTALS.
      *
           MOVE SPACES TO POSITION-REPORT-LINE.
           WRITE POSITION-REPORT-LINE.
           MOVE SPACES TO W015-DETAIL-LINE.
           MOVE ZERO TO W015-DETAIL-APPROVED W015-DETAIL-FILLED
                        W015-DETAIL-BUDGET-HOURS W015-DETAIL-BUDGET-COST
                        W015-DETAIL-VARIANCE.
           MOVE W040-UNASSIGNED-HOURS TO W015-DETAIL-ACTUAL-HOURS.
           MOVE W040-UNASSIGNED-GROSS TO W015-DETAIL-ACTUAL-GROSS.
           MOVE "PAY NOT BOOKED TO AN APPROVED POSITION:"
                   TO POSITION-REPORT-LINE.
           WRITE POSITION-REPORT-LINE.
           MOVE W015-DETAIL-LINE TO POSITION-REPORT-LINE.
           MOVE "NONE" TO POSITION-REPORT-LINE (1:4).
           WRITE POSITION-REPORT-LINE.
           ADD W040-UNASSIGNED-HOURS TO W045-GRAND-ACTUAL-HOURS.
           ADD W040-UNASSIGNED-GROSS TO W045-GRAND-ACTUAL-GROSS.
           MOVE SPACES TO W015-DETAIL-LINE.
           MOVE ZERO TO W015-DETAIL-APPROVED W015-DETAIL-FILLED.
           MOVE W045-GRAND-BUDGET-HOURS TO W015-DETAIL-BUDGET-HOURS.
           MOVE W045-GRAND-ACTUAL-HOURS TO W015-DETAIL-ACTUAL-HOURS.
           MOVE W045-GRAND-BUDGET-COST TO W015-DETAIL-BUDGET-COST.
           MOVE W045-GRAND-ACTUAL-GROSS TO W015-DETAIL-ACTUAL-GROSS.
           COMPUTE W015-DETAIL-VARIANCE =
                   W045-GRAND-ACTUAL-GROSS - W045-GRAND-BUDGET-COST.
           IF W045-GRAND-ACTUAL-GROSS GREATER THAN
                   W045-GRAND-BUDGET-COST
               MOVE "OVER" TO W015-DETAIL-FLAG
           END-IF.
           MOVE SPACES TO POSITION-REPORT-LINE.
           WRITE POSITION-REPORT-LINE.
           MOVE W015-DETAIL-LINE TO POSITION-REPORT-LINE.
           MOVE "ALL" TO POSITION-REPORT-LINE (1:4).
           WRITE POSITION-REPORT-LINE.
           MOVE SPACES TO POSITION-REPORT-LINE.
           WRITE POSITION-REPORT-LINE.
           STRING "ARCHIVED PAY LINES: "  DELIMITED BY SIZE
                  W040-ARCHIVE-LINE-COUNT DELIMITED BY SIZE
                  "  OVER BUDGET: "       DELIMITED BY SIZE
                  W040-OVER-BUDGET-COUNT  DELIMITED BY SIZE
                  "  VACANT: "            DELIMITED BY SIZE
                  W040-VACANT-COUNT       DELIMITED BY SIZE
                  "  OVER-FILLED: "       DELIMITED BY SIZE
                  W040-OVER-FILLED-COUNT  DELIMITED BY SIZE
                  INTO POSITION-REPORT-LINE.
           WRITE POSITION-REPORT-LINE.
           IF W030-TABLE-OVERFLOWED
               MOVE "** EMPLOYEE TABLE FULL AT 500 -- PAY FOR THE REST"
                       TO POSITION-REPORT-LINE
               WRITE POSITION-REPORT-LINE
               MOVE "** SHOWS AS NOT BOOKED TO A POSITION"
                       TO POSITION-REPORT-LINE
               WRITE POSITION-REPORT-LINE
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
      *    A SITE THAT HAS NEVER ROUTED THE POSITION REPORT GETS ONE
      *    ROW: THE SUPERVISOR ROLE, HELD FOR VIEWING. THE NEXT
      *    LIB072A RUN DELIVERS IT; DIST001A CHANGES THE ROW TO A
      *    PRINTER QUEUE OR MAILBOX, OR ADDS THE BUSINESS OFFICE.
       C910-SEED-POSITION-ROUTE.
      *
           OPEN I-O DISTRIBUTION-FILE.
           IF WORK-DISTRIBUTION-STATUS NOT EQUAL "00"
               OPEN OUTPUT DISTRIBUTION-FILE
               CLOSE DISTRIBUTION-FILE
               OPEN I-O DISTRIBUTION-FILE
           END-IF.
           MOVE "N" TO W050-ROUTE-FOUND-SWITCH.
           MOVE "PAY018A" TO DIST-JOB-NAME.
           MOVE LOW-VALUES TO DIST-RECIPIENT-TYPE DIST-RECIPIENT.
           START DISTRIBUTION-FILE KEY NOT LESS THAN DIST-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ DISTRIBUTION-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF DIST-JOB-NAME EQUAL "PAY018A"
                               MOVE "Y" TO W050-ROUTE-FOUND-SWITCH
                           END-IF
                   END-READ
           END-START.
           IF NOT W050-ROUTE-FOUND
               MOVE SPACES TO DISTRIBUTION-RECORD
               MOVE "PAY018A" TO DIST-JOB-NAME
               MOVE "R" TO DIST-RECIPIENT-TYPE
               MOVE "S" TO DIST-RECIPIENT
               MOVE "H" TO DIST-METHOD-FLAG
               MOVE ZERO TO DIST-SPLIT-COLUMN
               WRITE DISTRIBUTION-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
               DISPLAY "PAY018A: SUPERVISOR ROUTE FOR THE POSITION "
                       "REPORT ADDED TO DISTRIB.DAT"
           END-IF.
           CLOSE DISTRIBUTION-FILE.
