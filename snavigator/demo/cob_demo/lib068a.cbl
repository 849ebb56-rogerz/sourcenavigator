       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. LIB068A.
      *
       DATE-WRITTEN. 10/15/26.
      *
      ***************************************************************
      *                                                             *
      * PROGRAM ATTENDANCE FOR THE STATE ANNUAL REPORT'S            *
      * PROGRAMMING SECTION -- EVERY EVENT.DAT PROGRAM DATED IN THE *
      * KEYED FISCAL YEAR (JULY 1 THROUGH JUNE 30, KEYED BY ITS     *
      * ENDING YEAR ON THE COMMAND LINE; BLANK TAKES THE FY THAT    *
      * ENDED THIS JUNE, SAME AS LIB064A):                          *
      *   ONE LINE PER PROGRAM HELD (ATTENDANCE TAKEN AT EVNT001A), *
      *   WITH ITS SEATS, SIGN-UPS, AND HEADCOUNT;                  *
      *   SESSIONS AND ATTENDANCE BY AUDIENCE -- CHILDREN, YOUNG    *
      *   ADULTS, ADULTS -- THE BREAKDOWN THE STATE ASKS FOR;       *
      *   SESSIONS AND ATTENDANCE BY BRANCH;                        *
      *   THEN, SEPARATELY, THE PROGRAMS CANCELLED AND THE PAST     *
      *   PROGRAMS STILL OPEN WITH NO ATTENDANCE TAKEN, WHICH THE   *
      *   STATE FIGURES DO NOT COUNT UNTIL THE DESK MARKS THEM.     *
      * READ-ONLY. RUN ON DEMAND.                                   *
      *                                                             *
      ***************************************************************
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT EVENT-FILE ASSIGN TO DISK
           ACCESS MODE SEQUENTIAL
           ORGANIZATION INDEXED
           RECORD KEY EVT-CODE
           FILE STATUS IS WORK-EVENT-STATUS.
      *
      *    SPOOLED TO DISK (SEE SPOOL.CPY) -- THE SPOL001A MANAGER
      *    VIEWS, PRINTS, REPRINTS, OR PURGES THE SPOOLED REPORT.
           SELECT PROGRAM-STATS-PRINT ASSIGN TO WS-SPOOL-FILE-NAME
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
       copy event.
      *
       copy spool.

       FD  PROGRAM-STATS-PRINT
           LABEL RECORDS OMITTED.
       01  PROGRAM-STATS-LINE                       PIC X(100).
      *
       WORKING-STORAGE SECTION.
      *
      *    SPOOL BOOKKEEPING -- THE SPOOL FILE NAME CARRIES THE JOB
      *    AND RUN DATE, AND EVERY RUN REGISTERS ITSELF ON THE
      *    SPOOL INDEX BEFORE WRITING A LINE.
       01  WS-SPOOL-FILE-NAME                       PIC X(20).
       01  WORK-SPOOL-INDEX-STATUS                  PIC XX.
       01  W037-SPOOL-JOB-NAME                      PIC X(8)
                                                     VALUE "LIB068A".
       01  W037-SPOOL-RUN-DATE                      PIC 9(6).
       01  W037-SPOOL-RUN-TIME                      PIC 9(8).
       01  W005-END-OF-FILE-SWITCH                  PIC X.
           88  W005-END-OF-FILE                     VALUE "1".
       01  WORK-EVENT-STATUS                        PIC XX.
      *
       01  W005-TODAY-RAW-DATE.
           05  W005-TODAY-RAW-YY                    PIC 99.
           05  W005-TODAY-RAW-MM                    PIC 99.
           05  W005-TODAY-RAW-DD                    PIC 99.
       01  W005-TODAY-DATE-N                        PIC 9(8).
      *
      *    THE PARM: THE ENDING YEAR OF THE FISCAL YEAR, CCYY.
       01  W006-FY-PARM                             PIC X(10).
       01  W006-FY-END-CCYY                         PIC 9(4).
       01  W006-FY-START-N                          PIC 9(8).
       01  W006-FY-END-N                            PIC 9(8).
      *
      *    AUDIENCE TALLIES -- ONE SLOT PER EVT-AUDIENCE-FLAG VALUE,
      *    IN THE ORDER THE STATE FORM LISTS THEM.
       01  W008-AUDIENCE-NAMES.
           05  FILLER                    PIC X(13) VALUE "CHILDREN".
           05  FILLER                    PIC X(13) VALUE "YOUNG ADULTS".
           05  FILLER                    PIC X(13) VALUE "ADULTS".
       01  W008-AUDIENCE-NAME-TABLE REDEFINES W008-AUDIENCE-NAMES.
           05  W008-AUDIENCE-NAME                   PIC X(13)
                                                    OCCURS 3 TIMES.
       01  W008-AUDIENCE-TABLE.
           05  W008-AUDIENCE                        OCCURS 3 TIMES
                                                    INDEXED BY W008-A-I.
               10  W008-AUDIENCE-SESSIONS           PIC 9(5).
               10  W008-AUDIENCE-ATTENDANCE         PIC 9(7).
      *
      *    PER-BRANCH TALLIES -- SAME SMALL-TABLE SHAPE AS THE
      *    LIB064A PARTNER FIGURES.
       01  W010-BRANCH-COUNT                        PIC 999 VALUE 0.
       01  W010-BRANCH-TABLE.
           05  W010-BRANCH                          OCCURS 50 TIMES
                                                    INDEXED BY W010-B-I.
               10  W010-BRANCH-ID                   PIC X(3).
               10  W010-BRANCH-SESSIONS             PIC 9(5).
               10  W010-BRANCH-ATTENDANCE           PIC 9(7).
       01  W010-BRANCH-FOUND-SWITCH                 PIC X.
           88  W010-BRANCH-FOUND                    VALUE "Y".
       01  W010-OVERFLOW-NOTICE-SWITCH              PIC X VALUE "N".
           88  W010-OVERFLOW-NOTICED                VALUE "Y".
      *
       01  W012-TOTAL-SESSIONS                      PIC 9(5) VALUE 0.
       01  W012-TOTAL-ATTENDANCE                    PIC 9(7) VALUE 0.
       01  W012-TOTAL-SIGN-UPS                      PIC 9(7) VALUE 0.
       01  W012-TOTAL-CANCELLED                     PIC 9(5) VALUE 0.
       01  W012-TOTAL-NOT-TAKEN                     PIC 9(5) VALUE 0.
      *
       01  W014-EVENT-DATE.
           05  W014-EVENT-CCYY                      PIC 9(4).
           05  W014-EVENT-MM                        PIC 99.
           05  W014-EVENT-DD                        PIC 99.
       01  W014-EVENT-DATE-N REDEFINES W014-EVENT-DATE
                                                    PIC 9(8).
       01  W014-SHOW-DATE.
           05  W014-SHOW-MM                         PIC 99.
           05  FILLER                               PIC X VALUE "/".
           05  W014-SHOW-DD                         PIC 99.
           05  FILLER                               PIC X VALUE "/".
           05  W014-SHOW-CCYY                       PIC 9(4).
      *
       01  W015-HEADING-LINE.
           05  FILLER                     PIC X(50) VALUE
               "CODE    DATE        BR   AUD  PROGRAM             ".
           05  FILLER                     PIC X(50) VALUE
               "              SEATS  SIGNED UP  ATTENDED          ".
      *
       01  W015-PROGRAM-LINE.
           05  W015-CODE-OUT                        PIC X(6).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  W015-DATE-OUT                        PIC X(10).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  W015-BRANCH-OUT                      PIC X(3).
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  W015-AUDIENCE-OUT                    PIC X(1).
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  W015-TITLE-OUT                       PIC X(30).
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  W015-SEATS-OUT                       PIC ZZ9.
           05  FILLER                     PIC X(4) VALUE SPACES.
           05  W015-SIGN-UPS-OUT                    PIC ZZ9.
           05  FILLER                     PIC X(8) VALUE SPACES.
           05  W015-ATTENDED-OUT                    PIC Z,ZZ9.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  W015-STATUS-OUT                      PIC X(9).
      *
       01  W016-SUMMARY-HEADING.
           05  FILLER                     PIC X(50) VALUE
               "                    SESSIONS  ATTENDANCE          ".
      *
       01  W016-SUMMARY-LINE.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  W016-GROUP-OUT                       PIC X(16).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  W016-SESSIONS-OUT                    PIC ZZ,ZZ9.
           05  FILLER                     PIC X(4) VALUE SPACES.
           05  W016-ATTENDANCE-OUT                  PIC Z,ZZZ,ZZ9.
      *
       PROCEDURE DIVISION.
      *
       C000-MAIN-LINE-LOGIC.
      *
           PERFORM C010-CALC-FISCAL-YEAR.
           PERFORM C015-CALC-TODAY-NUMBER.
           MOVE ZERO TO W008-AUDIENCE-TABLE.
           PERFORM C900-REGISTER-SPOOL-FILE.
           OPEN OUTPUT PROGRAM-STATS-PRINT.
           MOVE SPACES TO PROGRAM-STATS-LINE.
           STRING "LIBRARY PROGRAM ATTENDANCE -- FISCAL YEAR ENDED "
                                        DELIMITED BY SIZE
                  W006-FY-END-CCYY      DELIMITED BY SIZE
                  INTO PROGRAM-STATS-LINE.
           WRITE PROGRAM-STATS-LINE.
           MOVE W015-HEADING-LINE TO PROGRAM-STATS-LINE.
           WRITE PROGRAM-STATS-LINE AFTER ADVANCING 2 LINES.
           OPEN INPUT EVENT-FILE.
           IF WORK-EVENT-STATUS NOT EQUAL "00"
               DISPLAY "LIB068A: NO EVENT FILE -- NOTHING TO COUNT"
           ELSE
               MOVE "0" TO W005-END-OF-FILE-SWITCH
               PERFORM C020-READ-ONE-PROGRAM UNTIL W005-END-OF-FILE
               CLOSE EVENT-FILE
           END-IF.
           IF W012-TOTAL-SESSIONS EQUAL ZERO
               MOVE "  (NO PROGRAMS HELD IN THE FY)"
                       TO PROGRAM-STATS-LINE
               WRITE PROGRAM-STATS-LINE
           END-IF.
           PERFORM C060-PRINT-SUMMARIES.
           PERFORM C070-PRINT-NOT-COUNTED THRU C070-EXIT.
           CLOSE PROGRAM-STATS-PRINT.
           DISPLAY "LIB068A PROGRAM ATTENDANCE COMPLETE FOR FY "
                   W006-FY-END-CCYY.
           DISPLAY "SESSIONS HELD:       " W012-TOTAL-SESSIONS.
           DISPLAY "TOTAL ATTENDANCE:    " W012-TOTAL-ATTENDANCE.
           GOBACK.
      *
       C010-CALC-FISCAL-YEAR.
      *
           MOVE SPACES TO W006-FY-PARM.
           ACCEPT W006-FY-PARM FROM COMMAND-LINE.
           IF W006-FY-PARM (1:4) IS NUMERIC
               MOVE W006-FY-PARM (1:4) TO W006-FY-END-CCYY
           ELSE
      *        BLANK TAKES THE FY THAT ENDED THIS PAST JUNE 30.
               ACCEPT W005-TODAY-RAW-DATE FROM DATE
               IF W005-TODAY-RAW-YY LESS THAN 50
                   COMPUTE W006-FY-END-CCYY = 2000 + W005-TODAY-RAW-YY
               ELSE
                   COMPUTE W006-FY-END-CCYY = 1900 + W005-TODAY-RAW-YY
               END-IF
               IF W005-TODAY-RAW-MM LESS THAN 7
                   SUBTRACT 1 FROM W006-FY-END-CCYY
               END-IF
           END-IF.
           COMPUTE W006-FY-START-N =
                   (W006-FY-END-CCYY - 1) * 10000 + 0701.
           COMPUTE W006-FY-END-N =
                   W006-FY-END-CCYY * 10000 + 0630.
      *
      *    TODAY AS CCYYMMDD -- AN OPEN PROGRAM BEFORE TODAY IS ONE
      *    WHOSE ATTENDANCE WAS NEVER TAKEN.
       C015-CALC-TODAY-NUMBER.
      *
           ACCEPT W005-TODAY-RAW-DATE FROM DATE.
           IF W005-TODAY-RAW-YY LESS THAN 50
               COMPUTE W005-TODAY-DATE-N = 20000000
                     + W005-TODAY-RAW-YY * 10000
                     + W005-TODAY-RAW-MM * 100 + W005-TODAY-RAW-DD
           ELSE
               COMPUTE W005-TODAY-DATE-N = 19000000
                     + W005-TODAY-RAW-YY * 10000
                     + W005-TODAY-RAW-MM * 100 + W005-TODAY-RAW-DD.
      *
      *    A PROGRAM COUNTS IN THE FY IT WAS HELD.
       C020-READ-ONE-PROGRAM.
      *
           READ EVENT-FILE NEXT RECORD
               AT END
                   MOVE "1" TO W005-END-OF-FILE-SWITCH
               NOT AT END
                   IF EVT-DATE NOT LESS THAN W006-FY-START-N
                      AND EVT-DATE NOT GREATER THAN W006-FY-END-N
                       PERFORM C030-TALLY-PROGRAM THRU C030-EXIT
                   END-IF
           END-READ.
      *
       C030-TALLY-PROGRAM.
      *
           IF EVT-IS-CANCELLED
               ADD 1 TO W012-TOTAL-CANCELLED
           ELSE
               IF EVT-IS-OPEN
                  AND EVT-DATE LESS THAN W005-TODAY-DATE-N
                   ADD 1 TO W012-TOTAL-NOT-TAKEN
               END-IF
           END-IF.
           IF NOT EVT-IS-HELD
               GO TO C030-EXIT.
           ADD 1 TO W012-TOTAL-SESSIONS.
           ADD EVT-ATTENDANCE TO W012-TOTAL-ATTENDANCE.
           ADD EVT-REGISTERED-COUNT TO W012-TOTAL-SIGN-UPS.
           IF EVT-FOR-CHILDREN
               SET W008-A-I TO 1
           ELSE
               IF EVT-FOR-YOUNG-ADULTS
                   SET W008-A-I TO 2
               ELSE
                   SET W008-A-I TO 3.
           ADD 1 TO W008-AUDIENCE-SESSIONS (W008-A-I).
           ADD EVT-ATTENDANCE TO W008-AUDIENCE-ATTENDANCE (W008-A-I).
           PERFORM C035-FIND-BRANCH-SLOT.
           IF W010-BRANCH-FOUND
               ADD 1 TO W010-BRANCH-SESSIONS (W010-B-I)
               ADD EVT-ATTENDANCE TO W010-BRANCH-ATTENDANCE (W010-B-I)
           END-IF.
           PERFORM C040-PRINT-PROGRAM-LINE.
      *
       C030-EXIT.
           EXIT.
      *
      *    FINDS (OR OPENS) THE TALLY SLOT FOR THE PROGRAM'S BRANCH
      *    AND LEAVES W010-B-I POINTING AT IT.
       C035-FIND-BRANCH-SLOT.
      *
           MOVE "N" TO W010-BRANCH-FOUND-SWITCH.
           IF W010-BRANCH-COUNT GREATER THAN ZERO
               SET W010-B-I TO 1
               PERFORM C038-TEST-BRANCH-SLOT
                   UNTIL W010-B-I GREATER THAN W010-BRANCH-COUNT
                      OR W010-BRANCH-FOUND
           END-IF.
           IF NOT W010-BRANCH-FOUND
      *        A FULL TABLE REFUSES THE SLOT INSTEAD OF INDEXING
      *        PAST IT -- THE GRAND TOTALS STILL COUNT THE PROGRAM.
               IF W010-BRANCH-COUNT LESS THAN 50
                   ADD 1 TO W010-BRANCH-COUNT
                   SET W010-B-I TO W010-BRANCH-COUNT
                   MOVE EVT-BRANCH-ID TO W010-BRANCH-ID (W010-B-I)
                   MOVE ZERO TO W010-BRANCH-SESSIONS (W010-B-I)
                   MOVE ZERO TO W010-BRANCH-ATTENDANCE (W010-B-I)
                   MOVE "Y" TO W010-BRANCH-FOUND-SWITCH
               ELSE
                   IF NOT W010-OVERFLOW-NOTICED
                       DISPLAY "LIB068A: MORE THAN 50 DISTINCT "
                               "BRANCHES -- EXTRAS NOT TALLIED"
                       MOVE "Y" TO W010-OVERFLOW-NOTICE-SWITCH
                   END-IF
               END-IF
           END-IF.
      *
       C038-TEST-BRANCH-SLOT.
      *
           IF W010-BRANCH-ID (W010-B-I) EQUAL EVT-BRANCH-ID
               MOVE "Y" TO W010-BRANCH-FOUND-SWITCH
           ELSE
               SET W010-B-I UP BY 1.
      *
       C040-PRINT-PROGRAM-LINE.
      *
           MOVE EVT-DATE TO W014-EVENT-DATE-N.
           MOVE W014-EVENT-MM TO W014-SHOW-MM.
           MOVE W014-EVENT-DD TO W014-SHOW-DD.
           MOVE W014-EVENT-CCYY TO W014-SHOW-CCYY.
           MOVE EVT-CODE TO W015-CODE-OUT.
           MOVE W014-SHOW-DATE TO W015-DATE-OUT.
           MOVE EVT-BRANCH-ID TO W015-BRANCH-OUT.
           MOVE EVT-AUDIENCE-FLAG TO W015-AUDIENCE-OUT.
           MOVE EVT-TITLE TO W015-TITLE-OUT.
           MOVE EVT-CAPACITY TO W015-SEATS-OUT.
           MOVE EVT-REGISTERED-COUNT TO W015-SIGN-UPS-OUT.
           MOVE EVT-ATTENDANCE TO W015-ATTENDED-OUT.
           MOVE SPACES TO W015-STATUS-OUT.
           IF EVT-IS-CANCELLED
               MOVE "CANCELLED" TO W015-STATUS-OUT
           ELSE
               IF EVT-IS-OPEN
                   MOVE "NOT TAKEN" TO W015-STATUS-OUT.
           MOVE W015-PROGRAM-LINE TO PROGRAM-STATS-LINE.
           WRITE PROGRAM-STATS-LINE.
      *
       C060-PRINT-SUMMARIES.
      *
           MOVE "ATTENDANCE BY AUDIENCE" TO PROGRAM-STATS-LINE.
           WRITE PROGRAM-STATS-LINE AFTER ADVANCING 3 LINES.
           MOVE W016-SUMMARY-HEADING TO PROGRAM-STATS-LINE.
           WRITE PROGRAM-STATS-LINE.
           PERFORM C065-PRINT-AUDIENCE-LINE
                VARYING W008-A-I FROM 1 BY 1
                UNTIL W008-A-I GREATER THAN 3.
           MOVE "ALL AUDIENCES" TO W016-GROUP-OUT.
           MOVE W012-TOTAL-SESSIONS TO W016-SESSIONS-OUT.
           MOVE W012-TOTAL-ATTENDANCE TO W016-ATTENDANCE-OUT.
           MOVE W016-SUMMARY-LINE TO PROGRAM-STATS-LINE.
           WRITE PROGRAM-STATS-LINE AFTER ADVANCING 2 LINES.
      *
           MOVE "ATTENDANCE BY BRANCH" TO PROGRAM-STATS-LINE.
           WRITE PROGRAM-STATS-LINE AFTER ADVANCING 3 LINES.
           MOVE W016-SUMMARY-HEADING TO PROGRAM-STATS-LINE.
           WRITE PROGRAM-STATS-LINE.
           PERFORM C068-PRINT-BRANCH-LINE
                VARYING W010-B-I FROM 1 BY 1
                UNTIL W010-B-I GREATER THAN W010-BRANCH-COUNT.
           MOVE SPACES TO PROGRAM-STATS-LINE.
           STRING "SIGN-UPS TAKEN FOR PROGRAMS HELD: "
                                        DELIMITED BY SIZE
                  W012-TOTAL-SIGN-UPS   DELIMITED BY SIZE
                  INTO PROGRAM-STATS-LINE.
           WRITE PROGRAM-STATS-LINE AFTER ADVANCING 2 LINES.
      *
       C065-PRINT-AUDIENCE-LINE.
      *
           MOVE W008-AUDIENCE-NAME (W008-A-I) TO W016-GROUP-OUT.
           MOVE W008-AUDIENCE-SESSIONS (W008-A-I) TO W016-SESSIONS-OUT.
           MOVE W008-AUDIENCE-ATTENDANCE (W008-A-I)
                   TO W016-ATTENDANCE-OUT.
           MOVE W016-SUMMARY-LINE TO PROGRAM-STATS-LINE.
           WRITE PROGRAM-STATS-LINE.
      *
       C068-PRINT-BRANCH-LINE.
      *
           MOVE SPACES TO W016-GROUP-OUT.
           STRING "BRANCH "                  DELIMITED BY SIZE
                  W010-BRANCH-ID (W010-B-I)  DELIMITED BY SIZE
                  INTO W016-GROUP-OUT.
           MOVE W010-BRANCH-SESSIONS (W010-B-I) TO W016-SESSIONS-OUT.
           MOVE W010-BRANCH-ATTENDANCE (W010-B-I)
                   TO W016-ATTENDANCE-OUT.
           MOVE W016-SUMMARY-LINE TO PROGRAM-STATS-LINE.
           WRITE PROGRAM-STATS-LINE.
      *
      *    A SECOND PASS LISTS WHAT THE FIGURES ABOVE LEAVE OUT --
      *    CANCELLED PROGRAMS, AND PAST ONES STILL AWAITING THEIR
      *    HEADCOUNT.
       C070-PRINT-NOT-COUNTED.
      *
           MOVE SPACES TO PROGRAM-STATS-LINE.
           STRING "PROGRAMS CANCELLED: "       DELIMITED BY SIZE
                  W012-TOTAL-CANCELLED         DELIMITED BY SIZE
                  "   NO ATTENDANCE TAKEN: "   DELIMITED BY SIZE
                  W012-TOTAL-NOT-TAKEN         DELIMITED BY SIZE
                  INTO PROGRAM-STATS-LINE.
           WRITE PROGRAM-STATS-LINE AFTER ADVANCING 3 LINES.
           IF W012-TOTAL-CANCELLED EQUAL ZERO
              AND W012-TOTAL-NOT-TAKEN EQUAL ZERO
               GO TO C070-EXIT.
           MOVE W015-HEADING-LINE TO PROGRAM-STATS-LINE.
           MOVE "STATUS" TO PROGRAM-STATS-LINE (90:6).
           WRITE PROGRAM-STATS-LINE AFTER ADVANCING 2 LINES.
           OPEN INPUT EVENT-FILE.
           MOVE "0" TO W005-END-OF-FILE-SWITCH.
           PERFORM C075-READ-ONE-UNCOUNTED UNTIL W005-END-OF-FILE.
           CLOSE EVENT-FILE.
      *
       C070-EXIT.
           EXIT.
      *
       C075-READ-ONE-UNCOUNTED.
      *
           READ EVENT-FILE NEXT RECORD
               AT END
                   MOVE "1" TO W005-END-OF-FILE-SWITCH
               NOT AT END
                   IF EVT-DATE NOT LESS THAN W006-FY-START-N
                      AND EVT-DATE NOT GREATER THAN W006-FY-END-N
                       PERFORM C078-PRINT-UNCOUNTED-LINE
                   END-IF
           END-READ.
      *
       C078-PRINT-UNCOUNTED-LINE.
      *
           IF EVT-IS-CANCELLED
              OR (EVT-IS-OPEN AND EVT-DATE LESS THAN W005-TODAY-DATE-N)
               MOVE ZERO TO EVT-ATTENDANCE
               PERFORM C040-PRINT-PROGRAM-LINE
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
