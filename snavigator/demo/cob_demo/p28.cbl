      *                                                             *
      * INST IS DELIBERATELY NOT SCHEDULED -- IT IS A ONE-TIME/     *
      * ON-DEMAND CONTROL.DAT REBUILD UTILITY, THE SAME CATEGORY AS *
      * STFINIT AND XREFBLD, NOT A NIGHTLY JOB. SO IS DUEXBLD,      *
      * WHICH BUILDS THE CIRC.DAT DUE-DATE INDEX THE OVERDUE AND    *
      * COURTESY SWEEPS READ; EVERY STEP'S ELAPSED TIME IS LOGGED   *
      * AS IT ENDS AND AGAIN IN THE SUMMARY.                        *
      *                                                             *
      * THE LAST STEP, LIB072A, SENDS THE NIGHT'S SPOOLED REPORTS   *
      * OUT TO THE BRANCHES AND ROLES ON EACH JOB'S DISTRIBUTION    *
      * LIST (DISTRIB.DAT) IN PLACE OF ONE PILE ON THE SPOOL INDEX. *
      *                                                             *
      * MORNING OPERATIONS SUMMARY -- THE RUN ENDS BY SPOOLING ONE  *
      * PAGE (JOB NIGHTLY): EVERY STEP WITH ITS START, END, ELAPSED *
      * TIME AND OUTCOME, WHY ANY STEP DID NOT RUN, THE KEY COUNTS  *
      * AND THE WARNINGS THE STEPS LEFT ON STEPMSG.DAT (EMPTIED AT  *
      * THE START OF EACH FRESH RUN, KEPT ON A RESTART), AND THIS   *
      * DRIVER'S OWN WARNINGS. LIB072A IS THEN CALLED ONCE MORE SO  *
      * THE PAGE GOES STRAIGHT OUT; A SUPERVISOR ROW FOR JOB        *
      * NIGHTLY IS SEEDED ON DISTRIB.DAT THE FIRST TIME (HELD FOR   *
      * VIEWING -- CHANGE IT TO A QUEUE OR MAILBOX ON DIST001A).    *
      *                                                             *
      ***************************************************************
      *
           SELECT PERIOD-CONTROL-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WORK-PERIOD-STATUS.
      *
      *    THE MORNING OPERATIONS SUMMARY -- SPOOLED TO DISK (SEE
      *    SPOOL.CPY), BUILT FROM THE STEP TABLE AND THE COUNTS AND
      *    WARNINGS THE STEPS LEFT ON STEPMSG.DAT, AND ROUTED BY THE
      *    DISTRIBUTION TABLE.
           SELECT MORNING-SUMMARY-PRINT ASSIGN TO WS-SPOOL-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT SPOOL-INDEX-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WORK-SPOOL-INDEX-STATUS.
      *
           SELECT STEP-MESSAGE-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WORK-STEP-MESSAGE-STATUS.
      *
           SELECT DISTRIBUTION-FILE ASSIGN TO DISK
           ACCESS MODE DYNAMIC
           ORGANIZATION INDEXED
           RECORD KEY DIST-KEY
           FILE STATUS IS WORK-DISTRIBUTION-STATUS.
      *
       DATA DIVISION.
      *
       copy schedctl.
      *
       copy perdctl.
      *
       copy spool.
      *
       copy stepmsg.
      *
       copy distrib.

       FD  MORNING-SUMMARY-PRINT
           LABEL RECORDS OMITTED.
       01  MORNING-SUMMARY-LINE                     PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
       01  W039-STEP-INDEX                          PIC 99.
       01  W039-SCAN-INDEX                          PIC 99.
       01  W039-STEP-TABLE.
           05  W039-STEP                            OCCURS 40 TIMES.
               10  W039-STEP-NAME                   PIC X(8).
               10  W039-STEP-SEQUENCE               PIC 9(3).
               10  W039-STEP-ENABLED                PIC X.
       01  W040-LEAP-400                            PIC 9(4).
       01  W040-CONV-SERIAL                         PIC 9(7).
       01  W040-TODAY-DOW                           PIC 9.
      *
      *    STEP ELAPSED TIME FOR THE RUN LOG -- START AND END ARE
      *    HHMMSSHH OFF THE CLOCK; A STEP THAT RUNS PAST MIDNIGHT
      *    WRAPS ONCE. A STEP THAT NEVER RAN SHOWS A BLANK.
       01  W041-CLOCK-TIME                          PIC 9(8).
       01  W041-CLOCK-SPLIT REDEFINES W041-CLOCK-TIME.
           05  W041-CLOCK-HH                        PIC 99.
           05  W041-CLOCK-MM                        PIC 99.
           05  W041-CLOCK-SS                        PIC 99.
           05  W041-CLOCK-HS                        PIC 99.
       01  W041-CLOCK-SECONDS                       PIC 9(6).
       01  W041-START-SECONDS                       PIC 9(5).
       01  W041-ELAPSED-SECONDS                     PIC 9(5).
       01  W041-ELAPSED-DISPLAY.
           05  W041-ELAPSED-HH                      PIC 99.
           05  FILLER                               PIC X VALUE ":".
           05  W041-ELAPSED-MM                      PIC 99.
           05  FILLER                               PIC X VALUE ":".
           05  W041-ELAPSED-SS                      PIC 99.
       01  W041-ELAPSED-TEXT                        PIC X(8).
      *
      *    SPOOL BOOKKEEPING FOR THE MORNING SUMMARY -- SAME SHAPE
      *    AS EVERY SPOOLED REPORT JOB.
       01  WS-SPOOL-FILE-NAME                       PIC X(20).
       01  WORK-SPOOL-INDEX-STATUS                  PIC XX.
       01  WORK-STEP-MESSAGE-STATUS                 PIC XX.
       01  WORK-DISTRIBUTION-STATUS                 PIC XX.
       01  W037-SPOOL-JOB-NAME                      PIC X(8)
                                                     VALUE "NIGHTLY".
       01  W037-SPOOL-RUN-DATE                      PIC 9(6).
       01  W037-SPOOL-RUN-TIME                      PIC 9(8).
      *
      *    A RESTART KEEPS THE STEP MESSAGES THE FIRST ATTEMPT'S
      *    STEPS LEFT; ANY OTHER START EMPTIES THE FILE.
       01  W042-FRESH-RUN-SWITCH                    PIC X VALUE "Y".
           88  W042-FRESH-RUN                       VALUE "Y".
       01  W042-PERIOD-OPEN-SWITCH                  PIC X VALUE "N".
           88  W042-PERIOD-LEFT-OPEN                VALUE "Y".
       01  W042-OK-COUNT                            PIC 99.
       01  W042-SKIPPED-COUNT                       PIC 99.
       01  W042-NOTDUE-COUNT                        PIC 99.
       01  W042-DISABLED-COUNT                      PIC 99.
       01  W042-UNFINISHED-COUNT                    PIC 99.
       01  W042-WANTED-KIND                         PIC X.
       01  W042-LINES-LISTED                        PIC 9(3).
       01  W042-WARNING-COUNT                       PIC 9(3).
       01  W042-DISTRIBUTE-SWITCH                   PIC X.
           88  W042-DISTRIBUTE-SUMMARY              VALUE "Y".
       01  W042-ROUTE-FOUND-SWITCH                  PIC X.
           88  W042-ROUTE-FOUND                     VALUE "Y".
      *
       01  W043-TITLE-LINE.
           05  FILLER                               PIC X(37) VALUE
               "NIGHTLY OPERATIONS SUMMARY -- RUN OF ".
           05  W043-TITLE-MM                        PIC 99.
           05  FILLER                               PIC X VALUE "/".
           05  W043-TITLE-DD                        PIC 99.
           05  FILLER                               PIC X VALUE "/".
           05  W043-TITLE-YY                        PIC 99.
           05  FILLER                               PIC X(11) VALUE
               "   PRINTED ".
           05  W043-TITLE-PRINTED                   PIC X(8).
       01  W043-TALLY-LINE.
           05  FILLER                               PIC X(7) VALUE
               "STEPS: ".
           05  W043-TALLY-OK                        PIC Z9.
           05  FILLER                               PIC X(5) VALUE
               " OK, ".
           05  W043-TALLY-SKIPPED                   PIC Z9.
           05  FILLER                               PIC X(10) VALUE
               " SKIPPED, ".
           05  W043-TALLY-NOTDUE                    PIC Z9.
           05  FILLER                               PIC X(10) VALUE
               " NOT DUE, ".
           05  W043-TALLY-DISABLED                  PIC Z9.
           05  FILLER                               PIC X(11) VALUE
               " DISABLED, ".
           05  W043-TALLY-UNFINISHED                PIC Z9.
           05  FILLER                               PIC X(13) VALUE
               " NOT FINISHED".
       01  W043-STEP-HEADING                        PIC X(80) VALUE
           "SEQ STEP     START    END      ELAPSED  OUTCOME  NOTE".
       01  W043-STEP-LINE.
           05  W043-STEP-SEQ                        PIC 9(3).
           05  FILLER                               PIC X VALUE SPACE.
           05  W043-STEP-NAME                       PIC X(8).
           05  FILLER                               PIC X VALUE SPACE.
           05  W043-STEP-START                      PIC X(8).
           05  FILLER                               PIC X VALUE SPACE.
           05  W043-STEP-END                        PIC X(8).
           05  FILLER                               PIC X VALUE SPACE.
           05  W043-STEP-ELAPSED                    PIC X(8).
           05  FILLER                               PIC X VALUE SPACE.
           05  W043-STEP-OUTCOME                    PIC X(8).
           05  FILLER                               PIC X VALUE SPACE.
           05  W043-STEP-NOTE                       PIC X(30).
      *    A CLOCK READING (HHMMSSHH) AS HH:MM:SS; ZERO PRINTS BLANK.
       01  W043-CLOCK-TEXT.
           05  W043-CLOCK-HH                        PIC 99.
           05  FILLER                               PIC X VALUE ":".
           05  W043-CLOCK-MM                        PIC 99.
           05  FILLER                               PIC X VALUE ":".
           05  W043-CLOCK-SS                        PIC 99.
       01  W043-MESSAGE-LINE.
           05  FILLER                               PIC X(2) VALUE
               SPACES.
           05  W043-MESSAGE-JOB                     PIC X(8).
           05  FILLER                               PIC X(2) VALUE
               SPACES.
           05  W043-MESSAGE-TEXT                    PIC X(60).
      *
       PROCEDURE DIVISION.
      *
                       "TO RUN"
               STOP RUN.
           PERFORM C008-LOAD-PRIOR-STATUS.
           IF W042-FRESH-RUN
               PERFORM C010-CLEAR-STEP-MESSAGES.
           PERFORM C100-RUN-ONE-STEP
                VARYING W039-STEP-INDEX FROM 1 BY 1
                UNTIL W039-STEP-INDEX GREATER THAN W039-STEP-COUNT.
           PERFORM C200-PRINT-RUN-SUMMARY.
           PERFORM C300-SPOOL-MORNING-SUMMARY.
           PERFORM C380-ROUTE-MORNING-SUMMARY THRU C380-EXIT.
           DISPLAY "NIGHTLY BATCH DRIVER COMPLETE".
           STOP RUN.
      *
               CLOSE PERIOD-CONTROL-FILE
           END-IF.
           IF NOT W038-PRIOR-MONTH-CLOSED
               MOVE "Y" TO W042-PERIOD-OPEN-SWITCH
               DISPLAY "NIGHTLY WARNING: MONTH " W038-PRIOR-CCYYMM
                       " IS PAST ITS CLOSE DAY AND STILL OPEN -- "
                       "RUN LIB004A".
               CLOSE SCHEDULE-CONTROL-FILE
           ELSE
               OPEN OUTPUT SCHEDULE-CONTROL-FILE
      *        CLOSED-DAY RE-DATING GOES FIRST, SO NO LOAN OR PICKUP
      *        DEADLINE FALLING ON A CLOSURE KEYED TODAY IS SWEPT
      *        OVERDUE OR EXPIRED TONIGHT.
               MOVE 005 TO SCH-SEQUENCE
               MOVE "LIB047A" TO SCH-PROGRAM-NAME
               MOVE ZERO TO SCH-DEPENDS-ON-SEQ
               PERFORM C004A-SEED-NIGHTLY-ROW
               MOVE 010 TO SCH-SEQUENCE
               MOVE "LIB010A" TO SCH-PROGRAM-NAME
               MOVE ZERO TO SCH-DEPENDS-ON-SEQ
               MOVE 040 TO SCH-SEQUENCE
               MOVE "LIB003A" TO SCH-PROGRAM-NAME
               PERFORM C004A-SEED-NIGHTLY-ROW
      *        BOUNCED EMAILS ARE IMPORTED FIRST, SO TONIGHT'S
      *        NOTICES FOR THOSE PATRONS GO OUT ON PAPER.
               MOVE 045 TO SCH-SEQUENCE
               MOVE "LIB048A" TO SCH-PROGRAM-NAME
               PERFORM C004A-SEED-NIGHTLY-ROW
      *        PROGRAM REMINDERS ARE QUEUED FOR THE SAME NIGHT'S
      *        COMBINED LETTERS.
               MOVE 047 TO SCH-SEQUENCE
               MOVE "LIB067A" TO SCH-PROGRAM-NAME
               PERFORM C004A-SEED-NIGHTLY-ROW
      *        THE COMBINED NOTICE PRINT RUNS AFTER EVERY PRODUCER
      *        HAS QUEUED ITS LINES.
               MOVE 050 TO SCH-SEQUENCE
               MOVE "LIB008A" TO SCH-PROGRAM-NAME
               MOVE 100 TO SCH-DEPENDS-ON-SEQ
               PERFORM C004A-SEED-NIGHTLY-ROW
      *        THE MORNING PULL LIST SKIPS ANY COPY THE SWEEP HAS
      *        JUST RE-TRAPPED, SO IT WAITS ON THE SWEEP TOO.
               MOVE 115 TO SCH-SEQUENCE
               MOVE "LIB044A" TO SCH-PROGRAM-NAME
               PERFORM C004A-SEED-NIGHTLY-ROW
               MOVE ZERO TO SCH-DEPENDS-ON-SEQ
               MOVE 120 TO SCH-SEQUENCE
               MOVE "LIB031A" TO SCH-PROGRAM-NAME
               PERFORM C004A-SEED-NIGHTLY-ROW
      *        THE PUBLIC CATALOG EXPORT GOES OUT ONCE THE HOLD SHELF
      *        AND THE COURIER BIN ARE SETTLED FOR THE NIGHT.
               MOVE 125 TO SCH-SEQUENCE
               MOVE "LIB065A" TO SCH-PROGRAM-NAME
               MOVE 100 TO SCH-DEPENDS-ON-SEQ
               PERFORM C004A-SEED-NIGHTLY-ROW
               MOVE ZERO TO SCH-DEPENDS-ON-SEQ
               MOVE 130 TO SCH-SEQUENCE
               MOVE "LIB024A" TO SCH-PROGRAM-NAME
               PERFORM C004A-SEED-NIGHTLY-ROW
               MOVE 180 TO SCH-SEQUENCE
               MOVE "LIB042A" TO SCH-PROGRAM-NAME
               PERFORM C004A-SEED-NIGHTLY-ROW
      *        THE UNREACHABLE-PATRON LIST IS A WEEKLY JOB, READY
      *        FOR THE DESK ON MONDAY MORNING.
               MOVE 190 TO SCH-SEQUENCE
               MOVE "LIB049A" TO SCH-PROGRAM-NAME
               MOVE "Y" TO SCH-ENABLED-FLAG
               MOVE "W" TO SCH-FREQUENCY-FLAG
               MOVE 2 TO SCH-RUN-DAY
               WRITE SCHEDULE-CONTROL-RECORD
      *        SO IS THE SUPERVISOR OVERRIDE REPORT FOR THE BRANCH
      *        MANAGERS -- THE PAST SEVEN DAYS OF OVERRIDE.DAT.
               MOVE 200 TO SCH-SEQUENCE
               MOVE "LIB050A" TO SCH-PROGRAM-NAME
               MOVE "Y" TO SCH-ENABLED-FLAG
               MOVE "W" TO SCH-FREQUENCY-FLAG
               MOVE 2 TO SCH-RUN-DAY
               WRITE SCHEDULE-CONTROL-RECORD
      *        AND THE FINANCE OFFICE'S LISTING OF THE WEEK'S
      *        APPROVED VENDOR INVOICES, WITH REMIT-TO ADDRESSES.
               MOVE 210 TO SCH-SEQUENCE
               MOVE "LIB057A" TO SCH-PROGRAM-NAME
               MOVE "Y" TO SCH-ENABLED-FLAG
               MOVE "W" TO SCH-FREQUENCY-FLAG
               MOVE 2 TO SCH-RUN-DAY
               WRITE SCHEDULE-CONTROL-RECORD
      *        THE VENDOR CLAIM LETTERS GO OUT ON THE 1ST OF THE
      *        MONTH, WITH THE SELECTOR'S CANCEL-AND-REORDER LIST.
               MOVE 220 TO SCH-SEQUENCE
               MOVE "LIB058A" TO SCH-PROGRAM-NAME
               MOVE "Y" TO SCH-ENABLED-FLAG
               MOVE "M" TO SCH-FREQUENCY-FLAG
               MOVE 01 TO SCH-RUN-DAY
               WRITE SCHEDULE-CONTROL-RECORD
      *        THE SELECTOR'S WEEKLY LIST OF TITLES THAT LOST A COPY.
               MOVE 230 TO SCH-SEQUENCE
               MOVE "LIB060A" TO SCH-PROGRAM-NAME
               MOVE "Y" TO SCH-ENABLED-FLAG
               MOVE "W" TO SCH-FREQUENCY-FLAG
               MOVE 2 TO SCH-RUN-DAY
               WRITE SCHEDULE-CONTROL-RECORD
      *        THE DONOR THANK-YOU LETTERS ON THE 1ST, WITH THE
      *        YEAR-END GIVING SUMMARIES IN JANUARY.
               MOVE 240 TO SCH-SEQUENCE
               MOVE "LIB061A" TO SCH-PROGRAM-NAME
               MOVE "Y" TO SCH-ENABLED-FLAG
               MOVE "M" TO SCH-FREQUENCY-FLAG
               MOVE 01 TO SCH-RUN-DAY
               WRITE SCHEDULE-CONTROL-RECORD
      *        THE SERIALS RENEWAL-DECISION LIST, EVERY MONDAY.
               MOVE 250 TO SCH-SEQUENCE
               MOVE "LIB062A" TO SCH-PROGRAM-NAME
               MOVE "Y" TO SCH-ENABLED-FLAG
               MOVE "W" TO SCH-FREQUENCY-FLAG
               MOVE 2 TO SCH-RUN-DAY
               WRITE SCHEDULE-CONTROL-RECORD
      *        THE BINDERY SHIPMENT LIST AND LATE VOLUMES, MONDAYS.
               MOVE 260 TO SCH-SEQUENCE
               MOVE "LIB063A" TO SCH-PROGRAM-NAME
               MOVE "Y" TO SCH-ENABLED-FLAG
               MOVE "W" TO SCH-FREQUENCY-FLAG
               MOVE 2 TO SCH-RUN-DAY
               WRITE SCHEDULE-CONTROL-RECORD
      *        THE SPOOL DISTRIBUTION RUN GOES LAST OF ALL, ONCE
      *        EVERY REPORT OF THE NIGHT IS ON THE SPOOL INDEX.
               MOVE 270 TO SCH-SEQUENCE
               MOVE "LIB072A" TO SCH-PROGRAM-NAME
               PERFORM C004A-SEED-NIGHTLY-ROW
               CLOSE SCHEDULE-CONTROL-FILE
               DISPLAY "NIGHTLY: SCHEDULE TABLE SEEDED WITH THE "
                       "CLASSIC STEP LIST"
               AT END
                   MOVE "1" TO W005-END-OF-FILE-SWITCH
               NOT AT END
                   IF W039-STEP-COUNT LESS THAN 40
                       ADD 1 TO W039-STEP-COUNT
                       MOVE SCH-PROGRAM-NAME TO
                           W039-STEP-NAME (W039-STEP-COUNT)
                       MOVE SPACES TO
                           W039-STEP-OUTCOME (W039-STEP-COUNT)
                   ELSE
                       DISPLAY "NIGHTLY: SCHEDULE HAS MORE THAN 40 "
                               "STEPS -- EXTRAS IGNORED"
                   END-IF
           END-READ.
               ELSE IF W039-PRIOR-RUN-DATE EQUAL W039-RUN-DATE
                   DISPLAY "NIGHTLY: RESTART -- COMPLETED STEPS WILL "
                           "BE SKIPPED"
                   MOVE "N" TO W042-FRESH-RUN-SWITCH
               ELSE
                   DISPLAY "NIGHTLY: INTERRUPTED RUN FROM "
                           W039-PRIOR-RUN-DATE " WAS NEVER RERUN -- "
           READ NIGHT-STATUS-FILE
                AT END, MOVE "1" TO W005-END-OF-FILE-SWITCH.
      *
      *    TONIGHT'S STEPS START THE MESSAGE FILE OVER -- LAST
      *    NIGHT'S COUNTS MUST NOT TURN UP ON THIS MORNING'S PAGE.
       C010-CLEAR-STEP-MESSAGES.
      *
           OPEN OUTPUT STEP-MESSAGE-FILE.
           CLOSE STEP-MESSAGE-FILE.
      *
      *    ONE STEP: A RESTART SKIPS ANYTHING ALREADY FINISHED;
      *    OTHERWISE THE SCHEDULE DECIDES -- DISABLED AND NOT-DUE
      *    STEPS ARE RECORDED AND PASSED OVER, A STEP WHOSE
                       MOVE "OK" TO
                               W039-STEP-OUTCOME (W039-STEP-INDEX)
                       PERFORM C900-WRITE-STATUS-FILE
                       MOVE W039-STEP-INDEX TO W039-SCAN-INDEX
                       PERFORM C210-CALC-STEP-ELAPSED
                       DISPLAY "NIGHTLY: ENDED   "
                               W039-STEP-NAME (W039-STEP-INDEX)
                               " ELAPSED " W041-ELAPSED-TEXT
                   END-IF
               END-IF
           END-IF.
       C200-PRINT-RUN-SUMMARY.
      *
           DISPLAY "NIGHTLY RUN SUMMARY (STEP / START / END / "
                   "ELAPSED / OUTCOME):".
           PERFORM VARYING W039-SCAN-INDEX FROM 1 BY 1
                   UNTIL W039-SCAN-INDEX GREATER THAN W039-STEP-COUNT
               PERFORM C210-CALC-STEP-ELAPSED
               DISPLAY "  " W039-STEP-NAME (W039-SCAN-INDEX) " "
                       W039-STEP-START-TIME (W039-SCAN-INDEX) " "
                       W039-STEP-END-TIME (W039-SCAN-INDEX) " "
                       W041-ELAPSED-TEXT " "
                       W039-STEP-OUTCOME (W039-SCAN-INDEX)
           END-PERFORM.
      *
      *    ELAPSED WALL-CLOCK TIME OF THE STEP AT W039-SCAN-INDEX,
      *    AS HH:MM:SS IN W041-ELAPSED-TEXT -- THE NUMBER TO WATCH
      *    NIGHT OVER NIGHT WHEN A STEP IS MADE CHEAPER.
       C210-CALC-STEP-ELAPSED.
      *
           MOVE SPACES TO W041-ELAPSED-TEXT.
           IF W039-STEP-START-TIME (W039-SCAN-INDEX) NOT EQUAL ZERO
              AND W039-STEP-END-TIME (W039-SCAN-INDEX)
                      NOT EQUAL ZERO
               MOVE W039-STEP-START-TIME (W039-SCAN-INDEX)
                       TO W041-CLOCK-TIME
               PERFORM C215-CLOCK-TO-SECONDS
               MOVE W041-CLOCK-SECONDS TO W041-START-SECONDS
               MOVE W039-STEP-END-TIME (W039-SCAN-INDEX)
                       TO W041-CLOCK-TIME
               PERFORM C215-CLOCK-TO-SECONDS
               IF W041-CLOCK-SECONDS LESS THAN W041-START-SECONDS
                   ADD 86400 TO W041-CLOCK-SECONDS
               END-IF
               SUBTRACT W041-START-SECONDS FROM W041-CLOCK-SECONDS
                       GIVING W041-ELAPSED-SECONDS
               DIVIDE W041-ELAPSED-SECONDS BY 3600
                       GIVING W041-ELAPSED-HH
                       REMAINDER W041-ELAPSED-SECONDS
               DIVIDE W041-ELAPSED-SECONDS BY 60
                       GIVING W041-ELAPSED-MM
                       REMAINDER W041-ELAPSED-SS
               MOVE W041-ELAPSED-DISPLAY TO W041-ELAPSED-TEXT
           END-IF.
      *
       C215-CLOCK-TO-SECONDS.
      *
           COMPUTE W041-CLOCK-SECONDS = W041-CLOCK-HH * 3600
                   + W041-CLOCK-MM * 60 + W041-CLOCK-SS.
      *
      *    THE ONE-PAGE MORNING SUMMARY: A TALLY OF OUTCOMES, EVERY
      *    STEP WITH ITS TIMES AND WHY IT DID NOT RUN, THE KEY
      *    COUNTS THE STEPS REPORTED, AND EVERY WARNING RAISED.
       C300-SPOOL-MORNING-SUMMARY.
      *
           PERFORM C910-REGISTER-SPOOL-FILE.
           OPEN OUTPUT MORNING-SUMMARY-PRINT.
           MOVE W039-RUN-MM TO W043-TITLE-MM.
           MOVE W039-RUN-DD TO W043-TITLE-DD.
           MOVE W039-RUN-YY TO W043-TITLE-YY.
           MOVE W037-SPOOL-RUN-TIME TO W041-CLOCK-TIME.
           PERFORM C320-FORMAT-CLOCK.
           MOVE W043-CLOCK-TEXT TO W043-TITLE-PRINTED.
           MOVE W043-TITLE-LINE TO MORNING-SUMMARY-LINE.
           WRITE MORNING-SUMMARY-LINE.
           PERFORM C305-TALLY-OUTCOMES.
           MOVE W043-TALLY-LINE TO MORNING-SUMMARY-LINE.
           WRITE MORNING-SUMMARY-LINE AFTER ADVANCING 2 LINES.
           MOVE W043-STEP-HEADING TO MORNING-SUMMARY-LINE.
           WRITE MORNING-SUMMARY-LINE AFTER ADVANCING 2 LINES.
           PERFORM C310-PRINT-ONE-STEP
                VARYING W039-SCAN-INDEX FROM 1 BY 1
                UNTIL W039-SCAN-INDEX GREATER THAN W039-STEP-COUNT.
           MOVE "KEY COUNTS" TO MORNING-SUMMARY-LINE.
           WRITE MORNING-SUMMARY-LINE AFTER ADVANCING 2 LINES.
           MOVE "C" TO W042-WANTED-KIND.
           PERFORM C340-PRINT-STEP-MESSAGES.
           IF W042-LINES-LISTED EQUAL ZERO
               MOVE "  NONE REPORTED" TO MORNING-SUMMARY-LINE
               WRITE MORNING-SUMMARY-LINE
           END-IF.
           MOVE "WARNINGS" TO MORNING-SUMMARY-LINE.
           WRITE MORNING-SUMMARY-LINE AFTER ADVANCING 2 LINES.
           PERFORM C330-PRINT-DRIVER-WARNINGS.
           MOVE "W" TO W042-WANTED-KIND.
           PERFORM C340-PRINT-STEP-MESSAGES.
           ADD W042-LINES-LISTED TO W042-WARNING-COUNT.
           IF W042-WARNING-COUNT EQUAL ZERO
               MOVE "  NONE RAISED TONIGHT" TO MORNING-SUMMARY-LINE
               WRITE MORNING-SUMMARY-LINE
           END-IF.
           CLOSE MORNING-SUMMARY-PRINT.
           DISPLAY "NIGHTLY: MORNING SUMMARY SPOOLED AS "
                   WS-SPOOL-FILE-NAME.
      *
       C305-TALLY-OUTCOMES.
      *
           MOVE ZERO TO W042-OK-COUNT W042-SKIPPED-COUNT
                        W042-NOTDUE-COUNT W042-DISABLED-COUNT
                        W042-UNFINISHED-COUNT.
           PERFORM VARYING W039-SCAN-INDEX FROM 1 BY 1
                   UNTIL W039-SCAN-INDEX GREATER THAN W039-STEP-COUNT
               IF W039-STEP-OUTCOME (W039-SCAN-INDEX) EQUAL "OK"
                   ADD 1 TO W042-OK-COUNT
               ELSE IF W039-STEP-OUTCOME (W039-SCAN-INDEX)
                       EQUAL "SKIPPED"
                   ADD 1 TO W042-SKIPPED-COUNT
               ELSE IF W039-STEP-OUTCOME (W039-SCAN-INDEX)
                       EQUAL "NOTDUE"
                   ADD 1 TO W042-NOTDUE-COUNT
               ELSE IF W039-STEP-OUTCOME (W039-SCAN-INDEX)
                       EQUAL "DISABLED"
                   ADD 1 TO W042-DISABLED-COUNT
               ELSE
                   ADD 1 TO W042-UNFINISHED-COUNT
               END-IF
           END-PERFORM.
           MOVE W042-OK-COUNT TO W043-TALLY-OK.
           MOVE W042-SKIPPED-COUNT TO W043-TALLY-SKIPPED.
           MOVE W042-NOTDUE-COUNT TO W043-TALLY-NOTDUE.
           MOVE W042-DISABLED-COUNT TO W043-TALLY-DISABLED.
           MOVE W042-UNFINISHED-COUNT TO W043-TALLY-UNFINISHED.
      *
      *    ONE STEP AT W039-SCAN-INDEX. THE NOTE SAYS WHY A STEP
      *    DID NOT RUN TONIGHT.
       C310-PRINT-ONE-STEP.
      *
           MOVE W039-STEP-SEQUENCE (W039-SCAN-INDEX) TO W043-STEP-SEQ.
           MOVE W039-STEP-NAME (W039-SCAN-INDEX) TO W043-STEP-NAME.
           MOVE W039-STEP-OUTCOME (W039-SCAN-INDEX)
                   TO W043-STEP-OUTCOME.
           MOVE W039-STEP-START-TIME (W039-SCAN-INDEX)
                   TO W041-CLOCK-TIME.
           PERFORM C320-FORMAT-CLOCK.
           MOVE W043-CLOCK-TEXT TO W043-STEP-START.
           MOVE W039-STEP-END-TIME (W039-SCAN-INDEX)
                   TO W041-CLOCK-TIME.
           PERFORM C320-FORMAT-CLOCK.
           MOVE W043-CLOCK-TEXT TO W043-STEP-END.
           IF W039-STEP-START-TIME (W039-SCAN-INDEX) EQUAL ZERO
               MOVE SPACES TO W043-STEP-START.
           IF W039-STEP-END-TIME (W039-SCAN-INDEX) EQUAL ZERO
               MOVE SPACES TO W043-STEP-END.
           PERFORM C210-CALC-STEP-ELAPSED.
           MOVE W041-ELAPSED-TEXT TO W043-STEP-ELAPSED.
           MOVE SPACES TO W043-STEP-NOTE.
           IF W039-STEP-OUTCOME (W039-SCAN-INDEX) EQUAL "DISABLED"
               MOVE "DISABLED ON SCH001A" TO W043-STEP-NOTE
           ELSE IF W039-STEP-OUTCOME (W039-SCAN-INDEX) EQUAL "NOTDUE"
               IF W039-STEP-FREQUENCY (W039-SCAN-INDEX) EQUAL "W"
                   STRING "WEEKLY -- DUE ON WEEKDAY "
                               DELIMITED BY SIZE
                          W039-STEP-RUN-DAY (W039-SCAN-INDEX)
                               DELIMITED BY SIZE
                          INTO W043-STEP-NOTE
               ELSE
                   STRING "MONTHLY -- DUE ON DAY "
                               DELIMITED BY SIZE
                          W039-STEP-RUN-DAY (W039-SCAN-INDEX)
                               DELIMITED BY SIZE
                          INTO W043-STEP-NOTE
               END-IF
           ELSE IF W039-STEP-OUTCOME (W039-SCAN-INDEX) EQUAL "SKIPPED"
               STRING "PREDECESSOR " DELIMITED BY SIZE
                      W039-STEP-DEPENDS-SEQ (W039-SCAN-INDEX)
                           DELIMITED BY SIZE
                      " DID NOT END OK" DELIMITED BY SIZE
                      INTO W043-STEP-NOTE
           ELSE IF W039-STEP-OUTCOME (W039-SCAN-INDEX) NOT EQUAL "OK"
               MOVE "DID NOT FINISH" TO W043-STEP-NOTE
           END-IF.
           MOVE W043-STEP-LINE TO MORNING-SUMMARY-LINE.
           WRITE MORNING-SUMMARY-LINE.
      *
       C320-FORMAT-CLOCK.
      *
           MOVE W041-CLOCK-HH TO W043-CLOCK-HH.
           MOVE W041-CLOCK-MM TO W043-CLOCK-MM.
           MOVE W041-CLOCK-SS TO W043-CLOCK-SS.
      *
      *    THIS DRIVER'S OWN WARNINGS -- THE PRIOR MONTH LEFT OPEN,
      *    AND EVERY STEP HELD BACK BY A PREDECESSOR OR LEFT
      *    UNFINISHED.
       C330-PRINT-DRIVER-WARNINGS.
      *
           MOVE 0 TO W042-WARNING-COUNT.
           MOVE "NIGHTLY" TO W043-MESSAGE-JOB.
           IF W042-PERIOD-LEFT-OPEN
               MOVE SPACES TO W043-MESSAGE-TEXT
               STRING "MONTH " DELIMITED BY SIZE
                      W038-PRIOR-CCYYMM DELIMITED BY SIZE
                      " PAST ITS CLOSE DAY AND STILL OPEN -- RUN "
                           DELIMITED BY SIZE
                      "LIB004A" DELIMITED BY SIZE
                      INTO W043-MESSAGE-TEXT
               MOVE W043-MESSAGE-LINE TO MORNING-SUMMARY-LINE
               WRITE MORNING-SUMMARY-LINE
               ADD 1 TO W042-WARNING-COUNT
           END-IF.
           PERFORM VARYING W039-SCAN-INDEX FROM 1 BY 1
                   UNTIL W039-SCAN-INDEX GREATER THAN W039-STEP-COUNT
               IF W039-STEP-OUTCOME (W039-SCAN-INDEX) EQUAL "SKIPPED"
                  OR W039-STEP-OUTCOME (W039-SCAN-INDEX) EQUAL
                       "RUNNING"
                  OR W039-STEP-OUTCOME (W039-SCAN-INDEX) EQUAL
                       SPACES
                   MOVE SPACES TO W043-MESSAGE-TEXT
                   STRING "STEP " DELIMITED BY SIZE
                          W039-STEP-NAME (W039-SCAN-INDEX)
                               DELIMITED BY SPACE
                          " DID NOT RUN -- "
                               DELIMITED BY SIZE
                          "RERUN IT ONCE THE CAUSE IS FIXED"
                               DELIMITED BY SIZE
                          INTO W043-MESSAGE-TEXT
                   MOVE W043-MESSAGE-LINE TO MORNING-SUMMARY-LINE
                   WRITE MORNING-SUMMARY-LINE
                   ADD 1 TO W042-WARNING-COUNT
               END-IF
           END-PERFORM.
      *
      *    EVERY STEP MESSAGE OF THE KIND IN W042-WANTED-KIND, IN
      *    THE ORDER THE STEPS WROTE THEM.
       C340-PRINT-STEP-MESSAGES.
      *
           MOVE 0 TO W042-LINES-LISTED.
           OPEN INPUT STEP-MESSAGE-FILE.
           IF WORK-STEP-MESSAGE-STATUS EQUAL "00"
               MOVE "0" TO W005-END-OF-FILE-SWITCH
               PERFORM C345-PRINT-ONE-STEP-MESSAGE
                       UNTIL W005-END-OF-FILE
               CLOSE STEP-MESSAGE-FILE
           END-IF.
      *
       C345-PRINT-ONE-STEP-MESSAGE.
      *
           READ STEP-MESSAGE-FILE
               AT END
                   MOVE "1" TO W005-END-OF-FILE-SWITCH
               NOT AT END
                   IF STEPMSG-KIND EQUAL W042-WANTED-KIND
                       MOVE STEPMSG-JOB-NAME TO W043-MESSAGE-JOB
                       MOVE STEPMSG-TEXT TO W043-MESSAGE-TEXT
                       MOVE W043-MESSAGE-LINE TO MORNING-SUMMARY-LINE
                       WRITE MORNING-SUMMARY-LINE
                       ADD 1 TO W042-LINES-LISTED
                   END-IF
           END-READ.
      *
      *    THE SUMMARY IS SPOOLED AFTER THE LIB072A STEP HAS RUN, SO
      *    THE DISTRIBUTION RUN IS CALLED ONCE MORE TO SEND IT --
      *    UNLESS LIB072A IS OFF THE SCHEDULE OR DISABLED, IN WHICH
      *    CASE THE PAGE WAITS ON THE SPOOL LIKE EVERYTHING ELSE.
       C380-ROUTE-MORNING-SUMMARY.
      *
           MOVE "N" TO W042-DISTRIBUTE-SWITCH.
           PERFORM VARYING W039-SCAN-INDEX FROM 1 BY 1
                   UNTIL W039-SCAN-INDEX GREATER THAN W039-STEP-COUNT
               IF W039-STEP-NAME (W039-SCAN-INDEX) EQUAL "LIB072A"
                  AND W039-STEP-ENABLED (W039-SCAN-INDEX) EQUAL "Y"
                   MOVE "Y" TO W042-DISTRIBUTE-SWITCH
               END-IF
           END-PERFORM.
           IF NOT W042-DISTRIBUTE-SUMMARY
               GO TO C380-EXIT.
           PERFORM C385-SEED-SUMMARY-ROUTE.
           MOVE "LIB072A" TO W039-CALL-PROGRAM.
           CALL W039-CALL-PROGRAM.
       C380-EXIT.
           EXIT.
      *
      *    A SITE THAT HAS NEVER ROUTED THE SUMMARY GETS ONE ROW:
      *    THE SUPERVISOR ROLE, HELD FOR VIEWING. DIST001A CHANGES
      *    IT TO A PRINTER QUEUE OR MAILBOX, OR ADDS MORE ROWS.
       C385-SEED-SUMMARY-ROUTE.
      *
           OPEN I-O DISTRIBUTION-FILE.
           IF WORK-DISTRIBUTION-STATUS NOT EQUAL "00"
               OPEN OUTPUT DISTRIBUTION-FILE
               CLOSE DISTRIBUTION-FILE
               OPEN I-O DISTRIBUTION-FILE
           END-IF.
           MOVE "N" TO W042-ROUTE-FOUND-SWITCH.
           MOVE "NIGHTLY" TO DIST-JOB-NAME.
           MOVE LOW-VALUES TO DIST-RECIPIENT-TYPE DIST-RECIPIENT.
           START DISTRIBUTION-FILE KEY NOT LESS THAN DIST-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ DISTRIBUTION-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF DIST-JOB-NAME EQUAL "NIGHTLY"
                               MOVE "Y" TO W042-ROUTE-FOUND-SWITCH
                           END-IF
                   END-READ
           END-START.
           IF NOT W042-ROUTE-FOUND
               MOVE SPACES TO DISTRIBUTION-RECORD
               MOVE "NIGHTLY" TO DIST-JOB-NAME
               MOVE "R" TO DIST-RECIPIENT-TYPE
               MOVE "S" TO DIST-RECIPIENT
               MOVE "H" TO DIST-METHOD-FLAG
               MOVE ZERO TO DIST-SPLIT-COLUMN
               WRITE DISTRIBUTION-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
               DISPLAY "NIGHTLY: SUPERVISOR ROUTE FOR THE MORNING "
                       "SUMMARY ADDED TO DISTRIB.DAT"
           END-IF.
           CLOSE DISTRIBUTION-FILE.
      *
      *    NAMES THE SPOOL FILE <JOB>.<YYMMDD>.RPT AND APPENDS THE
      *    RUN TO THE SPOOL INDEX SPOL001A WORKS FROM. PERFORMED
      *    BEFORE THE REPORT FILE OPENS.
       C910-REGISTER-SPOOL-FILE.
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
