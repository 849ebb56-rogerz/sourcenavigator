       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. LIB067A.
      *
       DATE-WRITTEN. 10/15/26.
      *
      ***************************************************************
      *                                                             *
      * NIGHTLY PROGRAM REMINDER RUN -- FINDS EVERY LIBRARY PROGRAM *
      * ON EVENT.DAT THAT IS STILL OPEN AND FALLS WITHIN THE        *
      * REMINDER WINDOW (TODAY THROUGH THE DAYS AHEAD KEYED ON THE  *
      * COMMAND LINE, BLANK = 2), AND QUEUES ONE EVENT REMINDER     *
      * LINE ON THE COMMON NOTICE QUEUE FOR EACH PATRON HOLDING A   *
      * SEAT IN IT -- THE WAITLIST IS NOT REMINDED OF A SEAT IT     *
      * DOES NOT HAVE. THE LIB027A PRINT RUN FOLDS THE LINES INTO   *
      * EACH PATRON'S COMBINED LETTER. A PROGRAM IS REMINDED ONCE;  *
      * THE FLAG SET ON ITS EVENT ROW KEEPS A RERUN FROM SENDING    *
      * IT AGAIN. THE SPOOLED OUTPUT IS A STAFF LISTING OF WHAT WAS *
      * QUEUED.                                                     *
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
           SELECT EVENT-REG-FILE ASSIGN TO DISK
           ACCESS MODE DYNAMIC
           ORGANIZATION INDEXED
           RECORD KEY EREG-KEY
           FILE STATUS IS WORK-EVENT-REG-STATUS.
      *
      *    SPOOLED TO DISK (SEE SPOOL.CPY) -- THE SPOL001A MANAGER
      *    VIEWS, PRINTS, REPRINTS, OR PURGES THE SPOOLED REPORT.
           SELECT EVENT-REMINDER-PRINT ASSIGN TO WS-SPOOL-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT SPOOL-INDEX-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WORK-SPOOL-INDEX-STATUS.
      *
           SELECT NOTICE-QUEUE-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WORK-NOTICE-QUEUE-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       copy event.
      *
       copy eventreg.
      *
       copy spool.
      *
       copy notequ.

       FD  EVENT-REMINDER-PRINT
           LABEL RECORDS OMITTED.
       01  EVENT-REMINDER-LINE                      PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
      *    SPOOL BOOKKEEPING -- THE SPOOL FILE NAME CARRIES THE JOB
      *    AND RUN DATE, AND EVERY RUN REGISTERS ITSELF ON THE
      *    SPOOL INDEX BEFORE WRITING A LINE.
       01  WS-SPOOL-FILE-NAME                       PIC X(20).
       01  WORK-SPOOL-INDEX-STATUS                  PIC XX.
       01  W037-SPOOL-JOB-NAME                      PIC X(8)
                                                     VALUE "LIB067A".
       01  W037-SPOOL-RUN-DATE                      PIC 9(6).
       01  W037-SPOOL-RUN-TIME                      PIC 9(8).
       01  W005-END-OF-FILE-SWITCH                  PIC X.
           88  W005-END-OF-FILE                     VALUE "1".
       01  W005-REG-END-SWITCH                      PIC X.
           88  W005-REG-END                         VALUE "1".
       01  WORK-EVENT-STATUS                        PIC XX.
       01  WORK-EVENT-REG-STATUS                    PIC XX.
       01  WORK-NOTICE-QUEUE-STATUS                 PIC XX.
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
       01  W005-TODAY-DATE-N                        PIC 9(8).
      *
      *    THE PARM: HOW MANY DAYS AHEAD TO REMIND, ONE OR TWO
      *    DIGITS. THE WINDOW'S FAR EDGE IS WALKED FORWARD FROM
      *    TODAY WITH THE USUAL CARRY, AS LIB026A DOES.
       01  W006-DAYS-AHEAD-PARM                     PIC X(10).
       01  W006-DAYS-AHEAD                          PIC 99 VALUE 2.
       01  W006-WINDOW-DATE.
           05  W006-WINDOW-CC                       PIC 99.
           05  W006-WINDOW-YY                       PIC 99.
           05  W006-WINDOW-MM                       PIC 99.
           05  W006-WINDOW-DD                       PIC 99.
       01  W006-WINDOW-DATE-N                       PIC 9(8).
      *
       01  W007-DAYS-IN-MONTH-TABLE.
           05  FILLER                               PIC 99 VALUE 31.
           05  FILLER                               PIC 99 VALUE 28.
           05  FILLER                               PIC 99 VALUE 31.
           05  FILLER                               PIC 99 VALUE 30.
           05  FILLER                               PIC 99 VALUE 31.
           05  FILLER                               PIC 99 VALUE 30.
           05  FILLER                               PIC 99 VALUE 31.
           05  FILLER                               PIC 99 VALUE 31.
           05  FILLER                               PIC 99 VALUE 30.
           05  FILLER                               PIC 99 VALUE 31.
           05  FILLER                               PIC 99 VALUE 30.
           05  FILLER                               PIC 99 VALUE 31.
       01  W007-DAYS-IN-MONTH REDEFINES
                              W007-DAYS-IN-MONTH-TABLE.
           05  W007-MONTH-DAYS                      PIC 99 OCCURS 12.
      *
       01  W005-PROGRAM-COUNT                       PIC 9(5) VALUE ZERO.
       01  W005-REMINDER-COUNT                      PIC 9(5) VALUE ZERO.
       01  W005-PROGRAM-REMINDERS                   PIC 9(5).
      *
       01  W008-EVENT-DATE.
           05  W008-EVENT-CCYY                      PIC 9(4).
           05  W008-EVENT-MM                        PIC 99.
           05  W008-EVENT-DD                        PIC 99.
       01  W008-EVENT-DATE-N REDEFINES W008-EVENT-DATE
                                                    PIC 9(8).
       01  W008-SHOW-DATE.
           05  W008-SHOW-MM                         PIC 99.
           05  FILLER                               PIC X VALUE "/".
           05  W008-SHOW-DD                         PIC 99.
           05  FILLER                               PIC X VALUE "/".
           05  W008-SHOW-CCYY                       PIC 9(4).
       01  W008-SHOW-TIME.
           05  W008-SHOW-HH                         PIC 99.
           05  FILLER                               PIC X VALUE ":".
           05  W008-SHOW-MI                         PIC 99.
      *
       01  W010-PROGRAM-LINE.
           05  W010-PROGRAM-CODE                 PIC X(6).
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  W010-PROGRAM-DATE                 PIC X(10).
           05  FILLER                            PIC X(1) VALUE SPACES.
           05  W010-PROGRAM-TIME                 PIC X(5).
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  W010-PROGRAM-BRANCH               PIC X(3).
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  W010-PROGRAM-TITLE                PIC X(30).
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  W010-PROGRAM-SENT                 PIC ZZZZ9.
      *
       01  W010-DETAIL-LINE.
           05  FILLER                            PIC X(8) VALUE SPACES.
           05  W010-DETAIL-CARD                  PIC X(5).
      *
       01  W010-TITLE-LINE                          PIC X(80) VALUE
           "PROGRAM REMINDER LISTING -- NOTICES QUEUED FOR LIB027A".
       01  W010-HEADING-LINE.
           05  FILLER                               PIC X(40) VALUE
               "CODE    DATE       TIME   BR   PROGRAM".
           05  FILLER                               PIC X(40) VALUE
               "                      SENT".
      *
       PROCEDURE DIVISION.
      *
       C000-MAIN-LINE-LOGIC.
      *
           PERFORM C010-CALC-TODAY-DATE.
           PERFORM C012-READ-DAYS-AHEAD.
           PERFORM C014-CALC-WINDOW-DATE.
           OPEN I-O EVENT-FILE.
           IF WORK-EVENT-STATUS NOT EQUAL "00"
               DISPLAY "LIB067A: NO EVENT FILE -- NOTHING TO REMIND"
               GOBACK
           END-IF.
           OPEN INPUT EVENT-REG-FILE.
           IF WORK-EVENT-REG-STATUS NOT EQUAL "00"
               DISPLAY "LIB067A: NO SIGN-UP FILE -- NOTHING TO REMIND"
               CLOSE EVENT-FILE
               GOBACK
           END-IF.
           PERFORM C900-REGISTER-SPOOL-FILE.
           PERFORM C910-OPEN-NOTICE-QUEUE.
           OPEN OUTPUT EVENT-REMINDER-PRINT.
           MOVE W010-TITLE-LINE TO EVENT-REMINDER-LINE.
           WRITE EVENT-REMINDER-LINE.
           MOVE W010-HEADING-LINE TO EVENT-REMINDER-LINE.
           WRITE EVENT-REMINDER-LINE AFTER ADVANCING 2 LINES.
           MOVE "0" TO W005-END-OF-FILE-SWITCH.
           PERFORM C020-READ-ONE-EVENT UNTIL W005-END-OF-FILE.
           IF W005-PROGRAM-COUNT EQUAL ZERO
               MOVE "  (NO PROGRAMS COMING UP IN THE WINDOW)"
                       TO EVENT-REMINDER-LINE
               WRITE EVENT-REMINDER-LINE
           END-IF.
           CLOSE EVENT-REMINDER-PRINT
                 NOTICE-QUEUE-FILE
                 EVENT-REG-FILE
                 EVENT-FILE.
           DISPLAY "LIB067A PROGRAM REMINDER RUN COMPLETE".
           DISPLAY "PROGRAMS REMINDED:   " W005-PROGRAM-COUNT.
           DISPLAY "REMINDERS QUEUED:    " W005-REMINDER-COUNT.
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
           COMPUTE W005-TODAY-DATE-N =
                   W005-TODAY-CC * 1000000 + W005-TODAY-YY * 10000
                 + W005-TODAY-MM * 100 + W005-TODAY-DD.
      *
       C012-READ-DAYS-AHEAD.
      *
           MOVE SPACES TO W006-DAYS-AHEAD-PARM.
           ACCEPT W006-DAYS-AHEAD-PARM FROM COMMAND-LINE.
           IF W006-DAYS-AHEAD-PARM (1:2) IS NUMERIC
               MOVE W006-DAYS-AHEAD-PARM (1:2) TO W006-DAYS-AHEAD
           ELSE
               IF W006-DAYS-AHEAD-PARM (1:1) IS NUMERIC
                  AND W006-DAYS-AHEAD-PARM (2:1) EQUAL SPACE
                   MOVE W006-DAYS-AHEAD-PARM (1:1) TO W006-DAYS-AHEAD
               END-IF
           END-IF.
      *
       C014-CALC-WINDOW-DATE.
      *
           MOVE W005-TODAY-DATE TO W006-WINDOW-DATE.
           ADD W006-DAYS-AHEAD TO W006-WINDOW-DD.
           PERFORM UNTIL W006-WINDOW-DD NOT GREATER THAN
                   W007-MONTH-DAYS (W006-WINDOW-MM)
               SUBTRACT W007-MONTH-DAYS (W006-WINDOW-MM)
                       FROM W006-WINDOW-DD
               ADD 1 TO W006-WINDOW-MM
               IF W006-WINDOW-MM GREATER THAN 12
                   MOVE 1 TO W006-WINDOW-MM
                   ADD 1 TO W006-WINDOW-YY
                   IF W006-WINDOW-YY EQUAL ZERO
                       ADD 1 TO W006-WINDOW-CC
           END-PERFORM.
           COMPUTE W006-WINDOW-DATE-N =
                   W006-WINDOW-CC * 1000000 + W006-WINDOW-YY * 10000
                 + W006-WINDOW-MM * 100 + W006-WINDOW-DD.
      *
      *    AN OPEN PROGRAM FROM TODAY TO THE WINDOW'S FAR EDGE NOT
      *    YET REMINDED. A PROGRAM ADDED INSIDE THE WINDOW IS STILL
      *    CAUGHT ON THE NEXT NIGHT'S RUN.
       C020-READ-ONE-EVENT.
      *
           READ EVENT-FILE NEXT RECORD
               AT END
                   MOVE "1" TO W005-END-OF-FILE-SWITCH
               NOT AT END
                   IF EVT-IS-OPEN
                      AND NOT EVT-REMINDERS-SENT
                      AND EVT-DATE NOT LESS THAN W005-TODAY-DATE-N
                      AND EVT-DATE NOT GREATER THAN W006-WINDOW-DATE-N
                       PERFORM C030-REMIND-ONE-PROGRAM
                   END-IF
           END-READ.
      *
       C030-REMIND-ONE-PROGRAM.
      *
           ADD 1 TO W005-PROGRAM-COUNT.
           MOVE 0 TO W005-PROGRAM-REMINDERS.
           MOVE EVT-DATE TO W008-EVENT-DATE-N.
           MOVE W008-EVENT-MM TO W008-SHOW-MM.
           MOVE W008-EVENT-DD TO W008-SHOW-DD.
           MOVE W008-EVENT-CCYY TO W008-SHOW-CCYY.
           MOVE EVT-START-TIME (1:2) TO W008-SHOW-HH.
           MOVE EVT-START-TIME (3:2) TO W008-SHOW-MI.
           MOVE "0" TO W005-REG-END-SWITCH.
           MOVE EVT-CODE TO EREG-EVENT-CODE.
           MOVE 0 TO EREG-SEQUENCE.
           START EVENT-REG-FILE KEY IS NOT LESS THAN EREG-KEY
               INVALID KEY
                   MOVE "1" TO W005-REG-END-SWITCH
           END-START.
           PERFORM C035-READ-ONE-SIGN-UP UNTIL W005-REG-END.
           MOVE EVT-CODE TO W010-PROGRAM-CODE.
           MOVE W008-SHOW-DATE TO W010-PROGRAM-DATE.
           MOVE W008-SHOW-TIME TO W010-PROGRAM-TIME.
           MOVE EVT-BRANCH-ID TO W010-PROGRAM-BRANCH.
           MOVE EVT-TITLE TO W010-PROGRAM-TITLE.
           MOVE W005-PROGRAM-REMINDERS TO W010-PROGRAM-SENT.
           MOVE W010-PROGRAM-LINE TO EVENT-REMINDER-LINE.
           WRITE EVENT-REMINDER-LINE.
           MOVE "Y" TO EVT-REMINDED-FLAG.
           REWRITE EVENT-RECORD.
      *
       C035-READ-ONE-SIGN-UP.
      *
           READ EVENT-REG-FILE NEXT RECORD
               AT END
                   MOVE "1" TO W005-REG-END-SWITCH
               NOT AT END
                   IF EREG-EVENT-CODE NOT EQUAL EVT-CODE
                       MOVE "1" TO W005-REG-END-SWITCH
                   ELSE
                       IF EREG-IS-REGISTERED
                           PERFORM C040-QUEUE-EVENT-REMINDER
                       END-IF
                   END-IF
           END-READ.
      *
      *    ONE PENDING LINE PER SEAT -- LIB027A FOLDS IT INTO THE
      *    PATRON'S COMBINED LETTER UNDER THE EVENT HEADING.
       C040-QUEUE-EVENT-REMINDER.
      *
           ADD 1 TO W005-PROGRAM-REMINDERS.
           ADD 1 TO W005-REMINDER-COUNT.
           MOVE "P" TO NQ-STATUS-FLAG.
           MOVE EREG-PATRON-NUMBER TO NQ-PATRON-NUMBER.
           MOVE "EVENT" TO NQ-NOTICE-TYPE.
           MOVE W005-TODAY-RAW-DATE TO NQ-QUEUED-DATE.
           MOVE ZERO TO NQ-SENT-DATE.
           MOVE SPACES TO NQ-TEXT-LINE.
           STRING "REMINDER: "        DELIMITED BY SIZE
                  EVT-TITLE           DELIMITED BY "  "
                  " "                 DELIMITED BY SIZE
                  W008-SHOW-DATE      DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  W008-SHOW-TIME      DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  EVT-ROOM            DELIMITED BY "  "
                  INTO NQ-TEXT-LINE.
           WRITE NOTICE-QUEUE-RECORD.
           MOVE EREG-PATRON-NUMBER TO W010-DETAIL-CARD.
           MOVE W010-DETAIL-LINE TO EVENT-REMINDER-LINE.
           WRITE EVENT-REMINDER-LINE.
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
      *    THE QUEUE IS APPENDED TO, CREATED ON FIRST USE -- SAME
      *    SHAPE AS THE SPOOL INDEX.
       C910-OPEN-NOTICE-QUEUE.
      *
           OPEN EXTEND NOTICE-QUEUE-FILE.
           IF WORK-NOTICE-QUEUE-STATUS NOT EQUAL "00"
               OPEN OUTPUT NOTICE-QUEUE-FILE.
