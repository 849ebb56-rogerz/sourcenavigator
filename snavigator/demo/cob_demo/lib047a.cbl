       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. LIB047A.
      *
       DATE-WRITTEN. 10/15/26.
      *
      ***************************************************************
      *                                                             *
      * CLOSED-DAY RE-DATE RUN -- CIRC001A ROLLS A NEW DUE DATE OFF *
      * THE CLOSED DAYS ON CALENDAR.DAT, BUT A CLOSURE KEYED AFTER  *
      * THE FACT (A SNOW DAY, A BURST PIPE) NEVER TOUCHED THE LOANS *
      * ALREADY OUT OR THE HOLDS ALREADY WAITING ON THE PICKUP      *
      * SHELF. THIS RUN WALKS CIRC.DAT AND HOLDS.DAT AND MOVES      *
      * EVERY OPEN LOAN DUE, AND EVERY TRAPPED HOLD'S PICKUP        *
      * DEADLINE, THAT FALLS TODAY OR LATER ON A CLOSED DAY OUT TO  *
      * THE NEXT OPEN DAY -- SO THE LOAN DOES NOT GO OVERDUE UNDER  *
      * LIB010A AND THE HOLD IS NOT EXPIRED BY LIB025A FOR A DAY    *
      * THE BUILDING WAS LOCKED. EACH PATRON WHOSE DUE DATE MOVED   *
      * GETS A LINE ON THE COMMON NOTICE QUEUE FOR THE LIB027A      *
      * LETTER; THE SPOOLED LISTING SHOWS EVERYTHING THAT MOVED.    *
      * NOTHING ALREADY PAST DUE IS TOUCHED, AND A SECOND RUN       *
      * FINDS NOTHING LEFT TO MOVE. SCHEDULED NIGHTLY AHEAD OF THE  *
      * OVERDUE AND EXPIRED-HOLD SWEEPS, AND OFFERED ON THE SPOT BY *
      * RULE001A WHEN A CLOSED DATE IS ADDED FOR TODAY OR LATER.    *
      *                                                             *
      ***************************************************************
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT CIRCULATION-FILE ASSIGN TO DISK
           ACCESS MODE SEQUENTIAL
           ORGANIZATION INDEXED
           RECORD KEY CIRC-ITEM-BARCODE
           FILE STATUS IS WORK-CIRCULATION-FILE-STATUS.
      *
      *    A MOVED DUE DATE MOVES THE LOAN'S DUE-DATE INDEX ENTRY --
      *    KEPT IN STEP ONLY WHEN DUEXBLD HAS CREATED THE INDEX.
           SELECT DUE-DATE-XREF ASSIGN TO DISK
           ACCESS MODE RANDOM
           ORGANIZATION INDEXED
           RECORD KEY DUEX-KEY
           FILE STATUS IS WORK-DUE-XREF-STATUS.
      *
           SELECT HOLD-FILE ASSIGN TO DISK
           ACCESS MODE SEQUENTIAL
           ORGANIZATION INDEXED
           RECORD KEY HOLD-KEY
           FILE STATUS IS WORK-HOLD-FILE-STATUS.
      *
           SELECT LIBRARY-CALENDAR-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WORK-CALENDAR-STATUS.
      *
      *    SPOOLED TO DISK (SEE SPOOL.CPY) -- THE SPOL001A MANAGER
      *    VIEWS, PRINTS, REPRINTS, OR PURGES THE SPOOLED REPORT.
           SELECT REDATE-LIST-PRINT ASSIGN TO WS-SPOOL-FILE-NAME
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
       copy circ.
      *
       copy circdue.
      *
       copy holds.
      *
       copy calendar.
      *
       copy spool.
      *
       copy notequ.

       FD  REDATE-LIST-PRINT
           LABEL RECORDS OMITTED.
       01  REDATE-LIST-LINE                         PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
      *    SPOOL BOOKKEEPING -- THE SPOOL FILE NAME CARRIES THE JOB
      *    AND RUN DATE, AND EVERY RUN REGISTERS ITSELF ON THE
      *    SPOOL INDEX BEFORE WRITING A LINE.
       01  WS-SPOOL-FILE-NAME                       PIC X(20).
       01  WORK-SPOOL-INDEX-STATUS                  PIC XX.
       01  W037-SPOOL-JOB-NAME                      PIC X(8)
                                                     VALUE "LIB047A".
       01  W037-SPOOL-RUN-DATE                      PIC 9(6).
       01  W037-SPOOL-RUN-TIME                      PIC 9(8).
       01  W005-END-OF-FILE-SWITCH                  PIC X.
           88  W005-END-OF-FILE                     VALUE "1".
       01  WORK-CIRCULATION-FILE-STATUS             PIC XX.
       01  WORK-HOLD-FILE-STATUS                    PIC XX.
       01  WORK-CALENDAR-STATUS                     PIC XX.
       01  WORK-NOTICE-QUEUE-STATUS                 PIC XX.
       01  WORK-DUE-XREF-STATUS                     PIC XX.
       01  WORK-DUEX-OPEN-SWITCH                    PIC X.
           88  WORK-DUEX-IS-OPEN                    VALUE "Y".
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
      *    THE CLOSED DAYS IN HAND -- A FLAG PER WEEKDAY (1 = SUNDAY
      *    .. 7 = SATURDAY) AND UP TO 100 SINGLE CLOSED DATES, THE
      *    SAME TABLE SHAPE CIRC001A LOADS.
       01  W008-CALENDAR-EOF-SWITCH                 PIC X.
           88  W008-CALENDAR-EOF                    VALUE "1".
       01  W008-CLOSED-DOW-TABLE.
           05  W008-CLOSED-DOW-FLAG                 PIC X OCCURS 7.
       01  W008-CLOSED-DATE-COUNT                   PIC 9(3) VALUE 0.
       01  W008-CLOSED-DATE-TABLE.
           05  W008-CLOSED-DATE                     PIC 9(8)
                                                    OCCURS 100 TIMES
                                                    INDEXED BY W008-C-I.
       01  W008-DAY-OPEN-FLAG                       PIC X.
           88  W008-DAY-IS-OPEN                     VALUE "Y".
       01  W008-DOW-RESULT                          PIC 9.
      *
      *    THE DATE BEING ROLLED -- A LOAN'S DUE DATE OR A HOLD'S
      *    PICKUP DEADLINE IS MOVED IN HERE, PUSHED A DAY AT A TIME
      *    UNTIL IT LANDS ON AN OPEN DAY, AND MOVED BACK. THE GUARD
      *    COUNTER KEEPS A NONSENSE CALENDAR (EVERY WEEKDAY CLOSED)
      *    FROM LOOPING FOREVER -- AFTER FOURTEEN TRIES THE DATE
      *    STANDS WHEREVER IT IS, AS AT THE DESK.
       01  W007-ROLL-DATE.
           05  W007-ROLL-CC                         PIC 99.
           05  W007-ROLL-YY                         PIC 99.
           05  W007-ROLL-MM                         PIC 99.
           05  W007-ROLL-DD                         PIC 99.
       01  W007-ROLL-DATE-N REDEFINES W007-ROLL-DATE
                                                    PIC 9(8).
       01  W007-OLD-DATE-N                          PIC 9(8).
       01  W007-ROLL-GUARD-COUNT                    PIC 99.
       01  W007-ROLL-MONTH-DAYS                     PIC 99.
       01  W007-LEAP-QUOTIENT                       PIC 9(4).
       01  W007-LEAP-REMAINDER                      PIC 9(3).
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
      *    SERIAL-DAY CONVERSION (SAME 4/100/400 ARITHMETIC AS
      *    CIRC001A) FOR THE WEEKDAY OF THE DATE BEING TESTED.
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
       01  W012-LOANS-MOVED                         PIC 9(5) VALUE 0.
       01  W012-HOLDS-MOVED                         PIC 9(5) VALUE 0.
       01  W012-NOTICES-QUEUED                      PIC 9(5) VALUE 0.
      *
       01  W015-DETAIL-LINE.
           05  W015-DETAIL-KIND                     PIC X(4).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  W015-DETAIL-BARCODE                  PIC X(10).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  W015-DETAIL-CARD                     PIC X(5).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  W015-DETAIL-OLD-MM                   PIC 99.
           05  FILLER                     PIC X VALUE "/".
           05  W015-DETAIL-OLD-DD                   PIC 99.
           05  FILLER                     PIC X VALUE "/".
           05  W015-DETAIL-OLD-YY                   PIC 99.
           05  FILLER                     PIC X(4) VALUE " TO ".
           05  W015-DETAIL-NEW-MM                   PIC 99.
           05  FILLER                     PIC X VALUE "/".
           05  W015-DETAIL-NEW-DD                   PIC 99.
           05  FILLER                     PIC X VALUE "/".
           05  W015-DETAIL-NEW-YY                   PIC 99.
      *
       01  W015-OLD-DATE.
           05  W015-OLD-CC                          PIC 99.
           05  W015-OLD-YY                          PIC 99.
           05  W015-OLD-MM                          PIC 99.
           05  W015-OLD-DD                          PIC 99.
      *
       01  W015-TITLE-LINE                          PIC X(80) VALUE
           "CLOSED-DAY RE-DATE LIST -- DUE DATES AND PICKUP DEADLINES".
       01  W015-HEADING-LINE                        PIC X(80) VALUE
           "KIND  BARCODE     CARD   WAS         NOW".
      *
       PROCEDURE DIVISION.
      *
       C000-MAIN-LINE-LOGIC.
      *
           PERFORM C010-CALC-TODAY-DATE.
           PERFORM C012-LOAD-CLOSED-CALENDAR.
           PERFORM C900-REGISTER-SPOOL-FILE.
           OPEN OUTPUT REDATE-LIST-PRINT.
           MOVE W015-TITLE-LINE TO REDATE-LIST-LINE.
           WRITE REDATE-LIST-LINE.
           MOVE SPACES TO REDATE-LIST-LINE.
           WRITE REDATE-LIST-LINE.
           MOVE W015-HEADING-LINE TO REDATE-LIST-LINE.
           WRITE REDATE-LIST-LINE.
           PERFORM C910-OPEN-NOTICE-QUEUE.
           PERFORM C020-REDATE-OPEN-LOANS.
           PERFORM C040-REDATE-TRAPPED-HOLDS.
           PERFORM C080-WRITE-TOTAL-LINES.
           CLOSE REDATE-LIST-PRINT
                 NOTICE-QUEUE-FILE.
           DISPLAY "LIB047A CLOSED-DAY RE-DATE RUN COMPLETE".
           DISPLAY "LOANS RE-DATED:      " W012-LOANS-MOVED.
           DISPLAY "HOLDS RE-DATED:      " W012-HOLDS-MOVED.
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
      *    NO CALENDAR FILE MEANS NO CLOSED DAYS -- THE RUN STILL
      *    PRINTS ITS (EMPTY) LIST SO THE NIGHT'S SPOOL SHOWS IT RAN.
       C012-LOAD-CLOSED-CALENDAR.
      *
           MOVE SPACES TO W008-CLOSED-DOW-TABLE.
           MOVE 0 TO W008-CLOSED-DATE-COUNT.
           OPEN INPUT LIBRARY-CALENDAR-FILE.
           IF WORK-CALENDAR-STATUS EQUAL "00"
               MOVE "0" TO W008-CALENDAR-EOF-SWITCH
               PERFORM C014-READ-NEXT-CAL-ENTRY
                       UNTIL W008-CALENDAR-EOF
               CLOSE LIBRARY-CALENDAR-FILE
           END-IF.
      *
       C014-READ-NEXT-CAL-ENTRY.
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
                       MOVE CAL-CLOSED-DATE
                               TO W008-CLOSED-DATE (W008-C-I)
                   END-IF
           END-READ.
      *
      *    FIRST PASS -- EVERY LOAN STILL OUT AND DUE TODAY OR LATER
      *    WHOSE DUE DATE IS NOW A CLOSED DAY. CLAIMED, LOST, AND
      *    RETURNED LOANS HAVE NO DUE DATE LEFT TO KEEP.
       C020-REDATE-OPEN-LOANS.
      *
           OPEN I-O CIRCULATION-FILE.
           IF WORK-CIRCULATION-FILE-STATUS NOT EQUAL "00"
               DISPLAY "LIB047A: NO CIRCULATION FILE -- NO LOANS MOVED"
           ELSE
      *        THE DUE-DATE INDEX IS NEVER CREATED HERE -- AN EMPTY
      *        ONE WOULD HIDE THE LOANS ALREADY OUT FROM THE SWEEPS.
               MOVE "N" TO WORK-DUEX-OPEN-SWITCH
               OPEN I-O DUE-DATE-XREF
               IF WORK-DUE-XREF-STATUS EQUAL "00"
                   MOVE "Y" TO WORK-DUEX-OPEN-SWITCH
               END-IF
               MOVE "0" TO W005-END-OF-FILE-SWITCH
               PERFORM C025-READ-CIRCULATION-FILE
               PERFORM UNTIL W005-END-OF-FILE
                   IF CIRC-ITEM-OUT
                       PERFORM C030-REDATE-ONE-LOAN
                   END-IF
                   PERFORM C025-READ-CIRCULATION-FILE
               END-PERFORM
               IF WORK-DUEX-IS-OPEN
                   CLOSE DUE-DATE-XREF
               END-IF
               CLOSE CIRCULATION-FILE
           END-IF.
      *
       C025-READ-CIRCULATION-FILE.
      *
           READ CIRCULATION-FILE NEXT RECORD
                AT END, MOVE "1" TO W005-END-OF-FILE-SWITCH.
      *
       C030-REDATE-ONE-LOAN.
      *
           MOVE CIRC-DUE-DATE TO W007-ROLL-DATE.
           IF W007-ROLL-DATE-N NOT LESS THAN W005-TODAY-DATE-N
               MOVE W007-ROLL-DATE-N TO W007-OLD-DATE-N
               MOVE CIRC-DUE-DATE TO W015-OLD-DATE
               PERFORM C070-ROLL-TO-OPEN-DAY
               IF W007-ROLL-DATE-N NOT EQUAL W007-OLD-DATE-N
                   MOVE W007-ROLL-DATE TO CIRC-DUE-DATE
                   REWRITE CIRCULATION-RECORD
                   PERFORM C032-MOVE-DUE-XREF
                   ADD 1 TO W012-LOANS-MOVED
                   MOVE "LOAN" TO W015-DETAIL-KIND
                   MOVE CIRC-ITEM-BARCODE TO W015-DETAIL-BARCODE
                   MOVE CIRC-PATRON-NUMBER TO W015-DETAIL-CARD
                   PERFORM C060-WRITE-DETAIL-LINE
                   PERFORM C065-QUEUE-REDATE-NOTICE
               END-IF
           END-IF.
      *
      *    THE LOAN STAYS OPEN, SO ITS INDEX ENTRY ONLY MOVES FROM
      *    THE OLD DUE DATE TO THE NEW. A MISSING OLD ENTRY OR A
      *    DUPLICATE NEW ONE IS IGNORED -- DUEXBLD SQUARES THEM.
       C032-MOVE-DUE-XREF.
      *
           IF WORK-DUEX-IS-OPEN
               MOVE "O" TO DUEX-STATUS-FLAG
               MOVE W015-OLD-DATE TO DUEX-DUE-DATE
               MOVE CIRC-ITEM-BARCODE TO DUEX-ITEM-BARCODE
               DELETE DUE-DATE-XREF RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
               MOVE CIRC-DUE-DATE TO DUEX-DUE-DATE
               WRITE DUE-DATE-XREF-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF.
      *
      *    SECOND PASS -- EVERY TRAPPED HOLD WHOSE PICKUP DEADLINE IS
      *    TODAY OR LATER AND NOW A CLOSED DAY. AN ACTIVE HOLD HAS
      *    NO DEADLINE YET, AND AN IN-TRANSIT ONE GETS ITS DEADLINE
      *    WHEN THE PICKUP BRANCH RECEIVES IT.
       C040-REDATE-TRAPPED-HOLDS.
      *
           OPEN I-O HOLD-FILE.
           IF WORK-HOLD-FILE-STATUS NOT EQUAL "00"
               DISPLAY "LIB047A: NO HOLD FILE ON SYSTEM -- NO HOLDS "
                       "MOVED"
           ELSE
               MOVE "0" TO W005-END-OF-FILE-SWITCH
               PERFORM C045-READ-HOLD-FILE
               PERFORM UNTIL W005-END-OF-FILE
                   IF HOLD-IS-TRAPPED
                       PERFORM C050-REDATE-ONE-HOLD
                   END-IF
                   PERFORM C045-READ-HOLD-FILE
               END-PERFORM
               CLOSE HOLD-FILE
           END-IF.
      *
       C045-READ-HOLD-FILE.
      *
           READ HOLD-FILE NEXT RECORD
                AT END, MOVE "1" TO W005-END-OF-FILE-SWITCH.
      *
       C050-REDATE-ONE-HOLD.
      *
           MOVE HOLD-PICKUP-DEADLINE TO W007-ROLL-DATE.
           IF W007-ROLL-DATE-N NOT LESS THAN W005-TODAY-DATE-N
               MOVE W007-ROLL-DATE-N TO W007-OLD-DATE-N
               MOVE HOLD-PICKUP-DEADLINE TO W015-OLD-DATE
               PERFORM C070-ROLL-TO-OPEN-DAY
               IF W007-ROLL-DATE-N NOT EQUAL W007-OLD-DATE-N
                   MOVE W007-ROLL-DATE TO HOLD-PICKUP-DEADLINE
                   REWRITE HOLD-RECORD
                   ADD 1 TO W012-HOLDS-MOVED
                   MOVE "HOLD" TO W015-DETAIL-KIND
                   IF HOLD-TRAPPED-BARCODE EQUAL SPACES
                       MOVE HOLD-ITEM-BARCODE TO W015-DETAIL-BARCODE
                   ELSE
                       MOVE HOLD-TRAPPED-BARCODE
                               TO W015-DETAIL-BARCODE
                   END-IF
                   MOVE HOLD-PATRON-NUMBER TO W015-DETAIL-CARD
                   PERFORM C060-WRITE-DETAIL-LINE
               END-IF
           END-IF.
      *
       C060-WRITE-DETAIL-LINE.
      *
           MOVE W015-OLD-MM  TO W015-DETAIL-OLD-MM.
           MOVE W015-OLD-DD  TO W015-DETAIL-OLD-DD.
           MOVE W015-OLD-YY  TO W015-DETAIL-OLD-YY.
           MOVE W007-ROLL-MM TO W015-DETAIL-NEW-MM.
           MOVE W007-ROLL-DD TO W015-DETAIL-NEW-DD.
           MOVE W007-ROLL-YY TO W015-DETAIL-NEW-YY.
           MOVE W015-DETAIL-LINE TO REDATE-LIST-LINE.
           WRITE REDATE-LIST-LINE.
      *
      *    ONE PENDING LINE ON THE COMMON NOTICE QUEUE PER LOAN
      *    MOVED -- LIB027A FOLDS THEM INTO THE PATRON'S COMBINED
      *    LETTER WITH ANYTHING ELSE PENDING.
       C065-QUEUE-REDATE-NOTICE.
      *
           MOVE "P" TO NQ-STATUS-FLAG.
           MOVE CIRC-PATRON-NUMBER TO NQ-PATRON-NUMBER.
           MOVE "CLOSURE" TO NQ-NOTICE-TYPE.
           MOVE W005-TODAY-RAW-DATE TO NQ-QUEUED-DATE.
           MOVE ZERO TO NQ-SENT-DATE.
           MOVE SPACES TO NQ-TEXT-LINE.
           STRING "ITEM "             DELIMITED BY SIZE
                  CIRC-ITEM-BARCODE   DELIMITED BY SIZE
                  " LIBRARY CLOSED -- NOW DUE " DELIMITED BY SIZE
                  W007-ROLL-MM        DELIMITED BY SIZE
                  "/"                 DELIMITED BY SIZE
                  W007-ROLL-DD        DELIMITED BY SIZE
                  "/"                 DELIMITED BY SIZE
                  W007-ROLL-YY        DELIMITED BY SIZE
                  INTO NQ-TEXT-LINE.
           WRITE NOTICE-QUEUE-RECORD.
           ADD 1 TO W012-NOTICES-QUEUED.
      *
      *    WHILE W007-ROLL-DATE LANDS ON A CLOSED DAY, PUSH IT ONE
      *    DAY OUT -- FEBRUARY THE 29TH COUNTED IN A LEAP YEAR.
       C070-ROLL-TO-OPEN-DAY.
      *
           MOVE 0 TO W007-ROLL-GUARD-COUNT.
           PERFORM C075-TEST-DAY-OPEN.
           PERFORM UNTIL W008-DAY-IS-OPEN
                      OR W007-ROLL-GUARD-COUNT GREATER THAN 14
               ADD 1 TO W007-ROLL-GUARD-COUNT
               PERFORM C072-ADVANCE-ONE-DAY
               PERFORM C075-TEST-DAY-OPEN
           END-PERFORM.
      *
       C072-ADVANCE-ONE-DAY.
      *
           MOVE W007-MONTH-DAYS (W007-ROLL-MM) TO W007-ROLL-MONTH-DAYS.
           IF W007-ROLL-MM EQUAL 2
               DIVIDE W007-ROLL-YY BY 4 GIVING W007-LEAP-QUOTIENT
                       REMAINDER W007-LEAP-REMAINDER
               IF W007-LEAP-REMAINDER EQUAL ZERO
                   MOVE 29 TO W007-ROLL-MONTH-DAYS
               END-IF
           END-IF.
           ADD 1 TO W007-ROLL-DD.
           IF W007-ROLL-DD GREATER THAN W007-ROLL-MONTH-DAYS
               MOVE 1 TO W007-ROLL-DD
               ADD 1 TO W007-ROLL-MM
               IF W007-ROLL-MM GREATER THAN 12
                   MOVE 1 TO W007-ROLL-MM
                   ADD 1 TO W007-ROLL-YY
                   IF W007-ROLL-YY EQUAL ZERO
                       ADD 1 TO W007-ROLL-CC
                   END-IF
               END-IF
           END-IF.
      *
      *    A DAY IS OPEN UNLESS ITS WEEKDAY IS FLAGGED CLOSED OR ITS
      *    DATE IS ON THE CLOSED-DATE LIST.
       C075-TEST-DAY-OPEN.
      *
           PERFORM C078-DATE-TO-SERIAL.
           MOVE "Y" TO W008-DAY-OPEN-FLAG.
           COMPUTE W008-DOW-RESULT =
                   FUNCTION MOD (W009-CONV-SERIAL, 7).
           IF W008-DOW-RESULT EQUAL ZERO
               MOVE 7 TO W008-DOW-RESULT.
           IF W008-CLOSED-DOW-FLAG (W008-DOW-RESULT) EQUAL "C"
               MOVE "N" TO W008-DAY-OPEN-FLAG.
           IF W008-DAY-IS-OPEN
              AND W008-CLOSED-DATE-COUNT GREATER THAN ZERO
               SET W008-C-I TO 1
               SEARCH W008-CLOSED-DATE
                   WHEN W008-C-I GREATER THAN W008-CLOSED-DATE-COUNT
                       CONTINUE
                   WHEN W008-CLOSED-DATE (W008-C-I) EQUAL
                           W007-ROLL-DATE-N
                       MOVE "N" TO W008-DAY-OPEN-FLAG
               END-SEARCH
           END-IF.
      *
       C078-DATE-TO-SERIAL.
      *
           COMPUTE W009-CONV-YEAR = W007-ROLL-CC * 100 + W007-ROLL-YY.
           IF W007-ROLL-MM GREATER THAN 2
               MOVE W009-CONV-YEAR TO W009-LEAP-YEAR
           ELSE
               COMPUTE W009-LEAP-YEAR = W009-CONV-YEAR - 1.
           DIVIDE W009-LEAP-YEAR BY 4 GIVING W009-LEAP-4.
           DIVIDE W009-LEAP-YEAR BY 100 GIVING W009-LEAP-100.
           DIVIDE W009-LEAP-YEAR BY 400 GIVING W009-LEAP-400.
           COMPUTE W009-CONV-SERIAL =
                   W009-CONV-YEAR * 365
                 + W009-LEAP-4 - W009-LEAP-100 + W009-LEAP-400
                 + W009-MONTH-CUM-DAYS (W007-ROLL-MM)
                 + W007-ROLL-DD.
      *
       C080-WRITE-TOTAL-LINES.
      *
           MOVE SPACES TO REDATE-LIST-LINE.
           WRITE REDATE-LIST-LINE.
           MOVE SPACES TO REDATE-LIST-LINE.
           STRING "LOANS RE-DATED:   " DELIMITED BY SIZE
                  W012-LOANS-MOVED     DELIMITED BY SIZE
                  INTO REDATE-LIST-LINE.
           WRITE REDATE-LIST-LINE.
           MOVE SPACES TO REDATE-LIST-LINE.
           STRING "HOLDS RE-DATED:   " DELIMITED BY SIZE
                  W012-HOLDS-MOVED     DELIMITED BY SIZE
                  INTO REDATE-LIST-LINE.
           WRITE REDATE-LIST-LINE.
           MOVE SPACES TO REDATE-LIST-LINE.
           STRING "NOTICES QUEUED:   " DELIMITED BY SIZE
                  W012-NOTICES-QUEUED  DELIMITED BY SIZE
                  INTO REDATE-LIST-LINE.
           WRITE REDATE-LIST-LINE.
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
