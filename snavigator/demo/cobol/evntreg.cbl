       IDENTIFICATION DIVISION.
       PROGRAM-ID. EVNTREG.
      ***************************************************************
      *                                                             *
      *   PROGRAM AND EVENT SIGN-UP -- CALLED BY EVNT001A AT THE    *
      *   DESK AND BY SELF001A AT THE TERMINAL, SO A STORYTIME      *
      *   FILLS UP UNDER THE SAME RULES WHICHEVER WAY THE PATRON    *
      *   COMES IN. A JUVENILE CARD MUST FALL INSIDE THE SESSION'S  *
      *   AGE RANGE ON THE DAY IT RUNS. ONCE THE SEATS ARE GONE     *
      *   FURTHER SIGN-UPS GO ON THE WAITLIST, AND WHEN A SEAT      *
      *   COMES FREE (A CANCELLATION, OR A BIGGER ROOM) THE LONGEST *
      *   WAITING PATRON MOVES UP AND IS SENT A NOTICE THROUGH      *
      *   NOTEQUE.DAT. SEE EVNTLNK.CPY FOR THE CALL.                *
      *                                                             *
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EVENT-FILE ASSIGN TO DISK
           ACCESS MODE RANDOM
           ORGANIZATION INDEXED
           RECORD KEY EVT-CODE
           FILE STATUS IS WORK-EVENT-STATUS.
           SELECT EVENT-REG-FILE ASSIGN TO DISK
           ACCESS MODE DYNAMIC
           ORGANIZATION INDEXED
           RECORD KEY EREG-KEY
           FILE STATUS IS WORK-EVENT-REG-STATUS.
           SELECT NOTICE-QUEUE-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WORK-NOTICE-QUEUE-STATUS.
       DATA DIVISION.
       FILE SECTION.

       copy event.

       copy eventreg.

       copy notequ.

       WORKING-STORAGE SECTION.
       01 WORK-EVENT-STATUS                       PIC XX.
       01 WORK-EVENT-REG-STATUS                   PIC XX.
       01 WORK-NOTICE-QUEUE-STATUS                PIC XX.
       01 WORK-QUEUE-OPEN-SWITCH                  PIC X.
          88 WORK-QUEUE-IS-OPEN                       VALUE "Y".
       01 WORK-TODAY-RAW-DATE.
          05 WORK-TODAY-RAW-YY                    PIC 99.
          05 WORK-TODAY-RAW-MM                    PIC 99.
          05 WORK-TODAY-RAW-DD                    PIC 99.
       01 WORK-TODAY-DATE-N                       PIC 9(8).
      *    THE SESSION'S DATE AND THE CARD'S BIRTH DATE, TAKEN APART
      *    FOR THE AGE CHECK.
       01 WORK-EVENT-DATE.
          05 WORK-EVENT-CCYY                      PIC 9(4).
          05 WORK-EVENT-MMDD                      PIC 9(4).
       01 WORK-EVENT-DATE-N REDEFINES WORK-EVENT-DATE
                                                  PIC 9(8).
       01 WORK-BIRTH-DATE.
          05 WORK-BIRTH-CCYY                      PIC 9(4).
          05 WORK-BIRTH-MMDD                      PIC 9(4).
       01 WORK-BIRTH-DATE-N REDEFINES WORK-BIRTH-DATE
                                                  PIC 9(8).
       01 WORK-AGE-ON-DAY                         PIC S9(4).
      *    ONE PASS OVER THE SESSION'S SIGN-UPS FINDS THE PATRON'S
      *    OWN LIVE ONE AND THE OLDEST WAITING ONE.
       01 WORK-REG-EOF-SWITCH                     PIC X.
          88 WORK-REG-EOF                             VALUE "1".
       01 WORK-SCAN-PATRON                        PIC X(5).
       01 WORK-OWN-SEQUENCE                       PIC 9(4).
       01 WORK-OWN-STATUS                         PIC X.
       01 WORK-FIRST-WAIT-SEQUENCE                PIC 9(4).
       01 WORK-FILL-DONE-SWITCH                   PIC X.
          88 WORK-FILL-DONE                           VALUE "1".
       01 WORK-NOTICE-LEAD                        PIC X(12).
       01 WORK-SHOW-DATE.
          05 WORK-SHOW-MM                         PIC 99.
          05 FILLER                               PIC X VALUE "/".
          05 WORK-SHOW-DD                         PIC 99.
          05 FILLER                               PIC X VALUE "/".
          05 WORK-SHOW-CCYY                       PIC 9(4).
       01 WORK-SHOW-TIME.
          05 WORK-SHOW-HH                         PIC 99.
          05 FILLER                               PIC X VALUE ":".
          05 WORK-SHOW-MI                         PIC 99.
       LINKAGE SECTION.

       copy evntlnk.

       PROCEDURE DIVISION USING EVENT-REG-AREA.
       C000-MAIN-LINE SECTION.
       C020-MAIN-LINE-LOGIC.
           MOVE "E" TO EVNT-REG-RESULT.
           MOVE 0 TO EVNT-REG-WAIT-POSITION.
           MOVE 0 TO EVNT-REG-NOTICE-COUNT.
           MOVE SPACES TO EVNT-REG-MESSAGE.
           MOVE "N" TO WORK-QUEUE-OPEN-SWITCH.
           PERFORM DO-CALC-TODAY-NUMBER.
           OPEN I-O EVENT-FILE.
           IF WORK-EVENT-STATUS NOT EQUAL "00"
               MOVE "NO PROGRAMS ARE SCHEDULED" TO EVNT-REG-MESSAGE
               GOBACK.
           OPEN I-O EVENT-REG-FILE.
           IF WORK-EVENT-REG-STATUS NOT EQUAL "00"
               OPEN OUTPUT EVENT-REG-FILE
               CLOSE EVENT-REG-FILE
               OPEN I-O EVENT-REG-FILE
           END-IF.
           MOVE EVNT-REG-EVENT-CODE TO EVT-CODE.
           READ EVENT-FILE
               INVALID KEY
                   MOVE "NO PROGRAM WITH THAT CODE" TO EVNT-REG-MESSAGE
               NOT INVALID KEY
                   IF EVNT-REG-FUNCTION EQUAL "R"
                       PERFORM DO-SIGN-UP
                   ELSE IF EVNT-REG-FUNCTION EQUAL "C"
                       PERFORM DO-CANCEL-SIGN-UP
                   ELSE IF EVNT-REG-FUNCTION EQUAL "P"
                       PERFORM DO-FILL-OPEN-SEATS
                       MOVE "D" TO EVNT-REG-RESULT
                       MOVE "WAITLIST CHECKED" TO EVNT-REG-MESSAGE
                   ELSE IF EVNT-REG-FUNCTION EQUAL "X"
                       PERFORM DO-NOTIFY-EVENT-CANCELLED
                   END-IF
           END-READ.
           CLOSE EVENT-REG-FILE.
           CLOSE EVENT-FILE.
           IF WORK-QUEUE-IS-OPEN
               CLOSE NOTICE-QUEUE-FILE.
           GOBACK.

      *    THE SESSION MUST BE OPEN AND STILL AHEAD, THE CARD MUST
      *    FIT THE AGE RANGE, AND NOBODY SIGNS UP TWICE. A SEAT IF
      *    THERE IS ONE, OTHERWISE THE END OF THE WAITLIST.
       DO-SIGN-UP.
           IF NOT EVT-IS-OPEN
               MOVE "THAT PROGRAM IS NOT TAKING SIGN-UPS"
                   TO EVNT-REG-MESSAGE
           ELSE IF EVT-DATE LESS THAN WORK-TODAY-DATE-N
               MOVE "THAT PROGRAM HAS ALREADY TAKEN PLACE"
                   TO EVNT-REG-MESSAGE
           ELSE
               IF EVNT-REG-PATRON-TYPE EQUAL "J"
                   PERFORM DO-CHECK-AGE-RANGE
               END-IF
               IF EVNT-REG-MESSAGE EQUAL SPACES
                   MOVE EVNT-REG-PATRON-NUMBER TO WORK-SCAN-PATRON
                   PERFORM DO-SCAN-SIGN-UPS
                   IF WORK-OWN-STATUS EQUAL "R"
                       MOVE "ALREADY SIGNED UP FOR THIS PROGRAM"
                           TO EVNT-REG-MESSAGE
                   ELSE IF WORK-OWN-STATUS EQUAL "W"
                       MOVE "ALREADY ON THE WAITLIST FOR THIS PROGRAM"
                           TO EVNT-REG-MESSAGE
                   ELSE
                       PERFORM DO-WRITE-SIGN-UP
                   END-IF
               END-IF
           END-IF.

      *    AGE IN WHOLE YEARS ON THE DAY OF THE SESSION. A JUVENILE
      *    CARD WITH NO BIRTH DATE CANNOT BE CHECKED, SO IT GOES TO
      *    THE DESK RATHER THAN BEING LET THROUGH.
       DO-CHECK-AGE-RANGE.
           IF EVNT-REG-BIRTH-DATE NOT NUMERIC
                   OR EVNT-REG-BIRTH-DATE EQUAL ZERO
               MOVE "BIRTH DATE NEEDED -- PLEASE SEE THE DESK"
                   TO EVNT-REG-MESSAGE
           ELSE
               MOVE EVT-DATE TO WORK-EVENT-DATE-N
               MOVE EVNT-REG-BIRTH-DATE TO WORK-BIRTH-DATE-N
               COMPUTE WORK-AGE-ON-DAY =
                       WORK-EVENT-CCYY - WORK-BIRTH-CCYY
               IF WORK-EVENT-MMDD LESS THAN WORK-BIRTH-MMDD
                   SUBTRACT 1 FROM WORK-AGE-ON-DAY
               END-IF
               IF WORK-AGE-ON-DAY LESS THAN EVT-AGE-MIN
                       OR WORK-AGE-ON-DAY GREATER THAN EVT-AGE-MAX
                   MOVE "OUTSIDE THE AGE RANGE FOR THIS PROGRAM"
                       TO EVNT-REG-MESSAGE
               END-IF
           END-IF.

       DO-WRITE-SIGN-UP.
           ADD 1 TO EVT-LAST-SEQUENCE.
           MOVE EVT-CODE TO EREG-EVENT-CODE.
           MOVE EVT-LAST-SEQUENCE TO EREG-SEQUENCE.
           MOVE EVNT-REG-PATRON-NUMBER TO EREG-PATRON-NUMBER.
           MOVE EVNT-REG-SOURCE TO EREG-SOURCE-FLAG.
           MOVE WORK-TODAY-DATE-N TO EREG-SIGNUP-DATE.
           MOVE WORK-TODAY-DATE-N TO EREG-STATUS-DATE.
           MOVE "N" TO EREG-ATTENDED-FLAG.
           IF EVT-REGISTERED-COUNT LESS THAN EVT-CAPACITY
               MOVE "R" TO EREG-STATUS-FLAG
               ADD 1 TO EVT-REGISTERED-COUNT
               MOVE "R" TO EVNT-REG-RESULT
               MOVE "YOU ARE SIGNED UP" TO EVNT-REG-MESSAGE
           ELSE
               MOVE "W" TO EREG-STATUS-FLAG
               ADD 1 TO EVT-WAITLIST-COUNT
               MOVE EVT-WAITLIST-COUNT TO EVNT-REG-WAIT-POSITION
               MOVE "W" TO EVNT-REG-RESULT
               MOVE "PROGRAM IS FULL -- YOU ARE ON THE WAITLIST"
                   TO EVNT-REG-MESSAGE
           END-IF.
           WRITE EVENT-REG-RECORD
               INVALID KEY
                   MOVE "E" TO EVNT-REG-RESULT
                   MOVE "SIGN-UP FILE ERROR -- PLEASE SEE THE DESK"
                       TO EVNT-REG-MESSAGE
               NOT INVALID KEY
                   REWRITE EVENT-RECORD
           END-WRITE.

      *    A SEAT GIVEN UP IS OFFERED STRAIGHT ON TO THE WAITLIST. A
      *    SESSION ALREADY HELD OR CANCELLED IS LEFT AS IT STANDS.
       DO-CANCEL-SIGN-UP.
           IF NOT EVT-IS-OPEN
               MOVE "THAT PROGRAM IS NO LONGER OPEN"
                   TO EVNT-REG-MESSAGE
           ELSE
               MOVE EVNT-REG-PATRON-NUMBER TO WORK-SCAN-PATRON
               PERFORM DO-SCAN-SIGN-UPS
               IF WORK-OWN-STATUS NOT EQUAL "R"
                       AND WORK-OWN-STATUS NOT EQUAL "W"
                   MOVE "NOT SIGNED UP FOR THAT PROGRAM"
                       TO EVNT-REG-MESSAGE
               ELSE
                   MOVE EVT-CODE TO EREG-EVENT-CODE
                   MOVE WORK-OWN-SEQUENCE TO EREG-SEQUENCE
                   READ EVENT-REG-FILE
                       INVALID KEY
                           MOVE "NOT SIGNED UP FOR THAT PROGRAM"
                               TO EVNT-REG-MESSAGE
                       NOT INVALID KEY
                           MOVE "C" TO EREG-STATUS-FLAG
                           MOVE WORK-TODAY-DATE-N TO EREG-STATUS-DATE
                           REWRITE EVENT-REG-RECORD
                           IF WORK-OWN-STATUS EQUAL "R"
                               SUBTRACT 1 FROM EVT-REGISTERED-COUNT
                           ELSE
                               SUBTRACT 1 FROM EVT-WAITLIST-COUNT
                           END-IF
                           REWRITE EVENT-RECORD
                           MOVE "C" TO EVNT-REG-RESULT
                           MOVE "SIGN-UP CANCELLED" TO EVNT-REG-MESSAGE
                           PERFORM DO-FILL-OPEN-SEATS
                   END-READ
               END-IF
           END-IF.

      *    WALKS THE SESSION'S SIGN-UPS IN KEY (SIGN-UP) ORDER,
      *    NOTING THE CALLER'S OWN LIVE ONE AND THE FIRST WAITING.
       DO-SCAN-SIGN-UPS.
           MOVE SPACE TO WORK-OWN-STATUS.
           MOVE 0 TO WORK-OWN-SEQUENCE.
           MOVE 0 TO WORK-FIRST-WAIT-SEQUENCE.
           MOVE "0" TO WORK-REG-EOF-SWITCH.
           MOVE EVT-CODE TO EREG-EVENT-CODE.
           MOVE 0 TO EREG-SEQUENCE.
           START EVENT-REG-FILE KEY IS NOT LESS THAN EREG-KEY
               INVALID KEY
                   MOVE "1" TO WORK-REG-EOF-SWITCH
           END-START.
           PERFORM DO-SCAN-NEXT-SIGN-UP UNTIL WORK-REG-EOF.

       DO-SCAN-NEXT-SIGN-UP.
           READ EVENT-REG-FILE NEXT RECORD
               AT END
                   MOVE "1" TO WORK-REG-EOF-SWITCH
               NOT AT END
                   IF EREG-EVENT-CODE NOT EQUAL EVT-CODE
                       MOVE "1" TO WORK-REG-EOF-SWITCH
                   ELSE
                       IF EREG-PATRON-NUMBER EQUAL WORK-SCAN-PATRON
                               AND NOT EREG-IS-CANCELLED
                           MOVE EREG-STATUS-FLAG TO WORK-OWN-STATUS
                           MOVE EREG-SEQUENCE TO WORK-OWN-SEQUENCE
                       END-IF
                       IF EREG-IS-WAITLISTED
                               AND WORK-FIRST-WAIT-SEQUENCE EQUAL 0
                           MOVE EREG-SEQUENCE
                               TO WORK-FIRST-WAIT-SEQUENCE
                       END-IF
                   END-IF
           END-READ.

      *    ONE WAITING PATRON MOVED UP PER PASS UNTIL THE SEATS OR
      *    THE WAITLIST RUN OUT. EACH ONE MOVED UP IS TOLD BY NOTICE
      *    -- THEY ARE NOT STANDING AT THE DESK.
       DO-FILL-OPEN-SEATS.
           MOVE "0" TO WORK-FILL-DONE-SWITCH.
           PERFORM DO-FILL-ONE-SEAT UNTIL WORK-FILL-DONE.

       DO-FILL-ONE-SEAT.
           IF EVT-REGISTERED-COUNT NOT LESS THAN EVT-CAPACITY
                   OR EVT-WAITLIST-COUNT EQUAL 0
               MOVE "1" TO WORK-FILL-DONE-SWITCH
           ELSE
               MOVE SPACES TO WORK-SCAN-PATRON
               PERFORM DO-SCAN-SIGN-UPS
               IF WORK-FIRST-WAIT-SEQUENCE EQUAL 0
                   MOVE 0 TO EVT-WAITLIST-COUNT
                   REWRITE EVENT-RECORD
                   MOVE "1" TO WORK-FILL-DONE-SWITCH
               ELSE
                   MOVE EVT-CODE TO EREG-EVENT-CODE
                   MOVE WORK-FIRST-WAIT-SEQUENCE TO EREG-SEQUENCE
                   READ EVENT-REG-FILE
                       INVALID KEY
                           MOVE "1" TO WORK-FILL-DONE-SWITCH
                       NOT INVALID KEY
                           MOVE "R" TO EREG-STATUS-FLAG
                           MOVE WORK-TODAY-DATE-N TO EREG-STATUS-DATE
                           REWRITE EVENT-REG-RECORD
                           ADD 1 TO EVT-REGISTERED-COUNT
                           SUBTRACT 1 FROM EVT-WAITLIST-COUNT
                           REWRITE EVENT-RECORD
                           MOVE "NOW BOOKED:" TO WORK-NOTICE-LEAD
                           PERFORM DO-QUEUE-EVENT-NOTICE
                   END-READ
               END-IF
           END-IF.

      *    THE SESSION HAS BEEN CANCELLED BY STAFF -- EVERYONE STILL
      *    SIGNED UP OR WAITING GETS A NOTICE.
       DO-NOTIFY-EVENT-CANCELLED.
           MOVE "0" TO WORK-REG-EOF-SWITCH.
           MOVE EVT-CODE TO EREG-EVENT-CODE.
           MOVE 0 TO EREG-SEQUENCE.
           START EVENT-REG-FILE KEY IS NOT LESS THAN EREG-KEY
               INVALID KEY
                   MOVE "1" TO WORK-REG-EOF-SWITCH
           END-START.
           MOVE "CANCELLED:" TO WORK-NOTICE-LEAD.
           PERFORM DO-NOTIFY-NEXT-SIGN-UP UNTIL WORK-REG-EOF.
           MOVE "D" TO EVNT-REG-RESULT.
           MOVE "EVERYONE SIGNED UP HAS BEEN SENT A NOTICE"
               TO EVNT-REG-MESSAGE.

       DO-NOTIFY-NEXT-SIGN-UP.
           READ EVENT-REG-FILE NEXT RECORD
               AT END
                   MOVE "1" TO WORK-REG-EOF-SWITCH
               NOT AT END
                   IF EREG-EVENT-CODE NOT EQUAL EVT-CODE
                       MOVE "1" TO WORK-REG-EOF-SWITCH
                   ELSE
                       IF EREG-IS-REGISTERED OR EREG-IS-WAITLISTED
                           PERFORM DO-QUEUE-EVENT-NOTICE
                       END-IF
                   END-IF
           END-READ.

      *    ONE PENDING LINE FOR THE LIB027A RUN, NAMING THE SESSION
      *    AND WHEN IT IS.
       DO-QUEUE-EVENT-NOTICE.
           IF NOT WORK-QUEUE-IS-OPEN
               OPEN EXTEND NOTICE-QUEUE-FILE
               IF WORK-NOTICE-QUEUE-STATUS NOT EQUAL "00"
                   OPEN OUTPUT NOTICE-QUEUE-FILE
               END-IF
               MOVE "Y" TO WORK-QUEUE-OPEN-SWITCH
           END-IF.
           MOVE EVT-DATE TO WORK-EVENT-DATE-N.
           MOVE WORK-EVENT-CCYY TO WORK-SHOW-CCYY.
           MOVE WORK-EVENT-MMDD (1:2) TO WORK-SHOW-MM.
           MOVE WORK-EVENT-MMDD (3:2) TO WORK-SHOW-DD.
           MOVE EVT-START-TIME (1:2) TO WORK-SHOW-HH.
           MOVE EVT-START-TIME (3:2) TO WORK-SHOW-MI.
           MOVE "P" TO NQ-STATUS-FLAG.
           MOVE EREG-PATRON-NUMBER TO NQ-PATRON-NUMBER.
           MOVE "EVENT" TO NQ-NOTICE-TYPE.
           MOVE WORK-TODAY-RAW-DATE TO NQ-QUEUED-DATE.
           MOVE ZERO TO NQ-SENT-DATE.
           MOVE SPACES TO NQ-TEXT-LINE.
           STRING WORK-NOTICE-LEAD DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  EVT-TITLE DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  WORK-SHOW-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WORK-SHOW-TIME DELIMITED BY SIZE
                  INTO NQ-TEXT-LINE.
           WRITE NOTICE-QUEUE-RECORD.
           ADD 1 TO EVNT-REG-NOTICE-COUNT.

      *    TODAY AS CCYYMMDD, WINDOWED THE SAME WAY LIB001A DOES.
       DO-CALC-TODAY-NUMBER.
           ACCEPT WORK-TODAY-RAW-DATE FROM DATE.
           IF WORK-TODAY-RAW-YY LESS THAN 50
               COMPUTE WORK-TODAY-DATE-N =
                       20000000
                     + WORK-TODAY-RAW-YY * 10000
                     + WORK-TODAY-RAW-MM * 100
                     + WORK-TODAY-RAW-DD
           ELSE
               COMPUTE WORK-TODAY-DATE-N =
                       19000000
                     + WORK-TODAY-RAW-YY * 10000
                     + WORK-TODAY-RAW-MM * 100
                     + WORK-TODAY-RAW-DD
           END-IF.
