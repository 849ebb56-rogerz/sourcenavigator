           FILE STATUS IS WORK-CALENDAR-STATUS.
           SELECT CHAIN-LOG-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL.
      *    PRESENT ONLY IN THE TRAINING DIRECTORY -- OPENS ONLY
      *    WHEN A TRAINING SIGN-ON AT MAIN01A HAS POINTED THE DATA
      *    PATH THERE, AND THEN PUTS UP THE TRAINING BANNER.
           SELECT TRAINING-CONTROL-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WORK-TRAINING-STATUS.
       DATA DIVISION.
       FILE SECTION.


       copy chainlog.

       copy trainctl.

       WORKING-STORAGE SECTION.
      *************************************************************
      *                                                           *
          05 WORK-RULE-RENEWAL-LIMIT              PIC 9.
          05 WORK-RULE-FINE-RATE                  PIC 9V99.
          05 WORK-RULE-JUVENILE-OK                PIC X.
          05 WORK-RULE-LOAN-HOURS                 PIC 99.
          05 WORK-RULE-HOURLY-RATE                PIC 9V99.
          05 WORK-RULE-STAFF-LOAN-DAYS            PIC 99.
          05 WORK-RULE-STAFF-FINE-EXEMPT          PIC X.
       01 PASSWORD-ACCESS-FLAG                   PIC X.
       01 CALLING-PRGM-NAME                      PIC X(12)
                                                 VALUE "RULE001A.EXE".
       01 CALLED-FROM-PRGM-NAME                  PIC X(12).
       01 WORK-OPERATOR-ID                       PIC X(5).
       01 WORK-TRAINING-STATUS                   PIC XX.
      *    SHOWN ON LINE 1 OF THE SCREENS -- SPACES WHEN LIVE.
       01 WORK-TRAINING-BANNER                   PIC X(10)
                                                 VALUE SPACES.
       01 WORK-LOAN-RULES-STATUS                 PIC XX.
      *************************************************************
      *  CLOSED-DAYS MAINTENANCE -- F6 LISTS THE CALENDAR AND     *
             10 WORK-CAL-DOW                     PIC 9.
             10 WORK-CAL-DATE                    PIC 9(8).
       01 WORK-CAL-REMOVE-NUMBER                 PIC 9(3).
      *    A CLOSED DATE KEYED FOR TODAY OR LATER STRANDS THE LOANS
      *    AND PICKUP DEADLINES ALREADY FALLING ON IT -- THE LIB047A
      *    RE-DATE RUN MOVES THEM, OFFERED HERE ON THE SPOT.
       01 WORK-TODAY-RAW-DATE.
          05 WORK-TODAY-RAW-YY                   PIC 99.
          05 WORK-TODAY-RAW-MM                   PIC 99.
          05 WORK-TODAY-RAW-DD                   PIC 99.
       01 WORK-TODAY-DATE-N                      PIC 9(8).
       01 WORK-REDATE-REPLY                      PIC X.
       01 WORK-CAL-ROW-NUMBER                    PIC 9(3).

       SCREEN SECTION.
                                    HIGHLIGHT.
          05 LINE 1 COLUMN 44      VALUE "R U L E S"
                                    HIGHLIGHT.
          05 LINE 1 COLUMN 70       PIC X(10)
                                    HIGHLIGHT BLINK
                                    FROM WORK-TRAINING-BANNER.
          05 LINE 2 COLUMN 1        HIGHLIGHT
             VALUE "****************************************".
          05 LINE 2 COLUMN 41       HIGHLIGHT
                                    BACKGROUND-COLOR 6
                                    HIGHLIGHT
                                    USING WORK-RULE-FINE-RATE.
          05 LINE 13 COLUMN 40      HIGHLIGHT
                                    VALUE "STAFF CARDS FINE EXEMPT Y/N".
          05 RULE-STAFF-EXEMPT-ENTRY LINE 14 COLUMN 42
                                    PIC X
                                    FOREGROUND-COLOR 7
                                    BACKGROUND-COLOR 6
                                    HIGHLIGHT
                                    USING WORK-RULE-STAFF-FINE-EXEMPT.
          05 LINE 16 COLUMN 2       HIGHLIGHT
                                    VALUE "JUVENILE CARDS OK Y/N".
          05 RULE-JUVENILE-ENTRY    LINE 17 COLUMN 4
                                    BACKGROUND-COLOR 6
                                    HIGHLIGHT
                                    USING WORK-RULE-JUVENILE-OK.
          05 LINE 16 COLUMN 40      HIGHLIGHT
                                    VALUE "STAFF LOAN DAYS (0 = SAME)".
          05 RULE-STAFF-DAYS-ENTRY  LINE 17 COLUMN 42
                                    PIC 99
                                    FOREGROUND-COLOR 7
                                    BACKGROUND-COLOR 6
                                    HIGHLIGHT
                                    USING WORK-RULE-STAFF-LOAN-DAYS.
          05 LINE 19 COLUMN 2       HIGHLIGHT
                                    VALUE "LOAN HOURS (0 = DAY LOAN)".
          05 RULE-HOURS-ENTRY       LINE 20 COLUMN 4
                                    PIC 99
                                    FOREGROUND-COLOR 7
                                    BACKGROUND-COLOR 6
                                    HIGHLIGHT
                                    USING WORK-RULE-LOAN-HOURS.
          05 LINE 19 COLUMN 40      HIGHLIGHT
                                    VALUE "HOURLY FINE RATE".
          05 RULE-HOURLY-RATE-ENTRY LINE 20 COLUMN 42
                                    PIC 9.99
                                    FOREGROUND-COLOR 7
                                    BACKGROUND-COLOR 6
                                    HIGHLIGHT
                                    USING WORK-RULE-HOURLY-RATE.

       01 FUNC-KEYS.
          05 LINE 23 COLUMN 18      FOREGROUND-COLOR 1
                                   WORK-OPERATOR-ID.
       C000-MAIN-LINE SECTION.
       C020-MAIN-LINE-LOGIC.
           PERFORM DO-CHECK-TRAINING-MODE.
      *    ON A FRESH SYSTEM THE RULES FILE DOES NOT EXIST YET -- IT
      *    IS CREATED SEEDED WITH THE POLICY THE DESK HAS ALWAYS RUN
      *    (BOOKS TWO WEEKS, EVERYTHING ELSE ONE) SO CIRC001A SEES
           MOVE 2 TO WORK-RULE-RENEWAL-LIMIT.
           MOVE 0.25 TO WORK-RULE-FINE-RATE.
           MOVE "Y" TO WORK-RULE-JUVENILE-OK.
           MOVE 0 TO WORK-RULE-LOAN-HOURS.
           MOVE 0 TO WORK-RULE-HOURLY-RATE.
           MOVE 0 TO WORK-RULE-STAFF-LOAN-DAYS.
           MOVE "N" TO WORK-RULE-STAFF-FINE-EXEMPT.
           DISPLAY SCREEN1-RULE-ENTRY.
       MENU-1-MAIN.
           MOVE " FIND " TO F3.
               MOVE ZERO TO CAL-DAY-OF-WEEK
               MOVE WORK-CAL-ADD-VALUE TO CAL-CLOSED-DATE
               PERFORM DO-WRITE-CAL-ENTRY
               PERFORM DO-OFFER-REDATE-RUN
           ELSE IF WORK-CAL-ADD-TYPE EQUAL "R"
               PERFORM DO-REMOVE-CAL-ENTRY
           ELSE
           CLOSE LIBRARY-CALENDAR-FILE.
           DISPLAY "CLOSED-DAY ENTRY ADDED".

      *    ONLY A CLOSURE TODAY OR LATER CAN STRAND ANYTHING -- A
      *    PAST DATE IS KEYED FOR THE RECORD AND MOVES NOTHING. A
      *    NO HERE LEAVES THE WORK TO TONIGHT'S SCHEDULED RUN.
       DO-OFFER-REDATE-RUN.
           ACCEPT WORK-TODAY-RAW-DATE FROM DATE.
           IF WORK-TODAY-RAW-YY LESS THAN 50
               COMPUTE WORK-TODAY-DATE-N = 20000000
                     + WORK-TODAY-RAW-YY * 10000
                     + WORK-TODAY-RAW-MM * 100 + WORK-TODAY-RAW-DD
           ELSE
               COMPUTE WORK-TODAY-DATE-N = 19000000
                     + WORK-TODAY-RAW-YY * 10000
                     + WORK-TODAY-RAW-MM * 100 + WORK-TODAY-RAW-DD.
           IF CAL-CLOSED-DATE NOT LESS THAN WORK-TODAY-DATE-N
               DISPLAY "MOVE LOANS AND HOLDS DUE ON CLOSED DAYS NOW? "
                       "(Y/N)"
               MOVE SPACE TO WORK-REDATE-REPLY
               ACCEPT WORK-REDATE-REPLY
               IF WORK-REDATE-REPLY EQUAL "Y"
                   CALL "LIB047A"
               ELSE
                   DISPLAY "LEFT FOR TONIGHT'S RE-DATE RUN"
               END-IF
           END-IF.

      *    R<NO> -- THE FILE IS REWRITTEN FROM THE LISTED TABLE
      *    WITHOUT THE NUMBERED ENTRY, SO A MIS-KEYED CLOSED DAY
      *    NO LONGER LIVES FOREVER.
           MOVE 2 TO RULE-RENEWAL-LIMIT.
           MOVE 0.25 TO RULE-FINE-RATE.
           MOVE "Y" TO RULE-JUVENILE-OK-FLAG.
           MOVE 0 TO RULE-LOAN-HOURS.
           MOVE 0 TO RULE-HOURLY-FINE-RATE.
           MOVE 0 TO RULE-STAFF-LOAN-DAYS.
           MOVE "N" TO RULE-STAFF-FINE-EXEMPT-FLAG.
           WRITE LOAN-RULES-RECORD.
      *    VIDEO IS THE ONE SHELF A CHILD'S CARD DOES NOT REACH
      *    WITHOUT A GUARDIAN DOING THE BORROWING.
           MOVE 1 TO RULE-RENEWAL-LIMIT.
           MOVE 0.50 TO RULE-FINE-RATE.
           MOVE "N" TO RULE-JUVENILE-OK-FLAG.
           MOVE 0 TO RULE-LOAN-HOURS.
           MOVE 0 TO RULE-HOURLY-FINE-RATE.
           MOVE 0 TO RULE-STAFF-LOAN-DAYS.
           MOVE "N" TO RULE-STAFF-FINE-EXEMPT-FLAG.
           WRITE LOAN-RULES-RECORD.
           MOVE "AUDIO" TO RULE-MEDIA-TYPE.
           MOVE 7 TO RULE-LOAN-DAYS.
           MOVE 1 TO RULE-RENEWAL-LIMIT.
           MOVE 0.25 TO RULE-FINE-RATE.
           MOVE "Y" TO RULE-JUVENILE-OK-FLAG.
           MOVE 0 TO RULE-LOAN-HOURS.
           MOVE 0 TO RULE-HOURLY-FINE-RATE.
           MOVE 0 TO RULE-STAFF-LOAN-DAYS.
           MOVE "N" TO RULE-STAFF-FINE-EXEMPT-FLAG.
           WRITE LOAN-RULES-RECORD.

      *    THE MARKER FILE EXISTS ONLY IN THE TRAINING DIRECTORY,
      *    SO FINDING IT MEANS EVERY FILE HERE IS A TRAINING COPY.
       DO-CHECK-TRAINING-MODE.
           OPEN INPUT TRAINING-CONTROL-FILE.
           IF WORK-TRAINING-STATUS EQUAL "00"
               MOVE "*TRAINING*" TO WORK-TRAINING-BANNER
               CLOSE TRAINING-CONTROL-FILE.

       DO-LOG-CHAIN.
      *    LOG THE RETURN HOP TO WHICHEVER MENU PROGRAM CHAINED IN,
      *    SO THE TRIP THROUGH THIS PROGRAM SHOWS UP IN CHAINLOG.DAT.
