       IDENTIFICATION DIVISION.
       PROGRAM-ID. EVNT001A.
      ***************************************************************
      *                                                             *
      *   LIBRARY PROGRAMS AND EVENTS -- THE STORYTIMES, CLASSES    *
      *   AND TALKS ON EVENT.DAT, AND THE DESK'S SIGN-UP SHEET FOR  *
      *   THEM. CONSOLE-DRIVEN, SAME SHAPE AS THE ILL PARTNER DESK: *
      *     A = ADD A PROGRAM        C = CHANGE ONE                 *
      *     K = CANCEL A PROGRAM     L = LIST WHAT IS COMING UP     *
      *     R = SIGN A PATRON UP     D = DROP A PATRON'S SIGN-UP    *
      *     S = SHOW THE SIGN-UPS    T = TAKE ATTENDANCE            *
      *     X = EXIT                                                *
      *   SIGN-UPS, DROPS AND WAITLIST MOVES ALL GO THROUGH THE     *
      *   EVNTREG ROUTINE -- THE SAME ONE SELF001A CALLS -- SO      *
      *   THE DESK AND THE TERMINAL FILL A SESSION ALIKE. A PROGRAM *
      *   IS NEVER DELETED: A CANCELLED ONE STAYS AS STATUS X (ITS  *
      *   PATRONS ARE SENT A NOTICE), AND TAKING ATTENDANCE CLOSES  *
      *   IT AS HELD FOR THE LIB068A PROGRAMMING REPORT.            *
      *                                                             *
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EVENT-FILE ASSIGN TO DISK
           ACCESS MODE DYNAMIC
           ORGANIZATION INDEXED
           RECORD KEY EVT-CODE
           FILE STATUS IS WORK-EVENT-STATUS.
           SELECT EVENT-REG-FILE ASSIGN TO DISK
           ACCESS MODE DYNAMIC
           ORGANIZATION INDEXED
           RECORD KEY EREG-KEY
           FILE STATUS IS WORK-EVENT-REG-STATUS.
      *    READ-ONLY HERE -- THE CARD BEING SIGNED UP, AND THE NAMES
      *    ON THE SIGN-UP SHEET.
           SELECT NAMES-LIST ASSIGN TO DISK
           ACCESS MODE RANDOM
           ORGANIZATION INDEXED
           RECORD KEY PATRON-NUMBER
           FILE STATUS IS WORK-NAMES-STATUS.
           SELECT CONTROL-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL.
           SELECT BRANCH-CONFIG-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WORK-BRANCH-CONFIG-STATUS.
      *    NOT REACHED THROUGH MAIN01A, SO THE OPERATOR SIGNS ON
      *    HERE, AND THE ROLE IS CHECKED AGAINST THE PERMISSIONS
      *    TABLE BEFORE ANYTHING ELSE HAPPENS.
           SELECT STAFF-FILE ASSIGN TO DISK
           ACCESS MODE RANDOM
           ORGANIZATION INDEXED
           RECORD KEY STAFF-ID
           FILE STATUS IS WORK-STAFF-FILE-STATUS.
           SELECT PERMISSION-FILE ASSIGN TO DISK
           ACCESS MODE RANDOM
           ORGANIZATION INDEXED
           RECORD KEY PERM-KEY
           FILE STATUS IS WORK-PERMIT-STATUS.
           SELECT SIGN-ON-LOG-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WORK-SIGN-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.

       copy event.

       copy eventreg.

      *    SAME PATRON COPYBOOK AS LIB001A -- ALSO BRINGS IN
      *    CONTROL-FILE'S FD, WHICH THIS PROGRAM NEVER OPENS.
       copy patron.

       copy branch.

       copy staff.

       copy permit.

       copy signlog.

       WORKING-STORAGE SECTION.
       01 WORK-EVENT-STATUS                       PIC XX.
       01 WORK-EVENT-REG-STATUS                   PIC XX.
       01 WORK-NAMES-STATUS                       PIC XX.
       01 WORK-BRANCH-CONFIG-STATUS               PIC XX.
       01 WORK-STAFF-FILE-STATUS                  PIC XX.
      *    CONSOLE SIGN-ON -- WHO IS RUNNING THIS, AND WHETHER THEIR
      *    ROLE HAS A ROW FOR THIS PROGRAM ON PERMIT.DAT.
       01 WORK-PERMIT-STATUS                      PIC XX.
       01 WORK-SIGN-LOG-STATUS                    PIC XX.
       01 WORK-OPERATOR-ID                        PIC X(5).
       01 WORK-OPERATOR-PIN                       PIC X(4).

       copy pinscrm.

       01 WORK-OPERATOR-ROLE                      PIC X.
       01 WORK-SIGNON-EVENT                       PIC X(8).
       01 WORK-PERMIT-FUNCTION                    PIC X(3).
       01 WORK-PERMIT-OK-SWITCH                   PIC X.
          88 WORK-PERMIT-OK                           VALUE "Y".

       copy evntlnk.

       copy brdlnk.

       01 WORK-COMMAND-ENTRY                      PIC X.
       01 WORK-DONE-SWITCH                        PIC X VALUE "0".
          88 WORK-ENTRY-DONE                          VALUE "1".
       01 WORK-DESK-BRANCH-ID                     PIC X(3) VALUE "001".
       01 WORK-EVENT-ENTRY                        PIC X(6).
       01 WORK-CARD-ENTRY                         PIC X(5).
       01 WORK-TEXT-ENTRY                         PIC X(30).
       01 WORK-FLAG-ENTRY                         PIC X.
       01 WORK-DATE-ENTRY                         PIC X(8).
       01 WORK-TIME-ENTRY                         PIC X(4).
       01 WORK-NUMBER-ENTRY                       PIC X(4).
       01 WORK-EOF-SWITCH                         PIC X.
          88 WORK-EOF                                 VALUE "1".
       01 WORK-LISTED-COUNT                       PIC 9(3).
       01 WORK-TODAY-RAW-DATE.
          05 WORK-TODAY-RAW-YY                    PIC 99.
          05 WORK-TODAY-RAW-MM                    PIC 99.
          05 WORK-TODAY-RAW-DD                    PIC 99.
       01 WORK-TODAY-DATE-N                       PIC 9(8).
      *    WHY AN ADD OR CHANGE WAS REFUSED -- SPACES MEANS IT PASSED.
       01 WORK-EDIT-MESSAGE                       PIC X(50).
      *    THE ROW BEING ADDED OR CHANGED, HELD WHILE THE WHOLE FILE
      *    IS SCANNED FOR ANOTHER SESSION IN THE SAME ROOM.
       01 WORK-HELD-EVENT-RECORD                  PIC X(89).
       01 WORK-HELD-CODE                          PIC X(6).
       01 WORK-HELD-DATE                          PIC 9(8).
       01 WORK-HELD-START                         PIC 9(4).
       01 WORK-HELD-END                           PIC 9(4).
       01 WORK-HELD-BRANCH                        PIC X(3).
       01 WORK-HELD-ROOM                          PIC X(10).
       01 WORK-CONFLICT-CODE                      PIC X(6).
       01 WORK-OLD-CAPACITY                       PIC 9(3).
       01 WORK-CALL-SWITCH                        PIC X.
          88 WORK-CALL-NEEDED                         VALUE "Y".
       01 WORK-ATTENDED-COUNT                     PIC 9(4).
       01 WORK-SEATS-LEFT                         PIC 9(3).
       01 WORK-SHEET-NAME                         PIC X(36).

       PROCEDURE DIVISION.
       C000-MAIN-LINE SECTION.
       C020-MAIN-LINE-LOGIC.
           PERFORM DO-SIGN-ON.
           IF NOT WORK-PERMIT-OK
               STOP RUN.
           PERFORM DO-CALC-TODAY-NUMBER.
           PERFORM DO-READ-BRANCH-CONFIG.
      *    BOTH FILES ARE CREATED EMPTY THE FIRST TIME THROUGH, AND
      *    OTHERWISE OPENED ONLY AROUND EACH COMMAND -- EVNTREG OPENS
      *    THEM ITSELF, AND SELF001A MAY BE SIGNING SOMEONE UP AT
      *    THE SAME TIME.
           PERFORM DO-OPEN-EVENT-FILES.
           PERFORM DO-CLOSE-EVENT-FILES.
           OPEN INPUT NAMES-LIST.
           DISPLAY "LIBRARY PROGRAMS AND EVENTS".
           PERFORM DO-ONE-COMMAND UNTIL WORK-ENTRY-DONE.
           CLOSE NAMES-LIST.
           STOP RUN.

       DO-ONE-COMMAND.
           MOVE SPACE TO WORK-COMMAND-ENTRY.
           DISPLAY "A=ADD C=CHANGE K=CANCEL L=LIST R=SIGN UP "
                   "D=DROP S=SHOW T=ATTENDANCE X=EXIT: ".
           ACCEPT WORK-COMMAND-ENTRY.
           IF WORK-COMMAND-ENTRY EQUAL "A"
               PERFORM DO-ADD-EVENT
           ELSE IF WORK-COMMAND-ENTRY EQUAL "C"
               PERFORM DO-CHANGE-EVENT
           ELSE IF WORK-COMMAND-ENTRY EQUAL "K"
               PERFORM DO-CANCEL-EVENT
           ELSE IF WORK-COMMAND-ENTRY EQUAL "L"
               PERFORM DO-LIST-EVENTS
           ELSE IF WORK-COMMAND-ENTRY EQUAL "R"
               PERFORM DO-SIGN-UP-PATRON
           ELSE IF WORK-COMMAND-ENTRY EQUAL "D"
               PERFORM DO-DROP-PATRON
           ELSE IF WORK-COMMAND-ENTRY EQUAL "S"
               PERFORM DO-SHOW-SIGN-UPS
           ELSE IF WORK-COMMAND-ENTRY EQUAL "T"
               PERFORM DO-TAKE-ATTENDANCE
           ELSE IF WORK-COMMAND-ENTRY EQUAL "X"
               MOVE "1" TO WORK-DONE-SWITCH.

       DO-OPEN-EVENT-FILES.
           OPEN I-O EVENT-FILE.
           IF WORK-EVENT-STATUS NOT EQUAL "00"
               OPEN OUTPUT EVENT-FILE
               CLOSE EVENT-FILE
               OPEN I-O EVENT-FILE
           END-IF.
           OPEN I-O EVENT-REG-FILE.
           IF WORK-EVENT-REG-STATUS NOT EQUAL "00"
               OPEN OUTPUT EVENT-REG-FILE
               CLOSE EVENT-REG-FILE
               OPEN I-O EVENT-REG-FILE
           END-IF.

       DO-CLOSE-EVENT-FILES.
           CLOSE EVENT-REG-FILE.
           CLOSE EVENT-FILE.

      *    A NEW PROGRAM STARTS OPEN, AT THIS BUILDING, FOR ADULTS,
      *    OPEN TO ALL AGES -- STAFF CHANGE WHAT DIFFERS.
       DO-ADD-EVENT.
           PERFORM DO-OPEN-EVENT-FILES.
           PERFORM DO-ACCEPT-EVENT-CODE.
           IF WORK-EVENT-ENTRY EQUAL SPACES
               DISPLAY "PROGRAM CODE IS REQUIRED -- NOT ADDED"
           ELSE
               READ EVENT-FILE
                   INVALID KEY
                       PERFORM DO-ADD-NEW-EVENT
                   NOT INVALID KEY
                       DISPLAY "THAT PROGRAM CODE IS ALREADY ON FILE"
               END-READ
           END-IF.
           PERFORM DO-CLOSE-EVENT-FILES.

       DO-ADD-NEW-EVENT.
           MOVE SPACES TO EVT-TITLE EVT-ROOM.
           MOVE "A" TO EVT-AUDIENCE-FLAG.
           MOVE 0 TO EVT-DATE EVT-START-TIME EVT-END-TIME.
           MOVE WORK-DESK-BRANCH-ID TO EVT-BRANCH-ID.
           MOVE 0 TO EVT-CAPACITY.
           MOVE 0 TO EVT-AGE-MIN.
           MOVE 99 TO EVT-AGE-MAX.
           MOVE "A" TO EVT-STATUS-FLAG.
           MOVE 0 TO EVT-REGISTERED-COUNT EVT-WAITLIST-COUNT.
           MOVE 0 TO EVT-LAST-SEQUENCE EVT-ATTENDANCE.
           MOVE "N" TO EVT-REMINDED-FLAG.
           PERFORM DO-ACCEPT-EVENT-DETAILS.
           PERFORM DO-EDIT-EVENT.
           IF WORK-EDIT-MESSAGE NOT EQUAL SPACES
               DISPLAY WORK-EDIT-MESSAGE " -- NOT ADDED"
           ELSE
               WRITE EVENT-RECORD
                   INVALID KEY
                       DISPLAY "THAT PROGRAM CODE IS ALREADY ON FILE"
                   NOT INVALID KEY
                       DISPLAY "PROGRAM ADDED"
               END-WRITE
           END-IF.

      *    ONLY A PROGRAM STILL OPEN CAN BE CHANGED. RAISING THE
      *    CAPACITY MOVES WAITING PATRONS STRAIGHT INTO THE NEW
      *    SEATS; IT CANNOT BE CUT BELOW THE SIGN-UPS ALREADY TAKEN.
       DO-CHANGE-EVENT.
           PERFORM DO-OPEN-EVENT-FILES.
           PERFORM DO-ACCEPT-EVENT-CODE.
           MOVE "N" TO WORK-CALL-SWITCH.
           READ EVENT-FILE
               INVALID KEY
                   DISPLAY "PROGRAM NOT ON FILE"
               NOT INVALID KEY
                   IF NOT EVT-IS-OPEN
                       DISPLAY "ONLY AN OPEN PROGRAM CAN BE CHANGED"
                   ELSE
                       PERFORM DO-SHOW-EVENT
                       MOVE EVT-CAPACITY TO WORK-OLD-CAPACITY
                       PERFORM DO-ACCEPT-EVENT-DETAILS
                       PERFORM DO-EDIT-EVENT
                       IF WORK-EDIT-MESSAGE NOT EQUAL SPACES
                           DISPLAY WORK-EDIT-MESSAGE " -- NOT CHANGED"
                       ELSE
                           REWRITE EVENT-RECORD
                           DISPLAY "PROGRAM CHANGED"
                           IF EVT-CAPACITY GREATER THAN
                                   WORK-OLD-CAPACITY
                                   AND EVT-WAITLIST-COUNT
                                       GREATER THAN 0
                               MOVE "Y" TO WORK-CALL-SWITCH
                           END-IF
                       END-IF
                   END-IF
           END-READ.
           PERFORM DO-CLOSE-EVENT-FILES.
           IF WORK-CALL-NEEDED
               MOVE "P" TO EVNT-REG-FUNCTION
               MOVE WORK-EVENT-ENTRY TO EVNT-REG-EVENT-CODE
               CALL "EVNTREG" USING EVENT-REG-AREA
               DISPLAY "WAITING PATRONS MOVED UP AND SENT A NOTICE: "
                       EVNT-REG-NOTICE-COUNT
           END-IF.

      *    THE SESSION STAYS ON FILE AS CANCELLED; EVERYONE SIGNED UP
      *    OR WAITING IS SENT A NOTICE THROUGH EVNTREG.
       DO-CANCEL-EVENT.
           PERFORM DO-OPEN-EVENT-FILES.
           PERFORM DO-ACCEPT-EVENT-CODE.
           MOVE "N" TO WORK-CALL-SWITCH.
           READ EVENT-FILE
               INVALID KEY
                   DISPLAY "PROGRAM NOT ON FILE"
               NOT INVALID KEY
                   IF NOT EVT-IS-OPEN
                       DISPLAY "ONLY AN OPEN PROGRAM CAN BE CANCELLED"
                   ELSE
                       PERFORM DO-SHOW-EVENT
                       DISPLAY "CANCEL THIS PROGRAM Y/N: "
                       MOVE SPACE TO WORK-FLAG-ENTRY
                       ACCEPT WORK-FLAG-ENTRY
                       IF WORK-FLAG-ENTRY EQUAL "Y"
                           MOVE "X" TO EVT-STATUS-FLAG
                           REWRITE EVENT-RECORD
                           MOVE "Y" TO WORK-CALL-SWITCH
                       END-IF
                   END-IF
           END-READ.
           PERFORM DO-CLOSE-EVENT-FILES.
           IF WORK-CALL-NEEDED
               MOVE "X" TO EVNT-REG-FUNCTION
               MOVE WORK-EVENT-ENTRY TO EVNT-REG-EVENT-CODE
               CALL "EVNTREG" USING EVENT-REG-AREA
               DISPLAY "PROGRAM CANCELLED -- NOTICES QUEUED: "
                       EVNT-REG-NOTICE-COUNT
           END-IF.

       DO-ACCEPT-EVENT-CODE.
           DISPLAY "PROGRAM CODE: ".
           MOVE SPACES TO WORK-EVENT-ENTRY.
           ACCEPT WORK-EVENT-ENTRY.
           MOVE WORK-EVENT-ENTRY TO EVT-CODE.

      *    BLANK ENTRIES KEEP WHAT IS ALREADY THERE.
       DO-ACCEPT-EVENT-DETAILS.
           DISPLAY "TITLE (BLANK = NO CHANGE): ".
           MOVE SPACES TO WORK-TEXT-ENTRY.
           ACCEPT WORK-TEXT-ENTRY.
           IF WORK-TEXT-ENTRY NOT EQUAL SPACES
               MOVE WORK-TEXT-ENTRY TO EVT-TITLE
           END-IF.
           DISPLAY "AUDIENCE C=CHILDREN Y=YOUNG ADULT A=ADULT "
                   "(BLANK = NO CHANGE): ".
           MOVE SPACE TO WORK-FLAG-ENTRY.
           ACCEPT WORK-FLAG-ENTRY.
           IF WORK-FLAG-ENTRY NOT EQUAL SPACE
               MOVE WORK-FLAG-ENTRY TO EVT-AUDIENCE-FLAG
           END-IF.
           DISPLAY "DATE CCYYMMDD (BLANK = NO CHANGE): ".
           MOVE SPACES TO WORK-DATE-ENTRY.
           ACCEPT WORK-DATE-ENTRY.
           IF WORK-DATE-ENTRY IS NUMERIC
               MOVE WORK-DATE-ENTRY TO EVT-DATE
           END-IF.
           DISPLAY "START TIME HHMM, 24-HOUR (BLANK = NO CHANGE): ".
           MOVE SPACES TO WORK-TIME-ENTRY.
           ACCEPT WORK-TIME-ENTRY.
           IF WORK-TIME-ENTRY IS NUMERIC
               MOVE WORK-TIME-ENTRY TO EVT-START-TIME
           END-IF.
           DISPLAY "END TIME HHMM, 24-HOUR (BLANK = NO CHANGE): ".
           MOVE SPACES TO WORK-TIME-ENTRY.
           ACCEPT WORK-TIME-ENTRY.
           IF WORK-TIME-ENTRY IS NUMERIC
               MOVE WORK-TIME-ENTRY TO EVT-END-TIME
           END-IF.
           DISPLAY "BRANCH (BLANK = " EVT-BRANCH-ID "): ".
           MOVE SPACES TO WORK-TEXT-ENTRY.
           ACCEPT WORK-TEXT-ENTRY.
           IF WORK-TEXT-ENTRY NOT EQUAL SPACES
               MOVE WORK-TEXT-ENTRY TO EVT-BRANCH-ID
           END-IF.
           DISPLAY "ROOM (BLANK = NO CHANGE): ".
           MOVE SPACES TO WORK-TEXT-ENTRY.
           ACCEPT WORK-TEXT-ENTRY.
           IF WORK-TEXT-ENTRY NOT EQUAL SPACES
               MOVE WORK-TEXT-ENTRY TO EVT-ROOM
           END-IF.
           DISPLAY "SEATS (BLANK = NO CHANGE): ".
           MOVE SPACES TO WORK-NUMBER-ENTRY.
           ACCEPT WORK-NUMBER-ENTRY.
           IF WORK-NUMBER-ENTRY (1:1) IS NUMERIC
               COMPUTE EVT-CAPACITY =
                       FUNCTION NUMVAL (WORK-NUMBER-ENTRY)
           END-IF.
           DISPLAY "YOUNGEST AGE, 00 = ANY (BLANK = NO CHANGE): ".
           MOVE SPACES TO WORK-NUMBER-ENTRY.
           ACCEPT WORK-NUMBER-ENTRY.
           IF WORK-NUMBER-ENTRY (1:1) IS NUMERIC
               COMPUTE EVT-AGE-MIN =
                       FUNCTION NUMVAL (WORK-NUMBER-ENTRY)
           END-IF.
           DISPLAY "OLDEST AGE, 99 = ANY (BLANK = NO CHANGE): ".
           MOVE SPACES TO WORK-NUMBER-ENTRY.
           ACCEPT WORK-NUMBER-ENTRY.
           IF WORK-NUMBER-ENTRY (1:1) IS NUMERIC
               COMPUTE EVT-AGE-MAX =
                       FUNCTION NUMVAL (WORK-NUMBER-ENTRY)
           END-IF.

      *    EVERYTHING A SIGN-UP, A REMINDER OR THE STATE REPORT WILL
      *    LEAN ON MUST BE THERE AND MAKE SENSE, THE BRANCH MUST BE
      *    OPEN ON THE BRANCH DIRECTORY, AND THE ROOM MUST BE FREE.
       DO-EDIT-EVENT.
           MOVE SPACES TO WORK-EDIT-MESSAGE.
           IF EVT-TITLE EQUAL SPACES
               MOVE "TITLE IS REQUIRED" TO WORK-EDIT-MESSAGE
           ELSE IF NOT EVT-AUDIENCE-IS-VALID
               MOVE "AUDIENCE MUST BE C, Y OR A" TO WORK-EDIT-MESSAGE
           ELSE IF EVT-DATE LESS THAN WORK-TODAY-DATE-N
               MOVE "DATE IS MISSING OR ALREADY PAST"
                   TO WORK-EDIT-MESSAGE
           ELSE IF EVT-DATE (5:2) LESS THAN "01"
                   OR EVT-DATE (5:2) GREATER THAN "12"
                   OR EVT-DATE (7:2) LESS THAN "01"
                   OR EVT-DATE (7:2) GREATER THAN "31"
               MOVE "DATE IS NOT A REAL DATE" TO WORK-EDIT-MESSAGE
           ELSE IF EVT-START-TIME (1:2) GREATER THAN "23"
                   OR EVT-START-TIME (3:2) GREATER THAN "59"
                   OR EVT-END-TIME (1:2) GREATER THAN "23"
                   OR EVT-END-TIME (3:2) GREATER THAN "59"
               MOVE "TIMES MUST BE HHMM ON THE 24-HOUR CLOCK"
                   TO WORK-EDIT-MESSAGE
           ELSE IF EVT-END-TIME NOT GREATER THAN EVT-START-TIME
               MOVE "END TIME MUST BE AFTER THE START TIME"
                   TO WORK-EDIT-MESSAGE
           ELSE IF EVT-ROOM EQUAL SPACES
               MOVE "ROOM IS REQUIRED" TO WORK-EDIT-MESSAGE
           ELSE IF EVT-CAPACITY EQUAL 0
               MOVE "SEATS MUST BE AT LEAST 1" TO WORK-EDIT-MESSAGE
           ELSE IF EVT-CAPACITY LESS THAN EVT-REGISTERED-COUNT
               MOVE "SEATS CANNOT BE FEWER THAN THOSE SIGNED UP"
                   TO WORK-EDIT-MESSAGE
           ELSE IF EVT-AGE-MIN GREATER THAN EVT-AGE-MAX
               MOVE "YOUNGEST AGE IS ABOVE THE OLDEST"
                   TO WORK-EDIT-MESSAGE
           ELSE
               MOVE EVT-BRANCH-ID TO BRLK-BRANCH-ID
               CALL "BRDLOOK" USING BRANCH-LOOKUP-AREA
               IF NOT BRLK-CODE-IS-ACCEPTABLE
                   MOVE BRLK-MESSAGE TO WORK-EDIT-MESSAGE
               ELSE
                   PERFORM DO-CHECK-ROOM-FREE
               END-IF
           END-IF.

      *    ANOTHER OPEN SESSION IN THE SAME ROOM OF THE SAME BUILDING
      *    ON THE SAME DAY WHOSE HOURS OVERLAP THIS ONE'S. THE FILE
      *    IS SMALL ENOUGH TO WALK; THE ROW BEING EDITED IS PUT BACK
      *    IN THE RECORD AREA AFTERWARDS.
       DO-CHECK-ROOM-FREE.
           MOVE EVENT-RECORD TO WORK-HELD-EVENT-RECORD.
           MOVE EVT-CODE TO WORK-HELD-CODE.
           MOVE EVT-DATE TO WORK-HELD-DATE.
           MOVE EVT-START-TIME TO WORK-HELD-START.
           MOVE EVT-END-TIME TO WORK-HELD-END.
           MOVE EVT-BRANCH-ID TO WORK-HELD-BRANCH.
           MOVE EVT-ROOM TO WORK-HELD-ROOM.
           MOVE SPACES TO WORK-CONFLICT-CODE.
           MOVE "0" TO WORK-EOF-SWITCH.
           MOVE LOW-VALUES TO EVT-CODE.
           START EVENT-FILE KEY IS NOT LESS THAN EVT-CODE
               INVALID KEY
                   MOVE "1" TO WORK-EOF-SWITCH
           END-START.
           PERFORM DO-CHECK-NEXT-ROOM-USE UNTIL WORK-EOF.
           MOVE WORK-HELD-CODE TO EVT-CODE.
           READ EVENT-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           MOVE WORK-HELD-EVENT-RECORD TO EVENT-RECORD.
           IF WORK-CONFLICT-CODE NOT EQUAL SPACES
               STRING "ROOM ALREADY BOOKED THEN BY PROGRAM "
                          DELIMITED BY SIZE
                      WORK-CONFLICT-CODE DELIMITED BY SIZE
                      INTO WORK-EDIT-MESSAGE
           END-IF.

       DO-CHECK-NEXT-ROOM-USE.
           READ EVENT-FILE NEXT RECORD
               AT END
                   MOVE "1" TO WORK-EOF-SWITCH
               NOT AT END
                   IF EVT-IS-OPEN
                           AND EVT-CODE NOT EQUAL WORK-HELD-CODE
                           AND EVT-DATE EQUAL WORK-HELD-DATE
                           AND EVT-BRANCH-ID EQUAL WORK-HELD-BRANCH
                           AND EVT-ROOM EQUAL WORK-HELD-ROOM
                           AND EVT-START-TIME LESS THAN WORK-HELD-END
                           AND EVT-END-TIME GREATER THAN
                               WORK-HELD-START
                       MOVE EVT-CODE TO WORK-CONFLICT-CODE
                       MOVE "1" TO WORK-EOF-SWITCH
                   END-IF
           END-READ.

       DO-SHOW-EVENT.
           DISPLAY EVT-CODE " " EVT-STATUS-FLAG " " EVT-TITLE
                   " AUDIENCE " EVT-AUDIENCE-FLAG.
           DISPLAY "  " EVT-DATE " " EVT-START-TIME "-" EVT-END-TIME
                   " BRANCH " EVT-BRANCH-ID " ROOM " EVT-ROOM.
           DISPLAY "  AGES " EVT-AGE-MIN "-" EVT-AGE-MAX
                   " SEATS " EVT-CAPACITY " SIGNED UP "
                   EVT-REGISTERED-COUNT " WAITING " EVT-WAITLIST-COUNT.
           IF EVT-IS-HELD
               DISPLAY "  HELD -- ATTENDANCE " EVT-ATTENDANCE
           END-IF.

      *    EVERYTHING STILL OPEN FROM TODAY ON, WITH SEATS LEFT.
       DO-LIST-EVENTS.
           PERFORM DO-OPEN-EVENT-FILES.
           MOVE 0 TO WORK-LISTED-COUNT.
           MOVE "0" TO WORK-EOF-SWITCH.
           MOVE LOW-VALUES TO EVT-CODE.
           START EVENT-FILE KEY IS NOT LESS THAN EVT-CODE
               INVALID KEY
                   MOVE "1" TO WORK-EOF-SWITCH
           END-START.
           PERFORM DO-LIST-NEXT-EVENT UNTIL WORK-EOF.
           DISPLAY "PROGRAMS COMING UP: " WORK-LISTED-COUNT.
           PERFORM DO-CLOSE-EVENT-FILES.

       DO-LIST-NEXT-EVENT.
           READ EVENT-FILE NEXT RECORD
               AT END
                   MOVE "1" TO WORK-EOF-SWITCH
               NOT AT END
                   IF EVT-IS-OPEN
                           AND EVT-DATE NOT LESS THAN WORK-TODAY-DATE-N
                       ADD 1 TO WORK-LISTED-COUNT
                       MOVE 0 TO WORK-SEATS-LEFT
                       IF EVT-CAPACITY GREATER THAN EVT-REGISTERED-COUNT
                           COMPUTE WORK-SEATS-LEFT = EVT-CAPACITY
                                 - EVT-REGISTERED-COUNT
                       END-IF
                       DISPLAY EVT-CODE " " EVT-DATE " "
                               EVT-START-TIME " " EVT-BRANCH-ID " "
                               EVT-TITLE " LEFT " WORK-SEATS-LEFT
                               " WAIT " EVT-WAITLIST-COUNT
                   END-IF
           END-READ.

      *    THE CARD IS READ HERE SO AN UNKNOWN OR SUSPENDED CARD IS
      *    STOPPED AT THE DESK; EVERYTHING ELSE IS EVNTREG'S CALL.
       DO-SIGN-UP-PATRON.
           PERFORM DO-ACCEPT-EVENT-CODE.
           PERFORM DO-ACCEPT-CARD.
           IF WORK-NAMES-STATUS EQUAL "00"
               IF PATRON-IS-INACTIVE
                   DISPLAY "CARD IS INACTIVE -- NOT SIGNED UP"
               ELSE
                   MOVE "R" TO EVNT-REG-FUNCTION
                   PERFORM DO-CALL-EVNTREG
                   IF EVNT-REG-RESULT EQUAL "W"
                       DISPLAY "PLACE ON THE WAITLIST: "
                               EVNT-REG-WAIT-POSITION
                   END-IF
               END-IF
           END-IF.

       DO-DROP-PATRON.
           PERFORM DO-ACCEPT-EVENT-CODE.
           PERFORM DO-ACCEPT-CARD.
           IF WORK-NAMES-STATUS EQUAL "00"
               MOVE "C" TO EVNT-REG-FUNCTION
               PERFORM DO-CALL-EVNTREG
               IF EVNT-REG-NOTICE-COUNT GREATER THAN 0
                   DISPLAY "NEXT ON THE WAITLIST MOVED UP AND SENT "
                           "A NOTICE"
               END-IF
           END-IF.

       DO-ACCEPT-CARD.
           DISPLAY "CARD NUMBER: ".
           MOVE SPACES TO WORK-CARD-ENTRY.
           ACCEPT WORK-CARD-ENTRY.
           MOVE WORK-CARD-ENTRY TO PATRON-NUMBER.
           READ NAMES-LIST
               INVALID KEY
                   DISPLAY "NO CARD ON FILE WITH THAT NUMBER"
           END-READ.

       DO-CALL-EVNTREG.
           MOVE WORK-EVENT-ENTRY TO EVNT-REG-EVENT-CODE.
           MOVE PATRON-NUMBER TO EVNT-REG-PATRON-NUMBER.
           MOVE PATRON-TYPE TO EVNT-REG-PATRON-TYPE.
           MOVE PATRON-BIRTH-DATE TO EVNT-REG-BIRTH-DATE.
           MOVE "D" TO EVNT-REG-SOURCE.
           CALL "EVNTREG" USING EVENT-REG-AREA.
           DISPLAY EVNT-REG-MESSAGE.

      *    THE SESSION, THEN EVERY SIGN-UP IN THE ORDER TAKEN --
      *    SEATED FIRST, WAITING AFTER, CANCELLED LEFT OFF.
       DO-SHOW-SIGN-UPS.
           PERFORM DO-OPEN-EVENT-FILES.
           PERFORM DO-ACCEPT-EVENT-CODE.
           READ EVENT-FILE
               INVALID KEY
                   DISPLAY "PROGRAM NOT ON FILE"
               NOT INVALID KEY
                   PERFORM DO-SHOW-EVENT
                   MOVE "R" TO WORK-FLAG-ENTRY
                   PERFORM DO-LIST-SHEET
                   MOVE "W" TO WORK-FLAG-ENTRY
                   PERFORM DO-LIST-SHEET
           END-READ.
           PERFORM DO-CLOSE-EVENT-FILES.

       DO-LIST-SHEET.
           IF WORK-FLAG-ENTRY EQUAL "R"
               DISPLAY "SIGNED UP:"
           ELSE
               DISPLAY "WAITING:"
           END-IF.
           MOVE 0 TO WORK-LISTED-COUNT.
           PERFORM DO-START-SHEET.
           PERFORM DO-LIST-NEXT-ON-SHEET UNTIL WORK-EOF.
           IF WORK-LISTED-COUNT EQUAL 0
               DISPLAY "  NONE"
           END-IF.

       DO-START-SHEET.
           MOVE "0" TO WORK-EOF-SWITCH.
           MOVE EVT-CODE TO EREG-EVENT-CODE.
           MOVE 0 TO EREG-SEQUENCE.
           START EVENT-REG-FILE KEY IS NOT LESS THAN EREG-KEY
               INVALID KEY
                   MOVE "1" TO WORK-EOF-SWITCH
           END-START.

       DO-LIST-NEXT-ON-SHEET.
           READ EVENT-REG-FILE NEXT RECORD
               AT END
                   MOVE "1" TO WORK-EOF-SWITCH
               NOT AT END
                   IF EREG-EVENT-CODE NOT EQUAL EVT-CODE
                       MOVE "1" TO WORK-EOF-SWITCH
                   ELSE
                       IF EREG-STATUS-FLAG EQUAL WORK-FLAG-ENTRY
                           ADD 1 TO WORK-LISTED-COUNT
                           PERFORM DO-LOOK-UP-SHEET-NAME
                           DISPLAY "  " WORK-LISTED-COUNT " "
                                   EREG-PATRON-NUMBER " "
                                   WORK-SHEET-NAME " "
                                   EREG-SOURCE-FLAG " "
                                   EREG-SIGNUP-DATE
                       END-IF
                   END-IF
           END-READ.

       DO-LOOK-UP-SHEET-NAME.
           MOVE EREG-PATRON-NUMBER TO PATRON-NUMBER.
           MOVE SPACES TO WORK-SHEET-NAME.
           READ NAMES-LIST
               INVALID KEY
                   MOVE "(CARD NO LONGER ON FILE)" TO WORK-SHEET-NAME
               NOT INVALID KEY
                   STRING PATRON-NAME-FIRST DELIMITED BY "  "
                          " " DELIMITED BY SIZE
                          PATRON-NAME-LAST DELIMITED BY "  "
                          INTO WORK-SHEET-NAME
           END-READ.

      *    ON OR AFTER THE DAY: EACH PATRON SIGNED UP IS MARKED Y OR
      *    N, THEN THE HEADCOUNT AT THE DOOR (WALK-INS INCLUDED) IS
      *    TAKEN -- THAT IS THE FIGURE THE STATE REPORT COUNTS. THE
      *    SESSION IS CLOSED AS HELD; TAKING IT AGAIN CORRECTS IT.
       DO-TAKE-ATTENDANCE.
           PERFORM DO-OPEN-EVENT-FILES.
           PERFORM DO-ACCEPT-EVENT-CODE.
           READ EVENT-FILE
               INVALID KEY
                   DISPLAY "PROGRAM NOT ON FILE"
               NOT INVALID KEY
                   IF EVT-IS-CANCELLED
                       DISPLAY "THAT PROGRAM WAS CANCELLED"
                   ELSE IF EVT-DATE GREATER THAN WORK-TODAY-DATE-N
                       DISPLAY "THAT PROGRAM HAS NOT TAKEN PLACE YET"
                   ELSE
                       PERFORM DO-SHOW-EVENT
                       PERFORM DO-MARK-ATTENDANCE
                   END-IF
           END-READ.
           PERFORM DO-CLOSE-EVENT-FILES.

       DO-MARK-ATTENDANCE.
           MOVE 0 TO WORK-ATTENDED-COUNT.
           PERFORM DO-START-SHEET.
           PERFORM DO-MARK-NEXT-ATTENDEE UNTIL WORK-EOF.
           DISPLAY "HEADCOUNT AT THE DOOR, WALK-INS INCLUDED (BLANK = "
                   WORK-ATTENDED-COUNT "): ".
           MOVE SPACES TO WORK-NUMBER-ENTRY.
           ACCEPT WORK-NUMBER-ENTRY.
           IF WORK-NUMBER-ENTRY (1:1) IS NUMERIC
               COMPUTE EVT-ATTENDANCE =
                       FUNCTION NUMVAL (WORK-NUMBER-ENTRY)
           ELSE
               MOVE WORK-ATTENDED-COUNT TO EVT-ATTENDANCE
           END-IF.
           MOVE "H" TO EVT-STATUS-FLAG.
           REWRITE EVENT-RECORD.
           DISPLAY "ATTENDANCE RECORDED: " EVT-ATTENDANCE.

       DO-MARK-NEXT-ATTENDEE.
           READ EVENT-REG-FILE NEXT RECORD
               AT END
                   MOVE "1" TO WORK-EOF-SWITCH
               NOT AT END
                   IF EREG-EVENT-CODE NOT EQUAL EVT-CODE
                       MOVE "1" TO WORK-EOF-SWITCH
                   ELSE
                       IF EREG-IS-REGISTERED
                           PERFORM DO-LOOK-UP-SHEET-NAME
                           DISPLAY EREG-PATRON-NUMBER " "
                                   WORK-SHEET-NAME
                                   " ATTENDED Y/N (BLANK = N): "
                           MOVE SPACE TO WORK-FLAG-ENTRY
                           ACCEPT WORK-FLAG-ENTRY
                           IF WORK-FLAG-ENTRY EQUAL "Y"
                               MOVE "Y" TO EREG-ATTENDED-FLAG
                               ADD 1 TO WORK-ATTENDED-COUNT
                           ELSE
                               MOVE "N" TO EREG-ATTENDED-FLAG
                           END-IF
                           REWRITE EVENT-REG-RECORD
                       END-IF
                   END-IF
           END-READ.

      *    THIS BUILDING'S BRANCH ID, FOR THE DEFAULT ON A NEW
      *    PROGRAM. A MISSING BRANCH.DAT LEAVES THE BUILT-IN ONE.
       DO-READ-BRANCH-CONFIG.
           OPEN INPUT BRANCH-CONFIG-FILE.
           IF WORK-BRANCH-CONFIG-STATUS EQUAL "00"
               READ BRANCH-CONFIG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BRANCH-DEFAULT-BRANCH-ID NOT EQUAL SPACES
                           MOVE BRANCH-DEFAULT-BRANCH-ID
                               TO WORK-DESK-BRANCH-ID
                       END-IF
               END-READ
               CLOSE BRANCH-CONFIG-FILE
           END-IF.

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

      *    STAFF ID AND PIN KEYED AT THE CONSOLE, CHECKED THE WAY
      *    MAIN01A'S LOGIN CHECKS THEM. A REFUSED SIGN-ON IS
      *    JOURNALED LIKE A REFUSED LOGIN; A GOOD ONE GOES ON TO THE
      *    PERMISSIONS CHECK FOR THE PROGRAM ITSELF.
       DO-SIGN-ON.
           MOVE "N" TO WORK-PERMIT-OK-SWITCH.
           MOVE SPACES TO WORK-OPERATOR-ID WORK-OPERATOR-PIN.
           MOVE SPACES TO WORK-OPERATOR-ROLE WORK-SIGNON-EVENT.
           DISPLAY "STAFF ID: ".
           ACCEPT WORK-OPERATOR-ID.
           DISPLAY "PIN: ".
           ACCEPT WORK-OPERATOR-PIN.
           OPEN INPUT STAFF-FILE.
           IF WORK-STAFF-FILE-STATUS NOT EQUAL "00"
               DISPLAY "STAFF FILE WILL NOT OPEN"
               MOVE "BADID" TO WORK-SIGNON-EVENT
           ELSE
               MOVE WORK-OPERATOR-ID TO STAFF-ID
               READ STAFF-FILE
                   INVALID KEY
                       MOVE "BADID" TO WORK-SIGNON-EVENT
                   NOT INVALID KEY
                       MOVE STAFF-ID TO PIN-SCRAMBLE-KEY
                       MOVE WORK-OPERATOR-PIN TO PIN-SCRAMBLE-CLEAR
                       CALL "PINSCRAM" USING PIN-SCRAMBLE-AREA
                       IF NOT STAFF-IS-ACTIVE
                           MOVE "INACTIVE" TO WORK-SIGNON-EVENT
                       ELSE
                           IF STAFF-PIN NOT EQUAL PIN-SCRAMBLE-RESULT
                               MOVE "BADPIN" TO WORK-SIGNON-EVENT
                           ELSE
                               MOVE STAFF-ROLE TO WORK-OPERATOR-ROLE
                           END-IF
                       END-IF
               END-READ
               CLOSE STAFF-FILE
           END-IF.
           MOVE SPACES TO WORK-PERMIT-FUNCTION.
           IF WORK-SIGNON-EVENT NOT EQUAL SPACES
               DISPLAY "SIGN-ON REFUSED"
               PERFORM DO-LOG-SIGNON-EVENT
           ELSE
               PERFORM DO-CHECK-PERMISSION
           END-IF.

      *    A SUPERVISOR IS NEVER REFUSED; ANY OTHER ROLE NEEDS A "Y"
      *    ROW ON PERMIT.DAT, AND NO ROW (OR NO TABLE) IS A REFUSAL,
      *    JOURNALED FOR LIB043A.
       DO-CHECK-PERMISSION.
           MOVE "N" TO WORK-PERMIT-OK-SWITCH.
           IF WORK-OPERATOR-ROLE EQUAL "S"
               MOVE "Y" TO WORK-PERMIT-OK-SWITCH
           ELSE
               OPEN INPUT PERMISSION-FILE
               IF WORK-PERMIT-STATUS EQUAL "00"
                   MOVE WORK-OPERATOR-ROLE TO PERM-ROLE
                   MOVE "EVNT001A" TO PERM-PROGRAM
                   MOVE WORK-PERMIT-FUNCTION TO PERM-FUNCTION
                   READ PERMISSION-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF PERM-IS-ALLOWED
                               MOVE "Y" TO WORK-PERMIT-OK-SWITCH
                           END-IF
                   END-READ
                   CLOSE PERMISSION-FILE
               END-IF
           END-IF.
           IF NOT WORK-PERMIT-OK
               DISPLAY "YOUR ROLE IS NOT PERMITTED TO RUN EVNT001A"
               MOVE "DENIED" TO WORK-SIGNON-EVENT
               PERFORM DO-LOG-SIGNON-EVENT
           END-IF.

       DO-LOG-SIGNON-EVENT.
           OPEN EXTEND SIGN-ON-LOG-FILE.
           IF WORK-SIGN-LOG-STATUS NOT EQUAL "00"
               OPEN OUTPUT SIGN-ON-LOG-FILE.
           ACCEPT SIGN-LOG-DATE FROM DATE.
           ACCEPT SIGN-LOG-TIME FROM TIME.
           MOVE WORK-OPERATOR-ID TO SIGN-LOG-STAFF-ID.
           MOVE WORK-SIGNON-EVENT TO SIGN-LOG-EVENT.
           MOVE SPACES TO SIGN-LOG-PROGRAM.
           IF WORK-SIGNON-EVENT EQUAL "DENIED"
               MOVE "EVNT001A" TO SIGN-LOG-PROGRAM.
           MOVE WORK-PERMIT-FUNCTION TO SIGN-LOG-FUNCTION.
           WRITE SIGN-ON-LOG-RECORD.
           CLOSE SIGN-ON-LOG-FILE.
