       IDENTIFICATION DIVISION.
       PROGRAM-ID. SHF001A.
      ***************************************************************
      *                                                             *
      *   STAFF SCHEDULE MAINTENANCE -- EACH EMPLOYEE'S WEEKLY      *
      *   SHIFTS, PER BRANCH, LIVE ON SHIFT.DAT SO THE PUNCHES      *
      *   HAVE SOMETHING TO BE CHECKED AGAINST.                     *
      *   CONSOLE-DRIVEN (SAME SHAPE AS JOB001A):                   *
      *     A = ADD A SCHEDULE   C = CHANGE ITS SHIFTS              *
      *     D = DELETE ONE   F = FIND ONE   L = LIST ALL   X = EXIT *
      *   A DAY THE CALENDAR.DAT WEEKLY ENTRIES CLOSE, OR A DAY THE *
      *   EMPLOYEE IS ALREADY ON AT ANOTHER BRANCH, IS REFUSED.     *
      *   PAY019A REPORTS EACH DAY'S ATTENDANCE AGAINST THE TABLE.  *
      *   A NEW SCHEDULE'S BRANCH MUST BE AN OPEN BRANCH ON THE     *
      *   BRANCH DIRECTORY (BRDIR.DAT).                             *
      *                                                             *
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SHIFT-SCHEDULE-FILE ASSIGN TO DISK
           ACCESS MODE DYNAMIC
           ORGANIZATION INDEXED
           RECORD KEY SHF-KEY
           FILE STATUS IS WORK-SHIFT-STATUS.
      *    READ-ONLY HERE -- ONLY AN EMPLOYEE ON THE MASTER CAN BE
      *    SCHEDULED.
           SELECT EMPLOYMENT-MASTER ASSIGN TO DISK
           ACCESS MODE RANDOM
           ORGANIZATION INDEXED
           RECORD KEY EMP-MASTER-ID
           FILE STATUS IS WORK-EMPMAST-STATUS.
           SELECT LIBRARY-CALENDAR-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WORK-CALENDAR-STATUS.
       DATA DIVISION.
       FILE SECTION.

       copy shift.
       copy empmast.
       copy calendar.

       WORKING-STORAGE SECTION.
       01 WORK-SHIFT-STATUS                       PIC XX.
       01 WORK-EMPMAST-STATUS                     PIC XX.
       01 WORK-CALENDAR-STATUS                    PIC XX.
       01 WORK-EMPMAST-OPEN-SWITCH                PIC X VALUE "N".
          88 WORK-EMPMAST-IS-OPEN                     VALUE "Y".
       01 WORK-COMMAND-ENTRY                      PIC X.
       01 WORK-DONE-SWITCH                        PIC X VALUE "0".
          88 WORK-ENTRY-DONE                          VALUE "1".
       01 WORK-EMPLOYEE-ENTRY                     PIC X(5).
       01 WORK-BRANCH-ENTRY                       PIC X(3).
       01 WORK-FIELDS-OK-SWITCH                   PIC X.
          88 WORK-FIELDS-OK                           VALUE "Y".
       01 WORK-EOF-SWITCH                         PIC X.
          88 WORK-EOF                                 VALUE "1".
       01 WORK-LISTED-COUNT                       PIC 9(3).
      *    THE WEEKDAYS THE CALENDAR CLOSES -- "C" IN THE DAY'S SLOT.
       01 WORK-CLOSED-DOW-TABLE                   VALUE SPACES.
          05 WORK-CLOSED-DOW-FLAG                 PIC X OCCURS 7.
       01 WORK-DAY-NAMES-VALUE                    PIC X(21)
                                 VALUE "SUNMONTUEWEDTHUFRISAT".
       01 WORK-DAY-NAMES REDEFINES WORK-DAY-NAMES-VALUE.
          05 WORK-DAY-NAME                        PIC X(3) OCCURS 7.
       01 WORK-DAY-INDEX                          PIC 9.
      *    THE WEEK BEING KEYED -- HELD HERE, NOT IN THE RECORD,
      *    BECAUSE THE CROSS-BRANCH CHECK READS OTHER ROWS.
       01 WORK-NEW-WEEK.
          05 WORK-NEW-DAY                         OCCURS 7 TIMES.
             10 WORK-NEW-START                    PIC 9(4).
             10 WORK-NEW-END                      PIC 9(4).
       01 WORK-NEW-EMPLOYEE                       PIC X(5).
       01 WORK-NEW-BRANCH                         PIC X(3).
       01 WORK-DAY-ENTRY                          PIC X(9).
       01 WORK-TIME-CHECK                         PIC 9(4).
       01 WORK-TIME-SPLIT REDEFINES WORK-TIME-CHECK.
          05 WORK-TIME-HH                         PIC 99.
          05 WORK-TIME-MM                         PIC 99.
       01 WORK-TIME-OK-SWITCH                     PIC X.
          88 WORK-TIME-OK                             VALUE "Y".
       01 WORK-LIST-LINE.
          05 WORK-LIST-EMPLOYEE                   PIC X(5).
          05 FILLER                               PIC X VALUE SPACE.
          05 WORK-LIST-BRANCH                     PIC X(3).
          05 WORK-LIST-DAY                        OCCURS 7 TIMES.
             10 FILLER                            PIC X VALUE SPACE.
             10 WORK-LIST-SHIFT                   PIC X(9).

       copy brdlnk.

       PROCEDURE DIVISION.
       C000-MAIN-LINE SECTION.
       C020-MAIN-LINE-LOGIC.
           OPEN I-O SHIFT-SCHEDULE-FILE.
           IF WORK-SHIFT-STATUS NOT EQUAL "00"
               OPEN OUTPUT SHIFT-SCHEDULE-FILE
               CLOSE SHIFT-SCHEDULE-FILE
               OPEN I-O SHIFT-SCHEDULE-FILE
           END-IF.
           OPEN INPUT EMPLOYMENT-MASTER.
           IF WORK-EMPMAST-STATUS EQUAL "00"
               MOVE "Y" TO WORK-EMPMAST-OPEN-SWITCH
           END-IF.
           PERFORM DO-LOAD-CLOSED-WEEKDAYS.
           DISPLAY "STAFF SCHEDULE MAINTENANCE".
           PERFORM DO-ONE-COMMAND UNTIL WORK-ENTRY-DONE.
           CLOSE SHIFT-SCHEDULE-FILE.
           IF WORK-EMPMAST-IS-OPEN
               CLOSE EMPLOYMENT-MASTER.
           STOP RUN.

       DO-LOAD-CLOSED-WEEKDAYS.
           OPEN INPUT LIBRARY-CALENDAR-FILE.
           IF WORK-CALENDAR-STATUS EQUAL "00"
               MOVE "0" TO WORK-EOF-SWITCH
               PERFORM DO-READ-NEXT-CAL-ENTRY UNTIL WORK-EOF
               CLOSE LIBRARY-CALENDAR-FILE
           END-IF.

       DO-READ-NEXT-CAL-ENTRY.
           READ LIBRARY-CALENDAR-FILE
               AT END
                   MOVE "1" TO WORK-EOF-SWITCH
               NOT AT END
                   IF CAL-WEEKLY-ENTRY
                      AND CAL-DAY-OF-WEEK NOT LESS THAN 1
                      AND CAL-DAY-OF-WEEK NOT GREATER THAN 7
                       MOVE "C" TO
                           WORK-CLOSED-DOW-FLAG (CAL-DAY-OF-WEEK)
                   END-IF
           END-READ.

       DO-ONE-COMMAND.
           MOVE SPACE TO WORK-COMMAND-ENTRY.
           DISPLAY "A=ADD C=CHANGE D=DELETE F=FIND L=LIST X=EXIT: ".
           ACCEPT WORK-COMMAND-ENTRY.
           IF WORK-COMMAND-ENTRY EQUAL "A"
               PERFORM DO-ADD-SCHEDULE
           ELSE IF WORK-COMMAND-ENTRY EQUAL "C"
               PERFORM DO-CHANGE-SCHEDULE
           ELSE IF WORK-COMMAND-ENTRY EQUAL "D"
               PERFORM DO-DELETE-SCHEDULE
           ELSE IF WORK-COMMAND-ENTRY EQUAL "F"
               PERFORM DO-FIND-SCHEDULE
           ELSE IF WORK-COMMAND-ENTRY EQUAL "L"
               PERFORM DO-LIST-SCHEDULES
           ELSE IF WORK-COMMAND-ENTRY EQUAL "X"
               MOVE "1" TO WORK-DONE-SWITCH.

       DO-ADD-SCHEDULE.
           PERFORM DO-ACCEPT-SCHEDULE-KEY.
           IF WORK-FIELDS-OK
               READ SHIFT-SCHEDULE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DISPLAY "ALREADY SCHEDULED AT THAT BRANCH -- "
                               "USE C TO CHANGE IT"
                       MOVE "N" TO WORK-FIELDS-OK-SWITCH
               END-READ
           END-IF.
           IF WORK-FIELDS-OK
               MOVE ZERO TO WORK-NEW-WEEK
               PERFORM DO-ACCEPT-THE-WEEK
           END-IF.
           IF WORK-FIELDS-OK
               PERFORM DO-BUILD-SCHEDULE-RECORD
               WRITE SHIFT-SCHEDULE-RECORD
                   INVALID KEY
                       DISPLAY "ALREADY SCHEDULED AT THAT BRANCH"
                   NOT INVALID KEY
                       DISPLAY "SCHEDULE " SHF-EMPLOYEE-ID " AT "
                               SHF-BRANCH-ID " ADDED"
               END-WRITE
           END-IF.

       DO-CHANGE-SCHEDULE.
           PERFORM DO-ACCEPT-SCHEDULE-KEY.
           IF WORK-FIELDS-OK
               READ SHIFT-SCHEDULE-FILE
                   INVALID KEY
                       DISPLAY "NO SCHEDULE FOR THAT EMPLOYEE AND "
                               "BRANCH"
                       MOVE "N" TO WORK-FIELDS-OK-SWITCH
                   NOT INVALID KEY
                       PERFORM DO-SHOW-SCHEDULE
                       MOVE ZERO TO WORK-NEW-WEEK
                       PERFORM DO-ACCEPT-THE-WEEK
               END-READ
           END-IF.
      *    THE CROSS-BRANCH CHECK MOVED THE FILE ON -- READ THE ROW
      *    AGAIN BEFORE IT IS REWRITTEN.
           IF WORK-FIELDS-OK
               MOVE WORK-NEW-EMPLOYEE TO SHF-EMPLOYEE-ID
               MOVE WORK-NEW-BRANCH TO SHF-BRANCH-ID
               READ SHIFT-SCHEDULE-FILE
                   INVALID KEY
                       DISPLAY "SCHEDULE WENT AWAY -- NOT CHANGED"
                   NOT INVALID KEY
                       PERFORM DO-BUILD-SCHEDULE-RECORD
                       REWRITE SHIFT-SCHEDULE-RECORD
                       DISPLAY "SCHEDULE " SHF-EMPLOYEE-ID " AT "
                               SHF-BRANCH-ID " CHANGED"
               END-READ
           END-IF.

       DO-DELETE-SCHEDULE.
           PERFORM DO-ACCEPT-SCHEDULE-KEY.
           IF WORK-FIELDS-OK
               READ SHIFT-SCHEDULE-FILE
                   INVALID KEY
                       DISPLAY "NO SCHEDULE FOR THAT EMPLOYEE AND "
                               "BRANCH"
                   NOT INVALID KEY
                       DELETE SHIFT-SCHEDULE-FILE RECORD
                       DISPLAY "SCHEDULE " SHF-EMPLOYEE-ID " AT "
                               SHF-BRANCH-ID " DELETED"
               END-READ
           END-IF.

      *    THE EMPLOYEE MUST BE ON THE MASTER; A TERMINATED ONE IS
      *    ONLY FIT FOR DELETING OR LOOKING AT.
       DO-ACCEPT-SCHEDULE-KEY.
           MOVE "Y" TO WORK-FIELDS-OK-SWITCH.
           MOVE SPACES TO WORK-EMPLOYEE-ENTRY WORK-BRANCH-ENTRY.
           DISPLAY "EMPLOYEE ID: ".
           ACCEPT WORK-EMPLOYEE-ENTRY.
           DISPLAY "BRANCH: ".
           ACCEPT WORK-BRANCH-ENTRY.
           MOVE WORK-EMPLOYEE-ENTRY TO WORK-NEW-EMPLOYEE
                                       SHF-EMPLOYEE-ID.
           MOVE WORK-BRANCH-ENTRY TO WORK-NEW-BRANCH SHF-BRANCH-ID.
           IF WORK-EMPLOYEE-ENTRY EQUAL SPACES
                   OR WORK-BRANCH-ENTRY EQUAL SPACES
               DISPLAY "EMPLOYEE AND BRANCH ARE BOTH REQUIRED"
               MOVE "N" TO WORK-FIELDS-OK-SWITCH
           ELSE IF NOT WORK-EMPMAST-IS-OPEN
               DISPLAY "NO EMPLOYMENT MASTER -- RUN EMPM001A FIRST"
               MOVE "N" TO WORK-FIELDS-OK-SWITCH
           ELSE
               MOVE WORK-EMPLOYEE-ENTRY TO EMP-MASTER-ID
               READ EMPLOYMENT-MASTER
                   INVALID KEY
                       DISPLAY "NO EMPLOYMENT RECORD FOR THAT ID"
                       MOVE "N" TO WORK-FIELDS-OK-SWITCH
                   NOT INVALID KEY
                       IF EMP-IS-TERMINATED
                          AND WORK-COMMAND-ENTRY NOT EQUAL "D"
                          AND WORK-COMMAND-ENTRY NOT EQUAL "F"
                           DISPLAY "EMPLOYEE IS TERMINATED"
                           MOVE "N" TO WORK-FIELDS-OK-SWITCH
                       END-IF
               END-READ
           END-IF.
           IF WORK-FIELDS-OK AND WORK-COMMAND-ENTRY EQUAL "A"
               MOVE WORK-BRANCH-ENTRY TO BRLK-BRANCH-ID
               CALL "BRDLOOK" USING BRANCH-LOOKUP-AREA
               IF NOT BRLK-CODE-IS-ACCEPTABLE
                   DISPLAY BRLK-MESSAGE
                   MOVE "N" TO WORK-FIELDS-OK-SWITCH
               END-IF
           END-IF.

       DO-ACCEPT-THE-WEEK.
           DISPLAY "EACH DAY: START AND END HHMM HHMM, 24-HOUR "
                   "(E.G. 0900 1730), BLANK = OFF".
           PERFORM DO-ACCEPT-ONE-DAY
                   VARYING WORK-DAY-INDEX FROM 1 BY 1
                   UNTIL WORK-DAY-INDEX GREATER THAN 7.
           IF WORK-FIELDS-OK
               PERFORM DO-CHECK-OTHER-BRANCHES
           END-IF.
           IF NOT WORK-FIELDS-OK
               DISPLAY "NOTHING SAVED -- ENTER THE SCHEDULE AGAIN".

       DO-ACCEPT-ONE-DAY.
           MOVE SPACES TO WORK-DAY-ENTRY.
           DISPLAY WORK-DAY-NAME (WORK-DAY-INDEX) ": ".
           ACCEPT WORK-DAY-ENTRY.
           IF WORK-DAY-ENTRY NOT EQUAL SPACES
               MOVE "Y" TO WORK-TIME-OK-SWITCH
               IF WORK-DAY-ENTRY (1:4) IS NOT NUMERIC
                       OR WORK-DAY-ENTRY (6:4) IS NOT NUMERIC
                   MOVE "N" TO WORK-TIME-OK-SWITCH
               ELSE
                   MOVE WORK-DAY-ENTRY (1:4) TO WORK-TIME-CHECK
                   PERFORM DO-CHECK-CLOCK-TIME
                   MOVE WORK-TIME-CHECK
                           TO WORK-NEW-START (WORK-DAY-INDEX)
                   MOVE WORK-DAY-ENTRY (6:4) TO WORK-TIME-CHECK
                   PERFORM DO-CHECK-CLOCK-TIME
                   MOVE WORK-TIME-CHECK
                           TO WORK-NEW-END (WORK-DAY-INDEX)
               END-IF
               IF NOT WORK-TIME-OK
                       OR WORK-NEW-START (WORK-DAY-INDEX) EQUAL ZERO
                       OR WORK-NEW-END (WORK-DAY-INDEX) NOT GREATER
                           THAN WORK-NEW-START (WORK-DAY-INDEX)
                   DISPLAY WORK-DAY-NAME (WORK-DAY-INDEX)
                           ": NOT A SHIFT -- START AND END HHMM, "
                           "END AFTER START"
                   MOVE "N" TO WORK-FIELDS-OK-SWITCH
               ELSE IF WORK-CLOSED-DOW-FLAG (WORK-DAY-INDEX)
                       EQUAL "C"
                   DISPLAY WORK-DAY-NAME (WORK-DAY-INDEX)
                           ": THE LIBRARY IS CLOSED THAT DAY"
                   MOVE "N" TO WORK-FIELDS-OK-SWITCH
               END-IF
           END-IF.

       DO-CHECK-CLOCK-TIME.
           IF WORK-TIME-HH GREATER THAN 23
                   OR WORK-TIME-MM GREATER THAN 59
               MOVE "N" TO WORK-TIME-OK-SWITCH.

      *    ONE PLACE AT A TIME -- WALK THE EMPLOYEE'S ROWS FOR THE
      *    OTHER BRANCHES AND REFUSE ANY DAY BOTH ROWS WORK.
       DO-CHECK-OTHER-BRANCHES.
           MOVE "0" TO WORK-EOF-SWITCH.
           MOVE WORK-NEW-EMPLOYEE TO SHF-EMPLOYEE-ID.
           MOVE LOW-VALUES TO SHF-BRANCH-ID.
           START SHIFT-SCHEDULE-FILE KEY IS NOT LESS THAN SHF-KEY
               INVALID KEY
                   MOVE "1" TO WORK-EOF-SWITCH
           END-START.
           PERFORM DO-CHECK-NEXT-BRANCH-ROW UNTIL WORK-EOF.

       DO-CHECK-NEXT-BRANCH-ROW.
           READ SHIFT-SCHEDULE-FILE NEXT RECORD
               AT END
                   MOVE "1" TO WORK-EOF-SWITCH
               NOT AT END
                   IF SHF-EMPLOYEE-ID NOT EQUAL WORK-NEW-EMPLOYEE
                       MOVE "1" TO WORK-EOF-SWITCH
                   ELSE IF SHF-BRANCH-ID NOT EQUAL WORK-NEW-BRANCH
                       PERFORM DO-CHECK-ONE-DAY-CLASH
                               VARYING WORK-DAY-INDEX FROM 1 BY 1
                               UNTIL WORK-DAY-INDEX GREATER THAN 7
                   END-IF
           END-READ.

       DO-CHECK-ONE-DAY-CLASH.
           IF WORK-NEW-START (WORK-DAY-INDEX) NOT EQUAL ZERO
                   AND SHF-START-TIME (WORK-DAY-INDEX) NOT EQUAL ZERO
               DISPLAY WORK-DAY-NAME (WORK-DAY-INDEX)
                       ": ALREADY SCHEDULED AT BRANCH " SHF-BRANCH-ID
               MOVE "N" TO WORK-FIELDS-OK-SWITCH
           END-IF.

       DO-BUILD-SCHEDULE-RECORD.
           MOVE WORK-NEW-EMPLOYEE TO SHF-EMPLOYEE-ID.
           MOVE WORK-NEW-BRANCH TO SHF-BRANCH-ID.
           PERFORM DO-MOVE-ONE-NEW-DAY
                   VARYING WORK-DAY-INDEX FROM 1 BY 1
                   UNTIL WORK-DAY-INDEX GREATER THAN 7.

       DO-MOVE-ONE-NEW-DAY.
           MOVE WORK-NEW-START (WORK-DAY-INDEX)
                   TO SHF-START-TIME (WORK-DAY-INDEX).
           MOVE WORK-NEW-END (WORK-DAY-INDEX)
                   TO SHF-END-TIME (WORK-DAY-INDEX).

       DO-FIND-SCHEDULE.
           PERFORM DO-ACCEPT-SCHEDULE-KEY.
           IF WORK-FIELDS-OK
               READ SHIFT-SCHEDULE-FILE
                   INVALID KEY
                       DISPLAY "NO SCHEDULE FOR THAT EMPLOYEE AND "
                               "BRANCH"
                   NOT INVALID KEY
                       PERFORM DO-SHOW-SCHEDULE
               END-READ
           END-IF.

       DO-SHOW-SCHEDULE.
           MOVE SHF-EMPLOYEE-ID TO WORK-LIST-EMPLOYEE.
           MOVE SHF-BRANCH-ID TO WORK-LIST-BRANCH.
           PERFORM DO-FORMAT-ONE-DAY
                   VARYING WORK-DAY-INDEX FROM 1 BY 1
                   UNTIL WORK-DAY-INDEX GREATER THAN 7.
           DISPLAY WORK-LIST-LINE.

       DO-FORMAT-ONE-DAY.
           IF SHF-START-TIME (WORK-DAY-INDEX) EQUAL ZERO
               MOVE "   OFF" TO WORK-LIST-SHIFT (WORK-DAY-INDEX)
           ELSE
               MOVE SHF-START-TIME (WORK-DAY-INDEX)
                       TO WORK-LIST-SHIFT (WORK-DAY-INDEX) (1:4)
               MOVE "-" TO WORK-LIST-SHIFT (WORK-DAY-INDEX) (5:1)
               MOVE SHF-END-TIME (WORK-DAY-INDEX)
                       TO WORK-LIST-SHIFT (WORK-DAY-INDEX) (6:4)
           END-IF.

       DO-LIST-SCHEDULES.
           MOVE 0 TO WORK-LISTED-COUNT.
           MOVE "0" TO WORK-EOF-SWITCH.
           MOVE LOW-VALUES TO SHF-KEY.
           START SHIFT-SCHEDULE-FILE KEY IS NOT LESS THAN SHF-KEY
               INVALID KEY
                   MOVE "1" TO WORK-EOF-SWITCH
           END-START.
           DISPLAY "EMPL  BRN    SUN       MON       TUE       WED"
                   "       THU       FRI       SAT".
           PERFORM DO-LIST-NEXT-SCHEDULE UNTIL WORK-EOF.
           DISPLAY "SCHEDULES ON FILE: " WORK-LISTED-COUNT.

       DO-LIST-NEXT-SCHEDULE.
           READ SHIFT-SCHEDULE-FILE NEXT RECORD
               AT END
                   MOVE "1" TO WORK-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WORK-LISTED-COUNT
                   PERFORM DO-SHOW-SCHEDULE
           END-READ.
