       IDENTIFICATION DIVISION.
       PROGRAM-ID. POS001A.
      ***************************************************************
      *                                                             *
      *   POSITION TABLE MAINTENANCE -- THE STAFFING BUDGET THE     *
      *   BOARD APPROVES, ONE ROW PER DEPARTMENT AND POSITION,      *
      *   LIVES ON POSITION.DAT SO PAYROLL CAN BE HELD TO IT.       *
      *   CONSOLE-DRIVEN (SAME SHAPE AS JOB001A):                   *
      *     A = ADD A POSITION   C = CHANGE ITS BUDGET              *
      *     F = FIND ONE     L = LIST THE WHOLE TABLE   X = EXIT    *
      *   A POSITION IS FILLED UNDER A CODE ON THE JOB001A TABLE.   *
      *   EMPM001A ASSIGNS EMPLOYEES TO POSITIONS; PAY018A REPORTS  *
      *   BUDGET AGAINST ACTUAL EACH MONTH.                         *
      *                                                             *
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSITION-FILE ASSIGN TO DISK
           ACCESS MODE DYNAMIC
           ORGANIZATION INDEXED
           RECORD KEY POS-KEY
           FILE STATUS IS WORK-POSITION-STATUS.
      *    READ-ONLY HERE -- THE POSITION'S JOB CODE MUST BE ON IT.
           SELECT JOB-CODE-FILE ASSIGN TO DISK
           ACCESS MODE RANDOM
           ORGANIZATION INDEXED
           RECORD KEY JOB-CODE
           FILE STATUS IS WORK-JOB-CODE-STATUS.
       DATA DIVISION.
       FILE SECTION.

       copy position.
       copy jobcode.

       WORKING-STORAGE SECTION.
       01 WORK-POSITION-STATUS                    PIC XX.
       01 WORK-JOB-CODE-STATUS                    PIC XX.
       01 WORK-JOBCODES-OPEN-SWITCH               PIC X VALUE "N".
          88 WORK-JOBCODES-IS-OPEN                    VALUE "Y".
       01 WORK-COMMAND-ENTRY                      PIC X.
       01 WORK-DONE-SWITCH                        PIC X VALUE "0".
          88 WORK-ENTRY-DONE                          VALUE "1".
       01 WORK-DEPARTMENT-ENTRY                   PIC X(4).
       01 WORK-POSITION-ENTRY                     PIC X(4).
       01 WORK-COUNT-ENTRY                        PIC X(3).
       01 WORK-HOURS-ENTRY                        PIC X(6).
       01 WORK-COST-ENTRY                         PIC X(9).
       01 WORK-FIELDS-OK-SWITCH                   PIC X.
          88 WORK-FIELDS-OK                           VALUE "Y".
       01 WORK-EOF-SWITCH                         PIC X.
          88 WORK-EOF                                 VALUE "1".
       01 WORK-LISTED-COUNT                       PIC 9(3).
       01 WORK-LISTED-HEADS                       PIC 9(5).
       01 WORK-LISTED-COST                        PIC 9(9)V99.
       01 WORK-LIST-LINE.
          05 WORK-LIST-DEPARTMENT                 PIC X(4).
          05 FILLER                               PIC X VALUE SPACE.
          05 WORK-LIST-NUMBER                     PIC X(4).
          05 FILLER                               PIC X VALUE SPACE.
          05 WORK-LIST-JOB-CODE                   PIC X(4).
          05 FILLER                               PIC X VALUE SPACE.
          05 WORK-LIST-TITLE                      PIC X(20).
          05 FILLER                               PIC X VALUE SPACE.
          05 WORK-LIST-COUNT                      PIC ZZ9.
          05 FILLER                               PIC X VALUE SPACE.
          05 WORK-LIST-HOURS                      PIC Z,ZZ9.99.
          05 FILLER                               PIC X VALUE SPACE.
          05 WORK-LIST-COST                       PIC Z,ZZZ,ZZ9.99.
       01 WORK-TOTAL-COST                         PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       C000-MAIN-LINE SECTION.
       C020-MAIN-LINE-LOGIC.
           OPEN I-O POSITION-FILE.
           IF WORK-POSITION-STATUS NOT EQUAL "00"
               OPEN OUTPUT POSITION-FILE
               CLOSE POSITION-FILE
               OPEN I-O POSITION-FILE
           END-IF.
      *    THE JOB TABLE IS OWNED BY JOB001A -- WITHOUT IT NO CODE
      *    CAN BE VERIFIED, SO NO POSITION CAN BE ADDED OR CHANGED.
           OPEN INPUT JOB-CODE-FILE.
           IF WORK-JOB-CODE-STATUS EQUAL "00"
               MOVE "Y" TO WORK-JOBCODES-OPEN-SWITCH
           END-IF.
           DISPLAY "POSITION TABLE MAINTENANCE".
           PERFORM DO-ONE-COMMAND UNTIL WORK-ENTRY-DONE.
           CLOSE POSITION-FILE.
           IF WORK-JOBCODES-IS-OPEN
               CLOSE JOB-CODE-FILE.
           STOP RUN.

       DO-ONE-COMMAND.
           MOVE SPACE TO WORK-COMMAND-ENTRY.
           DISPLAY "A=ADD C=CHANGE F=FIND L=LIST X=EXIT: ".
           ACCEPT WORK-COMMAND-ENTRY.
           IF WORK-COMMAND-ENTRY EQUAL "A"
               PERFORM DO-ADD-POSITION
           ELSE IF WORK-COMMAND-ENTRY EQUAL "C"
               PERFORM DO-CHANGE-POSITION
           ELSE IF WORK-COMMAND-ENTRY EQUAL "F"
               PERFORM DO-FIND-POSITION
           ELSE IF WORK-COMMAND-ENTRY EQUAL "L"
               PERFORM DO-LIST-POSITIONS
           ELSE IF WORK-COMMAND-ENTRY EQUAL "X"
               MOVE "1" TO WORK-DONE-SWITCH.

       DO-ADD-POSITION.
           PERFORM DO-ACCEPT-POSITION-KEY.
           IF POS-DEPARTMENT EQUAL SPACES
                   OR POS-NUMBER EQUAL SPACES
               DISPLAY "DEPARTMENT AND POSITION ARE BOTH REQUIRED"
           ELSE
               PERFORM DO-ACCEPT-BUDGET-FIELDS
               IF WORK-FIELDS-OK
                   WRITE POSITION-RECORD
                       INVALID KEY
                           DISPLAY "POSITION ALREADY ON THE TABLE"
                       NOT INVALID KEY
                           DISPLAY "POSITION " POS-DEPARTMENT " "
                                   POS-NUMBER " ADDED FOR "
                                   POS-APPROVED-COUNT
                   END-WRITE
               END-IF
           END-IF.

       DO-CHANGE-POSITION.
           PERFORM DO-ACCEPT-POSITION-KEY.
           READ POSITION-FILE
               INVALID KEY
                   DISPLAY "POSITION NOT ON THE TABLE"
               NOT INVALID KEY
                   PERFORM DO-SHOW-POSITION
                   PERFORM DO-ACCEPT-BUDGET-FIELDS
                   IF WORK-FIELDS-OK
                       REWRITE POSITION-RECORD
                       DISPLAY "POSITION " POS-DEPARTMENT " "
                               POS-NUMBER " CHANGED"
                   END-IF
           END-READ.

       DO-ACCEPT-POSITION-KEY.
           MOVE SPACES TO WORK-DEPARTMENT-ENTRY WORK-POSITION-ENTRY.
           DISPLAY "DEPARTMENT: ".
           ACCEPT WORK-DEPARTMENT-ENTRY.
           DISPLAY "POSITION NUMBER: ".
           ACCEPT WORK-POSITION-ENTRY.
           MOVE WORK-DEPARTMENT-ENTRY TO POS-DEPARTMENT.
           MOVE WORK-POSITION-ENTRY TO POS-NUMBER.

      *    A FIELD THAT FAILS ITS EDIT LEAVES THE TABLE UNTOUCHED --
      *    A BUDGET ROW WITH A ZERO IN IT WOULD QUIETLY SHOW EVERY
      *    HOUR WORKED AS OVERSPENDING.
       DO-ACCEPT-BUDGET-FIELDS.
           MOVE "Y" TO WORK-FIELDS-OK-SWITCH.
           DISPLAY "JOB CODE: ".
           MOVE SPACES TO POS-JOB-CODE.
           ACCEPT POS-JOB-CODE.
           IF NOT WORK-JOBCODES-IS-OPEN
               DISPLAY "NO JOB TABLE -- RUN JOB001A FIRST"
               MOVE "N" TO WORK-FIELDS-OK-SWITCH
           ELSE
               MOVE POS-JOB-CODE TO JOB-CODE
               READ JOB-CODE-FILE
                   INVALID KEY
                       DISPLAY "JOB CODE NOT ON THE TABLE"
                       MOVE "N" TO WORK-FIELDS-OK-SWITCH
               END-READ
           END-IF.
           IF WORK-FIELDS-OK
               DISPLAY "POSITION TITLE (BLANK = THE JOB TITLE): "
               MOVE SPACES TO POS-TITLE
               ACCEPT POS-TITLE
               IF POS-TITLE EQUAL SPACES
                   MOVE JOB-TITLE TO POS-TITLE
               END-IF
               DISPLAY "APPROVED HEADCOUNT: "
               MOVE SPACES TO WORK-COUNT-ENTRY
               ACCEPT WORK-COUNT-ENTRY
               IF WORK-COUNT-ENTRY (1:1) IS NOT NUMERIC
                   DISPLAY "HEADCOUNT NOT NUMERIC"
                   MOVE "N" TO WORK-FIELDS-OK-SWITCH
               ELSE
                   COMPUTE POS-APPROVED-COUNT =
                           FUNCTION NUMVAL (WORK-COUNT-ENTRY)
               END-IF
           END-IF.
           IF WORK-FIELDS-OK
               DISPLAY "WEEKLY HOURS, ALL HEADS, HUNDREDTHS "
                       "(E.G. 8000 = 80.00): "
               MOVE SPACES TO WORK-HOURS-ENTRY
               ACCEPT WORK-HOURS-ENTRY
               IF WORK-HOURS-ENTRY (1:1) IS NOT NUMERIC
                   DISPLAY "HOURS NOT NUMERIC"
                   MOVE "N" TO WORK-FIELDS-OK-SWITCH
               ELSE
                   COMPUTE POS-WEEKLY-HOURS =
                           FUNCTION NUMVAL (WORK-HOURS-ENTRY) / 100
               END-IF
           END-IF.
           IF WORK-FIELDS-OK
               DISPLAY "ANNUAL COST, ALL HEADS, CENTS "
                       "(E.G. 4200000 = 42000.00): "
               MOVE SPACES TO WORK-COST-ENTRY
               ACCEPT WORK-COST-ENTRY
               IF WORK-COST-ENTRY (1:1) IS NOT NUMERIC
                   DISPLAY "COST NOT NUMERIC"
                   MOVE "N" TO WORK-FIELDS-OK-SWITCH
               ELSE
                   COMPUTE POS-ANNUAL-COST =
                           FUNCTION NUMVAL (WORK-COST-ENTRY) / 100
               END-IF
           END-IF.
           IF NOT WORK-FIELDS-OK
               DISPLAY "NOTHING SAVED -- ENTER THE POSITION AGAIN".

       DO-FIND-POSITION.
           PERFORM DO-ACCEPT-POSITION-KEY.
           READ POSITION-FILE
               INVALID KEY
                   DISPLAY "POSITION NOT ON THE TABLE"
               NOT INVALID KEY
                   PERFORM DO-SHOW-POSITION
           END-READ.

       DO-SHOW-POSITION.
           MOVE POS-DEPARTMENT TO WORK-LIST-DEPARTMENT.
           MOVE POS-NUMBER TO WORK-LIST-NUMBER.
           MOVE POS-JOB-CODE TO WORK-LIST-JOB-CODE.
           MOVE POS-TITLE TO WORK-LIST-TITLE.
           MOVE POS-APPROVED-COUNT TO WORK-LIST-COUNT.
           MOVE POS-WEEKLY-HOURS TO WORK-LIST-HOURS.
           MOVE POS-ANNUAL-COST TO WORK-LIST-COST.
           DISPLAY WORK-LIST-LINE.

       DO-LIST-POSITIONS.
           MOVE 0 TO WORK-LISTED-COUNT WORK-LISTED-HEADS
                     WORK-LISTED-COST.
           MOVE "0" TO WORK-EOF-SWITCH.
           MOVE LOW-VALUES TO POS-KEY.
           START POSITION-FILE KEY IS NOT LESS THAN POS-KEY
               INVALID KEY
                   MOVE "1" TO WORK-EOF-SWITCH
           END-START.
           DISPLAY "DEPT POS  JOB  TITLE                HDS "
                   "  WK HOURS  ANNUAL COST".
           PERFORM DO-LIST-NEXT-POSITION UNTIL WORK-EOF.
           MOVE WORK-LISTED-COST TO WORK-TOTAL-COST.
           DISPLAY "POSITIONS ON THE TABLE: " WORK-LISTED-COUNT
                   "  APPROVED HEADS: " WORK-LISTED-HEADS.
           DISPLAY "TOTAL BUDGETED ANNUAL COST: " WORK-TOTAL-COST.

       DO-LIST-NEXT-POSITION.
           READ POSITION-FILE NEXT RECORD
               AT END
                   MOVE "1" TO WORK-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WORK-LISTED-COUNT
                   ADD POS-APPROVED-COUNT TO WORK-LISTED-HEADS
                   ADD POS-ANNUAL-COST TO WORK-LISTED-COST
                   PERFORM DO-SHOW-POSITION
           END-READ.
