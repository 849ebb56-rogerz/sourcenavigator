           PRINTER IS PRINTER-DISPLAY.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    DYNAMIC SO A SAVE CAN ALSO WALK THE FILE AND COUNT WHO
      *    ELSE FILLS THE SAME POSITION.
           SELECT EMPLOYMENT-MASTER ASSIGN TO DISK
           ACCESS MODE DYNAMIC
           ORGANIZATION INDEXED
           RECORD KEY EMP-MASTER-ID
           FILE STATUS IS WORK-EMPMAST-STATUS.
           ORGANIZATION INDEXED
           RECORD KEY JOB-CODE
           FILE STATUS IS WORK-JOB-CODE-STATUS.
      *    READ-ONLY HERE -- THE POS001A TABLE OF BOARD-APPROVED
      *    POSITIONS AN ACTIVE EMPLOYEE MUST BE ASSIGNED TO.
           SELECT POSITION-FILE ASSIGN TO DISK
           ACCESS MODE RANDOM
           ORGANIZATION INDEXED
           RECORD KEY POS-KEY
           FILE STATUS IS WORK-POSITION-STATUS.

       DATA DIVISION.
       FILE SECTION.
       copy empmast.
       copy empaddr.
       copy jobcode.
       copy position.
       WORKING-STORAGE SECTION.
      *    MAINTENANCE SCREEN FOR THE EMPLOYMENT MASTER -- THE
      *    PAYROLL SYSTEM FINALLY KNOWS A HIRE DATE, DEPARTMENT,
       01 W010-EMPM-WK-HIRE-DD                   PIC 99.
       01 W010-EMPM-WK-HIRE-YY                   PIC 99.
       01 W010-EMPM-WK-DEPARTMENT                PIC X(4).
       01 W010-EMPM-WK-POSITION                  PIC X(4).
       01 W010-EMPM-WK-EMP-STATUS                PIC X.
      *    UP TO THREE AUTHORIZED JOB CODES -- BLANK SLOTS ARE
      *    SIMPLY UNUSED.
          05 W010-EMPM-WK-JOB-CODE               OCCURS 3 TIMES
                                                 PIC X(4).
       01 W010-JOB-CODE-INDEX                    PIC 9.
      *    H OR S, AND THE ANNUAL SALARY AN S EMPLOYEE IS PAID ON --
      *    CHAP426 PAYS IT OVER 52 WEEKS WITH NO TIME RECORD.
       01 W010-EMPM-WK-PAY-TYPE                  PIC X.
       01 W010-EMPM-WK-SALARY                    PIC 9(7)V99.
       01 W025-MESSAGE-LINE                      PIC X(40).
       01 WORK-TODAY-RAW-DATE.
          05 WORK-TODAY-RAW-YY                   PIC 99.
       01 WORK-JOB-CODE-STATUS                   PIC XX.
       01 WORK-JOBCODES-OPEN-SWITCH              PIC X.
          88 WORK-JOBCODES-IS-OPEN                   VALUE "Y".
       01 WORK-POSITION-STATUS                   PIC XX.
       01 WORK-POSITIONS-OPEN-SWITCH             PIC X.
          88 WORK-POSITIONS-IS-OPEN                  VALUE "Y".
      *    THE HEADCOUNT THE BOARD APPROVED FOR THE POSITION BEING
      *    SAVED, AND HOW MANY ACTIVE EMPLOYEES NOW FILL IT.
       01 W040-APPROVED-COUNT                    PIC 9(3).
       01 W040-FILLED-COUNT                      PIC 9(4).
       SCREEN SECTION.
       01 SCREEN1-EMPM-ENTRY.
          05 BLANK SCREEN.
                                    PIC X(4)
                                    REVERSE-VIDEO
                                    USING W010-EMPM-WK-DEPARTMENT.
          05 LINE 11 COLUMN 37      HIGHLIGHT
                                    VALUE "POSITION:".
          05 SCREEN1-POSITION       LINE 11 COLUMN 47
                                    PIC X(4)
                                    REVERSE-VIDEO
                                    USING W010-EMPM-WK-POSITION.
          05 LINE 13 COLUMN 6       HIGHLIGHT
                                    VALUE "EMPLOYMENT STATUS A/T:".
          05 SCREEN1-EMP-STATUS     LINE 13 COLUMN 30
                                    PIC X(4)
                                    REVERSE-VIDEO
                                    USING W010-EMPM-WK-JOB-CODE (3).
          05 LINE 17 COLUMN 15      HIGHLIGHT
                                    VALUE "PAY TYPE H/S:".
          05 SCREEN1-PAY-TYPE       LINE 17 COLUMN 30
                                    PIC X
                                    REVERSE-VIDEO
                                    USING W010-EMPM-WK-PAY-TYPE.
          05 LINE 17 COLUMN 34      HIGHLIGHT
                                    VALUE "ANNUAL SALARY:".
          05 SCREEN1-SALARY         LINE 17 COLUMN 49
                                    PIC 9(7).99
                                    REVERSE-VIDEO
                                    USING W010-EMPM-WK-SALARY.
          05 SCREEN1-MESSAGE        LINE 19 COLUMN 10
                                    HIGHLIGHT
                                    PIC X(40)
                                    FROM W025-MESSAGE-LINE.
           IF WORK-JOB-CODE-STATUS EQUAL "00"
               MOVE "Y" TO WORK-JOBCODES-OPEN-SWITCH
           END-IF.
      *    LIKEWISE THE POSITION TABLE, OWNED BY POS001A -- UNTIL IT
      *    EXISTS NO POSITION IS ASKED FOR, AND NONE CAN BE KEYED.
           MOVE "N" TO WORK-POSITIONS-OPEN-SWITCH.
           OPEN INPUT POSITION-FILE.
           IF WORK-POSITION-STATUS EQUAL "00"
               MOVE "Y" TO WORK-POSITIONS-OPEN-SWITCH
           END-IF.
           OPEN I-O EMPLOYMENT-MASTER.
           IF WORK-EMPMAST-STATUS NOT EQUAL "00"
               OPEN OUTPUT EMPLOYMENT-MASTER
           CLOSE EMPLOYMENT-MASTER.
           IF WORK-JOBCODES-IS-OPEN
               CLOSE JOB-CODE-FILE.
           IF WORK-POSITIONS-IS-OPEN
               CLOSE POSITION-FILE.
           DISPLAY "EMPM001A SESSION COMPLETE, RECORDS TOUCHED: "
                   W005-CHANGES-MADE-COUNT.
           STOP RUN.
                   MOVE EMP-HIRE-DD TO W010-EMPM-WK-HIRE-DD
                   MOVE EMP-HIRE-YY TO W010-EMPM-WK-HIRE-YY
                   MOVE EMP-DEPARTMENT TO W010-EMPM-WK-DEPARTMENT
                   MOVE EMP-POSITION-NUMBER TO W010-EMPM-WK-POSITION
                   MOVE EMP-EMPLOYMENT-STATUS
                           TO W010-EMPM-WK-EMP-STATUS
                   MOVE EMP-JOB-CODES TO W010-EMPM-WK-JOB-CODES
                   IF EMP-PAID-SALARY
                       MOVE "S" TO W010-EMPM-WK-PAY-TYPE
                       MOVE EMP-ANNUAL-SALARY TO W010-EMPM-WK-SALARY
                   ELSE
                       MOVE "H" TO W010-EMPM-WK-PAY-TYPE
                       MOVE ZERO TO W010-EMPM-WK-SALARY
                   END-IF
                   MOVE "RECORD FOUND" TO W025-MESSAGE-LINE
           END-READ.
           DISPLAY SCREEN1-EMPM-ENTRY.
                   NOT INVALID KEY
                       ADD 1 TO W005-CHANGES-MADE-COUNT
                       MOVE "RECORD ADDED" TO W025-MESSAGE-LINE
                       PERFORM C640-COUNT-POSITION-HEADS
                       IF W040-FILLED-COUNT GREATER THAN
                               W040-APPROVED-COUNT
                           MOVE "ADDED -- POSITION OVER APPROVED COUNT"
                                   TO W025-MESSAGE-LINE
                       END-IF
               END-WRITE
           END-IF.
           DISPLAY SCREEN1-EMPM-ENTRY.
                       REWRITE EMPLOYMENT-MASTER-RECORD
                       ADD 1 TO W005-CHANGES-MADE-COUNT
                       MOVE "RECORD CHANGED" TO W025-MESSAGE-LINE
                       PERFORM C640-COUNT-POSITION-HEADS
                       IF W040-FILLED-COUNT GREATER THAN
                               W040-APPROVED-COUNT
                           MOVE
                             "CHANGED -- POSITION OVER APPROVED COUNT"
                                   TO W025-MESSAGE-LINE
                       END-IF
               END-READ
           END-IF.
           DISPLAY SCREEN1-EMPM-ENTRY.
                   OR W010-EMPM-WK-HIRE-DD GREATER THAN 31
               MOVE "HIRE DATE IS NOT A REAL DATE"
                       TO W025-MESSAGE-LINE
           ELSE IF W010-EMPM-WK-PAY-TYPE NOT EQUAL "H"
                   AND W010-EMPM-WK-PAY-TYPE NOT EQUAL "S"
               MOVE "PAY TYPE MUST BE H OR S" TO W025-MESSAGE-LINE
           ELSE IF W010-EMPM-WK-PAY-TYPE EQUAL "S"
                   AND W010-EMPM-WK-SALARY EQUAL ZERO
               MOVE "SALARIED EMPLOYEE NEEDS AN ANNUAL SALARY"
                       TO W025-MESSAGE-LINE
           ELSE
               PERFORM C620-EDIT-JOB-CODES
               IF W025-MESSAGE-LINE EQUAL SPACES
                   PERFORM C630-EDIT-POSITION.
      *
      *    EVERY NON-BLANK JOB CODE MUST BE A RATED CODE ON THE
      *    TABLE -- A FLOATING EMPLOYEE GETS UP TO THREE.
                   END-IF
               END-IF
           END-PERFORM.
      *
      *    ONCE POS001A HAS BUILT THE TABLE, AN ACTIVE EMPLOYEE FILLS
      *    AN APPROVED POSITION IN THEIR OWN DEPARTMENT. THE COUNT IS
      *    NOT AN EDIT -- A HIRE OVER THE APPROVED HEADCOUNT IS SAVED
      *    AND WARNED ABOUT, SINCE THE BOARD MAY ALREADY HAVE AGREED.
       C630-EDIT-POSITION.
           MOVE ZERO TO W040-APPROVED-COUNT.
           IF NOT WORK-POSITIONS-IS-OPEN
               IF W010-EMPM-WK-POSITION NOT EQUAL SPACES
                   MOVE "NO POSITION TABLE -- RUN POS001A FIRST"
                           TO W025-MESSAGE-LINE
               END-IF
           ELSE IF W010-EMPM-WK-POSITION EQUAL SPACES
               IF W010-EMPM-WK-EMP-STATUS EQUAL "A"
                   MOVE "POSITION IS REQUIRED -- SEE POS001A"
                           TO W025-MESSAGE-LINE
               END-IF
           ELSE
               MOVE W010-EMPM-WK-DEPARTMENT TO POS-DEPARTMENT
               MOVE W010-EMPM-WK-POSITION TO POS-NUMBER
               READ POSITION-FILE
                   INVALID KEY
                       MOVE "POSITION NOT ON THE TABLE FOR THAT DEPT"
                               TO W025-MESSAGE-LINE
                   NOT INVALID KEY
                       MOVE POS-APPROVED-COUNT TO W040-APPROVED-COUNT
               END-READ
           END-IF.
      *
      *    AFTER A SAVE, WALK THE MASTER AND COUNT THE ACTIVE
      *    EMPLOYEES NOW IN THE SAME DEPARTMENT AND POSITION --
      *    THE ONE JUST SAVED INCLUDED.
       C640-COUNT-POSITION-HEADS.
           MOVE ZERO TO W040-FILLED-COUNT.
           IF WORK-POSITIONS-IS-OPEN
                   AND W010-EMPM-WK-EMP-STATUS EQUAL "A"
                   AND W010-EMPM-WK-POSITION NOT EQUAL SPACES
              MOVE "0" TO WORK-FILE-EOF-FLAG
              MOVE LOW-VALUES TO EMP-MASTER-ID
              START EMPLOYMENT-MASTER
                      KEY IS NOT LESS THAN EMP-MASTER-ID
                 INVALID KEY
                    MOVE "1" TO WORK-FILE-EOF-FLAG
              END-START
              PERFORM UNTIL WORK-FILE-EOF
                 READ EMPLOYMENT-MASTER NEXT RECORD
                    AT END
                       MOVE "1" TO WORK-FILE-EOF-FLAG
                    NOT AT END
                       IF EMP-IS-ACTIVE
                          AND EMP-DEPARTMENT EQUAL
                                  W010-EMPM-WK-DEPARTMENT
                          AND EMP-POSITION-NUMBER EQUAL
                                  W010-EMPM-WK-POSITION
                          ADD 1 TO W040-FILLED-COUNT
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.
      *
       C610-BUILD-MASTER-RECORD.
           MOVE W010-EMPM-WK-ID TO EMP-MASTER-ID.
           MOVE W010-EMPM-WK-HIRE-MM TO EMP-HIRE-MM.
           MOVE W010-EMPM-WK-HIRE-DD TO EMP-HIRE-DD.
           MOVE W010-EMPM-WK-DEPARTMENT TO EMP-DEPARTMENT.
           MOVE W010-EMPM-WK-POSITION TO EMP-POSITION-NUMBER.
           MOVE W010-EMPM-WK-EMP-STATUS TO EMP-EMPLOYMENT-STATUS.
           MOVE W010-EMPM-WK-JOB-CODES TO EMP-JOB-CODES.
           MOVE W010-EMPM-WK-PAY-TYPE TO EMP-PAY-TYPE.
      *    AN HOURLY EMPLOYEE CARRIES NO SALARY, SO A LATER SWITCH
      *    TO S CANNOT PICK UP A FIGURE NOBODY RE-KEYED.
           IF W010-EMPM-WK-PAY-TYPE EQUAL "S"
               MOVE W010-EMPM-WK-SALARY TO EMP-ANNUAL-SALARY
           ELSE
               MOVE ZERO TO EMP-ANNUAL-SALARY.
      *    AN ADD STARTS WITH A CLEAN TERMINATION BLOCK; A CHANGE
      *    KEEPS WHATEVER THE TERMINATE ACTION PUT THERE.
           IF W010-EMPM-WK-ACTION EQUAL "A"
           MOVE SPACES TO        W010-EMPM-WK-ACTION
                                 W010-EMPM-WK-ID
                                 W010-EMPM-WK-DEPARTMENT
                                 W010-EMPM-WK-POSITION
                                 W025-MESSAGE-LINE.
           MOVE SPACES TO        W010-EMPM-WK-JOB-CODES.
           MOVE "S" TO           W010-EMPM-WK-FILING.
           MOVE "A" TO           W010-EMPM-WK-EMP-STATUS.
           MOVE "H" TO           W010-EMPM-WK-PAY-TYPE.
           MOVE ZERO TO          W010-EMPM-WK-SALARY.
           MOVE ZERO TO          W010-EMPM-WK-HIRE-MM
                                 W010-EMPM-WK-HIRE-DD
                                 W010-EMPM-WK-HIRE-YY.
