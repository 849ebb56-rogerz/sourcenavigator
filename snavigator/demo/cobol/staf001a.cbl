           FILE STATUS IS WORK-STAFF-FILE-STATUS.
           SELECT CHAIN-LOG-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL.
      *    ROLE PERMISSIONS TABLE, AND THE JOURNAL A REFUSED
      *    FUNCTION IS WRITTEN TO FOR THE LIB043A SECURITY REPORT.
           SELECT PERMISSION-FILE ASSIGN TO DISK
           ACCESS MODE RANDOM
           ORGANIZATION INDEXED
           RECORD KEY PERM-KEY
           FILE STATUS IS WORK-PERMIT-STATUS.
           SELECT SIGN-ON-LOG-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WORK-SIGN-LOG-STATUS.
      *    PRESENT ONLY IN THE TRAINING DIRECTORY -- OPENS ONLY
      *    WHEN A TRAINING SIGN-ON AT MAIN01A HAS POINTED THE DATA
      *    PATH THERE, AND THEN PUTS UP THE TRAINING BANNER.
           SELECT TRAINING-CONTROL-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WORK-TRAINING-STATUS.
       DATA DIVISION.
       FILE SECTION.


       copy chainlog.

       copy permit.

       copy signlog.

       copy trainctl.

       WORKING-STORAGE SECTION.
      *************************************************************
      *                                                           *
      *  DEACTIVATE OPERATOR ACCOUNTS, WITH A ROLE LEVEL (CLERK   *
      *  OR SUPERVISOR) ON EACH. UNTIL NOW THE ONLY WAY TO GET A  *
      *  RECORD INTO STAFF.DAT WAS RERUNNING STFINIT. THE WHOLE   *
      *  SCREEN NEEDS A STAF001A ROW ON PERMIT.DAT FOR THE        *
      *  OPERATOR'S ROLE -- ANYONE ELSE WHO REACHES IT IS SENT    *
      *  STRAIGHT BACK TO THE MENU. ONLY A SUPERVISOR MAY GIVE AN *
      *  ACCOUNT THE SUPERVISOR ROLE.                             *
      *                                                           *
      *************************************************************

                                                 VALUE "STAF001A.EXE".
       01 CALLED-FROM-PRGM-NAME                  PIC X(12).
       01 WORK-OPERATOR-ID                       PIC X(5).
       01 WORK-TRAINING-STATUS                   PIC XX.
      *    SHOWN ON LINE 1 OF THE SCREENS -- SPACES WHEN LIVE.
       01 WORK-TRAINING-BANNER                   PIC X(10)
                                                 VALUE SPACES.
      *    PERMIT.DAT LOOKUP FOR A RESTRICTED FUNCTION -- THE CALLER
      *    SETS THE FUNCTION CODE ("F6") BEFORE DO-CHECK-PERMISSION.
       01 WORK-PERMIT-STATUS                     PIC XX.
       01 WORK-SIGN-LOG-STATUS                   PIC XX.
       01 WORK-PERMIT-FUNCTION                   PIC X(3).
       01 WORK-PERMIT-OK-SWITCH                  PIC X.
          88 WORK-PERMIT-OK                          VALUE "Y".
       01 WORK-STAFF-FILE-STATUS                 PIC XX.
      *    PIN-AGING BOOKKEEPING -- AN ADD STAMPS THE PIN-SET DATE
      *    WITH TODAY; AN EDIT THAT CHANGES THE PIN RETIRES THE OLD
      *    ONE ONTO THE PRIOR-PIN LIST AND RESTAMPS THE DATE, SO
      *    MAIN01A'S 90-DAY CLOCK AND REUSE CHECK STAY HONEST.
       01 WORK-OLD-PIN-HOLD                      PIC X(4).
      *    PINS ARE STORED SCRAMBLED UNDER THE STAFF ID AND NEVER
      *    SHOWN -- THE PIN FIELD ON THE SCREEN IS ONLY FOR KEYING A
      *    NEW ONE.

       copy pinscrm.

       01 WORK-PIN-ENTRY-SWITCH                  PIC X.
          88 WORK-PIN-ENTRY-OK                       VALUE "Y".
       01 WORK-ROLE-ENTRY-SWITCH                 PIC X.
          88 WORK-ROLE-ENTRY-OK                      VALUE "Y".
       01 WORK-TODAY-RAW-DATE.
          05 WORK-TODAY-RAW-YY                   PIC 99.
          05 WORK-TODAY-RAW-MM                   PIC 99.
                                    HIGHLIGHT.
          05 LINE 1 COLUMN 32      VALUE "A C C O U N T S"
                                    HIGHLIGHT.
          05 LINE 1 COLUMN 70       PIC X(10)
                                    HIGHLIGHT BLINK
                                    FROM WORK-TRAINING-BANNER.
          05 LINE 2 COLUMN 1        HIGHLIGHT
             VALUE "****************************************".
          05 LINE 2 COLUMN 41       HIGHLIGHT
                                    HIGHLIGHT
                                    USING WORK-STAFF-ID.
          05 LINE 7 COLUMN 2        HIGHLIGHT
             VALUE "PIN (4 DIGITS -- BLANK ON EDIT KEEPS THE OLD ONE)".
          05 STAFF-PIN-ENTRY        LINE 8 COLUMN 4
                                    PIC X(4)
                                    FOREGROUND-COLOR 7
                                    HIGHLIGHT
                                    USING WORK-STAFF-PIN.
          05 LINE 10 COLUMN 2       HIGHLIGHT
             VALUE "ROLE C=CLERK S=SUPERVISOR P=PAYROLL CLERK".
          05 LINE 10 COLUMN 45      HIGHLIGHT
             VALUE "M=BRANCH MANAGER O=SYSTEMS OPERATOR".
          05 STAFF-ROLE-ENTRY       LINE 11 COLUMN 4
                                    PIC X
                                    FOREGROUND-COLOR 7
                                   WORK-OPERATOR-ID.
       C000-MAIN-LINE SECTION.
       C020-MAIN-LINE-LOGIC.
           PERFORM DO-CHECK-TRAINING-MODE.
           MOVE SPACES TO WORK-PERMIT-FUNCTION.
           PERFORM DO-CHECK-PERMISSION.
           IF NOT WORK-PERMIT-OK
               DISPLAY "YOUR ROLE IS NOT PERMITTED STAFF "
                       "MAINTENANCE"
               PERFORM DO-LOG-CHAIN
               CHAIN CALLED-FROM-PRGM-NAME.
           IF  KEY-SWITCH EQUAL KEY-SWITCH-F5
               DISPLAY SCREEN1-STAFF-ENTRY
               ACCEPT SCREEN1-STAFF-ENTRY
               PERFORM DO-CHECK-ROLE-ENTRY
               MOVE "N" TO WORK-PIN-ENTRY-SWITCH
               IF WORK-STAFF-PIN NUMERIC
                   MOVE "Y" TO WORK-PIN-ENTRY-SWITCH
               ELSE
                   DISPLAY "PIN MUST BE FOUR DIGITS"
               END-IF
               IF WORK-ROLE-ENTRY-OK AND WORK-PIN-ENTRY-OK
                   MOVE WORK-STAFF-WORK-RECORD TO STAFF-RECORD (1:11)
                   MOVE WORK-STAFF-PIN TO PIN-SCRAMBLE-CLEAR
                   PERFORM DO-SCRAMBLE-PIN
                   MOVE PIN-SCRAMBLE-RESULT TO STAFF-PIN
                   PERFORM DO-STAMP-PIN-SET-DATE
                   MOVE SPACES TO STAFF-PRIOR-PINS
                   WRITE STAFF-RECORD
                       INVALID KEY
                           DISPLAY "STAFF ID ALREADY ON FILE"
                   END-WRITE
               END-IF
           ELSE IF KEY-SWITCH EQUAL KEY-SWITCH-F3
               PERFORM DO-FIND-STAFF
           ELSE IF KEY-SWITCH EQUAL KEY-SWITCH-F4
                   DISPLAY "STAFF ID NOT ON FILE"
               NOT INVALID KEY
                   MOVE STAFF-RECORD TO WORK-STAFF-WORK-RECORD
                   MOVE SPACES TO WORK-STAFF-PIN
                   DISPLAY SCREEN1-STAFF-ENTRY
           END-READ.

               INVALID KEY
                   DISPLAY "STAFF ID NOT ON FILE"
               NOT INVALID KEY
                   IF STAFF-IS-SUPERVISOR
                      AND PASSWORD-ACCESS-FLAG NOT EQUAL "S"
                       DISPLAY "ONLY A SUPERVISOR MAY CHANGE A "
                               "SUPERVISOR ACCOUNT"
                   ELSE
                       PERFORM DO-EDIT-STAFF-RECORD
                   END-IF
           END-READ.

       DO-EDIT-STAFF-RECORD.
           MOVE STAFF-RECORD (1:11) TO WORK-STAFF-WORK-RECORD.
           MOVE STAFF-PIN TO WORK-OLD-PIN-HOLD.
           MOVE SPACES TO WORK-STAFF-PIN.
           DISPLAY SCREEN1-STAFF-ENTRY.
           ACCEPT SCREEN1-STAFF-ENTRY.
           PERFORM DO-CHECK-ROLE-ENTRY.
           IF NOT WORK-ROLE-ENTRY-OK
               MOVE STAFF-ROLE TO WORK-STAFF-ROLE
               DISPLAY "ROLE LEFT AS " STAFF-ROLE.
      *    THE STAFF ID IS THE FILE KEY -- KEEP THE ONE THAT WAS
      *    READ SO A RETYPE CANNOT REWRITE A DIFFERENT ACCOUNT.
           MOVE STAFF-ID TO WORK-STAFF-ID.
           MOVE WORK-STAFF-WORK-RECORD TO STAFF-RECORD (1:11).
      *    A BLANK PIN KEEPS THE ONE ON FILE; FOUR DIGITS ARE
      *    SCRAMBLED INTO ITS PLACE.
           IF WORK-STAFF-PIN EQUAL SPACES
               MOVE WORK-OLD-PIN-HOLD TO STAFF-PIN
           ELSE IF WORK-STAFF-PIN NUMERIC
               MOVE WORK-STAFF-PIN TO PIN-SCRAMBLE-CLEAR
               PERFORM DO-SCRAMBLE-PIN
               MOVE PIN-SCRAMBLE-RESULT TO STAFF-PIN
           ELSE
               DISPLAY "PIN MUST BE FOUR DIGITS -- PIN LEFT AS IS"
               MOVE WORK-OLD-PIN-HOLD TO STAFF-PIN.
      *    A CHANGED PIN RETIRES THE OLD ONE AND RESTARTS THE
      *    90-DAY CLOCK; AN UNCHANGED PIN KEEPS ITS HISTORY.
           IF STAFF-PIN NOT EQUAL WORK-OLD-PIN-HOLD
               MOVE STAFF-PRIOR-PIN (2) TO STAFF-PRIOR-PIN (3)
               MOVE STAFF-PRIOR-PIN (1) TO STAFF-PRIOR-PIN (2)
               MOVE WORK-OLD-PIN-HOLD TO STAFF-PRIOR-PIN (1)
               PERFORM DO-STAMP-PIN-SET-DATE.
           REWRITE STAFF-RECORD.

      *    THE ROLE KEYED MUST BE ONE OF THE FIVE, AND ONLY A
      *    SUPERVISOR MAY HAND OUT THE SUPERVISOR ROLE -- OTHERWISE A
      *    MANAGER ALLOWED ON THIS SCREEN COULD PROMOTE THEMSELVES
      *    PAST THE PERMISSIONS TABLE.
       DO-CHECK-ROLE-ENTRY.
           MOVE "Y" TO WORK-ROLE-ENTRY-SWITCH.
           IF WORK-STAFF-ROLE NOT EQUAL "C" AND NOT EQUAL "S"
              AND NOT EQUAL "P" AND NOT EQUAL "M"
              AND NOT EQUAL "O"
               DISPLAY "ROLE MUST BE C, S, P, M, OR O"
               MOVE "N" TO WORK-ROLE-ENTRY-SWITCH
           ELSE IF WORK-STAFF-ROLE EQUAL "S"
              AND PASSWORD-ACCESS-FLAG NOT EQUAL "S"
               DISPLAY "ONLY A SUPERVISOR MAY GRANT THE SUPERVISOR "
                       "ROLE"
               MOVE "N" TO WORK-ROLE-ENTRY-SWITCH.

      *    SCRAMBLES PIN-SCRAMBLE-CLEAR UNDER THE STAFF ID IN THE
      *    RECORD BUFFER, INTO PIN-SCRAMBLE-RESULT.
       DO-SCRAMBLE-PIN.
           MOVE STAFF-ID TO PIN-SCRAMBLE-KEY.
           CALL "PINSCRAM" USING PIN-SCRAMBLE-AREA.

       DO-STAMP-PIN-SET-DATE.
           ACCEPT WORK-TODAY-RAW-DATE FROM DATE.
               INVALID KEY
                   DISPLAY "STAFF ID NOT ON FILE"
               NOT INVALID KEY
                   IF STAFF-IS-SUPERVISOR
                      AND PASSWORD-ACCESS-FLAG NOT EQUAL "S"
                       DISPLAY "ONLY A SUPERVISOR MAY DEACTIVATE A "
                               "SUPERVISOR ACCOUNT"
                   ELSE
                       MOVE "N" TO STAFF-ACTIVE-FLAG
                       REWRITE STAFF-RECORD
                       DISPLAY "ACCOUNT DEACTIVATED"
                   END-IF
           END-READ.

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
           MOVE WORK-OPERATOR-ID TO CHAIN-LOG-OPERATOR.
           WRITE CHAIN-LOG-RECORD.
           CLOSE CHAIN-LOG-FILE.

      *    ONE RESTRICTED FUNCTION LOOKED UP ON PERMIT.DAT FOR THE
      *    ROLE MAIN01A PASSED IN PASSWORD-ACCESS-FLAG. A SUPERVISOR
      *    IS NEVER REFUSED; ANY OTHER ROLE NEEDS A "Y" ROW, AND NO
      *    ROW (OR NO TABLE) IS A REFUSAL, JOURNALED FOR LIB043A.
       DO-CHECK-PERMISSION.
           MOVE "N" TO WORK-PERMIT-OK-SWITCH.
           IF PASSWORD-ACCESS-FLAG EQUAL "S"
               MOVE "Y" TO WORK-PERMIT-OK-SWITCH
           ELSE
               OPEN INPUT PERMISSION-FILE
               IF WORK-PERMIT-STATUS EQUAL "00"
                   MOVE PASSWORD-ACCESS-FLAG TO PERM-ROLE
                   MOVE "STAF001A" TO PERM-PROGRAM
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
               PERFORM DO-LOG-PERMIT-REFUSAL.

      *    SAME OPEN-EXTEND SHAPE AS MAIN01A'S SIGN-ON JOURNALING.
       DO-LOG-PERMIT-REFUSAL.
           OPEN EXTEND SIGN-ON-LOG-FILE.
           IF WORK-SIGN-LOG-STATUS NOT EQUAL "00"
               OPEN OUTPUT SIGN-ON-LOG-FILE.
           ACCEPT SIGN-LOG-DATE FROM DATE.
           ACCEPT SIGN-LOG-TIME FROM TIME.
           MOVE WORK-OPERATOR-ID TO SIGN-LOG-STAFF-ID.
           MOVE "DENIED" TO SIGN-LOG-EVENT.
           MOVE "STAF001A" TO SIGN-LOG-PROGRAM.
           MOVE WORK-PERMIT-FUNCTION TO SIGN-LOG-FUNCTION.
           WRITE SIGN-ON-LOG-RECORD.
           CLOSE SIGN-ON-LOG-FILE.
