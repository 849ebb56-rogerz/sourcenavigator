           SELECT SYSTEM-PARM-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WORK-SYSPARM-STATUS.
      *    THE ROLE PERMISSIONS TABLE -- WHICH MENU PROGRAMS THE
      *    SIGNED-ON OPERATOR'S ROLE MAY RUN.
           SELECT PERMISSION-FILE ASSIGN TO DISK
           ACCESS MODE RANDOM
           ORGANIZATION INDEXED
           RECORD KEY PERM-KEY
           FILE STATUS IS WORK-PERMIT-STATUS.
      *    PRESENT ONLY IN THE TRAINING DIRECTORY -- OPENED AFTER A
      *    TRAINING SIGN-ON HAS POINTED THE DATA PATH THERE, TO
      *    PROVE THE TRAINING SET HAS BEEN LOADED.
           SELECT TRAINING-CONTROL-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WORK-TRAINING-STATUS.
       DATA DIVISION.
       FILE SECTION.


       copy sysparm.

       copy permit.

       copy trainctl.

       WORKING-STORAGE SECTION.
      *************************************************************
      *                                                           *
                                                  VALUE SPACES.
          05 F10-25-L                             PIC X(6)
                                                  VALUE SPACES.
      *    THE SAME LABELS AS TWO ROWS OF TEN, SO A MENU KEY THE
      *    OPERATOR'S ROLE MAY NOT USE CAN BE BLANKED BY POSITION.
       01 SCRN-FUNC-KEY-ROWS REDEFINES SCRN-FUNC-KEYS.
          05 SCRN-TOP-LABEL                       PIC X(6)
                                                  OCCURS 10 TIMES.
          05 SCRN-BOTTOM-LABEL                    PIC X(6)
                                                  OCCURS 10 TIMES.


      ***************************************************************
                                                 VALUE "MAINMENU.EXE".
       01 WORK-STAFF-ID                          PIC X(5).
       01 WORK-STAFF-PIN                         PIC X(4).
      *    PINS ARE STORED SCRAMBLED -- THE PIN KEYED IS SCRAMBLED
      *    THE SAME WAY AND THE TWO SCRAMBLED VALUES COMPARED.

       copy pinscrm.

       01 LOGIN-SUCCESSFUL-FLAG                  PIC X.
       01 LOGIN-ATTEMPT-COUNT                    PIC 9.
      *    ROLE CAPTURED WHILE THE STAFF RECORD IS STILL IN THE
       01 WORK-IDLE-NOW-MINUTES                  PIC 9(5).
       01 WORK-IDLE-ELAPSED-MINUTES              PIC S9(5).

      *************************************************************
      *  ROLE PERMISSIONS -- EACH MENU KEY F1-F9 IS LOOKED UP ON   *
      *  PERMIT.DAT FOR THE OPERATOR'S ROLE AT SIGN-ON. A KEY THE  *
      *  ROLE MAY NOT USE IS BLANKED ON THE MENU, AND PRESSING IT  *
      *  ANYWAY IS REFUSED AND JOURNALED TO SIGNLOG.DAT.           *
      *************************************************************
       01 WORK-PERMIT-STATUS                     PIC XX.
       01 WORK-MENU-PROGRAM-TABLE.
          05 FILLER                              PIC X(8)
                                                 VALUE "LIB001A".
          05 FILLER                              PIC X(8)
                                                 VALUE "BOOK001A".
          05 FILLER                              PIC X(8)
                                                 VALUE "CIRC001A".
          05 FILLER                              PIC X(8)
                                                 VALUE "STAT001A".
          05 FILLER                              PIC X(8)
                                                 VALUE "SELF001A".
          05 FILLER                              PIC X(8)
                                                 VALUE "RULE001A".
          05 FILLER                              PIC X(8)
                                                 VALUE "STAF001A".
          05 FILLER                              PIC X(8)
                                                 VALUE "XFER001A".
          05 FILLER                              PIC X(8)
                                                 VALUE "SPOL001A".
       01 WORK-MENU-PROGRAMS REDEFINES WORK-MENU-PROGRAM-TABLE.
          05 WORK-MENU-PROGRAM                   PIC X(8)
                                                 OCCURS 9 TIMES.
       01 WORK-MENU-ALLOWED-TABLE.
          05 WORK-MENU-ALLOWED                   PIC X
                                                 OCCURS 9 TIMES.
       01 WORK-MENU-INDEX                        PIC 99.
       01 WORK-MENU-REFUSED-SWITCH               PIC X.
          88 WORK-MENU-KEY-REFUSED                   VALUE "Y".
      *    THE PROGRAM NAMED ON A DENIED JOURNAL ENTRY -- SPACES FOR
      *    EVERY SIGN-ON EVENT.
       01 WORK-SIGNON-PROGRAM                    PIC X(8) VALUE SPACES.

       01 WORK-PIN-MAX-AGE-DAYS                  PIC 999 VALUE 90.
       01 WORK-PIN-AGE-DAYS                      PIC S9(5).
       01 WORK-PIN-CHANGE-NEEDED-SW              PIC X.
       01 WORK-CONV-SERIAL                       PIC 9(7).
       01 WORK-TODAY-SERIAL                      PIC 9(7).
       01 WORK-PIN-SET-SERIAL                    PIC 9(7).

      *************************************************************
      *  TRAINING MODE -- A "Y" IN THE TRAINING BOX AT SIGN-ON    *
      *  POINTS THE RUNTIME DATA PATH (COBDATA) AT THE TRAINING   *
      *  DIRECTORY BEFORE ANY PROGRAM IS CHAINED, SO EVERY FILE   *
      *  THE CHAINED PROGRAMS OPEN -- AUDIT TRAIL, CHAIN LOG,     *
      *  SPOOL, NOTICE QUEUE INCLUDED -- IS THE TRAINING COPY.    *
      *  THE LIVE FILES ARE THE ONES IN THE START-UP DIRECTORY,   *
      *  SO EVERY SIGN-ON FIRST CLEARS THE PATH BACK TO THEM.     *
      *  THE STAFF ID AND PIN ARE ALWAYS CHECKED AGAINST THE LIVE *
      *  STAFF FILE.                                              *
      *************************************************************
       01 WORK-TRAINING-REQUEST                  PIC X.
          88 WORK-TRAINING-REQUESTED                 VALUE "Y" "y".
       01 WORK-TRAINING-STATUS                   PIC XX.
       01 WORK-DATA-PATH-NAME                    PIC X(7)
                                                 VALUE "COBDATA".
       01 WORK-TRAINING-DIRECTORY                PIC X(9)
                                                 VALUE "TRAINING\".
       01 WORK-LIVE-DIRECTORY                    PIC X(9)
                                                 VALUE SPACES.
      *    SHOWN ON LINE 1 OF THE MENU -- SPACES WHEN LIVE.
       01 WORK-TRAINING-BANNER                   PIC X(10)
                                                 VALUE SPACES.
      *************************************************************
      *  WORK-STAFF-ID (THE LOGGED-IN OPERATOR) IS PASSED ALONG   *
      *  ON EVERY CHAIN SO THE CALLED PROGRAM CAN LOG ITS OWN     *
                                    BACKGROUND-COLOR 6
                                    HIGHLIGHT
                                    USING WORK-STAFF-PIN.
          05 LINE 11 COLUMN 20      HIGHLIGHT
                                    VALUE "TRAINING (Y/N)".
          05 LOGIN-TRAINING-ENTRY   LINE 12 COLUMN 20
                                    PIC X
                                    FOREGROUND-COLOR 7
                                    BACKGROUND-COLOR 6
                                    HIGHLIGHT
                                    USING WORK-TRAINING-REQUEST.

      *****************************************************************
      *  FORCED PIN CHANGE -- SHOWN AT LOGIN ONCE THE OPERATOR'S PIN  *
                                    HIGHLIGHT.
          05 LINE 1 COLUMN 57       VALUE "S Y S T E M"
                                    HIGHLIGHT.
          05 LINE 1 COLUMN 70       PIC X(10)
                                    HIGHLIGHT BLINK
                                    FROM WORK-TRAINING-BANNER.
          05 LINE 2 COLUMN 1        HIGHLIGHT
             VALUE "****************************************".
          05 LINE 2 COLUMN 41       HIGHLIGHT
           MOVE "N" TO LOGIN-SUCCESSFUL-FLAG.
           MOVE 0 TO LOGIN-ATTEMPT-COUNT.
           MOVE "0" TO PASSWORD-ACCESS-FLAG.
           PERFORM DO-SELECT-LIVE-FILES.
      *    I-O, NOT INPUT -- AN EXPIRED PIN IS REPLACED IN PLACE
      *    BEFORE THE OPERATOR EVER REACHES THE MENU.
           OPEN I-O STAFF-FILE.
           PERFORM UNTIL LOGIN-SUCCESSFUL-FLAG EQUAL "Y"
                      OR LOGIN-ATTEMPT-COUNT EQUAL 3
               MOVE SPACES TO WORK-STAFF-ID WORK-STAFF-PIN
               MOVE "N" TO WORK-TRAINING-REQUEST
               DISPLAY LOGIN-SCREEN
               ACCEPT LOGIN-SCREEN
               ADD 1 TO LOGIN-ATTEMPT-COUNT
      *                A DEACTIVATED ACCOUNT IS REFUSED THE SAME WAY
      *                A BAD PIN IS -- IT STAYS ON FILE FOR THE
      *                AUDIT TRAIL BUT CANNOT SIGN ON.
                       MOVE WORK-STAFF-PIN TO PIN-SCRAMBLE-CLEAR
                       PERFORM DO-SCRAMBLE-PIN
                       IF NOT STAFF-IS-ACTIVE
                           DISPLAY "ACCOUNT IS DEACTIVATED"
                           MOVE "INACTIVE" TO WORK-SIGNON-EVENT
                           PERFORM DO-LOG-SIGNON-EVENT
                       ELSE IF PIN-SCRAMBLE-RESULT EQUAL STAFF-PIN
                           MOVE "Y" TO LOGIN-SUCCESSFUL-FLAG
                           MOVE STAFF-ROLE TO WORK-STAFF-ROLE
                       ELSE
               END-IF
           END-IF.
           CLOSE STAFF-FILE.
      *    THE OPERATOR'S ROLE LETTER RIDES ALONG IN
      *    PASSWORD-ACCESS-FLAG ON EVERY CHAIN, SO THE CHAINED
      *    PROGRAMS CAN LOOK UP THEIR RESTRICTED FUNCTIONS ON
      *    PERMIT.DAT WITHOUT A SECOND STAFF.DAT LOOKUP.
           IF LOGIN-SUCCESSFUL-FLAG EQUAL "Y"
              AND WORK-TRAINING-REQUESTED
               PERFORM DO-SELECT-TRAINING-FILES.
           IF LOGIN-SUCCESSFUL-FLAG EQUAL "Y"
               MOVE WORK-STAFF-ROLE TO PASSWORD-ACCESS-FLAG
               PERFORM DO-LOAD-MENU-PERMISSIONS.

      *    BACK TO THE LIVE FILES -- A CLEARED DATA PATH LEAVES
      *    EVERY FILE NAME RESOLVING IN THE START-UP DIRECTORY.
       DO-SELECT-LIVE-FILES.
           DISPLAY WORK-DATA-PATH-NAME UPON ENVIRONMENT-NAME.
           DISPLAY WORK-LIVE-DIRECTORY UPON ENVIRONMENT-VALUE.
           MOVE SPACES TO WORK-TRAINING-BANNER.

      *    THE MARKER IS ONLY EVER WRITTEN INTO THE TRAINING
      *    DIRECTORY, BY THE LIB051A REFRESH. WITHOUT IT THE SET WAS
      *    NEVER LOADED, AND THE SESSION STOPS RATHER THAN FALL BACK
      *    TO THE LIVE FILES SOMEONE EXPECTED TO PRACTISE ON.
       DO-SELECT-TRAINING-FILES.
           DISPLAY WORK-DATA-PATH-NAME UPON ENVIRONMENT-NAME.
           DISPLAY WORK-TRAINING-DIRECTORY UPON ENVIRONMENT-VALUE.
           OPEN INPUT TRAINING-CONTROL-FILE.
           IF WORK-TRAINING-STATUS NOT EQUAL "00"
               PERFORM DO-SELECT-LIVE-FILES
               DISPLAY "NO TRAINING FILES LOADED -- RUN LIB051A FIRST"
               STOP RUN.
           CLOSE TRAINING-CONTROL-FILE.
           MOVE "*TRAINING*" TO WORK-TRAINING-BANNER.

      *    ONE PERMIT.DAT LOOKUP PER MENU KEY FOR THE ROLE JUST
      *    SIGNED ON. WITH NO TABLE ON FILE ONLY A SUPERVISOR GETS
      *    A MENU -- PRMINIT WRITES THE STARTING TABLE.
       DO-LOAD-MENU-PERMISSIONS.
           OPEN INPUT PERMISSION-FILE.
           IF WORK-PERMIT-STATUS NOT EQUAL "00"
              AND WORK-STAFF-ROLE NOT EQUAL "S"
               DISPLAY "NO PERMISSIONS TABLE ON FILE -- SEE A "
                       "SUPERVISOR (PRMINIT)".
           PERFORM DO-LOAD-ONE-MENU-KEY
               VARYING WORK-MENU-INDEX FROM 1 BY 1
               UNTIL WORK-MENU-INDEX GREATER THAN 9.
           IF WORK-PERMIT-STATUS EQUAL "00"
               CLOSE PERMISSION-FILE.

       DO-LOAD-ONE-MENU-KEY.
           MOVE "N" TO WORK-MENU-ALLOWED (WORK-MENU-INDEX).
           IF WORK-STAFF-ROLE EQUAL "S"
               MOVE "Y" TO WORK-MENU-ALLOWED (WORK-MENU-INDEX)
           ELSE IF WORK-PERMIT-STATUS EQUAL "00"
               MOVE WORK-STAFF-ROLE TO PERM-ROLE
               MOVE WORK-MENU-PROGRAM (WORK-MENU-INDEX)
                       TO PERM-PROGRAM
               MOVE SPACES TO PERM-FUNCTION
               READ PERMISSION-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PERM-IS-ALLOWED
                           MOVE "Y"
                               TO WORK-MENU-ALLOWED (WORK-MENU-INDEX)
                       END-IF
               END-READ
           END-IF.
      *    PIN AGE IN DAYS, OFF THE RECORD STILL IN THE BUFFER FROM
      *    THE SUCCESSFUL LOGIN READ. A RECORD CONVERTED FROM THE
      *    OLD LAYOUT HAS NO USABLE SET-DATE AND FORCES A CHANGE.
               ELSE IF WORK-NEW-PIN NOT EQUAL WORK-NEW-PIN-CONFIRM
                   DISPLAY "ENTRIES DO NOT MATCH"
               ELSE
                   MOVE WORK-NEW-PIN TO PIN-SCRAMBLE-CLEAR
                   PERFORM DO-SCRAMBLE-PIN
                   PERFORM DO-CHECK-PIN-REUSE
                   IF WORK-PIN-OK
                       MOVE STAFF-PRIOR-PIN (2) TO STAFF-PRIOR-PIN (3)
                       MOVE STAFF-PRIOR-PIN (1) TO STAFF-PRIOR-PIN (2)
                       MOVE STAFF-PIN TO STAFF-PRIOR-PIN (1)
                       MOVE PIN-SCRAMBLE-RESULT TO STAFF-PIN
                       MOVE WORK-TODAY-DATE TO STAFF-PIN-SET-DATE
                       REWRITE STAFF-RECORD
                       MOVE "PINCHG" TO WORK-SIGNON-EVENT
           ACCEPT SIGN-LOG-TIME FROM TIME.
           MOVE WORK-STAFF-ID TO SIGN-LOG-STAFF-ID.
           MOVE WORK-SIGNON-EVENT TO SIGN-LOG-EVENT.
           MOVE WORK-SIGNON-PROGRAM TO SIGN-LOG-PROGRAM.
           MOVE SPACES TO SIGN-LOG-FUNCTION.
           WRITE SIGN-ON-LOG-RECORD.
           CLOSE SIGN-ON-LOG-FILE.

      *    THE CURRENT AND PRIOR PINS ARE ON FILE SCRAMBLED, SO IT
      *    IS THE SCRAMBLED NEW PIN THAT IS COMPARED WITH THEM.
       DO-CHECK-PIN-REUSE.
           MOVE "Y" TO WORK-PIN-OK-SWITCH.
           IF PIN-SCRAMBLE-RESULT EQUAL STAFF-PIN
               MOVE "N" TO WORK-PIN-OK-SWITCH.
           PERFORM VARYING WORK-PIN-REUSE-INDEX FROM 1 BY 1
                   UNTIL WORK-PIN-REUSE-INDEX GREATER THAN 3
               IF PIN-SCRAMBLE-RESULT EQUAL
                       STAFF-PRIOR-PIN (WORK-PIN-REUSE-INDEX)
                   MOVE "N" TO WORK-PIN-OK-SWITCH
               END-IF
           IF NOT WORK-PIN-OK
               DISPLAY "THAT PIN WAS USED RECENTLY -- PICK ANOTHER".

      *    SCRAMBLES PIN-SCRAMBLE-CLEAR UNDER THE STAFF ID IN THE
      *    RECORD BUFFER, INTO PIN-SCRAMBLE-RESULT.
       DO-SCRAMBLE-PIN.
           MOVE STAFF-ID TO PIN-SCRAMBLE-KEY.
           CALL "PINSCRAM" USING PIN-SCRAMBLE-AREA.

       DO-DATE-TO-SERIAL.
      *    CONVERTS WORK-CONV-DATE (CCYYMMDD) TO A SERIAL DAY NUMBER
      *    -- SAME 4/100/400 LEAP ARITHMETIC AS CIRC001A.
           MOVE "BRANCH" TO F8-25-L.
           MOVE " MGR  " TO F9-25-L.
           MOVE "      " TO F10-25-L.
           PERFORM DO-BLANK-REFUSED-KEY
               VARYING WORK-MENU-INDEX FROM 1 BY 1
               UNTIL WORK-MENU-INDEX GREATER THAN 9.

       DO-BLANK-REFUSED-KEY.
           IF WORK-MENU-ALLOWED (WORK-MENU-INDEX) NOT EQUAL "Y"
               MOVE SPACES TO SCRN-TOP-LABEL (WORK-MENU-INDEX)
               MOVE SPACES TO SCRN-BOTTOM-LABEL (WORK-MENU-INDEX).

       DO-ACCEPT-1-COMMAND.
           PERFORM MENU-1-MAIN.
           PERFORM DO-POLL-FOR-KEY
                   UNTIL KEY-SWITCH-MENU NOT EQUAL "N"
                      OR WORK-TIMED-OUT.
           PERFORM DO-CHECK-MENU-KEY.
           IF WORK-TIMED-OUT
               PERFORM DO-LOG-TIMEOUT
               DISPLAY "SESSION TIMED OUT -- SIGN ON AGAIN"
                   DISPLAY "ACCESS DENIED -- TOO MANY FAILED ATTEMPTS"
                   STOP RUN
               END-IF
           ELSE IF WORK-MENU-KEY-REFUSED
               PERFORM DO-REFUSE-MENU-KEY
           ELSE IF  KEY-SWITCH-MENU EQUAL KEY-SWITCH-F1
               MOVE "LIB0001A.EXE" TO CHAIN-LOG-TO-PRGM
               PERFORM DO-LOG-CHAIN
                                   CALLING-PRGM-NAME
                                   WORK-STAFF-ID.

      *    WHICH MENU POSITION THE KEY PRESSED IS, AND WHETHER THE
      *    OPERATOR'S ROLE MAY USE IT. F10 (EXIT) IS ALWAYS ALLOWED.
       DO-CHECK-MENU-KEY.
           MOVE "N" TO WORK-MENU-REFUSED-SWITCH.
           MOVE ZERO TO WORK-MENU-INDEX.
           IF KEY-SWITCH-MENU EQUAL KEY-SWITCH-F1
               MOVE 1 TO WORK-MENU-INDEX
           ELSE IF KEY-SWITCH-MENU EQUAL KEY-SWITCH-F2
               MOVE 2 TO WORK-MENU-INDEX
           ELSE IF KEY-SWITCH-MENU EQUAL KEY-SWITCH-F3
               MOVE 3 TO WORK-MENU-INDEX
           ELSE IF KEY-SWITCH-MENU EQUAL KEY-SWITCH-F4
               MOVE 4 TO WORK-MENU-INDEX
           ELSE IF KEY-SWITCH-MENU EQUAL KEY-SWITCH-F5
               MOVE 5 TO WORK-MENU-INDEX
           ELSE IF KEY-SWITCH-MENU EQUAL KEY-SWITCH-F6
               MOVE 6 TO WORK-MENU-INDEX
           ELSE IF KEY-SWITCH-MENU EQUAL KEY-SWITCH-F7
               MOVE 7 TO WORK-MENU-INDEX
           ELSE IF KEY-SWITCH-MENU EQUAL KEY-SWITCH-F8
               MOVE 8 TO WORK-MENU-INDEX
           ELSE IF KEY-SWITCH-MENU EQUAL KEY-SWITCH-F9
               MOVE 9 TO WORK-MENU-INDEX.
           IF WORK-MENU-INDEX GREATER THAN ZERO
               IF WORK-MENU-ALLOWED (WORK-MENU-INDEX) NOT EQUAL "Y"
                   MOVE "Y" TO WORK-MENU-REFUSED-SWITCH.

      *    A BLANKED MENU KEY PRESSED ANYWAY -- NO CHAIN, AND A
      *    DENIED ENTRY ON THE SIGN-ON JOURNAL FOR LIB043A.
       DO-REFUSE-MENU-KEY.
           DISPLAY "YOUR ROLE IS NOT PERMITTED TO RUN "
                   WORK-MENU-PROGRAM (WORK-MENU-INDEX).
           MOVE "DENIED" TO WORK-SIGNON-EVENT.
           MOVE WORK-MENU-PROGRAM (WORK-MENU-INDEX)
                   TO WORK-SIGNON-PROGRAM.
           PERFORM DO-LOG-SIGNON-EVENT.
           MOVE SPACES TO WORK-SIGNON-PROGRAM.

      *    ONE POLL: INKEY LEAVES KEY-SWITCH-MENU AT "N" WHEN NO KEY
      *    IS WAITING, AND THE CLOCK DECIDES WHEN THE OPERATOR HAS
      *    WALKED AWAY. ELAPSED MINUTES WRAP CORRECTLY ACROSS
