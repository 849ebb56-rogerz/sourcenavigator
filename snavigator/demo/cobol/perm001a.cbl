       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERM001A.
      ***************************************************************
      *                                                             *
      *   ROLE PERMISSIONS MAINTENANCE -- THE PERMIT.DAT TABLE      *
      *   THAT DECIDES WHICH PROGRAMS, AND WHICH RESTRICTED         *
      *   FUNCTIONS INSIDE THEM, EACH STAFF ROLE MAY USE. ONE ROW   *
      *   PER ROLE, PROGRAM, AND FUNCTION (BLANK FUNCTION = THE     *
      *   PROGRAM ITSELF), FLAGGED Y TO ALLOW OR N TO REFUSE.       *
      *   SUPERVISORS ONLY -- A SUPERVISOR IS NEVER REFUSED ANYWAY  *
      *   AND NEEDS NO ROWS, SO NO CHANGE HERE CAN LOCK THE LAST    *
      *   PERSON ABLE TO UNDO IT OUT OF THIS PROGRAM.               *
      *   CONSOLE-DRIVEN, SAME SHAPE AS THE SCHEDULE DESK:          *
      *     A = ADD A ROW    C = CHANGE ONE   D = DELETE ONE        *
      *     F = FIND ONE     L = LIST THE TABLE   X = EXIT          *
      *                                                             *
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERMISSION-FILE ASSIGN TO DISK
           ACCESS MODE DYNAMIC
           ORGANIZATION INDEXED
           RECORD KEY PERM-KEY
           FILE STATUS IS WORK-PERMIT-STATUS.
      *    NOT REACHED THROUGH MAIN01A, SO THE OPERATOR SIGNS ON
      *    HERE, AND ONLY A SUPERVISOR GETS ANY FURTHER.
           SELECT STAFF-FILE ASSIGN TO DISK
           ACCESS MODE RANDOM
           ORGANIZATION INDEXED
           RECORD KEY STAFF-ID
           FILE STATUS IS WORK-STAFF-FILE-STATUS.
           SELECT SIGN-ON-LOG-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WORK-SIGN-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.

       copy permit.

       copy staff.

       copy signlog.

       WORKING-STORAGE SECTION.
       01 WORK-PERMIT-STATUS                      PIC XX.
       01 WORK-STAFF-FILE-STATUS                  PIC XX.
       01 WORK-SIGN-LOG-STATUS                    PIC XX.
       01 WORK-OPERATOR-ID                        PIC X(5).
       01 WORK-OPERATOR-PIN                       PIC X(4).

       copy pinscrm.

       01 WORK-OPERATOR-ROLE                      PIC X.
       01 WORK-SIGNON-EVENT                       PIC X(8).
       01 WORK-PERMIT-OK-SWITCH                   PIC X.
          88 WORK-PERMIT-OK                           VALUE "Y".
       01 WORK-COMMAND-ENTRY                      PIC X.
       01 WORK-DONE-SWITCH                        PIC X VALUE "0".
          88 WORK-ENTRY-DONE                          VALUE "1".
       01 WORK-KEY-OK-SWITCH                      PIC X.
          88 WORK-KEY-OK                              VALUE "Y".
       01 WORK-EOF-SWITCH                         PIC X.
          88 WORK-EOF                                 VALUE "1".
       01 WORK-LISTED-COUNT                       PIC 9(3).

       PROCEDURE DIVISION.
       C000-MAIN-LINE SECTION.
       C020-MAIN-LINE-LOGIC.
           PERFORM DO-SIGN-ON.
           IF NOT WORK-PERMIT-OK
               STOP RUN.
           OPEN I-O PERMISSION-FILE.
           IF WORK-PERMIT-STATUS NOT EQUAL "00"
               DISPLAY "NO PERMISSIONS TABLE YET -- RUN PRMINIT FOR "
                       "THE STARTING TABLE, OR ADD ROWS FROM SCRATCH"
               OPEN OUTPUT PERMISSION-FILE
               CLOSE PERMISSION-FILE
               OPEN I-O PERMISSION-FILE
           END-IF.
           DISPLAY "ROLE PERMISSIONS MAINTENANCE".
           PERFORM DO-ONE-COMMAND UNTIL WORK-ENTRY-DONE.
           CLOSE PERMISSION-FILE.
           STOP RUN.

       DO-ONE-COMMAND.
           MOVE SPACE TO WORK-COMMAND-ENTRY.
           DISPLAY "A=ADD C=CHANGE D=DELETE F=FIND L=LIST X=EXIT: ".
           ACCEPT WORK-COMMAND-ENTRY.
           IF WORK-COMMAND-ENTRY EQUAL "A"
               PERFORM DO-ADD-PERMISSION
           ELSE IF WORK-COMMAND-ENTRY EQUAL "C"
               PERFORM DO-CHANGE-PERMISSION
           ELSE IF WORK-COMMAND-ENTRY EQUAL "D"
               PERFORM DO-DELETE-PERMISSION
           ELSE IF WORK-COMMAND-ENTRY EQUAL "F"
               PERFORM DO-FIND-PERMISSION
           ELSE IF WORK-COMMAND-ENTRY EQUAL "L"
               PERFORM DO-LIST-PERMISSIONS
           ELSE IF WORK-COMMAND-ENTRY EQUAL "X"
               MOVE "1" TO WORK-DONE-SWITCH.

       DO-ADD-PERMISSION.
           PERFORM DO-ACCEPT-PERMISSION-KEY.
           IF WORK-KEY-OK
               PERFORM DO-ACCEPT-ALLOWED-FLAG
               WRITE PERMISSION-RECORD
                   INVALID KEY
                       DISPLAY "THAT ROW IS ALREADY ON THE TABLE"
                   NOT INVALID KEY
                       DISPLAY "ROW ADDED"
               END-WRITE
           END-IF.

       DO-CHANGE-PERMISSION.
           PERFORM DO-ACCEPT-PERMISSION-KEY.
           IF WORK-KEY-OK
               READ PERMISSION-FILE
                   INVALID KEY
                       DISPLAY "ROW NOT ON THE TABLE"
                   NOT INVALID KEY
                       PERFORM DO-SHOW-ONE-PERMISSION
                       PERFORM DO-ACCEPT-ALLOWED-FLAG
                       REWRITE PERMISSION-RECORD
                       DISPLAY "ROW CHANGED"
               END-READ
           END-IF.

       DO-DELETE-PERMISSION.
           PERFORM DO-ACCEPT-PERMISSION-KEY.
           IF WORK-KEY-OK
               READ PERMISSION-FILE
                   INVALID KEY
                       DISPLAY "ROW NOT ON THE TABLE"
                   NOT INVALID KEY
                       DELETE PERMISSION-FILE RECORD
                       DISPLAY "ROW REMOVED -- THAT ROLE IS NOW "
                               "REFUSED IT"
               END-READ
           END-IF.

      *    SUPERVISOR ROWS ARE NEVER READ, SO THEY ARE NOT TAKEN --
      *    A ROW THAT SEEMED TO RESTRICT A SUPERVISOR WOULD MISLEAD.
       DO-ACCEPT-PERMISSION-KEY.
           MOVE "N" TO WORK-KEY-OK-SWITCH.
           MOVE SPACES TO PERM-KEY.
           DISPLAY "ROLE C=CLERK P=PAYROLL M=MANAGER O=OPERATOR: ".
           ACCEPT PERM-ROLE.
           DISPLAY "PROGRAM (E.G. LIB001A): ".
           ACCEPT PERM-PROGRAM.
           DISPLAY "FUNCTION (E.G. F6, BLANK = THE PROGRAM): ".
           ACCEPT PERM-FUNCTION.
           IF PERM-ROLE EQUAL "S"
               DISPLAY "SUPERVISORS ARE NEVER REFUSED -- NO ROW NEEDED"
           ELSE IF PERM-ROLE NOT EQUAL "C" AND NOT EQUAL "P"
                   AND NOT EQUAL "M" AND NOT EQUAL "O"
               DISPLAY "ROLE MUST BE C, P, M, OR O"
           ELSE IF PERM-PROGRAM EQUAL SPACES
               DISPLAY "PROGRAM IS REQUIRED"
           ELSE
               MOVE "Y" TO WORK-KEY-OK-SWITCH.

       DO-ACCEPT-ALLOWED-FLAG.
           DISPLAY "ALLOWED Y/N: ".
           MOVE "Y" TO PERM-ALLOWED-FLAG.
           ACCEPT PERM-ALLOWED-FLAG.
           IF PERM-ALLOWED-FLAG NOT EQUAL "N"
               MOVE "Y" TO PERM-ALLOWED-FLAG.

       DO-FIND-PERMISSION.
           PERFORM DO-ACCEPT-PERMISSION-KEY.
           IF WORK-KEY-OK
               READ PERMISSION-FILE
                   INVALID KEY
                       DISPLAY "ROW NOT ON THE TABLE -- REFUSED"
                   NOT INVALID KEY
                       PERFORM DO-SHOW-ONE-PERMISSION
               END-READ
           END-IF.

       DO-SHOW-ONE-PERMISSION.
           DISPLAY PERM-ROLE " " PERM-PROGRAM " " PERM-FUNCTION
                   " ALLOWED " PERM-ALLOWED-FLAG.

       DO-LIST-PERMISSIONS.
           MOVE 0 TO WORK-LISTED-COUNT.
           MOVE "0" TO WORK-EOF-SWITCH.
           MOVE LOW-VALUES TO PERM-KEY.
           START PERMISSION-FILE KEY IS NOT LESS THAN PERM-KEY
               INVALID KEY
                   MOVE "1" TO WORK-EOF-SWITCH
           END-START.
           PERFORM DO-LIST-NEXT-PERMISSION UNTIL WORK-EOF.
           DISPLAY "ROWS ON THE TABLE: " WORK-LISTED-COUNT.

       DO-LIST-NEXT-PERMISSION.
           READ PERMISSION-FILE NEXT RECORD
               AT END
                   MOVE "1" TO WORK-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WORK-LISTED-COUNT
                   PERFORM DO-SHOW-ONE-PERMISSION
           END-READ.

      *    STAFF ID AND PIN KEYED AT THE CONSOLE, CHECKED THE WAY
      *    MAIN01A'S LOGIN CHECKS THEM. A REFUSED SIGN-ON IS
      *    JOURNALED LIKE A REFUSED LOGIN, AND ANY ROLE BUT
      *    SUPERVISOR IS JOURNALED AS A DENIED ATTEMPT.
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
           IF WORK-SIGNON-EVENT NOT EQUAL SPACES
               DISPLAY "SIGN-ON REFUSED"
               PERFORM DO-LOG-SIGNON-EVENT
           ELSE IF WORK-OPERATOR-ROLE NOT EQUAL "S"
               DISPLAY "ONLY A SUPERVISOR MAY RUN PERM001A"
               MOVE "DENIED" TO WORK-SIGNON-EVENT
               PERFORM DO-LOG-SIGNON-EVENT
           ELSE
               MOVE "Y" TO WORK-PERMIT-OK-SWITCH.

       DO-LOG-SIGNON-EVENT.
           OPEN EXTEND SIGN-ON-LOG-FILE.
           IF WORK-SIGN-LOG-STATUS NOT EQUAL "00"
               OPEN OUTPUT SIGN-ON-LOG-FILE.
           ACCEPT SIGN-LOG-DATE FROM DATE.
           ACCEPT SIGN-LOG-TIME FROM TIME.
           MOVE WORK-OPERATOR-ID TO SIGN-LOG-STAFF-ID.
           MOVE WORK-SIGNON-EVENT TO SIGN-LOG-EVENT.
           MOVE SPACES TO SIGN-LOG-PROGRAM SIGN-LOG-FUNCTION.
           IF WORK-SIGNON-EVENT EQUAL "DENIED"
               MOVE "PERM001A" TO SIGN-LOG-PROGRAM.
           WRITE SIGN-ON-LOG-RECORD.
           CLOSE SIGN-ON-LOG-FILE.
