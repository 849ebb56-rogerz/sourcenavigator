       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIST001A.
      ***************************************************************
      *                                                             *
      *   REPORT DISTRIBUTION MAINTENANCE -- THE TABLE THE LIB072A  *
      *   DISTRIBUTION RUN SENDS SPOOLED REPORTS BY (DISTRIB.DAT):  *
      *   ONE ROW PER JOB NAME AND RECIPIENT (A BRANCH OR A STAFF   *
      *   ROLE), HOW IT GETS THE REPORT (Q PRINTER QUEUE, M MAILBOX *
      *   DIRECTORY, H HOLD FOR VIEWING), WHERE, AND FOR A BRANCH   *
      *   THE GROUP-HEADING TEXT AND COLUMN THAT SPLIT OUT ITS OWN  *
      *   PAGES (SEE DISTRIB.CPY).                                  *
      *   CONSOLE-DRIVEN, SAME SHAPE AS THE SCHEDULE DESK:          *
      *     A = ADD A ROW   C = CHANGE ONE   D = DELETE ONE         *
      *     F = FIND A JOB'S ROWS   L = LIST THE TABLE   X = EXIT   *
      *   A NEW BRANCH ROW'S BRANCH MUST BE OPEN ON THE BRANCH      *
      *   DIRECTORY.                                                *
      *                                                             *
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISTRIBUTION-FILE ASSIGN TO DISK
           ACCESS MODE DYNAMIC
           ORGANIZATION INDEXED
           RECORD KEY DIST-KEY
           FILE STATUS IS WORK-DISTRIBUTION-STATUS.
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

       copy distrib.

       copy staff.

       copy permit.

       copy signlog.

       WORKING-STORAGE SECTION.
       01 WORK-DISTRIBUTION-STATUS                PIC XX.
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
       01 WORK-COMMAND-ENTRY                      PIC X.
       01 WORK-DONE-SWITCH                        PIC X VALUE "0".
          88 WORK-ENTRY-DONE                          VALUE "1".
       01 WORK-JOB-ENTRY                          PIC X(8).
       01 WORK-NUMBER-ENTRY                       PIC X(3).
       01 WORK-FIELDS-OK-SWITCH                   PIC X.
          88 WORK-FIELDS-OK                           VALUE "Y".
       01 WORK-EOF-SWITCH                         PIC X.
          88 WORK-EOF                                 VALUE "1".
       01 WORK-LISTED-COUNT                       PIC 9(3).

       copy brdlnk.

       PROCEDURE DIVISION.
       C000-MAIN-LINE SECTION.
       C020-MAIN-LINE-LOGIC.
           PERFORM DO-SIGN-ON.
           IF NOT WORK-PERMIT-OK
               STOP RUN.
           OPEN I-O DISTRIBUTION-FILE.
           IF WORK-DISTRIBUTION-STATUS NOT EQUAL "00"
               DISPLAY "NO DISTRIBUTION TABLE YET -- STARTING ONE"
               OPEN OUTPUT DISTRIBUTION-FILE
               CLOSE DISTRIBUTION-FILE
               OPEN I-O DISTRIBUTION-FILE
           END-IF.
           DISPLAY "REPORT DISTRIBUTION MAINTENANCE".
           PERFORM DO-ONE-COMMAND UNTIL WORK-ENTRY-DONE.
           CLOSE DISTRIBUTION-FILE.
           STOP RUN.

       DO-ONE-COMMAND.
           MOVE SPACE TO WORK-COMMAND-ENTRY.
           DISPLAY "A=ADD C=CHANGE D=DELETE F=FIND L=LIST X=EXIT: ".
           ACCEPT WORK-COMMAND-ENTRY.
           IF WORK-COMMAND-ENTRY EQUAL "A"
               PERFORM DO-ADD-ROW
           ELSE IF WORK-COMMAND-ENTRY EQUAL "C"
               PERFORM DO-CHANGE-ROW
           ELSE IF WORK-COMMAND-ENTRY EQUAL "D"
               PERFORM DO-DELETE-ROW
           ELSE IF WORK-COMMAND-ENTRY EQUAL "F"
               PERFORM DO-FIND-JOB
           ELSE IF WORK-COMMAND-ENTRY EQUAL "L"
               PERFORM DO-LIST-TABLE
           ELSE IF WORK-COMMAND-ENTRY EQUAL "X"
               MOVE "1" TO WORK-DONE-SWITCH.

       DO-ADD-ROW.
           PERFORM DO-ACCEPT-KEY.
           IF WORK-FIELDS-OK AND DIST-TO-BRANCH
               MOVE DIST-RECIPIENT TO BRLK-BRANCH-ID
               CALL "BRDLOOK" USING BRANCH-LOOKUP-AREA
               IF NOT BRLK-CODE-IS-ACCEPTABLE
                   DISPLAY BRLK-MESSAGE
                   MOVE "N" TO WORK-FIELDS-OK-SWITCH
               END-IF
           END-IF.
           IF WORK-FIELDS-OK
               PERFORM DO-ACCEPT-ROW-FIELDS
           END-IF.
           IF WORK-FIELDS-OK
               WRITE DISTRIBUTION-RECORD
                   INVALID KEY
                       DISPLAY "THAT RECIPIENT IS ALREADY ON THE LIST"
                   NOT INVALID KEY
                       DISPLAY "ROW ADDED"
               END-WRITE
           END-IF.

       DO-CHANGE-ROW.
           PERFORM DO-ACCEPT-KEY.
           IF WORK-FIELDS-OK
               READ DISTRIBUTION-FILE
                   INVALID KEY
                       DISPLAY "NO SUCH ROW ON THE TABLE"
                   NOT INVALID KEY
                       PERFORM DO-SHOW-ONE-ROW
                       PERFORM DO-ACCEPT-ROW-FIELDS
                       IF WORK-FIELDS-OK
                           REWRITE DISTRIBUTION-RECORD
                           DISPLAY "ROW CHANGED"
                       END-IF
               END-READ
           END-IF.

       DO-DELETE-ROW.
           PERFORM DO-ACCEPT-KEY.
           IF WORK-FIELDS-OK
               READ DISTRIBUTION-FILE
                   INVALID KEY
                       DISPLAY "NO SUCH ROW ON THE TABLE"
                   NOT INVALID KEY
                       DELETE DISTRIBUTION-FILE RECORD
                       DISPLAY "ROW REMOVED FROM THE TABLE"
               END-READ
           END-IF.

       DO-ACCEPT-JOB-NAME.
           DISPLAY "JOB NAME (E.G. LIB008A): ".
           MOVE SPACES TO WORK-JOB-ENTRY.
           ACCEPT WORK-JOB-ENTRY.
           MOVE WORK-JOB-ENTRY TO DIST-JOB-NAME.

       DO-ACCEPT-KEY.
           MOVE "Y" TO WORK-FIELDS-OK-SWITCH.
           PERFORM DO-ACCEPT-JOB-NAME.
           DISPLAY "RECIPIENT B=BRANCH R=STAFF ROLE: ".
           MOVE SPACE TO DIST-RECIPIENT-TYPE.
           ACCEPT DIST-RECIPIENT-TYPE.
           DISPLAY "BRANCH ID OR ROLE LETTER: ".
           MOVE SPACES TO DIST-RECIPIENT.
           ACCEPT DIST-RECIPIENT.
           IF DIST-JOB-NAME EQUAL SPACES
              OR DIST-RECIPIENT EQUAL SPACES
              OR NOT (DIST-TO-BRANCH OR DIST-TO-ROLE)
               DISPLAY "JOB, RECIPIENT TYPE B OR R, AND RECIPIENT "
                       "ARE ALL NEEDED"
               MOVE "N" TO WORK-FIELDS-OK-SWITCH
           END-IF.

      *    A QUEUE OR MAILBOX ROW MUST SAY WHERE -- LIB072A WILL NOT
      *    COPY A REPORT WITHOUT ONE. THE SPLIT FIELDS ONLY MEAN
      *    ANYTHING ON A BRANCH ROW.
       DO-ACCEPT-ROW-FIELDS.
           MOVE "Y" TO WORK-FIELDS-OK-SWITCH.
           DISPLAY "METHOD Q=PRINT QUEUE M=MAILBOX H=HOLD TO VIEW: ".
           MOVE "H" TO DIST-METHOD-FLAG.
           ACCEPT DIST-METHOD-FLAG.
           MOVE SPACES TO DIST-DESTINATION DIST-SPLIT-TEXT
                          DIST-COMMON-TEXT.
           MOVE ZERO TO DIST-SPLIT-COLUMN.
           IF DIST-BY-PRINT-QUEUE OR DIST-BY-MAILBOX
               DISPLAY "QUEUE OR MAILBOX DIRECTORY (E.G. MAIL/EAS/): "
               ACCEPT DIST-DESTINATION
               IF DIST-DESTINATION EQUAL SPACES
                   DISPLAY "A QUEUE OR MAILBOX ROW NEEDS A DESTINATION"
                   MOVE "N" TO WORK-FIELDS-OK-SWITCH
               END-IF
           ELSE IF NOT DIST-HOLD-FOR-VIEWING
               DISPLAY "METHOD MUST BE Q, M, OR H"
               MOVE "N" TO WORK-FIELDS-OK-SWITCH
           END-IF.
           IF WORK-FIELDS-OK AND DIST-TO-BRANCH
               DISPLAY "GROUP HEADING TEXT TO SPLIT ON "
                       "(BLANK = WHOLE REPORT): "
               ACCEPT DIST-SPLIT-TEXT
               IF DIST-SPLIT-TEXT NOT EQUAL SPACES
                   PERFORM DO-ACCEPT-SPLIT-FIELDS
               END-IF
           END-IF.

       DO-ACCEPT-SPLIT-FIELDS.
           DISPLAY "COLUMN THE BRANCH ID STARTS IN (1-99): ".
           MOVE SPACES TO WORK-NUMBER-ENTRY.
           ACCEPT WORK-NUMBER-ENTRY.
           IF WORK-NUMBER-ENTRY (1:2) IS NUMERIC
               MOVE WORK-NUMBER-ENTRY (1:2) TO DIST-SPLIT-COLUMN
           ELSE IF WORK-NUMBER-ENTRY (1:1) IS NUMERIC
               MOVE WORK-NUMBER-ENTRY (1:1) TO DIST-SPLIT-COLUMN
           END-IF.
           IF DIST-SPLIT-COLUMN EQUAL ZERO
               DISPLAY "A SPLIT ROW NEEDS THE BRANCH ID COLUMN"
               MOVE "N" TO WORK-FIELDS-OK-SWITCH
           ELSE
               DISPLAY "TEXT THAT STARTS THE COMMON CLOSING LINES "
                       "(BLANK = NONE): "
               ACCEPT DIST-COMMON-TEXT
           END-IF.

       DO-FIND-JOB.
           PERFORM DO-ACCEPT-JOB-NAME.
           MOVE LOW-VALUES TO DIST-RECIPIENT-TYPE DIST-RECIPIENT.
           PERFORM DO-LIST-FROM-KEY.

       DO-LIST-TABLE.
           MOVE LOW-VALUES TO DIST-KEY.
           MOVE SPACES TO WORK-JOB-ENTRY.
           PERFORM DO-LIST-FROM-KEY.

       DO-LIST-FROM-KEY.
           MOVE 0 TO WORK-LISTED-COUNT.
           MOVE "0" TO WORK-EOF-SWITCH.
           START DISTRIBUTION-FILE KEY IS NOT LESS THAN DIST-KEY
               INVALID KEY
                   MOVE "1" TO WORK-EOF-SWITCH
           END-START.
           PERFORM DO-LIST-NEXT-ROW UNTIL WORK-EOF.
           DISPLAY "ROWS LISTED: " WORK-LISTED-COUNT.

      *    A FIND STOPS AT THE FIRST ROW FOR ANOTHER JOB; A FULL
      *    LIST (NO JOB KEYED) RUNS TO THE END OF THE TABLE.
       DO-LIST-NEXT-ROW.
           READ DISTRIBUTION-FILE NEXT RECORD
               AT END
                   MOVE "1" TO WORK-EOF-SWITCH
               NOT AT END
                   IF WORK-JOB-ENTRY NOT EQUAL SPACES
                      AND DIST-JOB-NAME NOT EQUAL WORK-JOB-ENTRY
                       MOVE "1" TO WORK-EOF-SWITCH
                   ELSE
                       ADD 1 TO WORK-LISTED-COUNT
                       PERFORM DO-SHOW-ONE-ROW
                   END-IF
           END-READ.

       DO-SHOW-ONE-ROW.
           DISPLAY DIST-JOB-NAME " " DIST-RECIPIENT-TYPE " "
                   DIST-RECIPIENT " " DIST-METHOD-FLAG " "
                   DIST-DESTINATION.
           IF DIST-SPLIT-TEXT NOT EQUAL SPACES
               DISPLAY "    SPLIT ON """ DIST-SPLIT-TEXT """ COL "
                       DIST-SPLIT-COLUMN " COMMON FROM """
                       DIST-COMMON-TEXT """".

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
                   MOVE "DIST001A" TO PERM-PROGRAM
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
               DISPLAY "YOUR ROLE IS NOT PERMITTED TO RUN DIST001A"
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
               MOVE "DIST001A" TO SIGN-LOG-PROGRAM.
           MOVE WORK-PERMIT-FUNCTION TO SIGN-LOG-FUNCTION.
           WRITE SIGN-ON-LOG-RECORD.
           CLOSE SIGN-ON-LOG-FILE.
