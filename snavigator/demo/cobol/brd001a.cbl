       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRD001A.
      ***************************************************************
      *                                                             *
      *   BRANCH DIRECTORY -- ONE ENTRY FOR EVERY BRANCH SHARING    *
      *   THESE FILES: ITS FULL NAME, STREET ADDRESS, PHONE, THE    *
      *   HOURS IT IS OPEN EACH DAY OF THE WEEK, AND ITS MANAGER.   *
      *   EVERY BRANCH ID KEYED ONLINE IS CHECKED AGAINST IT, AND   *
      *   NOTICES, SLIPS, RECEIPTS AND REPORT HEADINGS PRINT THE    *
      *   NAME AND ADDRESS FROM IT. CONSOLE-DRIVEN, SAME SHAPE AS   *
      *   THE STAFF EXPENSE CLAIMS DESK:                            *
      *     L = LIST EVERY BRANCH   S = SHOW ONE BRANCH IN FULL     *
      *     A = ADD A BRANCH   C = CHANGE A BRANCH                  *
      *     D = CLOSE A BRANCH FOR GOOD   R = REOPEN A BRANCH       *
      *         (SUPERVISOR ONLY)                   X = EXIT        *
      *   A BRANCH IS NEVER REMOVED -- OLD PATRON, ITEM AND LOAN    *
      *   RECORDS STILL CARRY ITS ID -- ONLY MARKED CLOSED, AFTER   *
      *   WHICH IT IS NO LONGER ACCEPTED FOR NEW WORK.              *
      *                                                             *
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BRANCH-DIRECTORY-FILE ASSIGN TO DISK
           ACCESS MODE DYNAMIC
           ORGANIZATION INDEXED
           RECORD KEY BRD-BRANCH-ID
           FILE STATUS IS WORK-BRANCH-DIR-STATUS.
      *    NOT REACHED THROUGH MAIN01A, SO THE OPERATOR SIGNS ON
      *    HERE, AND THE ROLE IS CHECKED AGAINST THE PERMISSIONS
      *    TABLE BEFORE ANYTHING ELSE HAPPENS. THE MANAGER'S
      *    SIGN-ON, WHEN ONE IS KEYED, IS CHECKED AGAINST THE SAME
      *    STAFF FILE.
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

       copy brdir.

       copy staff.

       copy permit.

       copy signlog.

       WORKING-STORAGE SECTION.
       01 WORK-BRANCH-DIR-STATUS                  PIC XX.
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
       01 WORK-EOF-SWITCH                         PIC X.
          88 WORK-EOF                                 VALUE "1".
       01 WORK-FIELDS-OK-SWITCH                   PIC X.
          88 WORK-FIELDS-OK                           VALUE "Y".
       01 WORK-LISTED-COUNT                       PIC 9(3).
       01 WORK-TODAY-DATE                         PIC 9(6).
       01 WORK-BRANCH-ENTRY                       PIC X(3).
       01 WORK-CONFIRM-REPLY                      PIC X.
       01 WORK-STATUS-WORDS                       PIC X(6).
      *    ONE FIELD AS KEYED ON A CHANGE -- BLANK KEEPS WHAT IS ON
      *    FILE.
       01 WORK-TEXT-ENTRY                         PIC X(30).
       01 WORK-TIME-ENTRY                         PIC X(4).
       01 WORK-TIME-N                             PIC 9(4).
       01 WORK-TIME-PARTS REDEFINES WORK-TIME-N.
          05 WORK-TIME-HH                         PIC 99.
          05 WORK-TIME-MI                         PIC 99.
       01 WORK-DAY-SUB                            PIC 9.
       01 WORK-DAY-NAMES                          PIC X(21)
                            VALUE "SUNMONTUEWEDTHUFRISAT".
       01 WORK-DAY-NAME-TABLE REDEFINES WORK-DAY-NAMES.
          05 WORK-DAY-NAME                        PIC X(3)
                                                  OCCURS 7 TIMES.
       01 WORK-SHOW-TIME.
          05 WORK-SHOW-HH                         PIC 99.
          05 FILLER                               PIC X VALUE ":".
          05 WORK-SHOW-MI                         PIC 99.
       01 WORK-SHOW-CLOSE-TIME                    PIC X(5).

       PROCEDURE DIVISION.
       C000-MAIN-LINE SECTION.
       C020-MAIN-LINE-LOGIC.
           PERFORM DO-SIGN-ON.
           IF NOT WORK-PERMIT-OK
               STOP RUN.
           ACCEPT WORK-TODAY-DATE FROM DATE.
           OPEN I-O BRANCH-DIRECTORY-FILE.
           IF WORK-BRANCH-DIR-STATUS NOT EQUAL "00"
               OPEN OUTPUT BRANCH-DIRECTORY-FILE
               CLOSE BRANCH-DIRECTORY-FILE
               OPEN I-O BRANCH-DIRECTORY-FILE
           END-IF.
           DISPLAY "BRANCH DIRECTORY".
           PERFORM DO-ONE-COMMAND UNTIL WORK-ENTRY-DONE.
           CLOSE BRANCH-DIRECTORY-FILE.
           STOP RUN.

       DO-ONE-COMMAND.
           MOVE SPACE TO WORK-COMMAND-ENTRY.
           DISPLAY "L=LIST S=SHOW A=ADD C=CHANGE D=CLOSE R=REOPEN "
                   "X=EXIT: ".
           ACCEPT WORK-COMMAND-ENTRY.
           IF WORK-COMMAND-ENTRY EQUAL "L"
               PERFORM DO-LIST-BRANCHES
           ELSE IF WORK-COMMAND-ENTRY EQUAL "S"
               PERFORM DO-SHOW-BRANCH
           ELSE IF WORK-COMMAND-ENTRY EQUAL "A"
               PERFORM DO-ADD-BRANCH
           ELSE IF WORK-COMMAND-ENTRY EQUAL "C"
               PERFORM DO-CHANGE-BRANCH
           ELSE IF WORK-COMMAND-ENTRY EQUAL "D"
               PERFORM DO-CLOSE-BRANCH
           ELSE IF WORK-COMMAND-ENTRY EQUAL "R"
               PERFORM DO-REOPEN-BRANCH
           ELSE IF WORK-COMMAND-ENTRY EQUAL "X"
               MOVE "1" TO WORK-DONE-SWITCH.

       DO-LIST-BRANCHES.
           MOVE 0 TO WORK-LISTED-COUNT.
           MOVE "0" TO WORK-EOF-SWITCH.
           MOVE LOW-VALUES TO BRD-BRANCH-ID.
           START BRANCH-DIRECTORY-FILE
               KEY IS NOT LESS THAN BRD-BRANCH-ID
               INVALID KEY
                   MOVE "1" TO WORK-EOF-SWITCH
           END-START.
           DISPLAY "ID  NAME                           PHONE        "
                   "MANAGER                   STATUS".
           PERFORM DO-LIST-NEXT-BRANCH UNTIL WORK-EOF.
           DISPLAY "BRANCHES ON FILE: " WORK-LISTED-COUNT.

       DO-LIST-NEXT-BRANCH.
           READ BRANCH-DIRECTORY-FILE NEXT RECORD
               AT END
                   MOVE "1" TO WORK-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WORK-LISTED-COUNT
                   PERFORM DO-SET-STATUS-WORDS
                   DISPLAY BRD-BRANCH-ID " " BRD-BRANCH-NAME " "
                           BRD-PHONE " " BRD-MANAGER-NAME " "
                           WORK-STATUS-WORDS
           END-READ.

       DO-SHOW-BRANCH.
           PERFORM DO-READ-BRANCH.
           IF WORK-BRANCH-DIR-STATUS EQUAL "00"
               PERFORM DO-DISPLAY-BRANCH.

       DO-DISPLAY-BRANCH.
           PERFORM DO-SET-STATUS-WORDS.
           DISPLAY BRD-BRANCH-ID " " BRD-BRANCH-NAME " "
                   WORK-STATUS-WORDS.
           DISPLAY "    " BRD-STREET.
           DISPLAY "    " BRD-CITY " " BRD-STATE " " BRD-ZIP.
           DISPLAY "    PHONE " BRD-PHONE.
           DISPLAY "    MANAGER " BRD-MANAGER-NAME " SIGN-ON "
                   BRD-MANAGER-STAFF-ID.
           MOVE 1 TO WORK-DAY-SUB.
           PERFORM DO-DISPLAY-ONE-DAY UNTIL WORK-DAY-SUB GREATER 7.
           DISPLAY "    LAST CHANGED BY " BRD-LAST-CHANGED-BY " ON "
                   BRD-LAST-CHANGED-DATE.

       DO-DISPLAY-ONE-DAY.
           IF BRD-OPEN-TIME (WORK-DAY-SUB) EQUAL ZERO
               DISPLAY "    " WORK-DAY-NAME (WORK-DAY-SUB) " CLOSED"
           ELSE
               MOVE BRD-CLOSE-TIME (WORK-DAY-SUB) TO WORK-TIME-N
               MOVE WORK-TIME-HH TO WORK-SHOW-HH
               MOVE WORK-TIME-MI TO WORK-SHOW-MI
               MOVE WORK-SHOW-TIME TO WORK-SHOW-CLOSE-TIME
               MOVE BRD-OPEN-TIME (WORK-DAY-SUB) TO WORK-TIME-N
               MOVE WORK-TIME-HH TO WORK-SHOW-HH
               MOVE WORK-TIME-MI TO WORK-SHOW-MI
               DISPLAY "    " WORK-DAY-NAME (WORK-DAY-SUB) " "
                       WORK-SHOW-TIME " TO " WORK-SHOW-CLOSE-TIME
           END-IF.
           ADD 1 TO WORK-DAY-SUB.

       DO-SET-STATUS-WORDS.
           IF BRD-IS-ACTIVE
               MOVE "OPEN" TO WORK-STATUS-WORDS
           ELSE
               MOVE "CLOSED" TO WORK-STATUS-WORDS
           END-IF.

      *    A NEW BRANCH STARTS OPEN, WITH EVERY DAY CLOSED UNTIL ITS
      *    HOURS ARE KEYED.
       DO-ADD-BRANCH.
           IF WORK-OPERATOR-ROLE NOT EQUAL "S"
               PERFORM DO-REFUSE-NON-SUPERVISOR
           ELSE
               PERFORM DO-ACCEPT-BRANCH-ID
               MOVE WORK-BRANCH-ENTRY TO BRD-BRANCH-ID
               READ BRANCH-DIRECTORY-FILE
                   INVALID KEY
                       PERFORM DO-ACCEPT-NEW-BRANCH
                   NOT INVALID KEY
                       DISPLAY "BRANCH " BRD-BRANCH-ID
                               " IS ALREADY ON FILE -- NOT ADDED"
               END-READ
           END-IF.

       DO-ACCEPT-NEW-BRANCH.
           IF WORK-BRANCH-ENTRY EQUAL SPACES
               DISPLAY "A BRANCH ID IS REQUIRED -- NOT ADDED"
           ELSE
               MOVE SPACES TO BRANCH-DIRECTORY-RECORD
               MOVE WORK-BRANCH-ENTRY TO BRD-BRANCH-ID
               MOVE 1 TO WORK-DAY-SUB
               PERFORM DO-CLEAR-ONE-DAY UNTIL WORK-DAY-SUB GREATER 7
               MOVE "Y" TO BRD-ACTIVE-FLAG
               PERFORM DO-ACCEPT-BRANCH-DETAIL
               IF NOT WORK-FIELDS-OK
                   DISPLAY "NOT ADDED"
               ELSE IF BRD-BRANCH-NAME EQUAL SPACES
                   DISPLAY "A BRANCH NAME IS REQUIRED -- NOT ADDED"
               ELSE
                   MOVE WORK-OPERATOR-ID TO BRD-LAST-CHANGED-BY
                   MOVE WORK-TODAY-DATE TO BRD-LAST-CHANGED-DATE
                   WRITE BRANCH-DIRECTORY-RECORD
                       INVALID KEY
                           DISPLAY "BRANCH ALREADY ON FILE -- NOT "
                                   "ADDED"
                       NOT INVALID KEY
                           DISPLAY "BRANCH " BRD-BRANCH-ID " ADDED"
                   END-WRITE
               END-IF
           END-IF.

       DO-CLEAR-ONE-DAY.
           MOVE ZERO TO BRD-OPEN-TIME (WORK-DAY-SUB)
                        BRD-CLOSE-TIME (WORK-DAY-SUB).
           ADD 1 TO WORK-DAY-SUB.

       DO-CHANGE-BRANCH.
           IF WORK-OPERATOR-ROLE NOT EQUAL "S"
               PERFORM DO-REFUSE-NON-SUPERVISOR
           ELSE
               PERFORM DO-READ-BRANCH
               IF WORK-BRANCH-DIR-STATUS EQUAL "00"
                   PERFORM DO-DISPLAY-BRANCH
                   DISPLAY "KEY NEW VALUES -- BLANK KEEPS WHAT IS "
                           "SHOWN"
                   PERFORM DO-ACCEPT-BRANCH-DETAIL
                   IF NOT WORK-FIELDS-OK
                       DISPLAY "NOT CHANGED"
                   ELSE
                       MOVE WORK-OPERATOR-ID TO BRD-LAST-CHANGED-BY
                       MOVE WORK-TODAY-DATE TO BRD-LAST-CHANGED-DATE
                       REWRITE BRANCH-DIRECTORY-RECORD
                       DISPLAY "BRANCH " BRD-BRANCH-ID " CHANGED"
                   END-IF
               END-IF
           END-IF.

      *    THE SAME PROMPTS FOR AN ADD AND A CHANGE. A BLANK ENTRY
      *    LEAVES THE FIELD AS IT STANDS; ANY BAD ENTRY ABANDONS THE
      *    WHOLE RECORD.
       DO-ACCEPT-BRANCH-DETAIL.
           MOVE "Y" TO WORK-FIELDS-OK-SWITCH.
           DISPLAY "FULL NAME: ".
           MOVE SPACES TO WORK-TEXT-ENTRY.
           ACCEPT WORK-TEXT-ENTRY.
           IF WORK-TEXT-ENTRY NOT EQUAL SPACES
               MOVE WORK-TEXT-ENTRY TO BRD-BRANCH-NAME.
           DISPLAY "STREET ADDRESS: ".
           MOVE SPACES TO WORK-TEXT-ENTRY.
           ACCEPT WORK-TEXT-ENTRY.
           IF WORK-TEXT-ENTRY NOT EQUAL SPACES
               MOVE WORK-TEXT-ENTRY TO BRD-STREET.
           DISPLAY "CITY: ".
           MOVE SPACES TO WORK-TEXT-ENTRY.
           ACCEPT WORK-TEXT-ENTRY.
           IF WORK-TEXT-ENTRY NOT EQUAL SPACES
               MOVE WORK-TEXT-ENTRY TO BRD-CITY.
           DISPLAY "STATE (2 LETTERS): ".
           MOVE SPACES TO WORK-TEXT-ENTRY.
           ACCEPT WORK-TEXT-ENTRY.
           IF WORK-TEXT-ENTRY NOT EQUAL SPACES
               MOVE WORK-TEXT-ENTRY TO BRD-STATE.
           DISPLAY "ZIP (5 DIGITS): ".
           MOVE SPACES TO WORK-TEXT-ENTRY.
           ACCEPT WORK-TEXT-ENTRY.
           IF WORK-TEXT-ENTRY NOT EQUAL SPACES
               IF WORK-TEXT-ENTRY (1:5) IS NOT NUMERIC
                   DISPLAY "ZIP MUST BE 5 DIGITS"
                   MOVE "N" TO WORK-FIELDS-OK-SWITCH
               ELSE
                   MOVE WORK-TEXT-ENTRY TO BRD-ZIP
               END-IF
           END-IF.
           DISPLAY "PHONE (999-999-9999): ".
           MOVE SPACES TO WORK-TEXT-ENTRY.
           ACCEPT WORK-TEXT-ENTRY.
           IF WORK-TEXT-ENTRY NOT EQUAL SPACES
               MOVE WORK-TEXT-ENTRY TO BRD-PHONE.
           DISPLAY "MANAGER'S NAME: ".
           MOVE SPACES TO WORK-TEXT-ENTRY.
           ACCEPT WORK-TEXT-ENTRY.
           IF WORK-TEXT-ENTRY NOT EQUAL SPACES
               MOVE WORK-TEXT-ENTRY TO BRD-MANAGER-NAME.
           DISPLAY "MANAGER'S STAFF SIGN-ON (BLANK IF NONE): ".
           MOVE SPACES TO WORK-TEXT-ENTRY.
           ACCEPT WORK-TEXT-ENTRY.
           IF WORK-TEXT-ENTRY NOT EQUAL SPACES
               PERFORM DO-CHECK-MANAGER-SIGN-ON.
           MOVE 1 TO WORK-DAY-SUB.
           PERFORM DO-ACCEPT-ONE-DAY
               UNTIL WORK-DAY-SUB GREATER 7 OR NOT WORK-FIELDS-OK.

      *    THE MANAGER'S SIGN-ON MUST BE ON STAFF.DAT -- UNLESS
      *    THERE IS NO STAFF FILE TO CHECK IT AGAINST.
       DO-CHECK-MANAGER-SIGN-ON.
           OPEN INPUT STAFF-FILE.
           IF WORK-STAFF-FILE-STATUS NOT EQUAL "00"
               MOVE WORK-TEXT-ENTRY TO BRD-MANAGER-STAFF-ID
           ELSE
               MOVE WORK-TEXT-ENTRY TO STAFF-ID
               READ STAFF-FILE
                   INVALID KEY
                       DISPLAY "NO SUCH STAFF SIGN-ON"
                       MOVE "N" TO WORK-FIELDS-OK-SWITCH
                   NOT INVALID KEY
                       MOVE WORK-TEXT-ENTRY TO BRD-MANAGER-STAFF-ID
               END-READ
               CLOSE STAFF-FILE
           END-IF.

      *    OPENING AND CLOSING TIME FOR ONE WEEKDAY, HHMM ON THE
      *    24-HOUR CLOCK. AN OPENING TIME OF 0 MARKS THE DAY CLOSED.
       DO-ACCEPT-ONE-DAY.
           DISPLAY WORK-DAY-NAME (WORK-DAY-SUB)
                   " OPENS AT (HHMM, 0 = CLOSED ALL DAY): ".
           MOVE SPACES TO WORK-TIME-ENTRY.
           ACCEPT WORK-TIME-ENTRY.
           IF WORK-TIME-ENTRY NOT EQUAL SPACES
               PERFORM DO-CHECK-TIME-ENTRY
               IF WORK-FIELDS-OK
                   MOVE WORK-TIME-N TO BRD-OPEN-TIME (WORK-DAY-SUB)
                   IF WORK-TIME-N EQUAL ZERO
                       MOVE ZERO TO BRD-CLOSE-TIME (WORK-DAY-SUB)
                   END-IF
               END-IF
           END-IF.
           IF WORK-FIELDS-OK
              AND BRD-OPEN-TIME (WORK-DAY-SUB) NOT EQUAL ZERO
               DISPLAY WORK-DAY-NAME (WORK-DAY-SUB)
                       " CLOSES AT (HHMM): "
               MOVE SPACES TO WORK-TIME-ENTRY
               ACCEPT WORK-TIME-ENTRY
               IF WORK-TIME-ENTRY NOT EQUAL SPACES
                   PERFORM DO-CHECK-TIME-ENTRY
                   IF WORK-FIELDS-OK
                       MOVE WORK-TIME-N
                               TO BRD-CLOSE-TIME (WORK-DAY-SUB)
                   END-IF
               END-IF
               IF WORK-FIELDS-OK
                  AND BRD-CLOSE-TIME (WORK-DAY-SUB) NOT GREATER
                      BRD-OPEN-TIME (WORK-DAY-SUB)
                   DISPLAY "CLOSING TIME MUST BE AFTER OPENING TIME"
                   MOVE "N" TO WORK-FIELDS-OK-SWITCH
               END-IF
           END-IF.
           ADD 1 TO WORK-DAY-SUB.

       DO-CHECK-TIME-ENTRY.
           IF WORK-TIME-ENTRY EQUAL "0"
               MOVE ZERO TO WORK-TIME-N
           ELSE IF WORK-TIME-ENTRY IS NOT NUMERIC
               DISPLAY "TIME MUST BE 4 DIGITS, HHMM"
               MOVE "N" TO WORK-FIELDS-OK-SWITCH
           ELSE
               MOVE WORK-TIME-ENTRY TO WORK-TIME-N
               IF WORK-TIME-HH GREATER 23 OR WORK-TIME-MI GREATER 59
                   DISPLAY "NO SUCH TIME OF DAY"
                   MOVE "N" TO WORK-FIELDS-OK-SWITCH
               END-IF
           END-IF.

      *    A CLOSED BRANCH KEEPS ITS ENTRY, SO ITS NAME STILL PRINTS
      *    ON ANYTHING THAT CARRIES ITS ID, BUT IT IS REFUSED FOR A
      *    NEW SHIFT, TRANSFER, PICKUP OR PROGRAM.
       DO-CLOSE-BRANCH.
           IF WORK-OPERATOR-ROLE NOT EQUAL "S"
               PERFORM DO-REFUSE-NON-SUPERVISOR
           ELSE
               PERFORM DO-READ-BRANCH
               IF WORK-BRANCH-DIR-STATUS EQUAL "00"
                   IF NOT BRD-IS-ACTIVE
                       DISPLAY "THAT BRANCH IS ALREADY CLOSED"
                   ELSE
                       PERFORM DO-DISPLAY-BRANCH
                       DISPLAY "CLOSE THIS BRANCH FOR GOOD? (Y/N): "
                       MOVE SPACE TO WORK-CONFIRM-REPLY
                       ACCEPT WORK-CONFIRM-REPLY
                       IF WORK-CONFIRM-REPLY EQUAL "Y"
                           MOVE "N" TO BRD-ACTIVE-FLAG
                           MOVE WORK-OPERATOR-ID TO BRD-LAST-CHANGED-BY
                           MOVE WORK-TODAY-DATE
                                   TO BRD-LAST-CHANGED-DATE
                           REWRITE BRANCH-DIRECTORY-RECORD
                           DISPLAY "BRANCH " BRD-BRANCH-ID " CLOSED"
                       ELSE
                           DISPLAY "NOT CLOSED"
                       END-IF
                   END-IF
               END-IF
           END-IF.

       DO-REOPEN-BRANCH.
           IF WORK-OPERATOR-ROLE NOT EQUAL "S"
               PERFORM DO-REFUSE-NON-SUPERVISOR
           ELSE
               PERFORM DO-READ-BRANCH
               IF WORK-BRANCH-DIR-STATUS EQUAL "00"
                   IF BRD-IS-ACTIVE
                       DISPLAY "THAT BRANCH IS ALREADY OPEN"
                   ELSE
                       MOVE "Y" TO BRD-ACTIVE-FLAG
                       MOVE WORK-OPERATOR-ID TO BRD-LAST-CHANGED-BY
                       MOVE WORK-TODAY-DATE TO BRD-LAST-CHANGED-DATE
                       REWRITE BRANCH-DIRECTORY-RECORD
                       DISPLAY "BRANCH " BRD-BRANCH-ID " REOPENED"
                   END-IF
               END-IF
           END-IF.

      *    SUPERVISOR ONLY, WHATEVER PERMIT.DAT SAYS -- ANY OTHER
      *    ROLE MAY LOOK BUT NOT CHANGE, AND THE ATTEMPT IS
      *    JOURNALED FOR LIB043A.
       DO-REFUSE-NON-SUPERVISOR.
           DISPLAY "ONLY A SUPERVISOR MAY CHANGE THE BRANCH DIRECTORY".
           MOVE "DENIED" TO WORK-SIGNON-EVENT.
           MOVE "MNT" TO WORK-PERMIT-FUNCTION.
           PERFORM DO-LOG-SIGNON-EVENT.
           MOVE SPACES TO WORK-PERMIT-FUNCTION.

      *    THE FILE STATUS SAYS WHETHER THE BRANCH WAS FOUND.
       DO-READ-BRANCH.
           PERFORM DO-ACCEPT-BRANCH-ID.
           MOVE WORK-BRANCH-ENTRY TO BRD-BRANCH-ID.
           READ BRANCH-DIRECTORY-FILE
               INVALID KEY
                   DISPLAY "NO SUCH BRANCH"
           END-READ.

       DO-ACCEPT-BRANCH-ID.
           DISPLAY "BRANCH ID: ".
           MOVE SPACES TO WORK-BRANCH-ENTRY.
           ACCEPT WORK-BRANCH-ENTRY.

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
                   MOVE "BRD001A" TO PERM-PROGRAM
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
               DISPLAY "YOUR ROLE IS NOT PERMITTED TO RUN BRD001A"
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
               MOVE "BRD001A" TO SIGN-LOG-PROGRAM.
           MOVE WORK-PERMIT-FUNCTION TO SIGN-LOG-FUNCTION.
           WRITE SIGN-ON-LOG-RECORD.
           CLOSE SIGN-ON-LOG-FILE.
