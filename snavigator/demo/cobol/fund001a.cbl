       IDENTIFICATION DIVISION.
       PROGRAM-ID. FUND001A.
      ***************************************************************
      *                                                             *
      *   ACQUISITIONS FUND MASTER MAINTENANCE -- FUND CODE AND     *
      *   FISCAL YEAR (KNOWN BY ITS ENDING YEAR, JULY TO JUNE) IN,  *
      *   FUND NAME AND THE YEAR'S ALLOCATION OUT. CONSOLE-DRIVEN,  *
      *   SAME SHAPE AS THE GL MAPPING TABLE DESK:                  *
      *     A = ADD A FUND YEAR   C = CHANGE ITS NAME/ALLOCATION    *
      *     F = FIND ONE          L = LIST THE WHOLE FILE           *
      *     X = EXIT                                                *
      *   ENCUMBERED AND SPENT ARE NEVER KEYED HERE -- ACQ001A      *
      *   POSTS THEM AS ORDERS GO OUT, ARE CANCELLED, AND ARRIVE,   *
      *   AND LIB056A ROLLS OPEN ENCUMBRANCES INTO THE NEXT YEAR.   *
      *                                                             *
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FUND-FILE ASSIGN TO DISK
           ACCESS MODE DYNAMIC
           ORGANIZATION INDEXED
           RECORD KEY FUND-KEY
           FILE STATUS IS WORK-FUND-STATUS.
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

       copy fund.

       copy staff.

       copy permit.

       copy signlog.

       WORKING-STORAGE SECTION.
       01 WORK-FUND-STATUS                        PIC XX.
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
       01 WORK-FUND-ENTRY                         PIC X(8).
       01 WORK-YEAR-ENTRY                         PIC X(4).
       01 WORK-NAME-ENTRY                         PIC X(30).
       01 WORK-AMOUNT-ENTRY                       PIC X(9).
       01 WORK-KEY-OK-SWITCH                      PIC X.
          88 WORK-KEY-OK                              VALUE "Y".
       01 WORK-FREE-BALANCE                       PIC S9(8)V99.
       01 WORK-FREE-BALANCE-DISPLAY               PIC -(7)9.99.
       01 WORK-EOF-SWITCH                         PIC X.
          88 WORK-EOF                                 VALUE "1".
       01 WORK-LISTED-COUNT                       PIC 9(3).

       PROCEDURE DIVISION.
       C000-MAIN-LINE SECTION.
       C020-MAIN-LINE-LOGIC.
           PERFORM DO-SIGN-ON.
           IF NOT WORK-PERMIT-OK
               STOP RUN.
           OPEN I-O FUND-FILE.
           IF WORK-FUND-STATUS NOT EQUAL "00"
               OPEN OUTPUT FUND-FILE
               CLOSE FUND-FILE
               OPEN I-O FUND-FILE
           END-IF.
           DISPLAY "ACQUISITIONS FUND MASTER MAINTENANCE".
           PERFORM DO-ONE-COMMAND UNTIL WORK-ENTRY-DONE.
           CLOSE FUND-FILE.
           STOP RUN.

       DO-ONE-COMMAND.
           MOVE SPACE TO WORK-COMMAND-ENTRY.
           DISPLAY "A=ADD C=CHANGE F=FIND L=LIST X=EXIT: ".
           ACCEPT WORK-COMMAND-ENTRY.
           IF WORK-COMMAND-ENTRY EQUAL "A"
               PERFORM DO-ADD-FUND-YEAR
           ELSE IF WORK-COMMAND-ENTRY EQUAL "C"
               PERFORM DO-CHANGE-FUND-YEAR
           ELSE IF WORK-COMMAND-ENTRY EQUAL "F"
               PERFORM DO-FIND-FUND-YEAR
           ELSE IF WORK-COMMAND-ENTRY EQUAL "L"
               PERFORM DO-LIST-FUND-YEARS
           ELSE IF WORK-COMMAND-ENTRY EQUAL "X"
               MOVE "1" TO WORK-DONE-SWITCH.

       DO-ADD-FUND-YEAR.
           PERFORM DO-ACCEPT-FUND-KEY.
           IF NOT WORK-KEY-OK
               DISPLAY "FUND CODE AND A FOUR-DIGIT FISCAL YEAR ARE "
                       "REQUIRED -- NOT ADDED"
           ELSE
               MOVE SPACES TO FUND-NAME
               MOVE ZERO TO FUND-ALLOCATION
               PERFORM DO-ACCEPT-FUND-DETAILS
               MOVE "O" TO FUND-STATUS-FLAG
               MOVE ZERO TO FUND-CARRIED-IN
               MOVE ZERO TO FUND-ENCUMBERED
               MOVE ZERO TO FUND-SPENT
               WRITE FUND-RECORD
                   INVALID KEY
                       DISPLAY "THAT FUND/YEAR ROW IS ALREADY ON FILE"
                   NOT INVALID KEY
                       DISPLAY "FUND YEAR ADDED"
               END-WRITE
           END-IF.

      *    A ROW THE ROLLOVER CREATED FOR THE NEW YEAR ARRIVES WITH
      *    A ZERO ALLOCATION AND ITS CARRIED-IN ENCUMBRANCES -- THIS
      *    IS WHERE THE NEW YEAR'S MONEY IS KEYED ONTO IT.
       DO-CHANGE-FUND-YEAR.
           PERFORM DO-ACCEPT-FUND-KEY.
           IF WORK-KEY-OK
               READ FUND-FILE
                   INVALID KEY
                       DISPLAY "FUND YEAR NOT ON FILE"
                   NOT INVALID KEY
                       PERFORM DO-SHOW-FUND-YEAR
                       PERFORM DO-ACCEPT-FUND-DETAILS
                       REWRITE FUND-RECORD
                       DISPLAY "FUND YEAR CHANGED"
               END-READ
           END-IF.

       DO-ACCEPT-FUND-KEY.
           MOVE "N" TO WORK-KEY-OK-SWITCH.
           DISPLAY "FUND CODE: ".
           MOVE SPACES TO WORK-FUND-ENTRY.
           ACCEPT WORK-FUND-ENTRY.
           DISPLAY "FISCAL YEAR (ENDING CCYY): ".
           MOVE SPACES TO WORK-YEAR-ENTRY.
           ACCEPT WORK-YEAR-ENTRY.
           IF WORK-FUND-ENTRY NOT EQUAL SPACES
              AND WORK-YEAR-ENTRY IS NUMERIC
               MOVE WORK-FUND-ENTRY TO FUND-CODE
               MOVE WORK-YEAR-ENTRY TO FUND-FISCAL-YEAR
               MOVE "Y" TO WORK-KEY-OK-SWITCH
           END-IF.

      *    BLANK ENTRIES KEEP WHAT IS ALREADY THERE.
       DO-ACCEPT-FUND-DETAILS.
           DISPLAY "FUND NAME (BLANK = NO CHANGE): ".
           MOVE SPACES TO WORK-NAME-ENTRY.
           ACCEPT WORK-NAME-ENTRY.
           IF WORK-NAME-ENTRY NOT EQUAL SPACES
               MOVE WORK-NAME-ENTRY TO FUND-NAME
           END-IF.
           DISPLAY "ALLOCATION, CENTS (BLANK = NO CHANGE): ".
           MOVE SPACES TO WORK-AMOUNT-ENTRY.
           ACCEPT WORK-AMOUNT-ENTRY.
           IF WORK-AMOUNT-ENTRY (1:1) IS NUMERIC
               COMPUTE FUND-ALLOCATION =
                       FUNCTION NUMVAL (WORK-AMOUNT-ENTRY) / 100
           END-IF.

       DO-FIND-FUND-YEAR.
           PERFORM DO-ACCEPT-FUND-KEY.
           IF WORK-KEY-OK
               READ FUND-FILE
                   INVALID KEY
                       DISPLAY "FUND YEAR NOT ON FILE"
                   NOT INVALID KEY
                       PERFORM DO-SHOW-FUND-YEAR
               END-READ
           END-IF.

       DO-SHOW-FUND-YEAR.
           COMPUTE WORK-FREE-BALANCE =
                   FUND-ALLOCATION - FUND-ENCUMBERED - FUND-SPENT.
           MOVE WORK-FREE-BALANCE TO WORK-FREE-BALANCE-DISPLAY.
           DISPLAY FUND-CODE " FY " FUND-FISCAL-YEAR " "
                   FUND-STATUS-FLAG " " FUND-NAME.
           DISPLAY "  ALLOCATED " FUND-ALLOCATION " ENCUMBERED "
                   FUND-ENCUMBERED " (CARRIED IN " FUND-CARRIED-IN
                   ")".
           DISPLAY "  SPENT " FUND-SPENT " FREE "
                   WORK-FREE-BALANCE-DISPLAY.

       DO-LIST-FUND-YEARS.
           MOVE 0 TO WORK-LISTED-COUNT.
           MOVE "0" TO WORK-EOF-SWITCH.
           MOVE LOW-VALUES TO FUND-KEY.
           START FUND-FILE KEY IS NOT LESS THAN FUND-KEY
               INVALID KEY
                   MOVE "1" TO WORK-EOF-SWITCH
           END-START.
           PERFORM DO-LIST-NEXT-FUND-YEAR UNTIL WORK-EOF.
           DISPLAY "FUND YEARS ON FILE: " WORK-LISTED-COUNT.

       DO-LIST-NEXT-FUND-YEAR.
           READ FUND-FILE NEXT RECORD
               AT END
                   MOVE "1" TO WORK-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WORK-LISTED-COUNT
                   PERFORM DO-SHOW-FUND-YEAR
           END-READ.

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
                   MOVE "FUND001A" TO PERM-PROGRAM
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
               DISPLAY "YOUR ROLE IS NOT PERMITTED TO RUN FUND001A"
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
               MOVE "FUND001A" TO SIGN-LOG-PROGRAM.
           MOVE WORK-PERMIT-FUNCTION TO SIGN-LOG-FUNCTION.
           WRITE SIGN-ON-LOG-RECORD.
           CLOSE SIGN-ON-LOG-FILE.
