      ***************************************************************
      *                                                             *
      *   GL ACCOUNT MAPPING MAINTENANCE -- PAY COMPONENT (GROSS,   *
      *   FEDTAX, STATETAX, DEDUCT, NET, FICAEE, FICAER, FUTA,      *
      *   SUTA, DDRETURN, EXPENSE) AND DEPARTMENT IN, DEBIT AND     *
      *   CREDIT ACCOUNTS OUT. EXPENSE IS THE DEBIT FOR STAFF       *
      *   EXPENSE CLAIMS REIMBURSED ON THE CHECK, LIKE GROSS. THE   *
      *   EMPLOYER TAXES (FICAER, FUTA, SUTA) USE BOTH: THE EXPENSE *
      *   DEBIT AND THE LIABILITY CREDIT, AS DOES DDRETURN, THE     *
      *   PAY017A RETURNED-DEPOSIT REVERSAL (PAYROLL CLEARING       *
      *   DEBIT, DEPOSIT CASH CREDIT). THE LIBRARY REVENUE          *
      *   COMPONENTS (LIBFINE, LIBLOST, LIBCARD, LIBILL, LIBCASH,   *
      *   LIBPORTL, LIBWAIVE, LIBREVRS) TAKE A BRANCH ID AS THE     *
      *   DEPARTMENT, FOR THE LIB055A EXTRACT. A BLANK              *
      *   DEPARTMENT IS THE DEFAULT ROW FOR THAT COMPONENT.         *
      *   CONSOLE-DRIVEN, SAME SHAPE AS THE JOB-CODE TABLE DESK:    *
      *     A = ADD A ROW   C = CHANGE ITS ACCOUNTS                 *
      *     F = FIND ONE    L = LIST THE WHOLE TABLE   X = EXIT     *
      *   CHAP426, PAY016A, PAY017A AND LIB055A BUILD THEIR GL      *
      *   EXTRACTS FROM THIS TABLE.                                 *
      *                                                             *
      ***************************************************************
       ENVIRONMENT DIVISION.
           ORGANIZATION INDEXED
           RECORD KEY GLM-KEY
           FILE STATUS IS WORK-GLMAP-STATUS.
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

       copy glmap.

       copy staff.

       copy permit.

       copy signlog.

       WORKING-STORAGE SECTION.
       01 WORK-GLMAP-STATUS                       PIC XX.
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
       PROCEDURE DIVISION.
       C000-MAIN-LINE SECTION.
       C020-MAIN-LINE-LOGIC.
           PERFORM DO-SIGN-ON.
           IF NOT WORK-PERMIT-OK
               STOP RUN.
           OPEN I-O GL-MAP-FILE.
           IF WORK-GLMAP-STATUS NOT EQUAL "00"
               OPEN OUTPUT GL-MAP-FILE

       DO-ADD-MAP-ROW.
           PERFORM DO-ACCEPT-MAP-KEY.
           IF NOT GLM-PAYROLL-COMPONENT
                   AND NOT GLM-LIBRARY-COMPONENT
               DISPLAY "COMPONENT MUST BE GROSS, FEDTAX, STATETAX, "
                       "DEDUCT, NET, FICAEE, FICAER, FUTA, SUTA, "
                       "DDRETURN, OR EXPENSE -- OR A LIB... REVENUE "
                       "COMPONENT -- "
                       "NOT ADDED"
           ELSE
               PERFORM DO-ACCEPT-MAP-ACCOUNTS
               WRITE GL-MAP-RECORD
           END-READ.

       DO-ACCEPT-MAP-KEY.
           DISPLAY "COMPONENT (GROSS/FEDTAX/STATETAX/DEDUCT/NET/".
           DISPLAY "  FICAEE/FICAER/FUTA/SUTA/DDRETURN/EXPENSE): ".
           DISPLAY "  OR LIBFINE/LIBLOST/LIBCARD/LIBILL/LIBCASH/"
                   "LIBPORTL/LIBWAIVE/LIBREVRS".
           MOVE SPACES TO WORK-COMPONENT-ENTRY.
           ACCEPT WORK-COMPONENT-ENTRY.
           MOVE WORK-COMPONENT-ENTRY TO GLM-COMPONENT.
           DISPLAY "DEPARTMENT OR BRANCH (BLANK = DEFAULT ROW): ".
           MOVE SPACES TO WORK-DEPARTMENT-ENTRY.
           ACCEPT WORK-DEPARTMENT-ENTRY.
           MOVE WORK-DEPARTMENT-ENTRY TO GLM-DEPARTMENT.
                           GLM-DEBIT-ACCOUNT " CR "
                           GLM-CREDIT-ACCOUNT
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
                   MOVE "GLM001A" TO PERM-PROGRAM
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
               DISPLAY "YOUR ROLE IS NOT PERMITTED TO RUN GLM001A"
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
               MOVE "GLM001A" TO SIGN-LOG-PROGRAM.
           MOVE WORK-PERMIT-FUNCTION TO SIGN-LOG-FUNCTION.
           WRITE SIGN-ON-LOG-RECORD.
           CLOSE SIGN-ON-LOG-FILE.
