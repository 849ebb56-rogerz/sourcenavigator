       IDENTIFICATION DIVISION.
       PROGRAM-ID. RZIP001A.
      ***************************************************************
      *                                                             *
      *   RECIPROCAL-AGREEMENT ZIP MAINTENANCE -- THE ZIP RANGES    *
      *   OUTSIDE THE SERVICE AREA WHOSE RESIDENTS ARE EXEMPT FROM  *
      *   THE NON-RESIDENT CARD FEE UNDER AN AGREEMENT WITH THEIR   *
      *   OWN LIBRARY. ROWS ARE KEYED BY THE LOW ZIP OF THE RANGE.  *
      *   AN AGREEMENT THAT LAPSES IS ENDED BY GIVING ITS ROW AN    *
      *   END DATE, NOT BY REMOVING IT. CONSOLE-DRIVEN, SAME SHAPE  *
      *   AS THE GL MAPPING DESK:                                   *
      *     A = ADD A ROW   C = CHANGE ITS RANGE/NAME/END DATE      *
      *     F = FIND ONE    L = LIST THE WHOLE TABLE   X = EXIT     *
      *   LIB001A LOADS THIS TABLE WHEN IT ASSESSES RESIDENCY.      *
      *                                                             *
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECIPROCAL-ZIP-FILE ASSIGN TO DISK
           ACCESS MODE DYNAMIC
           ORGANIZATION INDEXED
           RECORD KEY RECIP-KEY
           FILE STATUS IS WORK-RECIPZIP-STATUS.
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

       copy recipzip.

       copy staff.

       copy permit.

       copy signlog.

       WORKING-STORAGE SECTION.
       01 WORK-RECIPZIP-STATUS                    PIC XX.
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
       01 WORK-ZIP-ENTRY                          PIC X(5).
       01 WORK-ZIP-ENTRY-NUMERIC REDEFINES WORK-ZIP-ENTRY
                                                  PIC 9(5).
       01 WORK-END-DATE-ENTRY                     PIC X(8).
       01 WORK-END-DATE-NUMERIC REDEFINES WORK-END-DATE-ENTRY
                                                  PIC 9(8).
       01 WORK-ROW-OK-SWITCH                      PIC X.
          88 WORK-ROW-OK                              VALUE "Y".
       01 WORK-EOF-SWITCH                         PIC X.
          88 WORK-EOF                                 VALUE "1".
       01 WORK-LISTED-COUNT                       PIC 9(3).

       PROCEDURE DIVISION.
       C000-MAIN-LINE SECTION.
       C020-MAIN-LINE-LOGIC.
           PERFORM DO-SIGN-ON.
           IF NOT WORK-PERMIT-OK
               STOP RUN.
           OPEN I-O RECIPROCAL-ZIP-FILE.
           IF WORK-RECIPZIP-STATUS NOT EQUAL "00"
               OPEN OUTPUT RECIPROCAL-ZIP-FILE
               CLOSE RECIPROCAL-ZIP-FILE
               OPEN I-O RECIPROCAL-ZIP-FILE
           END-IF.
           DISPLAY "RECIPROCAL-AGREEMENT ZIP MAINTENANCE".
           PERFORM DO-ONE-COMMAND UNTIL WORK-ENTRY-DONE.
           CLOSE RECIPROCAL-ZIP-FILE.
           STOP RUN.

       DO-ONE-COMMAND.
           MOVE SPACE TO WORK-COMMAND-ENTRY.
           DISPLAY "A=ADD C=CHANGE F=FIND L=LIST X=EXIT: ".
           ACCEPT WORK-COMMAND-ENTRY.
           IF WORK-COMMAND-ENTRY EQUAL "A"
               PERFORM DO-ADD-RECIP-ROW
           ELSE IF WORK-COMMAND-ENTRY EQUAL "C"
               PERFORM DO-CHANGE-RECIP-ROW
           ELSE IF WORK-COMMAND-ENTRY EQUAL "F"
               PERFORM DO-FIND-RECIP-ROW
           ELSE IF WORK-COMMAND-ENTRY EQUAL "L"
               PERFORM DO-LIST-RECIP-ROWS
           ELSE IF WORK-COMMAND-ENTRY EQUAL "X"
               MOVE "1" TO WORK-DONE-SWITCH.

       DO-ADD-RECIP-ROW.
           PERFORM DO-ACCEPT-RECIP-KEY.
           IF WORK-ROW-OK
               PERFORM DO-ACCEPT-RECIP-DETAIL
           END-IF.
           IF WORK-ROW-OK
               WRITE RECIPROCAL-ZIP-RECORD
                   INVALID KEY
                       DISPLAY "A RANGE STARTING AT THAT ZIP IS "
                               "ALREADY ON THE TABLE"
                   NOT INVALID KEY
                       DISPLAY "RECIPROCAL ROW ADDED"
               END-WRITE
           END-IF.

       DO-CHANGE-RECIP-ROW.
           PERFORM DO-ACCEPT-RECIP-KEY.
           IF WORK-ROW-OK
               READ RECIPROCAL-ZIP-FILE
                   INVALID KEY
                       DISPLAY "ROW NOT ON THE TABLE"
                   NOT INVALID KEY
                       PERFORM DO-SHOW-RECIP-ROW
                       PERFORM DO-ACCEPT-RECIP-DETAIL
                       IF WORK-ROW-OK
                           REWRITE RECIPROCAL-ZIP-RECORD
                           DISPLAY "RECIPROCAL ROW CHANGED"
                       END-IF
               END-READ
           END-IF.

      *    THE LOW ZIP IS THE KEY, SO IT IS KEYED ON ITS OWN; A RANGE
      *    THAT NEEDS A DIFFERENT LOW ZIP IS A NEW ROW.
       DO-ACCEPT-RECIP-KEY.
           MOVE "Y" TO WORK-ROW-OK-SWITCH.
           DISPLAY "LOW ZIP OF THE RANGE: ".
           MOVE SPACES TO WORK-ZIP-ENTRY.
           ACCEPT WORK-ZIP-ENTRY.
           IF WORK-ZIP-ENTRY-NUMERIC NOT NUMERIC
               DISPLAY "ZIP MUST BE FIVE DIGITS"
               MOVE "N" TO WORK-ROW-OK-SWITCH
           ELSE
               MOVE WORK-ZIP-ENTRY-NUMERIC TO RECIP-ZIP-LOW
           END-IF.

       DO-ACCEPT-RECIP-DETAIL.
           MOVE "Y" TO WORK-ROW-OK-SWITCH.
           DISPLAY "HIGH ZIP OF THE RANGE: ".
           MOVE SPACES TO WORK-ZIP-ENTRY.
           ACCEPT WORK-ZIP-ENTRY.
           IF WORK-ZIP-ENTRY-NUMERIC NOT NUMERIC
               DISPLAY "ZIP MUST BE FIVE DIGITS -- NOT SAVED"
               MOVE "N" TO WORK-ROW-OK-SWITCH
           ELSE IF WORK-ZIP-ENTRY-NUMERIC LESS THAN RECIP-ZIP-LOW
               DISPLAY "HIGH ZIP IS BELOW THE LOW ZIP -- NOT SAVED"
               MOVE "N" TO WORK-ROW-OK-SWITCH
           ELSE
               MOVE WORK-ZIP-ENTRY-NUMERIC TO RECIP-ZIP-HIGH
           END-IF.
           IF WORK-ROW-OK
               DISPLAY "AGREEMENT (PARTNER LIBRARY): "
               MOVE SPACES TO RECIP-AGREEMENT-NAME
               ACCEPT RECIP-AGREEMENT-NAME
               DISPLAY "RUNS THROUGH CCYYMMDD (BLANK = OPEN-ENDED): "
               MOVE SPACES TO WORK-END-DATE-ENTRY
               ACCEPT WORK-END-DATE-ENTRY
               IF WORK-END-DATE-ENTRY EQUAL SPACES
                   MOVE ZERO TO RECIP-END-DATE
               ELSE IF WORK-END-DATE-NUMERIC NOT NUMERIC
                   DISPLAY "END DATE MUST BE CCYYMMDD -- NOT SAVED"
                   MOVE "N" TO WORK-ROW-OK-SWITCH
               ELSE
                   MOVE WORK-END-DATE-NUMERIC TO RECIP-END-DATE
               END-IF
           END-IF.

       DO-FIND-RECIP-ROW.
           PERFORM DO-ACCEPT-RECIP-KEY.
           IF WORK-ROW-OK
               READ RECIPROCAL-ZIP-FILE
                   INVALID KEY
                       DISPLAY "ROW NOT ON THE TABLE"
                   NOT INVALID KEY
                       PERFORM DO-SHOW-RECIP-ROW
               END-READ
           END-IF.

       DO-SHOW-RECIP-ROW.
           IF RECIP-END-DATE EQUAL ZERO
               DISPLAY RECIP-ZIP-LOW "-" RECIP-ZIP-HIGH " "
                       RECIP-AGREEMENT-NAME " OPEN-ENDED"
           ELSE
               DISPLAY RECIP-ZIP-LOW "-" RECIP-ZIP-HIGH " "
                       RECIP-AGREEMENT-NAME " THROUGH "
                       RECIP-END-DATE
           END-IF.

       DO-LIST-RECIP-ROWS.
           MOVE 0 TO WORK-LISTED-COUNT.
           MOVE "0" TO WORK-EOF-SWITCH.
           MOVE LOW-VALUES TO RECIP-KEY.
           START RECIPROCAL-ZIP-FILE KEY IS NOT LESS THAN RECIP-KEY
               INVALID KEY
                   MOVE "1" TO WORK-EOF-SWITCH
           END-START.
           PERFORM DO-LIST-NEXT-RECIP-ROW UNTIL WORK-EOF.
           DISPLAY "ROWS ON THE TABLE: " WORK-LISTED-COUNT.

       DO-LIST-NEXT-RECIP-ROW.
           READ RECIPROCAL-ZIP-FILE NEXT RECORD
               AT END
                   MOVE "1" TO WORK-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WORK-LISTED-COUNT
                   PERFORM DO-SHOW-RECIP-ROW
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
                   MOVE "RZIP001A" TO PERM-PROGRAM
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
               DISPLAY "YOUR ROLE IS NOT PERMITTED TO RUN RZIP001A"
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
               MOVE "RZIP001A" TO SIGN-LOG-PROGRAM.
           MOVE WORK-PERMIT-FUNCTION TO SIGN-LOG-FUNCTION.
           WRITE SIGN-ON-LOG-RECORD.
           CLOSE SIGN-ON-LOG-FILE.
