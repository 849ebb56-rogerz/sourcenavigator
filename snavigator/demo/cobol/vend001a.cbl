       IDENTIFICATION DIVISION.
       PROGRAM-ID. VEND001A.
      ***************************************************************
      *                                                             *
      *   ACQUISITIONS VENDOR MASTER MAINTENANCE -- VENDOR CODE IN, *
      *   NAME, REMIT-TO ADDRESS, OUR ACCOUNT NUMBER WITH THEM, AND *
      *   THEIR DISCOUNT OFF LIST OUT. CONSOLE-DRIVEN, SAME SHAPE   *
      *   AS THE FUND MASTER DESK:                                  *
      *     A = ADD A VENDOR      C = CHANGE ONE                    *
      *     F = FIND ONE          L = LIST THE WHOLE FILE           *
      *     X = EXIT                                                *
      *   A VENDOR IS NEVER DELETED -- OLD ORDERS AND INVOICES      *
      *   STILL NAME IT. CHANGING ITS STATUS TO I(NACTIVE) STOPS    *
      *   NEW ORDERS ON ACQ001A BUT STILL LETS ITS INVOICES IN.     *
      *   ITS DELIVERY DAYS SET WHEN LIB058A CLAIMS A LATE ORDER.   *
      *                                                             *
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDOR-FILE ASSIGN TO DISK
           ACCESS MODE DYNAMIC
           ORGANIZATION INDEXED
           RECORD KEY VEND-CODE
           FILE STATUS IS WORK-VENDOR-STATUS.
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

       copy vendor.

       copy staff.

       copy permit.

       copy signlog.

       WORKING-STORAGE SECTION.
       01 WORK-VENDOR-STATUS                      PIC XX.
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
       01 WORK-VENDOR-ENTRY                       PIC X(6).
       01 WORK-TEXT-ENTRY                         PIC X(30).
       01 WORK-STATUS-ENTRY                       PIC X.
       01 WORK-PERCENT-ENTRY                      PIC X(4).
       01 WORK-DAYS-ENTRY                         PIC X(3).
       01 WORK-EOF-SWITCH                         PIC X.
          88 WORK-EOF                                 VALUE "1".
       01 WORK-LISTED-COUNT                       PIC 9(3).

       PROCEDURE DIVISION.
       C000-MAIN-LINE SECTION.
       C020-MAIN-LINE-LOGIC.
           PERFORM DO-SIGN-ON.
           IF NOT WORK-PERMIT-OK
               STOP RUN.
           OPEN I-O VENDOR-FILE.
           IF WORK-VENDOR-STATUS NOT EQUAL "00"
               OPEN OUTPUT VENDOR-FILE
               CLOSE VENDOR-FILE
               OPEN I-O VENDOR-FILE
           END-IF.
           DISPLAY "ACQUISITIONS VENDOR MASTER MAINTENANCE".
           PERFORM DO-ONE-COMMAND UNTIL WORK-ENTRY-DONE.
           CLOSE VENDOR-FILE.
           STOP RUN.

       DO-ONE-COMMAND.
           MOVE SPACE TO WORK-COMMAND-ENTRY.
           DISPLAY "A=ADD C=CHANGE F=FIND L=LIST X=EXIT: ".
           ACCEPT WORK-COMMAND-ENTRY.
           IF WORK-COMMAND-ENTRY EQUAL "A"
               PERFORM DO-ADD-VENDOR
           ELSE IF WORK-COMMAND-ENTRY EQUAL "C"
               PERFORM DO-CHANGE-VENDOR
           ELSE IF WORK-COMMAND-ENTRY EQUAL "F"
               PERFORM DO-FIND-VENDOR
           ELSE IF WORK-COMMAND-ENTRY EQUAL "L"
               PERFORM DO-LIST-VENDORS
           ELSE IF WORK-COMMAND-ENTRY EQUAL "X"
               MOVE "1" TO WORK-DONE-SWITCH.

       DO-ADD-VENDOR.
           PERFORM DO-ACCEPT-VENDOR-CODE.
           IF WORK-VENDOR-ENTRY EQUAL SPACES
               DISPLAY "VENDOR CODE IS REQUIRED -- NOT ADDED"
           ELSE
               MOVE SPACES TO VEND-NAME
               MOVE SPACES TO VEND-REMIT-TO
               MOVE SPACES TO VEND-ACCOUNT-NUMBER
               MOVE ZERO TO VEND-DISCOUNT-PERCENT
               MOVE ZERO TO VEND-DELIVERY-DAYS
               MOVE "A" TO VEND-STATUS-FLAG
               PERFORM DO-ACCEPT-VENDOR-DETAILS
               IF VEND-NAME EQUAL SPACES
                   DISPLAY "VENDOR NAME IS REQUIRED -- NOT ADDED"
               ELSE
                   WRITE VENDOR-RECORD
                       INVALID KEY
                           DISPLAY "THAT VENDOR CODE IS ALREADY ON "
                                   "FILE"
                       NOT INVALID KEY
                           DISPLAY "VENDOR ADDED"
                   END-WRITE
               END-IF
           END-IF.

       DO-CHANGE-VENDOR.
           PERFORM DO-ACCEPT-VENDOR-CODE.
           READ VENDOR-FILE
               INVALID KEY
                   DISPLAY "VENDOR NOT ON FILE"
               NOT INVALID KEY
                   PERFORM DO-SHOW-VENDOR
                   PERFORM DO-ACCEPT-VENDOR-DETAILS
                   REWRITE VENDOR-RECORD
                   DISPLAY "VENDOR CHANGED"
           END-READ.

       DO-ACCEPT-VENDOR-CODE.
           DISPLAY "VENDOR CODE: ".
           MOVE SPACES TO WORK-VENDOR-ENTRY.
           ACCEPT WORK-VENDOR-ENTRY.
           MOVE WORK-VENDOR-ENTRY TO VEND-CODE.

      *    BLANK ENTRIES KEEP WHAT IS ALREADY THERE.
       DO-ACCEPT-VENDOR-DETAILS.
           DISPLAY "VENDOR NAME (BLANK = NO CHANGE): ".
           MOVE SPACES TO WORK-TEXT-ENTRY.
           ACCEPT WORK-TEXT-ENTRY.
           IF WORK-TEXT-ENTRY NOT EQUAL SPACES
               MOVE WORK-TEXT-ENTRY TO VEND-NAME
           END-IF.
           DISPLAY "STATUS A=ACTIVE I=INACTIVE (BLANK = NO CHANGE): ".
           MOVE SPACE TO WORK-STATUS-ENTRY.
           ACCEPT WORK-STATUS-ENTRY.
           IF WORK-STATUS-ENTRY EQUAL "A" OR WORK-STATUS-ENTRY EQUAL "I"
               MOVE WORK-STATUS-ENTRY TO VEND-STATUS-FLAG
           END-IF.
           DISPLAY "REMIT-TO ADDRESS LINE 1 (BLANK = NO CHANGE): ".
           MOVE SPACES TO WORK-TEXT-ENTRY.
           ACCEPT WORK-TEXT-ENTRY.
           IF WORK-TEXT-ENTRY NOT EQUAL SPACES
               MOVE WORK-TEXT-ENTRY TO VEND-REMIT-ADD
           END-IF.
           DISPLAY "REMIT-TO ADDRESS LINE 2 (BLANK = NO CHANGE, "
                   "* = CLEAR): ".
           MOVE SPACES TO WORK-TEXT-ENTRY.
           ACCEPT WORK-TEXT-ENTRY.
           IF WORK-TEXT-ENTRY EQUAL "*"
               MOVE SPACES TO VEND-REMIT-ADD2
           ELSE IF WORK-TEXT-ENTRY NOT EQUAL SPACES
               MOVE WORK-TEXT-ENTRY TO VEND-REMIT-ADD2
           END-IF.
           DISPLAY "REMIT-TO CITY (BLANK = NO CHANGE): ".
           MOVE SPACES TO WORK-TEXT-ENTRY.
           ACCEPT WORK-TEXT-ENTRY.
           IF WORK-TEXT-ENTRY NOT EQUAL SPACES
               MOVE WORK-TEXT-ENTRY TO VEND-REMIT-CITY
           END-IF.
           DISPLAY "REMIT-TO STATE (BLANK = NO CHANGE): ".
           MOVE SPACES TO WORK-TEXT-ENTRY.
           ACCEPT WORK-TEXT-ENTRY.
           IF WORK-TEXT-ENTRY NOT EQUAL SPACES
               MOVE WORK-TEXT-ENTRY TO VEND-REMIT-STATE
           END-IF.
           DISPLAY "REMIT-TO ZIP (BLANK = NO CHANGE): ".
           MOVE SPACES TO WORK-TEXT-ENTRY.
           ACCEPT WORK-TEXT-ENTRY.
           IF WORK-TEXT-ENTRY NOT EQUAL SPACES
               MOVE WORK-TEXT-ENTRY TO VEND-REMIT-ZIP
           END-IF.
           DISPLAY "OUR ACCOUNT NUMBER WITH THEM (BLANK = NO CHANGE): ".
           MOVE SPACES TO WORK-TEXT-ENTRY.
           ACCEPT WORK-TEXT-ENTRY.
           IF WORK-TEXT-ENTRY NOT EQUAL SPACES
               MOVE WORK-TEXT-ENTRY TO VEND-ACCOUNT-NUMBER
           END-IF.
           DISPLAY "DISCOUNT, HUNDREDTHS OF A PERCENT (4000 = 40.00), "
                   "BLANK = NO CHANGE: ".
           MOVE SPACES TO WORK-PERCENT-ENTRY.
           ACCEPT WORK-PERCENT-ENTRY.
           IF WORK-PERCENT-ENTRY (1:1) IS NUMERIC
               COMPUTE VEND-DISCOUNT-PERCENT =
                       FUNCTION NUMVAL (WORK-PERCENT-ENTRY) / 100
           END-IF.
           DISPLAY "DAYS TO DELIVER AN ORDER (0 = HOUSE DEFAULT), "
                   "BLANK = NO CHANGE: ".
           MOVE SPACES TO WORK-DAYS-ENTRY.
           ACCEPT WORK-DAYS-ENTRY.
           IF WORK-DAYS-ENTRY (1:1) IS NUMERIC
               COMPUTE VEND-DELIVERY-DAYS =
                       FUNCTION NUMVAL (WORK-DAYS-ENTRY)
           END-IF.

       DO-FIND-VENDOR.
           PERFORM DO-ACCEPT-VENDOR-CODE.
           READ VENDOR-FILE
               INVALID KEY
                   DISPLAY "VENDOR NOT ON FILE"
               NOT INVALID KEY
                   PERFORM DO-SHOW-VENDOR
           END-READ.

       DO-SHOW-VENDOR.
           DISPLAY VEND-CODE " " VEND-STATUS-FLAG " " VEND-NAME.
           DISPLAY "  " VEND-REMIT-ADD " " VEND-REMIT-ADD2.
           DISPLAY "  " VEND-REMIT-CITY " " VEND-REMIT-STATE " "
                   VEND-REMIT-ZIP.
           DISPLAY "  ACCOUNT " VEND-ACCOUNT-NUMBER " DISCOUNT "
                   VEND-DISCOUNT-PERCENT " DELIVERY DAYS "
                   VEND-DELIVERY-DAYS.

       DO-LIST-VENDORS.
           MOVE 0 TO WORK-LISTED-COUNT.
           MOVE "0" TO WORK-EOF-SWITCH.
           MOVE LOW-VALUES TO VEND-CODE.
           START VENDOR-FILE KEY IS NOT LESS THAN VEND-CODE
               INVALID KEY
                   MOVE "1" TO WORK-EOF-SWITCH
           END-START.
           PERFORM DO-LIST-NEXT-VENDOR UNTIL WORK-EOF.
           DISPLAY "VENDORS ON FILE: " WORK-LISTED-COUNT.

       DO-LIST-NEXT-VENDOR.
           READ VENDOR-FILE NEXT RECORD
               AT END
                   MOVE "1" TO WORK-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WORK-LISTED-COUNT
                   DISPLAY VEND-CODE " " VEND-STATUS-FLAG " "
                           VEND-NAME " " VEND-ACCOUNT-NUMBER
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
                   MOVE "VEND001A" TO PERM-PROGRAM
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
               DISPLAY "YOUR ROLE IS NOT PERMITTED TO RUN VEND001A"
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
               MOVE "VEND001A" TO SIGN-LOG-PROGRAM.
           MOVE WORK-PERMIT-FUNCTION TO SIGN-LOG-FUNCTION.
           WRITE SIGN-ON-LOG-RECORD.
           CLOSE SIGN-ON-LOG-FILE.
