       IDENTIFICATION DIVISION.
       PROGRAM-ID. ILLP001A.
      ***************************************************************
      *                                                             *
      *   INTERLIBRARY LOAN PARTNER DIRECTORY MAINTENANCE --        *
      *   PARTNER CODE IN, NAME, SHIPPING ADDRESS, THE FEE THE      *
      *   PARTNER CHARGES US PER ITEM IT LENDS, AND WHETHER WE      *
      *   HAVE A RECIPROCAL (NO-CHARGE) AGREEMENT WITH THEM.        *
      *   CONSOLE-DRIVEN, SAME SHAPE AS THE VENDOR MASTER DESK:     *
      *     A = ADD A PARTNER     C = CHANGE ONE                    *
      *     F = FIND ONE          L = LIST THE WHOLE FILE           *
      *     X = EXIT                                                *
      *   A PARTNER IS NEVER DELETED -- OLD REQUESTS STILL NAME IT. *
      *   CHANGING ITS STATUS TO I(NACTIVE) STOPS NEW REQUESTS ON   *
      *   ILL001A BUT LETS THE OPEN ONES BE RECEIVED AND CLOSED.    *
      *                                                             *
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ILL-PARTNER-FILE ASSIGN TO DISK
           ACCESS MODE DYNAMIC
           ORGANIZATION INDEXED
           RECORD KEY PART-CODE
           FILE STATUS IS WORK-PARTNER-STATUS.
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

       copy illpart.

       copy staff.

       copy permit.

       copy signlog.

       WORKING-STORAGE SECTION.
       01 WORK-PARTNER-STATUS                     PIC XX.
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
       01 WORK-PARTNER-ENTRY                      PIC X(6).
       01 WORK-TEXT-ENTRY                         PIC X(30).
       01 WORK-STATUS-ENTRY                       PIC X.
       01 WORK-AMOUNT-ENTRY                       PIC X(5).
       01 WORK-EOF-SWITCH                         PIC X.
          88 WORK-EOF                                 VALUE "1".
       01 WORK-LISTED-COUNT                       PIC 9(3).

       PROCEDURE DIVISION.
       C000-MAIN-LINE SECTION.
       C020-MAIN-LINE-LOGIC.
           PERFORM DO-SIGN-ON.
           IF NOT WORK-PERMIT-OK
               STOP RUN.
           OPEN I-O ILL-PARTNER-FILE.
           IF WORK-PARTNER-STATUS NOT EQUAL "00"
               OPEN OUTPUT ILL-PARTNER-FILE
               CLOSE ILL-PARTNER-FILE
               OPEN I-O ILL-PARTNER-FILE
           END-IF.
           DISPLAY "INTERLIBRARY LOAN PARTNER DIRECTORY".
           PERFORM DO-ONE-COMMAND UNTIL WORK-ENTRY-DONE.
           CLOSE ILL-PARTNER-FILE.
           STOP RUN.

       DO-ONE-COMMAND.
           MOVE SPACE TO WORK-COMMAND-ENTRY.
           DISPLAY "A=ADD C=CHANGE F=FIND L=LIST X=EXIT: ".
           ACCEPT WORK-COMMAND-ENTRY.
           IF WORK-COMMAND-ENTRY EQUAL "A"
               PERFORM DO-ADD-PARTNER
           ELSE IF WORK-COMMAND-ENTRY EQUAL "C"
               PERFORM DO-CHANGE-PARTNER
           ELSE IF WORK-COMMAND-ENTRY EQUAL "F"
               PERFORM DO-FIND-PARTNER
           ELSE IF WORK-COMMAND-ENTRY EQUAL "L"
               PERFORM DO-LIST-PARTNERS
           ELSE IF WORK-COMMAND-ENTRY EQUAL "X"
               MOVE "1" TO WORK-DONE-SWITCH.

       DO-ADD-PARTNER.
           PERFORM DO-ACCEPT-PARTNER-CODE.
           IF WORK-PARTNER-ENTRY EQUAL SPACES
               DISPLAY "PARTNER CODE IS REQUIRED -- NOT ADDED"
           ELSE
               MOVE SPACES TO PART-NAME
               MOVE SPACES TO PART-SHIPPING-ADDRESS
               MOVE ZERO TO PART-LENDING-FEE
               MOVE "N" TO PART-RECIPROCAL-FLAG
               MOVE "A" TO PART-STATUS-FLAG
               PERFORM DO-ACCEPT-PARTNER-DETAILS
               IF PART-NAME EQUAL SPACES
                   DISPLAY "PARTNER NAME IS REQUIRED -- NOT ADDED"
               ELSE
                   WRITE ILL-PARTNER-RECORD
                       INVALID KEY
                           DISPLAY "THAT PARTNER CODE IS ALREADY ON "
                                   "FILE"
                       NOT INVALID KEY
                           DISPLAY "PARTNER ADDED"
                   END-WRITE
               END-IF
           END-IF.

       DO-CHANGE-PARTNER.
           PERFORM DO-ACCEPT-PARTNER-CODE.
           READ ILL-PARTNER-FILE
               INVALID KEY
                   DISPLAY "PARTNER NOT ON FILE"
               NOT INVALID KEY
                   PERFORM DO-SHOW-PARTNER
                   PERFORM DO-ACCEPT-PARTNER-DETAILS
                   REWRITE ILL-PARTNER-RECORD
                   DISPLAY "PARTNER CHANGED"
           END-READ.

       DO-ACCEPT-PARTNER-CODE.
           DISPLAY "PARTNER CODE: ".
           MOVE SPACES TO WORK-PARTNER-ENTRY.
           ACCEPT WORK-PARTNER-ENTRY.
           MOVE WORK-PARTNER-ENTRY TO PART-CODE.

      *    BLANK ENTRIES KEEP WHAT IS ALREADY THERE.
       DO-ACCEPT-PARTNER-DETAILS.
           DISPLAY "PARTNER LIBRARY NAME (BLANK = NO CHANGE): ".
           MOVE SPACES TO WORK-TEXT-ENTRY.
           ACCEPT WORK-TEXT-ENTRY.
           IF WORK-TEXT-ENTRY NOT EQUAL SPACES
               MOVE WORK-TEXT-ENTRY TO PART-NAME
           END-IF.
           DISPLAY "STATUS A=ACTIVE I=INACTIVE (BLANK = NO CHANGE): ".
           MOVE SPACE TO WORK-STATUS-ENTRY.
           ACCEPT WORK-STATUS-ENTRY.
           IF WORK-STATUS-ENTRY EQUAL "A" OR WORK-STATUS-ENTRY EQUAL "I"
               MOVE WORK-STATUS-ENTRY TO PART-STATUS-FLAG
           END-IF.
           DISPLAY "SHIPPING ADDRESS STREET (BLANK = NO CHANGE): ".
           MOVE SPACES TO WORK-TEXT-ENTRY.
           ACCEPT WORK-TEXT-ENTRY.
           IF WORK-TEXT-ENTRY NOT EQUAL SPACES
               MOVE WORK-TEXT-ENTRY TO PART-SHIP-STREET
           END-IF.
           DISPLAY "SHIPPING CITY (BLANK = NO CHANGE): ".
           MOVE SPACES TO WORK-TEXT-ENTRY.
           ACCEPT WORK-TEXT-ENTRY.
           IF WORK-TEXT-ENTRY NOT EQUAL SPACES
               MOVE WORK-TEXT-ENTRY TO PART-SHIP-CITY
           END-IF.
           DISPLAY "SHIPPING STATE (BLANK = NO CHANGE): ".
           MOVE SPACES TO WORK-TEXT-ENTRY.
           ACCEPT WORK-TEXT-ENTRY.
           IF WORK-TEXT-ENTRY NOT EQUAL SPACES
               MOVE WORK-TEXT-ENTRY TO PART-SHIP-STATE
           END-IF.
           DISPLAY "SHIPPING ZIP (BLANK = NO CHANGE): ".
           MOVE SPACES TO WORK-TEXT-ENTRY.
           ACCEPT WORK-TEXT-ENTRY.
           IF WORK-TEXT-ENTRY NOT EQUAL SPACES
               MOVE WORK-TEXT-ENTRY TO PART-SHIP-ZIP
           END-IF.
           DISPLAY "LENDING FEE PER ITEM, CENTS (0 = FREE), "
                   "BLANK = NO CHANGE: ".
           MOVE SPACES TO WORK-AMOUNT-ENTRY.
           ACCEPT WORK-AMOUNT-ENTRY.
           IF WORK-AMOUNT-ENTRY (1:1) IS NUMERIC
               COMPUTE PART-LENDING-FEE =
                       FUNCTION NUMVAL (WORK-AMOUNT-ENTRY) / 100
           END-IF.
           DISPLAY "RECIPROCAL AGREEMENT Y/N (BLANK = NO CHANGE): ".
           MOVE SPACE TO WORK-STATUS-ENTRY.
           ACCEPT WORK-STATUS-ENTRY.
           IF WORK-STATUS-ENTRY EQUAL "Y" OR WORK-STATUS-ENTRY EQUAL "N"
               MOVE WORK-STATUS-ENTRY TO PART-RECIPROCAL-FLAG
           END-IF.

       DO-FIND-PARTNER.
           PERFORM DO-ACCEPT-PARTNER-CODE.
           READ ILL-PARTNER-FILE
               INVALID KEY
                   DISPLAY "PARTNER NOT ON FILE"
               NOT INVALID KEY
                   PERFORM DO-SHOW-PARTNER
           END-READ.

       DO-SHOW-PARTNER.
           DISPLAY PART-CODE " " PART-STATUS-FLAG " " PART-NAME.
           DISPLAY "  " PART-SHIP-STREET.
           DISPLAY "  " PART-SHIP-CITY " " PART-SHIP-STATE " "
                   PART-SHIP-ZIP.
           DISPLAY "  LENDING FEE " PART-LENDING-FEE " RECIPROCAL "
                   PART-RECIPROCAL-FLAG.

       DO-LIST-PARTNERS.
           MOVE 0 TO WORK-LISTED-COUNT.
           MOVE "0" TO WORK-EOF-SWITCH.
           MOVE LOW-VALUES TO PART-CODE.
           START ILL-PARTNER-FILE KEY IS NOT LESS THAN PART-CODE
               INVALID KEY
                   MOVE "1" TO WORK-EOF-SWITCH
           END-START.
           PERFORM DO-LIST-NEXT-PARTNER UNTIL WORK-EOF.
           DISPLAY "PARTNERS ON FILE: " WORK-LISTED-COUNT.

       DO-LIST-NEXT-PARTNER.
           READ ILL-PARTNER-FILE NEXT RECORD
               AT END
                   MOVE "1" TO WORK-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WORK-LISTED-COUNT
                   DISPLAY PART-CODE " " PART-STATUS-FLAG " "
                           PART-NAME " " PART-LENDING-FEE " "
                           PART-RECIPROCAL-FLAG
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
                   MOVE "ILLP001A" TO PERM-PROGRAM
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
               DISPLAY "YOUR ROLE IS NOT PERMITTED TO RUN ILLP001A"
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
               MOVE "ILLP001A" TO SIGN-LOG-PROGRAM.
           MOVE WORK-PERMIT-FUNCTION TO SIGN-LOG-FUNCTION.
           WRITE SIGN-ON-LOG-RECORD.
           CLOSE SIGN-ON-LOG-FILE.
