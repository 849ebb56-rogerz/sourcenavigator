       IDENTIFICATION DIVISION.
       PROGRAM-ID. DONR001A.
      ***************************************************************
      *                                                             *
      *   DONOR MASTER AND GIFT RECORDING -- DONOR NUMBER IN, NAME  *
      *   AND MAILING ADDRESS OUT, AND EACH GIFT THEY MAKE KEYED    *
      *   AGAINST THEM. CONSOLE-DRIVEN, SAME SHAPE AS THE VENDOR    *
      *   MASTER DESK:                                              *
      *     A = ADD A DONOR       C = CHANGE ONE                    *
      *     F = FIND ONE AND LIST THEIR GIFTS                       *
      *     G = RECORD A GIFT     L = LIST THE WHOLE FILE           *
      *     X = EXIT                                                *
      *   A GIFT IS BOOKS OR OTHER ITEMS (I) OR MONEY (C), WITH ITS *
      *   DATE, ITEM COUNT AND ESTIMATED VALUE. DONATED COPIES ARE  *
      *   REGISTERED ON BOOK001A AGAINST THE SAME DONOR NUMBER.     *
      *   LIB061A PRINTS THE THANK-YOU LETTERS EACH MONTH AND THE   *
      *   YEAR-END GIVING SUMMARY IN JANUARY. A DONOR IS NEVER      *
      *   DELETED -- THEIR GIFTS STILL NAME THEM.                   *
      *                                                             *
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DONOR-FILE ASSIGN TO DISK
           ACCESS MODE DYNAMIC
           ORGANIZATION INDEXED
           RECORD KEY DONOR-NUMBER
           FILE STATUS IS WORK-DONOR-STATUS.
           SELECT GIFT-FILE ASSIGN TO DISK
           ACCESS MODE DYNAMIC
           ORGANIZATION INDEXED
           RECORD KEY GIFT-KEY
           FILE STATUS IS WORK-GIFT-STATUS.
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

       copy donor.

       copy gift.

       copy staff.

       copy permit.

       copy signlog.

       WORKING-STORAGE SECTION.
       01 WORK-DONOR-STATUS                       PIC XX.
       01 WORK-GIFT-STATUS                        PIC XX.
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
       01 WORK-DONOR-ENTRY                        PIC X(5).
       01 WORK-TEXT-ENTRY                         PIC X(30).
       01 WORK-STATUS-ENTRY                       PIC X.
       01 WORK-DATE-ENTRY                         PIC X(8).
       01 WORK-COUNT-ENTRY                        PIC X(4).
       01 WORK-AMOUNT-ENTRY                       PIC X(9).
       01 WORK-EOF-SWITCH                         PIC X.
          88 WORK-EOF                                 VALUE "1".
       01 WORK-GIFT-OK-SWITCH                     PIC X.
          88 WORK-GIFT-OK                             VALUE "Y".
       01 WORK-LISTED-COUNT                       PIC 9(3).
       01 WORK-GIFT-COUNT                         PIC 9(3).
       01 WORK-GIFT-TOTAL                         PIC 9(7)V99.
       01 WORK-VALUE-DISPLAY                      PIC Z,ZZZ,ZZ9.99.
       01 WORK-TODAY-RAW-DATE.
          05 WORK-TODAY-RAW-YY                   PIC 99.
          05 WORK-TODAY-RAW-MM                   PIC 99.
          05 WORK-TODAY-RAW-DD                   PIC 99.
       01 WORK-TODAY-DATE.
          05 WORK-TODAY-CC                       PIC 99.
          05 WORK-TODAY-YY                       PIC 99.
          05 WORK-TODAY-MM                       PIC 99.
          05 WORK-TODAY-DD                       PIC 99.

       PROCEDURE DIVISION.
       C000-MAIN-LINE SECTION.
       C020-MAIN-LINE-LOGIC.
           PERFORM DO-SIGN-ON.
           IF NOT WORK-PERMIT-OK
               STOP RUN.
           OPEN I-O DONOR-FILE.
           IF WORK-DONOR-STATUS NOT EQUAL "00"
               OPEN OUTPUT DONOR-FILE
               CLOSE DONOR-FILE
               OPEN I-O DONOR-FILE
           END-IF.
           OPEN I-O GIFT-FILE.
           IF WORK-GIFT-STATUS NOT EQUAL "00"
               OPEN OUTPUT GIFT-FILE
               CLOSE GIFT-FILE
               OPEN I-O GIFT-FILE
           END-IF.
           PERFORM DO-GET-TODAYS-DATE.
           DISPLAY "DONOR MASTER AND GIFT RECORDING".
           PERFORM DO-ONE-COMMAND UNTIL WORK-ENTRY-DONE.
           CLOSE DONOR-FILE.
           CLOSE GIFT-FILE.
           STOP RUN.

       DO-ONE-COMMAND.
           MOVE SPACE TO WORK-COMMAND-ENTRY.
           DISPLAY "A=ADD C=CHANGE F=FIND G=GIFT L=LIST X=EXIT: ".
           ACCEPT WORK-COMMAND-ENTRY.
           IF WORK-COMMAND-ENTRY EQUAL "A"
               PERFORM DO-ADD-DONOR
           ELSE IF WORK-COMMAND-ENTRY EQUAL "C"
               PERFORM DO-CHANGE-DONOR
           ELSE IF WORK-COMMAND-ENTRY EQUAL "F"
               PERFORM DO-FIND-DONOR
           ELSE IF WORK-COMMAND-ENTRY EQUAL "G"
               PERFORM DO-RECORD-GIFT
           ELSE IF WORK-COMMAND-ENTRY EQUAL "L"
               PERFORM DO-LIST-DONORS
           ELSE IF WORK-COMMAND-ENTRY EQUAL "X"
               MOVE "1" TO WORK-DONE-SWITCH.

       DO-ADD-DONOR.
           PERFORM DO-ACCEPT-DONOR-NUMBER.
           IF WORK-DONOR-ENTRY EQUAL SPACES
               DISPLAY "DONOR NUMBER IS REQUIRED -- NOT ADDED"
           ELSE
               MOVE SPACES TO DONOR-NAME
               MOVE SPACES TO DONOR-ADDRESS
               MOVE ZERO TO DONOR-LAST-GIFT-SEQUENCE
               MOVE "A" TO DONOR-STATUS-FLAG
               PERFORM DO-ACCEPT-DONOR-DETAILS
               IF DONOR-NAME EQUAL SPACES
                   DISPLAY "DONOR NAME IS REQUIRED -- NOT ADDED"
               ELSE
                   WRITE DONOR-RECORD
                       INVALID KEY
                           DISPLAY "THAT DONOR NUMBER IS ALREADY ON "
                                   "FILE"
                       NOT INVALID KEY
                           DISPLAY "DONOR ADDED"
                   END-WRITE
               END-IF
           END-IF.

       DO-CHANGE-DONOR.
           PERFORM DO-ACCEPT-DONOR-NUMBER.
           READ DONOR-FILE
               INVALID KEY
                   DISPLAY "DONOR NOT ON FILE"
               NOT INVALID KEY
                   PERFORM DO-SHOW-DONOR
                   PERFORM DO-ACCEPT-DONOR-DETAILS
                   REWRITE DONOR-RECORD
                   DISPLAY "DONOR CHANGED"
           END-READ.

       DO-ACCEPT-DONOR-NUMBER.
           DISPLAY "DONOR NUMBER: ".
           MOVE SPACES TO WORK-DONOR-ENTRY.
           ACCEPT WORK-DONOR-ENTRY.
           MOVE WORK-DONOR-ENTRY TO DONOR-NUMBER.

      *    BLANK ENTRIES KEEP WHAT IS ALREADY THERE.
       DO-ACCEPT-DONOR-DETAILS.
           DISPLAY "DONOR NAME (BLANK = NO CHANGE): ".
           MOVE SPACES TO WORK-TEXT-ENTRY.
           ACCEPT WORK-TEXT-ENTRY.
           IF WORK-TEXT-ENTRY NOT EQUAL SPACES
               MOVE WORK-TEXT-ENTRY TO DONOR-NAME
           END-IF.
           DISPLAY "STATUS A=ACTIVE I=INACTIVE (BLANK = NO CHANGE): ".
           MOVE SPACE TO WORK-STATUS-ENTRY.
           ACCEPT WORK-STATUS-ENTRY.
           IF WORK-STATUS-ENTRY EQUAL "A" OR WORK-STATUS-ENTRY EQUAL "I"
               MOVE WORK-STATUS-ENTRY TO DONOR-STATUS-FLAG
           END-IF.
           DISPLAY "STREET ADDRESS (BLANK = NO CHANGE): ".
           MOVE SPACES TO WORK-TEXT-ENTRY.
           ACCEPT WORK-TEXT-ENTRY.
           IF WORK-TEXT-ENTRY NOT EQUAL SPACES
               MOVE WORK-TEXT-ENTRY TO DONOR-STREET
           END-IF.
           DISPLAY "CITY (BLANK = NO CHANGE): ".
           MOVE SPACES TO WORK-TEXT-ENTRY.
           ACCEPT WORK-TEXT-ENTRY.
           IF WORK-TEXT-ENTRY NOT EQUAL SPACES
               MOVE WORK-TEXT-ENTRY TO DONOR-CITY
           END-IF.
           DISPLAY "STATE (BLANK = NO CHANGE): ".
           MOVE SPACES TO WORK-TEXT-ENTRY.
           ACCEPT WORK-TEXT-ENTRY.
           IF WORK-TEXT-ENTRY NOT EQUAL SPACES
               MOVE WORK-TEXT-ENTRY TO DONOR-STATE
           END-IF.
           DISPLAY "ZIP (BLANK = NO CHANGE): ".
           MOVE SPACES TO WORK-TEXT-ENTRY.
           ACCEPT WORK-TEXT-ENTRY.
           IF WORK-TEXT-ENTRY NOT EQUAL SPACES
               MOVE WORK-TEXT-ENTRY TO DONOR-ZIP
           END-IF.

       DO-FIND-DONOR.
           PERFORM DO-ACCEPT-DONOR-NUMBER.
           READ DONOR-FILE
               INVALID KEY
                   DISPLAY "DONOR NOT ON FILE"
               NOT INVALID KEY
                   PERFORM DO-SHOW-DONOR
                   PERFORM DO-LIST-DONOR-GIFTS
           END-READ.

       DO-SHOW-DONOR.
           DISPLAY DONOR-NUMBER " " DONOR-STATUS-FLAG " " DONOR-NAME.
           DISPLAY "  " DONOR-STREET.
           DISPLAY "  " DONOR-CITY " " DONOR-STATE " " DONOR-ZIP.

      *    EVERY GIFT ON FILE FOR THE DONOR, OLDEST FIRST, WITH
      *    WHETHER THE THANK-YOU LETTER HAS GONE OUT.
       DO-LIST-DONOR-GIFTS.
           MOVE 0 TO WORK-GIFT-COUNT.
           MOVE 0 TO WORK-GIFT-TOTAL.
           MOVE "0" TO WORK-EOF-SWITCH.
           MOVE DONOR-NUMBER TO GIFT-DONOR-NUMBER.
           MOVE ZERO TO GIFT-SEQUENCE.
           START GIFT-FILE KEY IS NOT LESS THAN GIFT-KEY
               INVALID KEY
                   MOVE "1" TO WORK-EOF-SWITCH
           END-START.
           PERFORM DO-LIST-NEXT-GIFT UNTIL WORK-EOF.
           MOVE WORK-GIFT-TOTAL TO WORK-VALUE-DISPLAY.
           DISPLAY "GIFTS ON FILE: " WORK-GIFT-COUNT
                   "  ESTIMATED VALUE " WORK-VALUE-DISPLAY.

       DO-LIST-NEXT-GIFT.
           READ GIFT-FILE NEXT RECORD
               AT END
                   MOVE "1" TO WORK-EOF-SWITCH
               NOT AT END
                   IF GIFT-DONOR-NUMBER NOT EQUAL DONOR-NUMBER
                       MOVE "1" TO WORK-EOF-SWITCH
                   ELSE
                       ADD 1 TO WORK-GIFT-COUNT
                       ADD GIFT-ESTIMATED-VALUE TO WORK-GIFT-TOTAL
                       MOVE GIFT-ESTIMATED-VALUE TO WORK-VALUE-DISPLAY
                       DISPLAY "  " GIFT-SEQUENCE " " GIFT-DATE " "
                               GIFT-TYPE-FLAG " " GIFT-ITEM-COUNT " "
                               WORK-VALUE-DISPLAY " " GIFT-DESCRIPTION
                               " ACK " GIFT-ACK-FLAG
                   END-IF
           END-READ.

      *    A GIFT IS KEYED UNDER THE DONOR'S NEXT SEQUENCE NUMBER.
      *    THE DONOR ROW IS REWRITTEN ONLY ONCE THE GIFT IS ON FILE.
       DO-RECORD-GIFT.
           PERFORM DO-ACCEPT-DONOR-NUMBER.
           READ DONOR-FILE
               INVALID KEY
                   DISPLAY "DONOR NOT ON FILE -- ADD THEM FIRST"
               NOT INVALID KEY
                   PERFORM DO-SHOW-DONOR
                   PERFORM DO-ACCEPT-GIFT-DETAILS
                   IF WORK-GIFT-OK
                       PERFORM DO-WRITE-GIFT
                   END-IF
           END-READ.

       DO-ACCEPT-GIFT-DETAILS.
           MOVE "Y" TO WORK-GIFT-OK-SWITCH.
           MOVE DONOR-NUMBER TO GIFT-DONOR-NUMBER.
           MOVE ZERO TO GIFT-ITEM-COUNT.
           MOVE ZERO TO GIFT-ESTIMATED-VALUE.
           MOVE SPACES TO GIFT-DESCRIPTION.
           MOVE WORK-OPERATOR-ID TO GIFT-STAFF-ID.
           MOVE "N" TO GIFT-ACK-FLAG.
           MOVE ZERO TO GIFT-ACK-DATE.
           DISPLAY "GIFT TYPE I=ITEMS C=CASH: ".
           MOVE SPACE TO WORK-STATUS-ENTRY.
           ACCEPT WORK-STATUS-ENTRY.
           MOVE WORK-STATUS-ENTRY TO GIFT-TYPE-FLAG.
           IF NOT GIFT-IS-ITEMS AND NOT GIFT-IS-CASH
               DISPLAY "GIFT TYPE MUST BE I OR C -- NOT RECORDED"
               MOVE "N" TO WORK-GIFT-OK-SWITCH
           ELSE
               PERFORM DO-ACCEPT-GIFT-AMOUNTS
           END-IF.

       DO-ACCEPT-GIFT-AMOUNTS.
           DISPLAY "DATE RECEIVED CCYYMMDD (BLANK = TODAY): ".
           MOVE SPACES TO WORK-DATE-ENTRY.
           ACCEPT WORK-DATE-ENTRY.
           IF WORK-DATE-ENTRY IS NUMERIC
               MOVE WORK-DATE-ENTRY TO GIFT-DATE
           ELSE
               MOVE WORK-TODAY-DATE TO GIFT-DATE
           END-IF.
           IF GIFT-IS-ITEMS
               DISPLAY "NUMBER OF ITEMS: "
               MOVE SPACES TO WORK-COUNT-ENTRY
               ACCEPT WORK-COUNT-ENTRY
               IF WORK-COUNT-ENTRY (1:1) IS NUMERIC
                   COMPUTE GIFT-ITEM-COUNT =
                           FUNCTION NUMVAL (WORK-COUNT-ENTRY)
               END-IF
               IF GIFT-ITEM-COUNT EQUAL ZERO
                   DISPLAY "AN ITEM GIFT NEEDS A COUNT -- NOT RECORDED"
                   MOVE "N" TO WORK-GIFT-OK-SWITCH
               END-IF
           END-IF.
           DISPLAY "ESTIMATED VALUE IN CENTS (2500 = 25.00): ".
           MOVE SPACES TO WORK-AMOUNT-ENTRY.
           ACCEPT WORK-AMOUNT-ENTRY.
           IF WORK-AMOUNT-ENTRY (1:1) IS NUMERIC
               COMPUTE GIFT-ESTIMATED-VALUE =
                       FUNCTION NUMVAL (WORK-AMOUNT-ENTRY) / 100
           END-IF.
           IF GIFT-IS-CASH AND GIFT-ESTIMATED-VALUE EQUAL ZERO
               DISPLAY "A CASH GIFT NEEDS AN AMOUNT -- NOT RECORDED"
               MOVE "N" TO WORK-GIFT-OK-SWITCH
           END-IF.
           DISPLAY "DESCRIPTION: ".
           MOVE SPACES TO WORK-TEXT-ENTRY.
           ACCEPT WORK-TEXT-ENTRY.
           MOVE WORK-TEXT-ENTRY TO GIFT-DESCRIPTION.

       DO-WRITE-GIFT.
           ADD 1 TO DONOR-LAST-GIFT-SEQUENCE.
           MOVE DONOR-LAST-GIFT-SEQUENCE TO GIFT-SEQUENCE.
           WRITE GIFT-RECORD
               INVALID KEY
                   DISPLAY "GIFT " GIFT-SEQUENCE " IS ALREADY ON FILE "
                           "-- NOT RECORDED"
               NOT INVALID KEY
                   REWRITE DONOR-RECORD
                   DISPLAY "GIFT " GIFT-SEQUENCE " RECORDED FOR DONOR "
                           DONOR-NUMBER
           END-WRITE.

       DO-LIST-DONORS.
           MOVE 0 TO WORK-LISTED-COUNT.
           MOVE "0" TO WORK-EOF-SWITCH.
           MOVE LOW-VALUES TO DONOR-NUMBER.
           START DONOR-FILE KEY IS NOT LESS THAN DONOR-NUMBER
               INVALID KEY
                   MOVE "1" TO WORK-EOF-SWITCH
           END-START.
           PERFORM DO-LIST-NEXT-DONOR UNTIL WORK-EOF.
           DISPLAY "DONORS ON FILE: " WORK-LISTED-COUNT.

       DO-LIST-NEXT-DONOR.
           READ DONOR-FILE NEXT RECORD
               AT END
                   MOVE "1" TO WORK-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WORK-LISTED-COUNT
                   DISPLAY DONOR-NUMBER " " DONOR-STATUS-FLAG " "
                           DONOR-NAME " " DONOR-CITY
           END-READ.

       DO-GET-TODAYS-DATE.
      *    WINDOW TODAY'S TWO-DIGIT YEAR THE SAME WAY LIB001A DOES.
           ACCEPT WORK-TODAY-RAW-DATE FROM DATE.
           IF WORK-TODAY-RAW-YY LESS THAN 50
               MOVE 20 TO WORK-TODAY-CC
           ELSE
               MOVE 19 TO WORK-TODAY-CC.
           MOVE WORK-TODAY-RAW-YY TO WORK-TODAY-YY.
           MOVE WORK-TODAY-RAW-MM TO WORK-TODAY-MM.
           MOVE WORK-TODAY-RAW-DD TO WORK-TODAY-DD.

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
                   MOVE "DONR001A" TO PERM-PROGRAM
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
               DISPLAY "YOUR ROLE IS NOT PERMITTED TO RUN DONR001A"
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
               MOVE "DONR001A" TO SIGN-LOG-PROGRAM.
           MOVE WORK-PERMIT-FUNCTION TO SIGN-LOG-FUNCTION.
           WRITE SIGN-ON-LOG-RECORD.
           CLOSE SIGN-ON-LOG-FILE.
