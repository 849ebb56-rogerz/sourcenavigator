       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXP001A.
      ***************************************************************
      *                                                             *
      *   STAFF MILEAGE AND EXPENSE CLAIMS -- THE PAPER MILEAGE     *
      *   FORM ACCOUNTS PAYABLE USED TO PAY WEEKS LATER, KEYED      *
      *   HERE AGAINST THE EMPLOYEE INSTEAD AND PAID ON THEIR NEXT  *
      *   CHAP426 CHECK. A CLAIM IS THE TRIP DATE, WHAT THE TRIP    *
      *   WAS, AND EITHER THE MILES DRIVEN OR A RECEIPT AMOUNT      *
      *   UNDER AN EXPENSE TYPE. CONSOLE-DRIVEN, SAME SHAPE AS THE  *
      *   PAY-PERIOD CALENDAR DESK:                                 *
      *     A = ADD A CLAIM   L = LIST AN EMPLOYEE'S CLAIMS         *
      *     P = LIST EVERY CLAIM WAITING FOR APPROVAL               *
      *     V = APPROVE A CLAIM   R = REJECT A CLAIM                *
      *         (SUPERVISOR ONLY)                   X = EXIT        *
      *   A MILEAGE CLAIM IS VALUED WHEN IT IS APPROVED, AT THE     *
      *   MILEAGE RATE ON PAYPARM.DAT. CHAP426 PAYS EVERY APPROVED  *
      *   CLAIM OUTSIDE GROSS AND MARKS IT PAID; A PAID CLAIM CAN   *
      *   NO LONGER BE CHANGED HERE.                                *
      *                                                             *
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXPENSE-CLAIM-FILE ASSIGN TO DISK
           ACCESS MODE DYNAMIC
           ORGANIZATION INDEXED
           RECORD KEY EXC-KEY
           FILE STATUS IS WORK-EXPCLAIM-STATUS.
      *    A CLAIM IS ONLY TAKEN FOR SOMEONE ON THE EMPLOYMENT
      *    MASTER WHO HAS NOT BEEN TERMINATED.
           SELECT EMPLOYMENT-MASTER ASSIGN TO DISK
           ACCESS MODE RANDOM
           ORGANIZATION INDEXED
           RECORD KEY EMP-MASTER-ID
           FILE STATUS IS WORK-EMPMAST-STATUS.
      *    THE MILEAGE RATE.
           SELECT PAY-PARM-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WORK-PAYPARM-STATUS.
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

       copy expclaim.

       copy empmast.

       copy payparm.

       copy staff.

       copy permit.

       copy signlog.

       WORKING-STORAGE SECTION.
       01 WORK-EXPCLAIM-STATUS                    PIC XX.
       01 WORK-EMPMAST-STATUS                     PIC XX.
       01 WORK-PAYPARM-STATUS                     PIC XX.
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
       01 WORK-EMPMAST-OPEN-SWITCH                PIC X.
          88 WORK-EMPMAST-IS-OPEN                     VALUE "Y".
       01 WORK-LISTED-COUNT                       PIC 9(3).
       01 WORK-TODAY-DATE                         PIC 9(6).
       01 WORK-EMPLOYEE-ENTRY                     PIC X(5).
       01 WORK-CLAIM-ENTRY                        PIC X(3).
       01 WORK-DATE-ENTRY                         PIC X(6).
       01 WORK-DATE-OK-SWITCH                     PIC X.
          88 WORK-DATE-OK                             VALUE "Y".
       01 WORK-ENTERED-DATE                       PIC 9(6).
       01 WORK-TYPE-ENTRY                         PIC X.
       01 WORK-AMOUNT-ENTRY                       PIC X(7).
       01 WORK-CONFIRM-REPLY                      PIC X.
       01 WORK-STATUS-WORDS                       PIC X(8).
       01 WORK-NEXT-CLAIM-NUMBER                  PIC 9(3).
      *    THE CLAIM AS KEYED, HELD WHILE THE EMPLOYEE'S EXISTING
      *    CLAIMS ARE READ FOR THE NEXT NUMBER.
       01 WORK-DESCRIPTION-HOLD                   PIC X(30).
       01 WORK-MILES-HOLD                         PIC 9(4)V9.
       01 WORK-RECEIPT-HOLD                       PIC 9(5)V99.
      *    WHAT A MILE PAYS -- OFF PAYPARM.DAT, THIS VALUE ONLY WHEN
      *    THE FILE DOES NOT CARRY ONE (THE SAME FIGURE CHAP426
      *    WRITES ON A NEW PARAMETER RECORD).
       01 WORK-MILEAGE-RATE                       PIC 9V999
                                                  VALUE 0.700.
       01 WORK-RATE-DISPLAY                       PIC 9.999.
       01 WORK-AMOUNT-DISPLAY                     PIC ZZZZ9.99.
       01 WORK-MILES-DISPLAY                      PIC ZZZ9.9.

       PROCEDURE DIVISION.
       C000-MAIN-LINE SECTION.
       C020-MAIN-LINE-LOGIC.
           PERFORM DO-SIGN-ON.
           IF NOT WORK-PERMIT-OK
               STOP RUN.
           ACCEPT WORK-TODAY-DATE FROM DATE.
           PERFORM DO-READ-MILEAGE-RATE.
           OPEN I-O EXPENSE-CLAIM-FILE.
           IF WORK-EXPCLAIM-STATUS NOT EQUAL "00"
               OPEN OUTPUT EXPENSE-CLAIM-FILE
               CLOSE EXPENSE-CLAIM-FILE
               OPEN I-O EXPENSE-CLAIM-FILE
           END-IF.
           MOVE "N" TO WORK-EMPMAST-OPEN-SWITCH.
           OPEN INPUT EMPLOYMENT-MASTER.
           IF WORK-EMPMAST-STATUS EQUAL "00"
               MOVE "Y" TO WORK-EMPMAST-OPEN-SWITCH
           ELSE
               DISPLAY "EMPLOYMENT MASTER WILL NOT OPEN -- NO NEW "
                       "CLAIMS CAN BE TAKEN"
           END-IF.
           MOVE WORK-MILEAGE-RATE TO WORK-RATE-DISPLAY.
           DISPLAY "STAFF EXPENSE CLAIMS -- MILEAGE RATE "
                   WORK-RATE-DISPLAY " A MILE".
           PERFORM DO-ONE-COMMAND UNTIL WORK-ENTRY-DONE.
           CLOSE EXPENSE-CLAIM-FILE.
           IF WORK-EMPMAST-IS-OPEN
               CLOSE EMPLOYMENT-MASTER.
           STOP RUN.

       DO-ONE-COMMAND.
           MOVE SPACE TO WORK-COMMAND-ENTRY.
           DISPLAY "A=ADD L=LIST P=PENDING V=APPROVE R=REJECT X=EXIT: ".
           ACCEPT WORK-COMMAND-ENTRY.
           IF WORK-COMMAND-ENTRY EQUAL "A"
               PERFORM DO-ADD-CLAIM
           ELSE IF WORK-COMMAND-ENTRY EQUAL "L"
               PERFORM DO-LIST-EMPLOYEE-CLAIMS
           ELSE IF WORK-COMMAND-ENTRY EQUAL "P"
               PERFORM DO-LIST-PENDING-CLAIMS
           ELSE IF WORK-COMMAND-ENTRY EQUAL "V"
               PERFORM DO-APPROVE-CLAIM
           ELSE IF WORK-COMMAND-ENTRY EQUAL "R"
               PERFORM DO-REJECT-CLAIM
           ELSE IF WORK-COMMAND-ENTRY EQUAL "X"
               MOVE "1" TO WORK-DONE-SWITCH.

      *    A PARAMETER RECORD WRITTEN BEFORE THE MILEAGE RATE WAS
      *    ADDED IS SHORT, AND NO FILE AT ALL MEANS CHAP426 HAS NOT
      *    RUN YET -- EITHER WAY THE DEFAULT RATE STANDS.
       DO-READ-MILEAGE-RATE.
           OPEN INPUT PAY-PARM-FILE.
           IF WORK-PAYPARM-STATUS EQUAL "00"
               READ PAY-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PAYPARM-MILEAGE-RATE IS NUMERIC
                          AND PAYPARM-MILEAGE-RATE GREATER THAN ZERO
                           MOVE PAYPARM-MILEAGE-RATE
                                   TO WORK-MILEAGE-RATE
                       END-IF
               END-READ
               CLOSE PAY-PARM-FILE
           END-IF.

      *    A NEW CLAIM IS ALWAYS ENTERED, NEVER YET APPROVED. ITS
      *    NUMBER IS ONE PAST THE EMPLOYEE'S HIGHEST SO FAR. A
      *    RECEIPT CLAIM PAYS ITS RECEIPT; A MILEAGE CLAIM HAS NO
      *    AMOUNT UNTIL IT IS APPROVED.
       DO-ADD-CLAIM.
           PERFORM DO-ACCEPT-EMPLOYEE.
           IF NOT WORK-EMPMAST-IS-OPEN
               DISPLAY "NO EMPLOYMENT MASTER -- NOT ADDED"
           ELSE
               MOVE WORK-EMPLOYEE-ENTRY TO EMP-MASTER-ID
               READ EMPLOYMENT-MASTER
                   INVALID KEY
                       DISPLAY "NOT ON THE EMPLOYMENT MASTER -- "
                               "NOT ADDED"
                   NOT INVALID KEY
                       IF EMP-IS-TERMINATED
                           DISPLAY "THAT EMPLOYEE IS TERMINATED -- "
                                   "NOT ADDED"
                       ELSE
                           PERFORM DO-ACCEPT-CLAIM-DETAIL
                       END-IF
               END-READ
           END-IF.

       DO-ACCEPT-CLAIM-DETAIL.
           MOVE SPACES TO EXPENSE-CLAIM-RECORD.
           MOVE ZERO TO EXC-MILES EXC-RECEIPT-AMOUNT EXC-CLAIM-AMOUNT.
           DISPLAY "TRIP DATE (YYMMDD): ".
           PERFORM DO-ACCEPT-DATE.
           IF NOT WORK-DATE-OK
               DISPLAY "DATE MUST BE YYMMDD -- NOT ADDED"
           ELSE IF WORK-ENTERED-DATE GREATER THAN WORK-TODAY-DATE
               DISPLAY "TRIP DATE IS IN THE FUTURE -- NOT ADDED"
           ELSE
               MOVE WORK-ENTERED-DATE TO EXC-TRIP-DATE
               DISPLAY "TYPE (M=MILEAGE P=PARKING/TOLLS L=LODGING "
                       "F=MEALS O=OTHER): "
               MOVE SPACE TO WORK-TYPE-ENTRY
               ACCEPT WORK-TYPE-ENTRY
               MOVE WORK-TYPE-ENTRY TO EXC-EXPENSE-TYPE
               IF NOT EXC-VALID-TYPE
                   DISPLAY "TYPE MUST BE M, P, L, F OR O -- NOT ADDED"
               ELSE
                   DISPLAY "TRIP (WHERE AND WHY): "
                   ACCEPT EXC-TRIP-DESCRIPTION
                   IF EXC-MILEAGE
                       PERFORM DO-ACCEPT-MILES
                   ELSE
                       PERFORM DO-ACCEPT-RECEIPT
                   END-IF
               END-IF
           END-IF.

      *    MILES IN TENTHS -- 1255 IS 125.5 MILES.
       DO-ACCEPT-MILES.
           DISPLAY "MILES DRIVEN, IN TENTHS (1255 = 125.5): ".
           MOVE SPACES TO WORK-AMOUNT-ENTRY.
           ACCEPT WORK-AMOUNT-ENTRY.
           IF WORK-AMOUNT-ENTRY (1:1) IS NOT NUMERIC
               DISPLAY "MILES MUST BE DIGITS -- NOT ADDED"
           ELSE
               COMPUTE EXC-MILES =
                       FUNCTION NUMVAL (WORK-AMOUNT-ENTRY) / 10
               IF EXC-MILES EQUAL ZERO
                   DISPLAY "NO MILES -- NOT ADDED"
               ELSE
                   PERFORM DO-WRITE-NEW-CLAIM
               END-IF
           END-IF.

      *    THE RECEIPT TOTAL IN CENTS.
       DO-ACCEPT-RECEIPT.
           DISPLAY "RECEIPT AMOUNT IN CENTS (1250 = 12.50): ".
           MOVE SPACES TO WORK-AMOUNT-ENTRY.
           ACCEPT WORK-AMOUNT-ENTRY.
           IF WORK-AMOUNT-ENTRY (1:1) IS NOT NUMERIC
               DISPLAY "AMOUNT MUST BE DIGITS -- NOT ADDED"
           ELSE
               COMPUTE EXC-RECEIPT-AMOUNT =
                       FUNCTION NUMVAL (WORK-AMOUNT-ENTRY) / 100
               IF EXC-RECEIPT-AMOUNT EQUAL ZERO
                   DISPLAY "NO AMOUNT -- NOT ADDED"
               ELSE
                   PERFORM DO-WRITE-NEW-CLAIM
               END-IF
           END-IF.

       DO-WRITE-NEW-CLAIM.
           PERFORM DO-FIND-NEXT-CLAIM-NUMBER.
           MOVE WORK-EMPLOYEE-ENTRY TO EXC-EMPLOYEE-ID.
           MOVE WORK-NEXT-CLAIM-NUMBER TO EXC-CLAIM-NUMBER.
           MOVE "E" TO EXC-STATUS.
           MOVE WORK-TODAY-DATE TO EXC-ENTERED-DATE.
           MOVE WORK-OPERATOR-ID TO EXC-ENTERED-BY.
           MOVE SPACES TO EXC-APPROVED-BY.
           MOVE ZERO TO EXC-APPROVED-DATE EXC-PAID-PERIOD
                        EXC-PAID-DATE.
           WRITE EXPENSE-CLAIM-RECORD
               INVALID KEY
                   DISPLAY "CLAIM NUMBER ALREADY ON FILE -- NOT ADDED"
               NOT INVALID KEY
                   DISPLAY "CLAIM " EXC-CLAIM-NUMBER " ADDED FOR "
                           EXC-EMPLOYEE-ID " -- WAITING FOR APPROVAL"
           END-WRITE.

      *    THE NEW RECORD IS BUILT IN THE SAME AREA THE SCAN READS
      *    INTO, SO THE SCAN RUNS FIRST AND THE DETAIL IS KEPT ASIDE.
       DO-FIND-NEXT-CLAIM-NUMBER.
           MOVE EXC-TRIP-DATE TO WORK-ENTERED-DATE.
           MOVE EXC-EXPENSE-TYPE TO WORK-TYPE-ENTRY.
           MOVE EXC-TRIP-DESCRIPTION TO WORK-DESCRIPTION-HOLD.
           MOVE EXC-MILES TO WORK-MILES-HOLD.
           MOVE EXC-RECEIPT-AMOUNT TO WORK-RECEIPT-HOLD.
           MOVE 1 TO WORK-NEXT-CLAIM-NUMBER.
           MOVE "0" TO WORK-EOF-SWITCH.
           MOVE WORK-EMPLOYEE-ENTRY TO EXC-EMPLOYEE-ID.
           MOVE ZERO TO EXC-CLAIM-NUMBER.
           START EXPENSE-CLAIM-FILE KEY IS NOT LESS THAN EXC-KEY
               INVALID KEY
                   MOVE "1" TO WORK-EOF-SWITCH
           END-START.
           PERFORM DO-SCAN-NEXT-NUMBER UNTIL WORK-EOF.
           MOVE SPACES TO EXPENSE-CLAIM-RECORD.
           MOVE WORK-ENTERED-DATE TO EXC-TRIP-DATE.
           MOVE WORK-TYPE-ENTRY TO EXC-EXPENSE-TYPE.
           MOVE WORK-DESCRIPTION-HOLD TO EXC-TRIP-DESCRIPTION.
           MOVE WORK-MILES-HOLD TO EXC-MILES.
           MOVE WORK-RECEIPT-HOLD TO EXC-RECEIPT-AMOUNT.
           MOVE WORK-RECEIPT-HOLD TO EXC-CLAIM-AMOUNT.

       DO-SCAN-NEXT-NUMBER.
           READ EXPENSE-CLAIM-FILE NEXT RECORD
               AT END
                   MOVE "1" TO WORK-EOF-SWITCH
               NOT AT END
                   IF EXC-EMPLOYEE-ID NOT EQUAL WORK-EMPLOYEE-ENTRY
                       MOVE "1" TO WORK-EOF-SWITCH
                   ELSE
                       COMPUTE WORK-NEXT-CLAIM-NUMBER =
                               EXC-CLAIM-NUMBER + 1
                   END-IF
           END-READ.

       DO-LIST-EMPLOYEE-CLAIMS.
           PERFORM DO-ACCEPT-EMPLOYEE.
           MOVE 0 TO WORK-LISTED-COUNT.
           MOVE "0" TO WORK-EOF-SWITCH.
           MOVE WORK-EMPLOYEE-ENTRY TO EXC-EMPLOYEE-ID.
           MOVE ZERO TO EXC-CLAIM-NUMBER.
           START EXPENSE-CLAIM-FILE KEY IS NOT LESS THAN EXC-KEY
               INVALID KEY
                   MOVE "1" TO WORK-EOF-SWITCH
           END-START.
           DISPLAY "CLM DATE   T TRIP                            "
                   "  MILES   AMOUNT STATUS".
           PERFORM DO-LIST-NEXT-EMPLOYEE-CLAIM UNTIL WORK-EOF.
           DISPLAY "CLAIMS FOR " WORK-EMPLOYEE-ENTRY ": "
                   WORK-LISTED-COUNT.

       DO-LIST-NEXT-EMPLOYEE-CLAIM.
           READ EXPENSE-CLAIM-FILE NEXT RECORD
               AT END
                   MOVE "1" TO WORK-EOF-SWITCH
               NOT AT END
                   IF EXC-EMPLOYEE-ID NOT EQUAL WORK-EMPLOYEE-ENTRY
                       MOVE "1" TO WORK-EOF-SWITCH
                   ELSE
                       ADD 1 TO WORK-LISTED-COUNT
                       PERFORM DO-DISPLAY-CLAIM
                   END-IF
           END-READ.

      *    EVERY CLAIM STILL WAITING FOR A SUPERVISOR, ACROSS ALL
      *    EMPLOYEES -- THE APPROVER'S WORK LIST.
       DO-LIST-PENDING-CLAIMS.
           MOVE 0 TO WORK-LISTED-COUNT.
           MOVE "0" TO WORK-EOF-SWITCH.
           MOVE LOW-VALUES TO EXC-KEY.
           START EXPENSE-CLAIM-FILE KEY IS NOT LESS THAN EXC-KEY
               INVALID KEY
                   MOVE "1" TO WORK-EOF-SWITCH
           END-START.
           DISPLAY "EMPL  CLM DATE   T TRIP                          "
                   "    MILES   AMOUNT STATUS".
           PERFORM DO-LIST-NEXT-PENDING-CLAIM UNTIL WORK-EOF.
           DISPLAY "CLAIMS WAITING FOR APPROVAL: " WORK-LISTED-COUNT.

       DO-LIST-NEXT-PENDING-CLAIM.
           READ EXPENSE-CLAIM-FILE NEXT RECORD
               AT END
                   MOVE "1" TO WORK-EOF-SWITCH
               NOT AT END
                   IF EXC-ENTERED
                       ADD 1 TO WORK-LISTED-COUNT
                       PERFORM DO-DISPLAY-PENDING-CLAIM
                   END-IF
           END-READ.

      *    AN ENTERED MILEAGE CLAIM HAS NO AMOUNT YET -- THE LIST
      *    SHOWS WHAT IT WOULD PAY AT TODAY'S RATE.
       DO-DISPLAY-PENDING-CLAIM.
           IF EXC-MILEAGE
               COMPUTE WORK-AMOUNT-DISPLAY ROUNDED =
                       EXC-MILES * WORK-MILEAGE-RATE
           ELSE
               MOVE EXC-CLAIM-AMOUNT TO WORK-AMOUNT-DISPLAY
           END-IF.
           MOVE EXC-MILES TO WORK-MILES-DISPLAY.
           PERFORM DO-SET-STATUS-WORDS.
           DISPLAY EXC-EMPLOYEE-ID " " EXC-CLAIM-NUMBER " "
                   EXC-TRIP-DATE " " EXC-EXPENSE-TYPE " "
                   EXC-TRIP-DESCRIPTION " " WORK-MILES-DISPLAY " "
                   WORK-AMOUNT-DISPLAY " " WORK-STATUS-WORDS.

       DO-DISPLAY-CLAIM.
           IF EXC-ENTERED AND EXC-MILEAGE
               COMPUTE WORK-AMOUNT-DISPLAY ROUNDED =
                       EXC-MILES * WORK-MILEAGE-RATE
           ELSE
               MOVE EXC-CLAIM-AMOUNT TO WORK-AMOUNT-DISPLAY
           END-IF.
           MOVE EXC-MILES TO WORK-MILES-DISPLAY.
           PERFORM DO-SET-STATUS-WORDS.
           DISPLAY EXC-CLAIM-NUMBER " " EXC-TRIP-DATE " "
                   EXC-EXPENSE-TYPE " " EXC-TRIP-DESCRIPTION " "
                   WORK-MILES-DISPLAY " " WORK-AMOUNT-DISPLAY " "
                   WORK-STATUS-WORDS.
           IF EXC-PAID
               DISPLAY "    PAID PERIOD " EXC-PAID-PERIOD " ON "
                       EXC-PAID-DATE
           END-IF.

       DO-SET-STATUS-WORDS.
           IF EXC-ENTERED
               MOVE "ENTERED" TO WORK-STATUS-WORDS
           ELSE IF EXC-APPROVED
               MOVE "APPROVED" TO WORK-STATUS-WORDS
           ELSE IF EXC-REJECTED
               MOVE "REJECTED" TO WORK-STATUS-WORDS
           ELSE IF EXC-PAID
               MOVE "PAID" TO WORK-STATUS-WORDS
           ELSE
               MOVE "?" TO WORK-STATUS-WORDS
           END-IF.

      *    SUPERVISOR ONLY, WHATEVER PERMIT.DAT SAYS -- ANY OTHER
      *    ROLE IS REFUSED AND THE ATTEMPT JOURNALED FOR LIB043A.
      *    THE MILEAGE IS VALUED HERE, AT THE RATE IN FORCE TODAY,
      *    AND THAT AMOUNT IS WHAT CHAP426 PAYS.
       DO-APPROVE-CLAIM.
           IF WORK-OPERATOR-ROLE NOT EQUAL "S"
               PERFORM DO-REFUSE-NON-SUPERVISOR
           ELSE
               PERFORM DO-READ-CLAIM
               IF WORK-EXPCLAIM-STATUS EQUAL "00"
                   IF NOT EXC-ENTERED
                       PERFORM DO-SET-STATUS-WORDS
                       DISPLAY "THAT CLAIM IS " WORK-STATUS-WORDS
                               " -- ONLY AN ENTERED CLAIM IS APPROVED"
                   ELSE
                       IF EXC-MILEAGE
                           COMPUTE EXC-CLAIM-AMOUNT ROUNDED =
                                   EXC-MILES * WORK-MILEAGE-RATE
                       END-IF
                       PERFORM DO-DISPLAY-CLAIM
                       DISPLAY "APPROVE IT FOR PAYMENT? (Y/N): "
                       MOVE SPACE TO WORK-CONFIRM-REPLY
                       ACCEPT WORK-CONFIRM-REPLY
                       IF WORK-CONFIRM-REPLY EQUAL "Y"
                           MOVE "A" TO EXC-STATUS
                           MOVE WORK-OPERATOR-ID TO EXC-APPROVED-BY
                           MOVE WORK-TODAY-DATE TO EXC-APPROVED-DATE
                           REWRITE EXPENSE-CLAIM-RECORD
                           MOVE EXC-CLAIM-AMOUNT
                                   TO WORK-AMOUNT-DISPLAY
                           DISPLAY "CLAIM APPROVED FOR "
                                   WORK-AMOUNT-DISPLAY
                                   " -- PAID ON THE NEXT PAYROLL"
                       ELSE
                           DISPLAY "NOT APPROVED"
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    AN ENTERED CLAIM, OR AN APPROVED ONE PAYROLL HAS NOT YET
      *    PAID, MAY BE REJECTED. A REJECTED CLAIM IS NEVER PAID.
       DO-REJECT-CLAIM.
           IF WORK-OPERATOR-ROLE NOT EQUAL "S"
               PERFORM DO-REFUSE-NON-SUPERVISOR
           ELSE
               PERFORM DO-READ-CLAIM
               IF WORK-EXPCLAIM-STATUS EQUAL "00"
                   IF NOT EXC-ENTERED AND NOT EXC-APPROVED
                       PERFORM DO-SET-STATUS-WORDS
                       DISPLAY "THAT CLAIM IS " WORK-STATUS-WORDS
                               " -- IT CANNOT BE REJECTED"
                   ELSE
                       PERFORM DO-DISPLAY-CLAIM
                       DISPLAY "REJECT IT? (Y/N): "
                       MOVE SPACE TO WORK-CONFIRM-REPLY
                       ACCEPT WORK-CONFIRM-REPLY
                       IF WORK-CONFIRM-REPLY EQUAL "Y"
                           MOVE "R" TO EXC-STATUS
                           MOVE WORK-OPERATOR-ID TO EXC-APPROVED-BY
                           MOVE WORK-TODAY-DATE TO EXC-APPROVED-DATE
                           REWRITE EXPENSE-CLAIM-RECORD
                           DISPLAY "CLAIM REJECTED"
                       ELSE
                           DISPLAY "NOT REJECTED"
                       END-IF
                   END-IF
               END-IF
           END-IF.

       DO-REFUSE-NON-SUPERVISOR.
           DISPLAY "ONLY A SUPERVISOR MAY APPROVE OR REJECT A CLAIM".
           MOVE "DENIED" TO WORK-SIGNON-EVENT.
           MOVE "APP" TO WORK-PERMIT-FUNCTION.
           PERFORM DO-LOG-SIGNON-EVENT.
           MOVE SPACES TO WORK-PERMIT-FUNCTION.

      *    EMPLOYEE AND CLAIM NUMBER IN; THE FILE STATUS SAYS
      *    WHETHER THE CLAIM WAS FOUND.
       DO-READ-CLAIM.
           PERFORM DO-ACCEPT-EMPLOYEE.
           DISPLAY "CLAIM NUMBER (3 DIGITS): ".
           MOVE SPACES TO WORK-CLAIM-ENTRY.
           ACCEPT WORK-CLAIM-ENTRY.
           IF WORK-CLAIM-ENTRY IS NOT NUMERIC
               DISPLAY "CLAIM NUMBER MUST BE 3 DIGITS"
               MOVE "23" TO WORK-EXPCLAIM-STATUS
           ELSE
               MOVE WORK-EMPLOYEE-ENTRY TO EXC-EMPLOYEE-ID
               MOVE WORK-CLAIM-ENTRY TO EXC-CLAIM-NUMBER
               READ EXPENSE-CLAIM-FILE
                   INVALID KEY
                       DISPLAY "NO SUCH CLAIM"
               END-READ
           END-IF.

       DO-ACCEPT-EMPLOYEE.
           DISPLAY "EMPLOYEE ID: ".
           MOVE SPACES TO WORK-EMPLOYEE-ENTRY.
           ACCEPT WORK-EMPLOYEE-ENTRY.

       DO-ACCEPT-DATE.
           MOVE "N" TO WORK-DATE-OK-SWITCH.
           MOVE SPACES TO WORK-DATE-ENTRY.
           ACCEPT WORK-DATE-ENTRY.
           IF WORK-DATE-ENTRY IS NUMERIC
               MOVE WORK-DATE-ENTRY TO WORK-ENTERED-DATE
               IF WORK-DATE-ENTRY (3:2) GREATER THAN "00"
                  AND WORK-DATE-ENTRY (3:2) LESS THAN "13"
                  AND WORK-DATE-ENTRY (5:2) GREATER THAN "00"
                  AND WORK-DATE-ENTRY (5:2) LESS THAN "32"
                   MOVE "Y" TO WORK-DATE-OK-SWITCH
               END-IF
           END-IF.

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
                   MOVE "EXP001A" TO PERM-PROGRAM
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
               DISPLAY "YOUR ROLE IS NOT PERMITTED TO RUN EXP001A"
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
               MOVE "EXP001A" TO SIGN-LOG-PROGRAM.
           MOVE WORK-PERMIT-FUNCTION TO SIGN-LOG-FUNCTION.
           WRITE SIGN-ON-LOG-RECORD.
           CLOSE SIGN-ON-LOG-FILE.
