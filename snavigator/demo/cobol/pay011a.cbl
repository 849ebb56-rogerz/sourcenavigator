      * NORMAL CHAP426 PATH WITHHOLDS, ROLLS YTD, FEEDS PAYNET     *
      * AND THE GL EXTRACT LIKE ANY OTHER PAY. THE LEAVE BALANCES  *
      * ZERO, AND A TERMINATION REGISTER PAGE PRINTS FOR THE       *
      * PERSONNEL FILE. A LIBRARY STAFF CARD LINKED TO THE         *
      * EMPLOYEE GOES BACK TO AN ADULT CARD, EFFECTIVE THE         *
      * TERMINATION DATE, AND ITS STILL-OPEN LOANS PRINT FOR THE   *
      * SUPERVISOR.                                                 *
      *                                                             *
      ***************************************************************
      *
                  ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WORK-PAYROLL-TIME-STATUS.
      *
      *    THE LIBRARY'S PATRON FILE -- SCANNED FOR A STAFF CARD
      *    LINKED TO THE TERMINATED EMPLOYEE.
           SELECT NAMES-LIST
                  ASSIGN TO DISK
                  ACCESS MODE DYNAMIC
                  ORGANIZATION INDEXED
                  RECORD KEY PATRON-NUMBER
                  FILE STATUS IS WORK-NAMES-LIST-STATUS.
      *
           SELECT CONTROL-FILE
                  ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL.
      *
           SELECT PATRON-LOAN-XREF
                  ASSIGN TO DISK
                  ACCESS MODE DYNAMIC
                  ORGANIZATION INDEXED
                  RECORD KEY XREF-KEY
                  FILE STATUS IS WORK-XREF-STATUS.
      *
           SELECT CIRCULATION-FILE
                  ASSIGN TO DISK
                  ACCESS MODE RANDOM
                  ORGANIZATION INDEXED
                  RECORD KEY CIRC-ITEM-BARCODE
                  FILE STATUS IS WORK-CIRC-STATUS.
      *
           SELECT AUDIT-TRAIL-FILE
                  ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.
      *
       copy jobcode.
      *
       copy payroll.
      *
       copy patron.
      *
       copy circxref.
      *
       copy circ.
      *
       copy audit.
      *
       WORKING-STORAGE SECTION.
      *
       01  WORK-LEAVEBAL-STATUS                     PIC XX.
       01  WORK-JOB-CODE-STATUS                     PIC XX.
       01  WORK-PAYROLL-TIME-STATUS                 PIC XX.
       01  WORK-NAMES-LIST-STATUS                   PIC XX.
       01  WORK-XREF-STATUS                         PIC XX.
       01  WORK-CIRC-STATUS                         PIC XX.
      *
       01  W005-END-OF-FILE-SWITCH                  PIC X.
           88  W005-END-OF-FILE                     VALUE "1".
       01  W005-END-OF-LOANS-SWITCH                 PIC X.
           88  W005-END-OF-LOANS                    VALUE "1".
      *
       01  W010-EMPLOYEE-ENTRY                      PIC X(5).
       01  W010-HOURS-ENTRY                         PIC X(5).
       01  W010-CONFIRM-REPLY                       PIC X.
       01  W010-HOURS-REMAINING                     PIC 9(4)V99.
       01  W010-LINES-WRITTEN                       PIC 99.
      *
       01  W020-CARD-NUMBER                         PIC X(5).
       01  W020-CARDS-CONVERTED                     PIC 99 VALUE ZERO.
       01  W020-OPEN-LOAN-COUNT                     PIC 9(3).
      *
       PROCEDURE DIVISION.
      *
           PERFORM C030-WRITE-FINAL-TIME-LINE.
           PERFORM C040-ZERO-LEAVE-BALANCES.
           PERFORM C050-PRINT-TERMINATION-REGISTER.
           PERFORM C060-CONVERT-STAFF-CARDS.
           CLOSE EMPLOYMENT-MASTER.
           DISPLAY "PAY011A FINAL-PAY LINE WRITTEN -- RUN PAY003A "
                   "AND CHAP426 TO PAY IT".
           STOP RUN.
      *
      *    A SALARIED EMPLOYEE HAS NO PARTIAL-WEEK HOURS TO KEY --
      *    CHAP426 PRORATES THE LAST WEEK'S SALARY TO THE
      *    TERMINATION DATE BY ITSELF.
       C020-GATHER-FINAL-FIGURES.
      *
           MOVE ZERO TO W010-FINAL-WEEK-HOURS.
           IF EMP-PAID-SALARY
               DISPLAY "SALARIED -- CHAP426 PRORATES THE LAST WEEK "
                       "TO THE TERMINATION DATE"
           ELSE
               DISPLAY "FINAL PARTIAL-WEEK HOURS (E.G. 1650 = 16.50): "
               MOVE SPACES TO W010-HOURS-ENTRY
               ACCEPT W010-HOURS-ENTRY
               IF W010-HOURS-ENTRY (1:4) IS NUMERIC
                   COMPUTE W010-FINAL-WEEK-HOURS =
                           FUNCTION NUMVAL (W010-HOURS-ENTRY) / 100
               END-IF
           END-IF.
      *    THE ACCRUED BALANCES PAY OUT ON TOP OF THE LAST WEEK.
           MOVE ZERO TO W010-PAYOUT-HOURS.
           OPEN I-O LEAVE-BALANCE-FILE.
           COMPUTE W010-TOTAL-HOURS =
                   W010-FINAL-WEEK-HOURS + W010-PAYOUT-HOURS.
      *    THE RATE IS THE FIRST AUTHORIZED JOB CODE'S TABLE RATE
      *    -- THE SAME RATE THE WEEKS BEFORE IT PAID AT. A SALARIED
      *    EMPLOYEE'S PAYOUT IS PRICED AT THE SALARY'S HOURLY
      *    EQUIVALENT, 2080 HOURS TO THE YEAR.
           MOVE ZERO TO W010-FINAL-RATE.
           IF EMP-PAID-SALARY
               COMPUTE W010-FINAL-RATE ROUNDED =
                       EMP-ANNUAL-SALARY / 2080
           ELSE
               PERFORM C025-FIND-JOB-CODE-RATE
           END-IF.
           IF W010-FINAL-RATE EQUAL ZERO
               DISPLAY "NO RATED JOB CODE -- THE TIME LINE WILL "
                       "CARRY A ZERO RATE; FIX IT ON TIME001A".
      *
       C025-FIND-JOB-CODE-RATE.
      *
           OPEN INPUT JOB-CODE-FILE.
           IF WORK-JOB-CODE-STATUS EQUAL "00"
               IF EMP-JOB-CODE (1) NOT EQUAL SPACES
               END-IF
               CLOSE JOB-CODE-FILE
           END-IF.
      *
      *    THE FINAL HOURS ONTO THE WEEK'S TIME FILE -- THE NORMAL
      *    EDITS AND THE NORMAL PAYROLL RUN TAKE IT FROM HERE. A
      *    INTO THE TOTAL ABOVE -- THE LEAVE FIELDS STAY ZERO AND
      *    THE BALANCES ARE ZEROED DIRECTLY BELOW, WITH CHAP426
      *    SKIPPING ITS ACCRUAL FOR A TERMINATED EMPLOYEE SO THE
      *    RECORD STAYS AT ZERO. THE ZERO LEAVE FIELDS ARE ALSO
      *    WHAT TELLS CHAP426 A SALARIED EMPLOYEE'S LINE IS THIS
      *    PAYOUT AND NOT LEAVE USAGE.
           MOVE ZERO TO PAYROLL-TIME-VAC-HOURS.
           MOVE ZERO TO PAYROLL-TIME-SICK-HOURS.
           MOVE ZERO TO PAYROLL-TIME-HOLIDAY-HOURS.
               UPON PRINTER-DISPLAY.
           DISPLAY "--------------------------------------"
               UPON PRINTER-DISPLAY.
      *
      *    THE EMPLOYEE'S LIBRARY STAFF CARD (IF ANY) STOPS EARNING
      *    STAFF LOAN TERMS AND FINE EXEMPTIONS -- IT BECOMES AN
      *    ORDINARY ADULT CARD, AUDITED AS DATED THE TERMINATION
      *    DATE. THE PATRON FILE IS KEYED BY CARD, NOT EMPLOYEE, SO
      *    IT IS READ THROUGH.
       C060-CONVERT-STAFF-CARDS.
      *
           OPEN I-O NAMES-LIST.
           IF WORK-NAMES-LIST-STATUS NOT EQUAL "00"
               DISPLAY "PAY011A: PATRON FILE WILL NOT OPEN -- CHECK "
                       "FOR A STAFF CARD BY HAND"
           ELSE
               OPEN EXTEND AUDIT-TRAIL-FILE
               OPEN INPUT PATRON-LOAN-XREF
               OPEN INPUT CIRCULATION-FILE
               MOVE "0" TO W005-END-OF-FILE-SWITCH
               PERFORM C065-READ-NEXT-PATRON
               PERFORM C070-CHECK-ONE-PATRON UNTIL W005-END-OF-FILE
               IF WORK-XREF-STATUS EQUAL "00"
                   CLOSE PATRON-LOAN-XREF
               END-IF
               IF WORK-CIRC-STATUS EQUAL "00"
                   CLOSE CIRCULATION-FILE
               END-IF
               CLOSE NAMES-LIST
                     AUDIT-TRAIL-FILE
               IF W020-CARDS-CONVERTED EQUAL ZERO
                   DISPLAY "NO LIBRARY STAFF CARD LINKED TO THIS "
                           "EMPLOYEE"
               ELSE
                   DISPLAY "STAFF CARDS CONVERTED TO ADULT: "
                           W020-CARDS-CONVERTED
               END-IF
           END-IF.
      *
       C065-READ-NEXT-PATRON.
      *
           READ NAMES-LIST NEXT RECORD
                AT END, MOVE "1" TO W005-END-OF-FILE-SWITCH.
      *
       C070-CHECK-ONE-PATRON.
      *
           IF PATRON-IS-STAFF
              AND PATRON-EMP-MASTER-ID EQUAL EMP-MASTER-ID
               MOVE PATRON-NUMBER TO W020-CARD-NUMBER
               MOVE "A" TO PATRON-TYPE
               MOVE SPACES TO PATRON-EMP-MASTER-ID
               REWRITE NAMES-RECORD
                   INVALID KEY
                       DISPLAY "PAY011A: CARD " W020-CARD-NUMBER
                               " NOT UPDATED -- CONVERT IT ON LIB001A"
                   NOT INVALID KEY
                       ADD 1 TO W020-CARDS-CONVERTED
                       PERFORM C075-WRITE-AUDIT-RECORD
                       PERFORM C080-LIST-OPEN-LOANS
               END-REWRITE
           END-IF.
           PERFORM C065-READ-NEXT-PATRON.
      *
       C075-WRITE-AUDIT-RECORD.
      *
           MOVE EMP-TERMINATION-DATE (3:6) TO AUDIT-TRAIL-DATE.
           ACCEPT AUDIT-TRAIL-TIME FROM TIME.
           MOVE "STFEND" TO AUDIT-TRAIL-ACTION.
           MOVE W020-CARD-NUMBER TO AUDIT-TRAIL-PATRON-NUMBER.
           WRITE AUDIT-TRAIL-RECORD.
      *
      *    LOANS TAKEN ON STAFF TERMS ARE LEFT AS THEY STAND -- THE
      *    SUPERVISOR DECIDES WHAT TO CALL IN. A LOAN CHECKED OUT
      *    AFTER THE TERMINATION DATE IS MARKED.
       C080-LIST-OPEN-LOANS.
      *
           DISPLAY "---- STAFF CARD CONVERTED TO ADULT ----"
               UPON PRINTER-DISPLAY.
           DISPLAY "CARD:        " W020-CARD-NUMBER
               UPON PRINTER-DISPLAY.
           DISPLAY "NAME:        " PATRON-NAME-FIRST " "
                   PATRON-NAME-LAST
               UPON PRINTER-DISPLAY.
           DISPLAY "EFFECTIVE:   " EMP-TERMINATION-DATE
               UPON PRINTER-DISPLAY.
           MOVE ZERO TO W020-OPEN-LOAN-COUNT.
           IF WORK-XREF-STATUS EQUAL "00"
               MOVE "0" TO W005-END-OF-LOANS-SWITCH
               MOVE W020-CARD-NUMBER TO XREF-PATRON-NUMBER
               MOVE LOW-VALUES TO XREF-ITEM-BARCODE
               START PATRON-LOAN-XREF KEY NOT LESS THAN XREF-KEY
                   INVALID KEY
                       MOVE "1" TO W005-END-OF-LOANS-SWITCH
               END-START
               PERFORM C085-LIST-ONE-LOAN UNTIL W005-END-OF-LOANS
           END-IF.
           IF W020-OPEN-LOAN-COUNT EQUAL ZERO
               DISPLAY "NO OPEN LOANS ON THE CARD"
                   UPON PRINTER-DISPLAY
           ELSE
               DISPLAY "OPEN LOANS:  " W020-OPEN-LOAN-COUNT
                       " -- FOR SUPERVISOR REVIEW"
                   UPON PRINTER-DISPLAY.
           DISPLAY "----------------------------------------"
               UPON PRINTER-DISPLAY.
      *
       C085-LIST-ONE-LOAN.
      *
           READ PATRON-LOAN-XREF NEXT RECORD
               AT END
                   MOVE "1" TO W005-END-OF-LOANS-SWITCH
               NOT AT END
                   IF XREF-PATRON-NUMBER NOT EQUAL W020-CARD-NUMBER
                       MOVE "1" TO W005-END-OF-LOANS-SWITCH
                   ELSE
                       ADD 1 TO W020-OPEN-LOAN-COUNT
                       PERFORM C090-PRINT-LOAN-LINE
                   END-IF
           END-READ.
      *
       C090-PRINT-LOAN-LINE.
      *
           MOVE XREF-ITEM-BARCODE TO CIRC-ITEM-BARCODE.
           IF WORK-CIRC-STATUS NOT EQUAL "00"
               DISPLAY "  ITEM " XREF-ITEM-BARCODE
                   UPON PRINTER-DISPLAY
           ELSE
               READ CIRCULATION-FILE
                   INVALID KEY
                       DISPLAY "  ITEM " XREF-ITEM-BARCODE
                           UPON PRINTER-DISPLAY
                   NOT INVALID KEY
                       IF CIRC-CHECKOUT-DATE GREATER THAN
                               EMP-TERMINATION-DATE
                           DISPLAY "  ITEM " CIRC-ITEM-BARCODE " "
                                   CIRC-ITEM-TYPE " OUT "
                                   CIRC-CHECKOUT-DATE " DUE "
                                   CIRC-DUE-DATE
                                   " OUT AFTER TERMINATION"
                               UPON PRINTER-DISPLAY
                       ELSE
                           DISPLAY "  ITEM " CIRC-ITEM-BARCODE " "
                                   CIRC-ITEM-TYPE " OUT "
                                   CIRC-CHECKOUT-DATE " DUE "
                                   CIRC-DUE-DATE
                               UPON PRINTER-DISPLAY
                       END-IF
               END-READ
           END-IF.
