       IDENTIFICATION DIVISION.
       PROGRAM-ID. PPER001A.
      ***************************************************************
      *                                                             *
      *   PAY-PERIOD CALENDAR MAINTENANCE -- ONE ROW PER PAYROLL    *
      *   WEEK ON PAYPERD.DAT: PERIOD NUMBER, WEEK-ENDING DATE,     *
      *   CHECK DATE, AND STATUS (OPEN, CALCULATED, PAID, CLOSED).  *
      *   CHAP426 CALCULATES ONLY THE EARLIEST OPEN PERIOD; PAY002A *
      *   AND PAY004A PAY ONLY A CALCULATED ONE; PAY015A CLOSES IT  *
      *   ONCE THE GL EXTRACT IS RELEASED. CONSOLE-DRIVEN, SAME     *
      *   SHAPE AS THE GL MAPPING DESK:                             *
      *     A = ADD A PERIOD   L = LIST THE CALENDAR                *
      *     R = REOPEN A PERIOD (SUPERVISOR ONLY)   X = EXIT        *
      *   A REOPEN TAKES A CALCULATED PERIOD WHOSE CHECKS AND       *
      *   DEPOSITS HAVE NOT GONE OUT, OR ONE WHOSE CALCULATION DIED *
      *   PART WAY, BACK TO OPEN: EVERY YTD (PAY AND PAYROLL TAX),  *
      *   LEAVE, ARREARS AND GARNISHMENT POSTING ITS LATEST         *
      *   CALCULATION JOURNALLED ON PAYPOST.DAT IS SUBTRACTED BACK  *
      *   OUT, EVERY EXPENSE CLAIM IT PAID GOES BACK TO APPROVED ON *
      *   EXPCLAIM.DAT, A REVERSAL LINE GOES ON THE COURT JOURNAL   *
      *   FOR EACH GARNISHMENT GIVEN BACK, AND THE PERIOD'S LINES   *
      *   COME OFF THE PAYNARCH.DAT ARCHIVE, SO CHAP426 CAN RUN THE *
      *   WEEK AGAIN WITHOUT COUNTING IT TWICE. A PERIOD ALREADY    *
      *   PAID IS NEVER REOPENED -- MONEY THAT HAS LEFT THE         *
      *   BUILDING IS CORRECTED BY VOID OR RETRO PAY.               *
      *                                                             *
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-PERIOD-FILE ASSIGN TO DISK
           ACCESS MODE DYNAMIC
           ORGANIZATION INDEXED
           RECORD KEY PPD-PERIOD-NUMBER
           FILE STATUS IS WORK-PAYPERD-STATUS.
      *    THE POSTINGS A REOPEN SUBTRACTS, AND THE MASTERS THEY
      *    COME BACK OFF.
           SELECT PAY-POSTING-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WORK-PAYPOST-STATUS.
           SELECT PAYROLL-YTD-MASTER ASSIGN TO DISK
           ACCESS MODE RANDOM
           ORGANIZATION INDEXED
           RECORD KEY YTD-EMPLOYEE-ID
           FILE STATUS IS WORK-PAYYTD-STATUS.
           SELECT LEAVE-BALANCE-FILE ASSIGN TO DISK
           ACCESS MODE RANDOM
           ORGANIZATION INDEXED
           RECORD KEY LV-EMPLOYEE-ID
           FILE STATUS IS WORK-LEAVEBAL-STATUS.
           SELECT ARREARS-FILE ASSIGN TO DISK
           ACCESS MODE RANDOM
           ORGANIZATION INDEXED
           RECORD KEY ARR-KEY
           FILE STATUS IS WORK-ARREARS-STATUS.
           SELECT GARNISH-BALANCE-FILE ASSIGN TO DISK
           ACCESS MODE RANDOM
           ORGANIZATION INDEXED
           RECORD KEY GARN-ORDER-NUMBER
           FILE STATUS IS WORK-GARNBAL-STATUS.
           SELECT GARNISH-ACTIVITY-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WORK-GARNACT-STATUS.
      *    THE NET-PAY ARCHIVE IS COPIED OUT WITHOUT THE REOPENED
      *    PERIOD'S LINES AND BACK AGAIN.
           SELECT PAYNET-ARCHIVE-FILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WORK-PAYNARCH-STATUS.
           SELECT PAYNET-ARCHIVE-WORK ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WORK-PAYNAWRK-STATUS.
      *    THE EXPENSE CLAIMS THE CALCULATION PAID GO BACK TO
      *    APPROVED FOR THE RERUN TO PAY AGAIN.
           SELECT EXPENSE-CLAIM-FILE ASSIGN TO DISK
           ACCESS MODE RANDOM
           ORGANIZATION INDEXED
           RECORD KEY EXC-KEY
           FILE STATUS IS WORK-EXPCLAIM-STATUS.
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

       copy payperd.

       copy paypost.

       copy payytd.

       copy leavebal.

       copy arrears.

       copy garnish.

       copy paynarch.

       FD  PAYNET-ARCHIVE-WORK
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID "PAYNAWRK.DAT".
       01  PAYNET-ARCHIVE-WORK-LINE                PIC X(101).

       copy expclaim.

       copy staff.

       copy permit.

       copy signlog.

       WORKING-STORAGE SECTION.
       01 WORK-PAYPERD-STATUS                     PIC XX.
       01 WORK-PAYPOST-STATUS                     PIC XX.
       01 WORK-PAYYTD-STATUS                      PIC XX.
       01 WORK-LEAVEBAL-STATUS                    PIC XX.
       01 WORK-ARREARS-STATUS                     PIC XX.
       01 WORK-GARNBAL-STATUS                     PIC XX.
       01 WORK-GARNACT-STATUS                     PIC XX.
       01 WORK-PAYNARCH-STATUS                    PIC XX.
       01 WORK-PAYNAWRK-STATUS                    PIC XX.
       01 WORK-EXPCLAIM-STATUS                    PIC XX.
       01 WORK-EXPCLAIM-OPEN-SWITCH               PIC X.
           88 WORK-EXPCLAIM-IS-OPEN               VALUE "Y".
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
       01 WORK-LISTED-COUNT                       PIC 9(3).
       01 WORK-TODAY-DATE                         PIC 9(6).
       01 WORK-PERIOD-ENTRY                       PIC X(4).
       01 WORK-DATE-ENTRY                         PIC X(6).
       01 WORK-DATE-OK-SWITCH                     PIC X.
          88 WORK-DATE-OK                             VALUE "Y".
       01 WORK-ENTERED-DATE                       PIC 9(6).
       01 WORK-CONFIRM-REPLY                      PIC X.
       01 WORK-STATUS-WORDS                       PIC X(10).
      *    THE PERIOD AND CALCULATION A REOPEN IS TAKING BACK.
       01 WORK-REOPEN-PERIOD                      PIC 9(4).
       01 WORK-REOPEN-CALC                        PIC 9(3).
       01 WORK-REVERSED-COUNT                     PIC 9(5).
       01 WORK-ARCHIVE-DROPPED-COUNT              PIC 9(5).
       01 WORK-ARCHIVE-KEPT-COUNT                 PIC 9(5).
      *    ONE BALANCE AT A TIME, TAKEN DOWN BY ONE POSTING AND
      *    NEVER BELOW ZERO.
       01 WORK-TAKE-FROM                          PIC S9(7)V99.
       01 WORK-TAKE-AMOUNT                        PIC S9(7)V99.

       PROCEDURE DIVISION.
       C000-MAIN-LINE SECTION.
       C020-MAIN-LINE-LOGIC.
           PERFORM DO-SIGN-ON.
           IF NOT WORK-PERMIT-OK
               STOP RUN.
           ACCEPT WORK-TODAY-DATE FROM DATE.
           OPEN I-O PAY-PERIOD-FILE.
           IF WORK-PAYPERD-STATUS NOT EQUAL "00"
               OPEN OUTPUT PAY-PERIOD-FILE
               CLOSE PAY-PERIOD-FILE
               OPEN I-O PAY-PERIOD-FILE
           END-IF.
           DISPLAY "PAY-PERIOD CALENDAR MAINTENANCE".
           PERFORM DO-ONE-COMMAND UNTIL WORK-ENTRY-DONE.
           CLOSE PAY-PERIOD-FILE.
           STOP RUN.

       DO-ONE-COMMAND.
           MOVE SPACE TO WORK-COMMAND-ENTRY.
           DISPLAY "A=ADD L=LIST R=REOPEN X=EXIT: ".
           ACCEPT WORK-COMMAND-ENTRY.
           IF WORK-COMMAND-ENTRY EQUAL "A"
               PERFORM DO-ADD-PERIOD
           ELSE IF WORK-COMMAND-ENTRY EQUAL "L"
               PERFORM DO-LIST-PERIODS
           ELSE IF WORK-COMMAND-ENTRY EQUAL "R"
               PERFORM DO-REOPEN-PERIOD
           ELSE IF WORK-COMMAND-ENTRY EQUAL "X"
               MOVE "1" TO WORK-DONE-SWITCH.

      *    A NEW PERIOD IS ALWAYS OPEN, NEVER YET CALCULATED.
       DO-ADD-PERIOD.
           PERFORM DO-ACCEPT-PERIOD-NUMBER.
           IF WORK-PERIOD-ENTRY IS NOT NUMERIC
               DISPLAY "PERIOD NUMBER MUST BE 4 DIGITS -- NOT ADDED"
           ELSE
               DISPLAY "WEEK-ENDING DATE (YYMMDD): "
               PERFORM DO-ACCEPT-DATE
               IF NOT WORK-DATE-OK
                   DISPLAY "DATE MUST BE YYMMDD -- NOT ADDED"
               ELSE
                   MOVE WORK-ENTERED-DATE TO PPD-WEEK-ENDING-DATE
                   DISPLAY "CHECK DATE (YYMMDD): "
                   PERFORM DO-ACCEPT-DATE
                   IF NOT WORK-DATE-OK
                       DISPLAY "DATE MUST BE YYMMDD -- NOT ADDED"
                   ELSE
                       MOVE WORK-ENTERED-DATE TO PPD-CHECK-DATE
                       PERFORM DO-WRITE-NEW-PERIOD
                   END-IF
               END-IF
           END-IF.

       DO-WRITE-NEW-PERIOD.
           MOVE WORK-PERIOD-ENTRY TO PPD-PERIOD-NUMBER.
           MOVE "O" TO PPD-STATUS.
           MOVE ZERO TO PPD-CALC-COUNT PPD-CALC-DATE PPD-CHECKS-DATE
                        PPD-DEPOSITS-DATE PPD-CLOSED-DATE
                        PPD-REOPEN-COUNT PPD-REOPEN-DATE.
           MOVE "N" TO PPD-CALC-PROGRESS-FLAG.
           MOVE SPACES TO PPD-REOPEN-STAFF-ID.
           WRITE PAY-PERIOD-RECORD
               INVALID KEY
                   DISPLAY "THAT PERIOD IS ALREADY ON THE CALENDAR"
               NOT INVALID KEY
                   DISPLAY "PERIOD ADDED"
           END-WRITE.

       DO-ACCEPT-PERIOD-NUMBER.
           DISPLAY "PERIOD NUMBER (4 DIGITS): ".
           MOVE SPACES TO WORK-PERIOD-ENTRY.
           ACCEPT WORK-PERIOD-ENTRY.

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

       DO-LIST-PERIODS.
           MOVE 0 TO WORK-LISTED-COUNT.
           MOVE "0" TO WORK-EOF-SWITCH.
           MOVE ZERO TO PPD-PERIOD-NUMBER.
           START PAY-PERIOD-FILE KEY IS NOT LESS THAN PPD-PERIOD-NUMBER
               INVALID KEY
                   MOVE "1" TO WORK-EOF-SWITCH
           END-START.
           DISPLAY "PER  W/E    CHECK  STATUS     CALC  CHKS   DEPS".
           PERFORM DO-LIST-NEXT-PERIOD UNTIL WORK-EOF.
           DISPLAY "PERIODS ON THE CALENDAR: " WORK-LISTED-COUNT.

       DO-LIST-NEXT-PERIOD.
           READ PAY-PERIOD-FILE NEXT RECORD
               AT END
                   MOVE "1" TO WORK-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WORK-LISTED-COUNT
                   PERFORM DO-SET-STATUS-WORDS
                   DISPLAY PPD-PERIOD-NUMBER " "
                           PPD-WEEK-ENDING-DATE " "
                           PPD-CHECK-DATE " "
                           WORK-STATUS-WORDS " "
                           PPD-CALC-COUNT "   "
                           PPD-CHECKS-DATE " "
                           PPD-DEPOSITS-DATE
           END-READ.

       DO-SET-STATUS-WORDS.
           IF PPD-CALC-IN-PROGRESS
               MOVE "INTERRUPT" TO WORK-STATUS-WORDS
           ELSE IF PPD-OPEN
               MOVE "OPEN" TO WORK-STATUS-WORDS
           ELSE IF PPD-CALCULATED
               MOVE "CALCULATED" TO WORK-STATUS-WORDS
           ELSE IF PPD-PAID
               MOVE "PAID" TO WORK-STATUS-WORDS
           ELSE IF PPD-CLOSED
               MOVE "CLOSED" TO WORK-STATUS-WORDS
           ELSE
               MOVE "?" TO WORK-STATUS-WORDS
           END-IF.

      *    SUPERVISOR ONLY, WHATEVER PERMIT.DAT SAYS -- ANY OTHER
      *    ROLE IS REFUSED AND THE ATTEMPT JOURNALED FOR LIB043A.
       DO-REOPEN-PERIOD.
           IF WORK-OPERATOR-ROLE NOT EQUAL "S"
               DISPLAY "ONLY A SUPERVISOR MAY REOPEN A PAY PERIOD"
               MOVE "DENIED" TO WORK-SIGNON-EVENT
               MOVE "REO" TO WORK-PERMIT-FUNCTION
               PERFORM DO-LOG-SIGNON-EVENT
               MOVE SPACES TO WORK-PERMIT-FUNCTION
           ELSE
               PERFORM DO-ACCEPT-PERIOD-NUMBER
               IF WORK-PERIOD-ENTRY IS NOT NUMERIC
                   DISPLAY "PERIOD NUMBER MUST BE 4 DIGITS"
               ELSE
                   MOVE WORK-PERIOD-ENTRY TO PPD-PERIOD-NUMBER
                   READ PAY-PERIOD-FILE
                       INVALID KEY
                           DISPLAY "PERIOD NOT ON THE CALENDAR"
                       NOT INVALID KEY
                           PERFORM DO-CHECK-REOPENABLE
                   END-READ
               END-IF
           END-IF.

      *    ONLY A WEEK NOTHING HAS BEEN PAID FROM: CALCULATED WITH
      *    NEITHER THE CHECKS NOR THE DEPOSIT FILE OUT, OR A
      *    CALCULATION THAT DIED PART WAY.
       DO-CHECK-REOPENABLE.
           IF PPD-CHECKS-DATE NOT EQUAL ZERO
              OR PPD-DEPOSITS-DATE NOT EQUAL ZERO
              OR PPD-PAID OR PPD-CLOSED
               DISPLAY "CHECKS OR DEPOSITS FOR THAT PERIOD HAVE GONE "
                       "OUT -- IT CANNOT BE REOPENED"
           ELSE IF PPD-OPEN AND NOT PPD-CALC-IN-PROGRESS
               DISPLAY "THAT PERIOD IS OPEN -- NOTHING TO REVERSE"
           ELSE
               PERFORM DO-SET-STATUS-WORDS
               DISPLAY "PERIOD " PPD-PERIOD-NUMBER " WEEK ENDING "
                       PPD-WEEK-ENDING-DATE " IS " WORK-STATUS-WORDS
               DISPLAY "REVERSE CALCULATION " PPD-CALC-COUNT
                       " AND REOPEN IT? (Y/N): "
               MOVE SPACE TO WORK-CONFIRM-REPLY
               ACCEPT WORK-CONFIRM-REPLY
               IF WORK-CONFIRM-REPLY EQUAL "Y"
                   PERFORM DO-REVERSE-AND-REOPEN
               ELSE
                   DISPLAY "NOTHING CHANGED"
               END-IF
           END-IF.

       DO-REVERSE-AND-REOPEN.
           MOVE PPD-PERIOD-NUMBER TO WORK-REOPEN-PERIOD.
           MOVE PPD-CALC-COUNT TO WORK-REOPEN-CALC.
           MOVE 0 TO WORK-REVERSED-COUNT.
           PERFORM DO-REVERSE-POSTINGS.
           PERFORM DO-DROP-ARCHIVE-LINES.
           MOVE WORK-REOPEN-PERIOD TO PPD-PERIOD-NUMBER.
           READ PAY-PERIOD-FILE
               INVALID KEY
                   DISPLAY "PERIOD VANISHED FROM THE CALENDAR"
               NOT INVALID KEY
                   MOVE "O" TO PPD-STATUS
                   MOVE "N" TO PPD-CALC-PROGRESS-FLAG
                   MOVE ZERO TO PPD-CALC-DATE
                   ADD 1 TO PPD-REOPEN-COUNT
                   MOVE WORK-TODAY-DATE TO PPD-REOPEN-DATE
                   MOVE WORK-OPERATOR-ID TO PPD-REOPEN-STAFF-ID
                   REWRITE PAY-PERIOD-RECORD
           END-READ.
           DISPLAY "POSTINGS REVERSED:        " WORK-REVERSED-COUNT.
           DISPLAY "ARCHIVE LINES REMOVED:    "
                   WORK-ARCHIVE-DROPPED-COUNT.
           DISPLAY "PERIOD " WORK-REOPEN-PERIOD
                   " REOPENED -- CHAP426 WILL CALCULATE IT AGAIN".

      *    NO JOURNAL MEANS NOTHING WAS EVER POSTED. THE MASTERS
      *    ARE OPENED ONLY TO TAKE BACK WHAT CHAP426 PUT ON THEM,
      *    SO THEY ALREADY EXIST WHEREVER A POSTING NAMES THEM.
       DO-REVERSE-POSTINGS.
           OPEN INPUT PAY-POSTING-FILE.
           IF WORK-PAYPOST-STATUS EQUAL "00"
               OPEN I-O PAYROLL-YTD-MASTER
               OPEN I-O LEAVE-BALANCE-FILE
               OPEN I-O ARREARS-FILE
               OPEN I-O GARNISH-BALANCE-FILE
               OPEN EXTEND GARNISH-ACTIVITY-FILE
               IF WORK-GARNACT-STATUS NOT EQUAL "00"
                   OPEN OUTPUT GARNISH-ACTIVITY-FILE
               END-IF
               MOVE "N" TO WORK-EXPCLAIM-OPEN-SWITCH
               OPEN I-O EXPENSE-CLAIM-FILE
               IF WORK-EXPCLAIM-STATUS EQUAL "00"
                   MOVE "Y" TO WORK-EXPCLAIM-OPEN-SWITCH
               END-IF
               MOVE "0" TO WORK-EOF-SWITCH
               PERFORM DO-REVERSE-ONE-POSTING UNTIL WORK-EOF
               CLOSE PAY-POSTING-FILE
               CLOSE PAYROLL-YTD-MASTER
               CLOSE LEAVE-BALANCE-FILE
               CLOSE ARREARS-FILE
               CLOSE GARNISH-BALANCE-FILE
               CLOSE GARNISH-ACTIVITY-FILE
               IF WORK-EXPCLAIM-IS-OPEN
                   CLOSE EXPENSE-CLAIM-FILE
               END-IF
           END-IF.

       DO-REVERSE-ONE-POSTING.
           READ PAY-POSTING-FILE
               AT END
                   MOVE "1" TO WORK-EOF-SWITCH
               NOT AT END
                   IF PPST-PERIOD-NUMBER EQUAL WORK-REOPEN-PERIOD
                      AND PPST-CALC-NUMBER EQUAL WORK-REOPEN-CALC
                       ADD 1 TO WORK-REVERSED-COUNT
                       IF PPST-YTD-ROLL
                           PERFORM DO-REVERSE-YTD-ROLL
                       ELSE IF PPST-LEAVE-CHANGE
                           PERFORM DO-REVERSE-LEAVE-CHANGE
                       ELSE IF PPST-ARREARS-CHANGE
                           PERFORM DO-REVERSE-ARREARS-CHANGE
                       ELSE IF PPST-GARNISHMENT
                           PERFORM DO-REVERSE-GARNISHMENT
                       ELSE IF PPST-EMPLOYEE-FICA
                           PERFORM DO-REVERSE-EMPLOYEE-FICA
                       ELSE IF PPST-EMPLOYER-FICA
                           PERFORM DO-REVERSE-EMPLOYER-FICA
                       ELSE IF PPST-UNEMPLOYMENT
                           PERFORM DO-REVERSE-UNEMPLOYMENT
                       ELSE IF PPST-EXPENSE-CLAIM
                           PERFORM DO-REVERSE-EXPENSE-CLAIM
                       END-IF
                   END-IF
           END-READ.

      *    THE WEEK COMES OFF YTD AND OFF THE QUARTER IT WENT INTO.
      *    IF PAY005A HAS CLOSED THAT QUARTER SINCE, THE QTD BUCKET
      *    NO LONGER HOLDS IT AND IT COMES OFF THE CLOSED-QUARTERS
      *    ACCUMULATORS INSTEAD, SO THE QUARTERS STILL FOOT TO YTD.
       DO-REVERSE-YTD-ROLL.
           MOVE PPST-EMPLOYEE-ID TO YTD-EMPLOYEE-ID.
           READ PAYROLL-YTD-MASTER
               INVALID KEY
                   DISPLAY "NO YTD RECORD FOR " PPST-EMPLOYEE-ID
                           " -- ROLL NOT REVERSED"
               NOT INVALID KEY
                   MOVE PPST-AMOUNT-1 TO WORK-TAKE-AMOUNT
                   MOVE YTD-GROSS TO WORK-TAKE-FROM
                   PERFORM DO-TAKE-BACK
                   MOVE WORK-TAKE-FROM TO YTD-GROSS
                   MOVE PPST-AMOUNT-2 TO WORK-TAKE-AMOUNT
                   MOVE YTD-FEDERAL-TAX TO WORK-TAKE-FROM
                   PERFORM DO-TAKE-BACK
                   MOVE WORK-TAKE-FROM TO YTD-FEDERAL-TAX
                   MOVE PPST-AMOUNT-3 TO WORK-TAKE-AMOUNT
                   MOVE YTD-STATE-TAX TO WORK-TAKE-FROM
                   PERFORM DO-TAKE-BACK
                   MOVE WORK-TAKE-FROM TO YTD-STATE-TAX
                   MOVE PPST-AMOUNT-4 TO WORK-TAKE-AMOUNT
                   MOVE YTD-NET-PAY TO WORK-TAKE-FROM
                   PERFORM DO-TAKE-BACK
                   MOVE WORK-TAKE-FROM TO YTD-NET-PAY
                   IF YTD-QTD-GROSS NOT LESS THAN PPST-AMOUNT-1
                       PERFORM DO-REVERSE-QTD
                   ELSE
                       PERFORM DO-REVERSE-CLOSED-QUARTER
                   END-IF
                   REWRITE PAYROLL-YTD-RECORD
           END-READ.

       DO-REVERSE-QTD.
           MOVE PPST-AMOUNT-1 TO WORK-TAKE-AMOUNT.
           MOVE YTD-QTD-GROSS TO WORK-TAKE-FROM.
           PERFORM DO-TAKE-BACK.
           MOVE WORK-TAKE-FROM TO YTD-QTD-GROSS.
           MOVE PPST-AMOUNT-2 TO WORK-TAKE-AMOUNT.
           MOVE YTD-QTD-FEDERAL-TAX TO WORK-TAKE-FROM.
           PERFORM DO-TAKE-BACK.
           MOVE WORK-TAKE-FROM TO YTD-QTD-FEDERAL-TAX.
           MOVE PPST-AMOUNT-3 TO WORK-TAKE-AMOUNT.
           MOVE YTD-QTD-STATE-TAX TO WORK-TAKE-FROM.
           PERFORM DO-TAKE-BACK.
           MOVE WORK-TAKE-FROM TO YTD-QTD-STATE-TAX.

       DO-REVERSE-CLOSED-QUARTER.
           MOVE PPST-AMOUNT-1 TO WORK-TAKE-AMOUNT.
           MOVE YTD-CLOSED-GROSS TO WORK-TAKE-FROM.
           PERFORM DO-TAKE-BACK.
           MOVE WORK-TAKE-FROM TO YTD-CLOSED-GROSS.
           MOVE PPST-AMOUNT-2 TO WORK-TAKE-AMOUNT.
           MOVE YTD-CLOSED-FEDERAL-TAX TO WORK-TAKE-FROM.
           PERFORM DO-TAKE-BACK.
           MOVE WORK-TAKE-FROM TO YTD-CLOSED-FEDERAL-TAX.
           MOVE PPST-AMOUNT-3 TO WORK-TAKE-AMOUNT.
           MOVE YTD-CLOSED-STATE-TAX TO WORK-TAKE-FROM.
           PERFORM DO-TAKE-BACK.
           MOVE WORK-TAKE-FROM TO YTD-CLOSED-STATE-TAX.

      *    SOCIAL SECURITY AND MEDICARE COME OFF YTD THE SAME WAY,
      *    SO THE NEXT RUN'S WAGE-BASE TEST SEES THE WEEK GONE. THE
      *    QUARTER: OFF QTD IF IT STILL HOLDS THE WEEK, OTHERWISE
      *    THE TAXES COME OFF THE CLOSED-QUARTERS ACCUMULATORS.
       DO-REVERSE-EMPLOYEE-FICA.
           MOVE PPST-EMPLOYEE-ID TO YTD-EMPLOYEE-ID.
           READ PAYROLL-YTD-MASTER
               INVALID KEY
                   DISPLAY "NO YTD RECORD FOR " PPST-EMPLOYEE-ID
                           " -- FICA NOT REVERSED"
               NOT INVALID KEY
                   MOVE PPST-AMOUNT-1 TO WORK-TAKE-AMOUNT
                   MOVE YTD-SOCSEC-WAGES TO WORK-TAKE-FROM
                   PERFORM DO-TAKE-BACK
                   MOVE WORK-TAKE-FROM TO YTD-SOCSEC-WAGES
                   MOVE PPST-AMOUNT-2 TO WORK-TAKE-AMOUNT
                   MOVE YTD-SOCSEC-TAX TO WORK-TAKE-FROM
                   PERFORM DO-TAKE-BACK
                   MOVE WORK-TAKE-FROM TO YTD-SOCSEC-TAX
                   MOVE PPST-AMOUNT-3 TO WORK-TAKE-AMOUNT
                   MOVE YTD-MEDICARE-TAX TO WORK-TAKE-FROM
                   PERFORM DO-TAKE-BACK
                   MOVE WORK-TAKE-FROM TO YTD-MEDICARE-TAX
                   IF YTD-QTD-MEDICARE-TAX NOT LESS THAN PPST-AMOUNT-3
                       PERFORM DO-REVERSE-QTD-FICA
                   ELSE
                       PERFORM DO-REVERSE-CLOSED-FICA
                   END-IF
                   REWRITE PAYROLL-YTD-RECORD
           END-READ.

       DO-REVERSE-QTD-FICA.
           MOVE PPST-AMOUNT-1 TO WORK-TAKE-AMOUNT.
           MOVE YTD-QTD-SOCSEC-WAGES TO WORK-TAKE-FROM.
           PERFORM DO-TAKE-BACK.
           MOVE WORK-TAKE-FROM TO YTD-QTD-SOCSEC-WAGES.
           MOVE PPST-AMOUNT-2 TO WORK-TAKE-AMOUNT.
           MOVE YTD-QTD-SOCSEC-TAX TO WORK-TAKE-FROM.
           PERFORM DO-TAKE-BACK.
           MOVE WORK-TAKE-FROM TO YTD-QTD-SOCSEC-TAX.
           MOVE PPST-AMOUNT-3 TO WORK-TAKE-AMOUNT.
           MOVE YTD-QTD-MEDICARE-TAX TO WORK-TAKE-FROM.
           PERFORM DO-TAKE-BACK.
           MOVE WORK-TAKE-FROM TO YTD-QTD-MEDICARE-TAX.

       DO-REVERSE-CLOSED-FICA.
           MOVE PPST-AMOUNT-2 TO WORK-TAKE-AMOUNT.
           MOVE YTD-CLOSED-SOCSEC-TAX TO WORK-TAKE-FROM.
           PERFORM DO-TAKE-BACK.
           MOVE WORK-TAKE-FROM TO YTD-CLOSED-SOCSEC-TAX.
           MOVE PPST-AMOUNT-3 TO WORK-TAKE-AMOUNT.
           MOVE YTD-CLOSED-MEDICARE-TAX TO WORK-TAKE-FROM.
           PERFORM DO-TAKE-BACK.
           MOVE WORK-TAKE-FROM TO YTD-CLOSED-MEDICARE-TAX.

      *    THE EMPLOYER'S SHARE LIVES ONLY IN THE QUARTER -- ONCE
      *    PAY005A HAS CLOSED IT THE RETURN IS FILED AND THERE IS
      *    NOTHING LEFT HERE TO TAKE BACK.
       DO-REVERSE-EMPLOYER-FICA.
           MOVE PPST-EMPLOYEE-ID TO YTD-EMPLOYEE-ID.
           READ PAYROLL-YTD-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF YTD-QTD-ER-MEDICARE-TAX NOT LESS THAN
                           PPST-AMOUNT-2
                       MOVE PPST-AMOUNT-1 TO WORK-TAKE-AMOUNT
                       MOVE YTD-QTD-ER-SOCSEC-TAX TO WORK-TAKE-FROM
                       PERFORM DO-TAKE-BACK
                       MOVE WORK-TAKE-FROM TO YTD-QTD-ER-SOCSEC-TAX
                       MOVE PPST-AMOUNT-2 TO WORK-TAKE-AMOUNT
                       MOVE YTD-QTD-ER-MEDICARE-TAX TO WORK-TAKE-FROM
                       PERFORM DO-TAKE-BACK
                       MOVE WORK-TAKE-FROM TO YTD-QTD-ER-MEDICARE-TAX
                       REWRITE PAYROLL-YTD-RECORD
                   END-IF
           END-READ.

      *    THE FUTA AND SUTA WAGES COME OFF YTD SO THE WAGE BASES
      *    ARE TESTED AFRESH; THE QUARTER'S FIGURES COME OFF ONLY
      *    WHILE THE QUARTER STILL HOLDS THE WEEK.
       DO-REVERSE-UNEMPLOYMENT.
           MOVE PPST-EMPLOYEE-ID TO YTD-EMPLOYEE-ID.
           READ PAYROLL-YTD-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PPST-AMOUNT-1 TO WORK-TAKE-AMOUNT
                   MOVE YTD-FUTA-WAGES TO WORK-TAKE-FROM
                   PERFORM DO-TAKE-BACK
                   MOVE WORK-TAKE-FROM TO YTD-FUTA-WAGES
                   MOVE PPST-AMOUNT-3 TO WORK-TAKE-AMOUNT
                   MOVE YTD-SUTA-WAGES TO WORK-TAKE-FROM
                   PERFORM DO-TAKE-BACK
                   MOVE WORK-TAKE-FROM TO YTD-SUTA-WAGES
                   IF YTD-QTD-FUTA-WAGES NOT LESS THAN PPST-AMOUNT-1
                      AND YTD-QTD-SUTA-WAGES NOT LESS THAN
                           PPST-AMOUNT-3
                       PERFORM DO-REVERSE-QTD-UNEMPLOYMENT
                   END-IF
                   REWRITE PAYROLL-YTD-RECORD
           END-READ.

       DO-REVERSE-QTD-UNEMPLOYMENT.
           MOVE PPST-AMOUNT-1 TO WORK-TAKE-AMOUNT.
           MOVE YTD-QTD-FUTA-WAGES TO WORK-TAKE-FROM.
           PERFORM DO-TAKE-BACK.
           MOVE WORK-TAKE-FROM TO YTD-QTD-FUTA-WAGES.
           MOVE PPST-AMOUNT-2 TO WORK-TAKE-AMOUNT.
           MOVE YTD-QTD-FUTA-TAX TO WORK-TAKE-FROM.
           PERFORM DO-TAKE-BACK.
           MOVE WORK-TAKE-FROM TO YTD-QTD-FUTA-TAX.
           MOVE PPST-AMOUNT-3 TO WORK-TAKE-AMOUNT.
           MOVE YTD-QTD-SUTA-WAGES TO WORK-TAKE-FROM.
           PERFORM DO-TAKE-BACK.
           MOVE WORK-TAKE-FROM TO YTD-QTD-SUTA-WAGES.
           MOVE PPST-AMOUNT-4 TO WORK-TAKE-AMOUNT.
           MOVE YTD-QTD-SUTA-TAX TO WORK-TAKE-FROM.
           PERFORM DO-TAKE-BACK.
           MOVE WORK-TAKE-FROM TO YTD-QTD-SUTA-TAX.

      *    THE JOURNAL HOLDS THE NET CHANGE THE RUN MADE -- ACCRUAL
      *    LESS DRAW-DOWN -- SO TAKING IT BACK RESTORES THE BALANCE
      *    AS IT STOOD BEFORE THE WEEK.
       DO-REVERSE-LEAVE-CHANGE.
           MOVE PPST-EMPLOYEE-ID TO LV-EMPLOYEE-ID.
           READ LEAVE-BALANCE-FILE
               INVALID KEY
                   DISPLAY "NO LEAVE RECORD FOR " PPST-EMPLOYEE-ID
                           " -- CHANGE NOT REVERSED"
               NOT INVALID KEY
                   MOVE PPST-AMOUNT-1 TO WORK-TAKE-AMOUNT
                   MOVE LV-VACATION-BALANCE TO WORK-TAKE-FROM
                   PERFORM DO-TAKE-BACK
                   MOVE WORK-TAKE-FROM TO LV-VACATION-BALANCE
                   MOVE PPST-AMOUNT-2 TO WORK-TAKE-AMOUNT
                   MOVE LV-SICK-BALANCE TO WORK-TAKE-FROM
                   PERFORM DO-TAKE-BACK
                   MOVE WORK-TAKE-FROM TO LV-SICK-BALANCE
                   REWRITE LEAVE-BALANCE-RECORD
           END-READ.

      *    A SHORTFALL POSTED COMES BACK OFF THE ARREARS BALANCE; A
      *    RECOVERY TAKEN (JOURNALLED NEGATIVE) GOES BACK ON.
       DO-REVERSE-ARREARS-CHANGE.
           MOVE PPST-EMPLOYEE-ID TO ARR-EMPLOYEE-ID.
           MOVE PPST-SUB-KEY TO ARR-DEDUCT-TYPE.
           READ ARREARS-FILE
               INVALID KEY
                   IF PPST-AMOUNT-1 LESS THAN ZERO
                       MOVE PPST-EMPLOYEE-ID TO ARR-EMPLOYEE-ID
                       MOVE PPST-SUB-KEY TO ARR-DEDUCT-TYPE
                       COMPUTE ARR-BALANCE = ZERO - PPST-AMOUNT-1
                       WRITE ARREARS-RECORD
                   END-IF
               NOT INVALID KEY
                   MOVE PPST-AMOUNT-1 TO WORK-TAKE-AMOUNT
                   MOVE ARR-BALANCE TO WORK-TAKE-FROM
                   PERFORM DO-TAKE-BACK
                   MOVE WORK-TAKE-FROM TO ARR-BALANCE
                   REWRITE ARREARS-RECORD
           END-READ.

      *    THE WITHHOLDING COMES OFF THE ORDER'S WITHHELD-TO-DATE,
      *    AND THE COURT JOURNAL SHOWS IT GIVEN BACK -- A REVERSAL
      *    LINE, NOT A DELETED ONE.
       DO-REVERSE-GARNISHMENT.
           MOVE PPST-SUB-KEY TO GARN-ORDER-NUMBER.
           READ GARNISH-BALANCE-FILE
               INVALID KEY
                   DISPLAY "NO BALANCE FOR ORDER " PPST-SUB-KEY
                           " -- WITHHOLDING NOT REVERSED"
               NOT INVALID KEY
                   MOVE PPST-AMOUNT-1 TO WORK-TAKE-AMOUNT
                   MOVE GARN-WITHHELD-TO-DATE TO WORK-TAKE-FROM
                   PERFORM DO-TAKE-BACK
                   MOVE WORK-TAKE-FROM TO GARN-WITHHELD-TO-DATE
                   REWRITE GARNISH-BALANCE-RECORD
                   MOVE PPST-SUB-KEY TO GACT-ORDER-NUMBER
                   MOVE PPST-EMPLOYEE-ID TO GACT-EMPLOYEE-ID
                   MOVE WORK-TODAY-DATE TO GACT-RUN-DATE
                   MOVE PPST-AMOUNT-1 TO GACT-AMOUNT-WITHHELD
                   COMPUTE GACT-REMAINING-OWED =
                           PPST-AMOUNT-2 + PPST-AMOUNT-1
                   MOVE "R" TO GACT-ENTRY-FLAG
                   WRITE GARNISH-ACTIVITY-RECORD
           END-READ.

      *    A CLAIM THE CALCULATION PAID IS APPROVED AGAIN, WAITING
      *    FOR THE RERUN. ONE SINCE CHANGED BY HAND IS LEFT ALONE.
       DO-REVERSE-EXPENSE-CLAIM.
           IF NOT WORK-EXPCLAIM-IS-OPEN
               DISPLAY "NO EXPCLAIM.DAT -- CLAIM " PPST-SUB-KEY (1:3)
                       " FOR " PPST-EMPLOYEE-ID " NOT REOPENED"
           ELSE
               MOVE PPST-EMPLOYEE-ID TO EXC-EMPLOYEE-ID
               MOVE PPST-SUB-KEY (1:3) TO EXC-CLAIM-NUMBER
               READ EXPENSE-CLAIM-FILE
                   INVALID KEY
                       DISPLAY "NO CLAIM " PPST-SUB-KEY (1:3)
                               " FOR " PPST-EMPLOYEE-ID
                               " -- NOT REOPENED"
                   NOT INVALID KEY
                       IF EXC-PAID
                          AND EXC-PAID-PERIOD EQUAL WORK-REOPEN-PERIOD
                           MOVE "A" TO EXC-STATUS
                           MOVE ZERO TO EXC-PAID-PERIOD
                           MOVE ZERO TO EXC-PAID-DATE
                           REWRITE EXPENSE-CLAIM-RECORD
                       END-IF
               END-READ
           END-IF.

       DO-TAKE-BACK.
           SUBTRACT WORK-TAKE-AMOUNT FROM WORK-TAKE-FROM.
           IF WORK-TAKE-FROM LESS THAN ZERO
               MOVE ZERO TO WORK-TAKE-FROM.

      *    THE PERIOD'S STUB FIGURES COME OFF THE ARCHIVE -- THE
      *    RERUN ARCHIVES THE WEEK AFRESH, AND A STUB REPRINT OR
      *    RETRO RECOMPUTATION MUST NOT FIND IT TWICE. LINES FROM
      *    BEFORE THE CALENDAR CARRY NO PERIOD AND ALWAYS STAY.
       DO-DROP-ARCHIVE-LINES.
           MOVE 0 TO WORK-ARCHIVE-DROPPED-COUNT.
           MOVE 0 TO WORK-ARCHIVE-KEPT-COUNT.
           OPEN INPUT PAYNET-ARCHIVE-FILE.
           IF WORK-PAYNARCH-STATUS EQUAL "00"
               OPEN OUTPUT PAYNET-ARCHIVE-WORK
               MOVE "0" TO WORK-EOF-SWITCH
               PERFORM DO-COPY-OUT-ONE-LINE UNTIL WORK-EOF
               CLOSE PAYNET-ARCHIVE-FILE
               CLOSE PAYNET-ARCHIVE-WORK
               IF WORK-ARCHIVE-DROPPED-COUNT GREATER THAN ZERO
                   OPEN INPUT PAYNET-ARCHIVE-WORK
                   OPEN OUTPUT PAYNET-ARCHIVE-FILE
                   MOVE "0" TO WORK-EOF-SWITCH
                   PERFORM DO-COPY-BACK-ONE-LINE UNTIL WORK-EOF
                   CLOSE PAYNET-ARCHIVE-WORK
                   CLOSE PAYNET-ARCHIVE-FILE
               END-IF
           END-IF.

       DO-COPY-OUT-ONE-LINE.
           READ PAYNET-ARCHIVE-FILE
               AT END
                   MOVE "1" TO WORK-EOF-SWITCH
               NOT AT END
                   IF PNA-PERIOD-NUMBER IS NUMERIC
                      AND PNA-PERIOD-NUMBER EQUAL WORK-REOPEN-PERIOD
                       ADD 1 TO WORK-ARCHIVE-DROPPED-COUNT
                   ELSE
                       MOVE PAYNET-ARCHIVE-RECORD
                           TO PAYNET-ARCHIVE-WORK-LINE
                       WRITE PAYNET-ARCHIVE-WORK-LINE
                       ADD 1 TO WORK-ARCHIVE-KEPT-COUNT
                   END-IF
           END-READ.

       DO-COPY-BACK-ONE-LINE.
           READ PAYNET-ARCHIVE-WORK
               AT END
                   MOVE "1" TO WORK-EOF-SWITCH
               NOT AT END
                   MOVE PAYNET-ARCHIVE-WORK-LINE
                       TO PAYNET-ARCHIVE-RECORD
                   WRITE PAYNET-ARCHIVE-RECORD
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
                   MOVE "PPER001A" TO PERM-PROGRAM
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
               DISPLAY "YOUR ROLE IS NOT PERMITTED TO RUN PPER001A"
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
               MOVE "PPER001A" TO SIGN-LOG-PROGRAM.
           MOVE WORK-PERMIT-FUNCTION TO SIGN-LOG-FUNCTION.
           WRITE SIGN-ON-LOG-RECORD.
           CLOSE SIGN-ON-LOG-FILE.
