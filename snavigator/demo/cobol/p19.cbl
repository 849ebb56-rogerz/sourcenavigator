                  FILE STATUS IS WORK-TAX-TABLE-STATUS.
      *
      *    FILING STATUS PER EMPLOYEE -- SINGLE AND MARRIED NO
      *    LONGER WITHHOLD IDENTICALLY. SCANNED ONCE AT JOB START
      *    FOR THE SALARIED EMPLOYEES, WHO ARE PAID WITHOUT A TIME
      *    RECORD.
           SELECT EMPLOYMENT-MASTER
                  ASSIGN TO DISK
                  ACCESS MODE DYNAMIC
                  ORGANIZATION INDEXED
                  RECORD KEY EMP-MASTER-ID
                  FILE STATUS IS WORK-EMPMAST-STATUS.
           RECORD KEY GLM-KEY
           FILE STATUS IS WORK-GLMAP-STATUS.
      *
      *    THE PAY-PERIOD CALENDAR -- THE RUN CALCULATES THE EARLIEST
      *    OPEN PERIOD AND NOTHING ELSE, SO NO WEEK IS PAID TWICE.
           SELECT PAY-PERIOD-FILE ASSIGN TO DISK
           ACCESS MODE DYNAMIC
           ORGANIZATION INDEXED
           RECORD KEY PPD-PERIOD-NUMBER
           FILE STATUS IS WORK-PAYPERD-STATUS.
      *
      *    EVERY AMOUNT ADDED TO THE YTD, LEAVE, ARREARS AND
      *    GARNISHMENT MASTERS IS JOURNALLED HERE UNDER THE PERIOD,
      *    FOR PPER001A TO REVERSE ON A SUPERVISOR REOPEN.
           SELECT PAY-POSTING-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WORK-PAYPOST-STATUS.
      *
      *    STAFF EXPENSE CLAIMS -- EVERY CLAIM A SUPERVISOR HAS
      *    APPROVED ON EXP001A IS PAID ON THE EMPLOYEE'S CHECK AND
      *    MARKED PAID. NO FILE, NO CLAIMS.
           SELECT EXPENSE-CLAIM-FILE ASSIGN TO DISK
           ACCESS MODE DYNAMIC
           ORGANIZATION INDEXED
           RECORD KEY EXC-KEY
           FILE STATUS IS WORK-EXPCLAIM-STATUS.
      *
      *
       DATA DIVISION.
      *
       copy empmast.
      *
       copy payedit.
      *
       copy payperd.
      *
       copy paypost.
      *
       copy expclaim.
      *
      *    ONE JOURNAL LINE PER POSTING: ACCOUNT, DEPARTMENT (FOR
      *    THE EXPENSE DEBITS), DEBIT OR CREDIT AMOUNT, RUN DATE,
       01  W005-FEDERAL-TAX-RATE                    PIC V999 VALUE .150.
       01  W005-STATE-TAX-RATE                      PIC V999 VALUE .050.
      *
      *    SOCIAL SECURITY, MEDICARE, AND THE EMPLOYER'S SHARE --
      *    RATES AND WAGE BASES OFF PAYPARM.DAT, THESE VALUES ONLY
      *    WHEN THE FILE DOES NOT CARRY THEM. SOCIAL SECURITY AND
      *    FUTA/SUTA STOP AT THE WAGE BASE, TESTED AGAINST THE
      *    WAGES ALREADY ON THE EMPLOYEE'S PAYYTD.DAT RECORD.
       01  W039-SS-RATE                             PIC V9(4)
                                                     VALUE .0620.
       01  W039-SS-WAGE-BASE                        PIC 9(7)V99
                                                     VALUE 168600.00.
       01  W039-MEDICARE-RATE                       PIC V9(4)
                                                     VALUE .0145.
       01  W039-FUTA-RATE                           PIC V9(4)
                                                     VALUE .0060.
       01  W039-FUTA-WAGE-BASE                      PIC 9(7)V99
                                                     VALUE 7000.00.
       01  W039-SUTA-RATE                           PIC V9(4)
                                                     VALUE .0270.
       01  W039-SUTA-WAGE-BASE                      PIC 9(7)V99
                                                     VALUE 9000.00.
       01  W039-PRIOR-SS-WAGES                      PIC 9(7)V99.
       01  W039-PRIOR-FUTA-WAGES                    PIC 9(7)V99.
       01  W039-PRIOR-SUTA-WAGES                    PIC 9(7)V99.
       01  W039-ROOM-UNDER-BASE                     PIC S9(7)V99.
       01  W039-SS-WAGES                            PIC 9(5)V99.
       01  W039-SS-TAX                              PIC 9(5)V99.
       01  W039-MEDICARE-TAX                        PIC 9(5)V99.
       01  W039-ER-SS-TAX                           PIC 9(5)V99.
       01  W039-ER-MEDICARE-TAX                     PIC 9(5)V99.
       01  W039-FUTA-WAGES                          PIC 9(5)V99.
       01  W039-FUTA-TAX                            PIC 9(5)V99.
       01  W039-SUTA-WAGES                          PIC 9(5)V99.
       01  W039-SUTA-TAX                            PIC 9(5)V99.
      *    RUN TOTALS FOR THE SECOND FOOTING LINE OF THE REGISTER.
       01  W039-TOTAL-SS-TAX                        PIC 9(6)V99
                                                     VALUE 0.
       01  W039-TOTAL-MEDICARE-TAX                  PIC 9(6)V99
                                                     VALUE 0.
       01  W039-TOTAL-ER-FICA                       PIC 9(6)V99
                                                     VALUE 0.
       01  W039-TOTAL-FUTA-TAX                      PIC 9(6)V99
                                                     VALUE 0.
       01  W039-TOTAL-SUTA-TAX                      PIC 9(6)V99
                                                     VALUE 0.
       01  W039-FICA-TOTAL-LINE.
           05  FILLER                       PIC X(9) VALUE
               "SOC SEC".
           05  W039-TOTAL-SS-OUT                    PIC ZZZZZ9.99.
           05  FILLER                       PIC X(11) VALUE
               "  MEDICARE ".
           05  W039-TOTAL-MEDICARE-OUT              PIC ZZZZZ9.99.
           05  FILLER                       PIC X(13) VALUE
               "  EMPLR FICA ".
           05  W039-TOTAL-ER-FICA-OUT               PIC ZZZZZ9.99.
           05  FILLER                       PIC X(7) VALUE
               "  FUTA ".
           05  W039-TOTAL-FUTA-OUT                  PIC ZZZZZ9.99.
           05  FILLER                       PIC X(7) VALUE
               "  SUTA ".
           05  W039-TOTAL-SUTA-OUT                  PIC ZZZZZ9.99.
      *
      *    THE WHOLE TAX TABLE, LOADED ONCE AT JOB START.
       01  W029-TAX-ROW-COUNT                       PIC 99 VALUE 0.
       01  W029-TAX-TABLE.
      *    OF SERVICE, THREE FROM FIVE ON, AND A FLAT SICK ACCRUAL,
      *    ALL SPREAD OVER THE 26 RUNS OF A YEAR.
       01  WORK-LEAVEBAL-STATUS                     PIC XX.
      *
      *    THE PERIOD THIS RUN CALCULATES, AND THE LEAVE BALANCES
      *    AS READ, SO THE JOURNAL CARRIES THE RUN'S NET CHANGE.
       01  WORK-PAYPERD-STATUS                      PIC XX.
       01  WORK-PAYPOST-STATUS                      PIC XX.
       01  W038-PERIOD-SWITCH                       PIC X.
           88  W038-PERIOD-SELECTED                 VALUE "Y".
       01  W038-PERIOD-EOF-SWITCH                   PIC X.
           88  W038-PERIOD-EOF                      VALUE "1".
       01  W038-PERIOD-NUMBER                       PIC 9(4).
       01  W038-CALC-NUMBER                         PIC 9(3).
       01  W038-REFUSAL                             PIC X(60).
       01  W038-WEEK-ENDING-DATE                    PIC 9(6).
       01  W038-VAC-BEFORE                          PIC 9(4)V99.
       01  W038-SICK-BEFORE                         PIC 9(4)V99.
       01  W035-VAC-ACCRUAL-UNDER-5                 PIC 9V99
                                                     VALUE 3.08.
       01  W035-VAC-ACCRUAL-5-PLUS                  PIC 9V99
       01  W037-MAP-COMPONENT                       PIC X(8).
       01  W037-MAP-DEPARTMENT                      PIC X(4).
       01  W037-MAP-FALLBACK-ACCOUNT                PIC X(8).
      *    THE EMPLOYER'S PAYROLL TAXES POST BOTH SIDES -- THEIR
      *    FALLBACK EXPENSE ACCOUNT IS NOT THE LIABILITY ACCOUNT.
       01  W037-MAP-FALLBACK-DEBIT                  PIC X(8).
       01  W037-MAP-DEBIT-ACCOUNT                   PIC X(8).
       01  W037-MAP-CREDIT-ACCOUNT                  PIC X(8).
      *
      *    THE SALARIED EMPLOYEES, LOADED OFF THE EMPLOYMENT MASTER
      *    AT JOB START. THEIR TIME LINES ONLY ADD LEAVE HOURS TO
      *    THE ROW; AFTER THE TIME FILE EACH ROW IS PAID ITS ANNUAL
      *    SALARY OVER 52 WEEKS, PRORATED BY THE CALENDAR DAYS OF
      *    THE SEVEN-DAY WEEK (ENDING ON THE PERIOD'S WEEK-ENDING
      *    DATE) THAT FALL ON OR AFTER THE HIRE DATE AND ON OR
      *    BEFORE THE TERMINATION DATE.
       01  W040-SALARIED-COUNT                      PIC 9(3) VALUE 0.
       01  W040-SALARIED-TABLE.
           05  W040-SALARIED                        OCCURS 100 TIMES
                                                    INDEXED BY W040-S-I.
               10  W040-ROW-EMPLOYEE-ID             PIC X(5).
               10  W040-ROW-ANNUAL-SALARY           PIC 9(7)V99.
               10  W040-ROW-HIRE-DATE               PIC 9(8).
               10  W040-ROW-STATUS                  PIC X.
               10  W040-ROW-TERM-DATE               PIC 9(8).
               10  W040-ROW-VAC-HOURS               PIC 99V99.
               10  W040-ROW-SICK-HOURS              PIC 99V99.
       01  W040-EMPMAST-EOF-SWITCH                  PIC X.
           88  W040-EMPMAST-EOF                     VALUE "1".
       01  W040-SALARIED-FOUND-SWITCH               PIC X.
           88  W040-SALARIED-FOUND                  VALUE "Y".
      *    Y WHILE THE SALARIED ROWS ARE BEING PAID -- THE GROSS
      *    COMES OFF THE SALARY, NOT HOURS TIMES RATE, AND THE
      *    ZERO HOURS STAY OUT OF THE JOB-CODE TALLY.
       01  W040-SALARY-PASS-SWITCH                  PIC X VALUE "N".
           88  W040-SALARY-PASS                     VALUE "Y".
       01  W040-PAY-ANNUAL-SALARY                   PIC 9(7)V99.
       01  W040-DAYS-EMPLOYED                       PIC 9.
       01  W040-PERIOD-END-DATE                     PIC 9(8).
       01  W040-WALK-DATE.
           05  W040-WALK-CCYY                       PIC 9(4).
           05  W040-WALK-MM                         PIC 99.
           05  W040-WALK-DD                         PIC 99.
       01  W040-WALK-DATE-N REDEFINES W040-WALK-DATE
                                                    PIC 9(8).
       01  W040-DAYS-IN-MONTH-TABLE.
           05  FILLER                               PIC 99 VALUE 31.
           05  FILLER                               PIC 99 VALUE 28.
           05  FILLER                               PIC 99 VALUE 31.
           05  FILLER                               PIC 99 VALUE 30.
           05  FILLER                               PIC 99 VALUE 31.
           05  FILLER                               PIC 99 VALUE 30.
           05  FILLER                               PIC 99 VALUE 31.
           05  FILLER                               PIC 99 VALUE 31.
           05  FILLER                               PIC 99 VALUE 30.
           05  FILLER                               PIC 99 VALUE 31.
           05  FILLER                               PIC 99 VALUE 30.
           05  FILLER                               PIC 99 VALUE 31.
       01  W040-DAYS-IN-MONTH REDEFINES W040-DAYS-IN-MONTH-TABLE.
           05  W040-MONTH-DAYS                      PIC 99 OCCURS 12.
       01  W040-LEAP-QUOTIENT                       PIC 9(4).
       01  W040-LEAP-REMAINDER                      PIC 9(4).
      *
      *    PER-TYPE ITEMIZATION LINES PRINTED UNDER THE EMPLOYEE'S
      *    REGISTER LINE.
       01  W032-ITEM-LINE.
               10  W030-TALLY-STATE                 PIC 9(7)V99.
               10  W030-TALLY-DEDUCT                PIC 9(7)V99.
               10  W030-TALLY-NET                   PIC 9(7)V99.
      *        THE PAYROLL TAXES -- THE EMPLOYEE'S SOCIAL SECURITY
      *        AND MEDICARE TOGETHER, THE EMPLOYER'S MATCH, AND THE
      *        TWO UNEMPLOYMENT TAXES.
               10  W030-TALLY-FICA-EE               PIC 9(7)V99.
               10  W030-TALLY-FICA-ER               PIC 9(7)V99.
               10  W030-TALLY-FUTA                  PIC 9(7)V99.
               10  W030-TALLY-SUTA                  PIC 9(7)V99.
      *        EXPENSE CLAIMS REIMBURSED -- ALSO INSIDE THE NET.
               10  W030-TALLY-EXPENSE               PIC 9(7)V99.
       01  W030-DEPT-FOUND-SWITCH                   PIC X.
           88  W030-DEPT-FOUND                      VALUE "Y".
      *    SET WHEN AN ELEVENTH DEPARTMENT ARRIVES -- ITS GROSS IS
       01  W029-NEXT-FLOOR                          PIC 9(7)V99.
       01  W029-PORTION                             PIC 9(7)V99.
       01  W029-TAX-RESULT                          PIC 9(5)V99.
      *    EXPENSE CLAIMS PAID ON THE CHECK IN HAND -- ADDED TO THE
      *    NET AFTER THE YTD ROLL, SO THEY STAY OUT OF GROSS, THE
      *    WITHHOLDING, THE DEDUCTIONS AND THE YTD NET WAGES. THE
      *    MILEAGE RATE IS ONLY WRITTEN ON A NEW PAYPARM.DAT;
      *    EXP001A VALUES THE CLAIMS WITH IT.
       01  WORK-EXPCLAIM-STATUS                     PIC XX.
       01  W041-EXPCLAIM-OPEN-SWITCH                PIC X.
           88  W041-EXPCLAIM-IS-OPEN                VALUE "Y".
       01  W041-CLAIM-EOF-SWITCH                    PIC X.
           88  W041-CLAIM-EOF                       VALUE "1".
       01  W041-EXPENSE-REIMB                       PIC 9(5)V99.
       01  W041-TOTAL-EXPENSE-REIMB                 PIC 9(6)V99
                                                     VALUE 0.
       01  W041-MILEAGE-RATE                        PIC 9V999
                                                     VALUE 0.700.
       01  W041-EXPENSE-TOTAL-LINE.
           05  FILLER                       PIC X(20) VALUE
               "EXPENSES REIMBURSED".
           05  W041-TOTAL-EXPENSE-OUT               PIC ZZZZZ9.99.
           05  FILLER                       PIC X(25) VALUE
               "  (INCLUDED IN NET ABOVE)".
       01  W005-FEDERAL-TAX                          PIC 9(5)V99.
       01  W005-STATE-TAX                            PIC 9(5)V99.
       01  W005-NET-PAY                              PIC 9(5)V99.
      *
      *    NO EDIT VERDICT, OR A FAILING ONE, AND NOBODY GETS PAID
      *    WHATEVER HAPPENS TO BE ON PAYTIME.DAT -- PAY003A MUST
      *    PASS (OR EXPLICITLY OVERRIDE) THE WEEK FIRST. GOBACK
      *    RETURNS TO THE PAY015A PAYROLL DRIVER WHEN CALLED FROM
      *    IT, WITH A NONZERO RETURN CODE ON A REFUSAL.
           PERFORM C005-CHECK-PREPAYROLL-EDIT.
           IF NOT W031-EDIT-PASSED
               DISPLAY "CHAP426: PRE-PAYROLL EDIT NOT PASSED -- "
                       "RUN PAY003A FIRST"
               MOVE 8 TO RETURN-CODE
               GOBACK.
           PERFORM C006-SELECT-PAY-PERIOD.
           IF NOT W038-PERIOD-SELECTED
               DISPLAY "CHAP426: " W038-REFUSAL
               MOVE 8 TO RETURN-CODE
               GOBACK.
           PERFORM C010-RUN-WEEKLY-PAYROLL.
           PERFORM C060-MARK-PERIOD-CALCULATED.
           GOBACK.
      *
       C005-CHECK-PREPAYROLL-EDIT.
      *
               CLOSE PAYROLL-EDIT-FILE
           END-IF.
      *
      *    THE RUN CALCULATES THE EARLIEST PERIOD NOT YET PAID, AND
      *    ONLY WHEN IT IS OPEN: A CALCULATED PERIOD STILL WAITING
      *    FOR ITS CHECKS OWNS PAYNET.DAT, AND A CALCULATION THAT
      *    DIED PART WAY HAS POSTED PART OF THE WEEK -- EITHER WAY
      *    NOTHING RUNS UNTIL PAY002A/PAY004A FINISH THE WEEK OR A
      *    SUPERVISOR REOPENS IT ON PPER001A. THE SELECTED PERIOD
      *    IS MARKED IN PROGRESS BEFORE ANY MASTER IS TOUCHED.
       C006-SELECT-PAY-PERIOD.
      *
           MOVE "N" TO W038-PERIOD-SWITCH.
           MOVE "NO OPEN PAY PERIOD ON PAYPERD.DAT -- SEE PPER001A"
               TO W038-REFUSAL.
           OPEN I-O PAY-PERIOD-FILE.
           IF WORK-PAYPERD-STATUS EQUAL "00"
               PERFORM C008-TAKE-EARLIEST-PERIOD
               CLOSE PAY-PERIOD-FILE
           END-IF.
      *
       C008-TAKE-EARLIEST-PERIOD.
      *
           MOVE "0" TO W038-PERIOD-EOF-SWITCH.
           MOVE ZERO TO PPD-PERIOD-NUMBER.
           START PAY-PERIOD-FILE KEY IS NOT LESS THAN PPD-PERIOD-NUMBER
               INVALID KEY
                   MOVE "1" TO W038-PERIOD-EOF-SWITCH
           END-START.
           PERFORM C007-READ-NEXT-PERIOD.
           PERFORM C007-READ-NEXT-PERIOD
               UNTIL W038-PERIOD-EOF
                  OR NOT (PPD-PAID OR PPD-CLOSED).
           IF W038-PERIOD-EOF
               CONTINUE
           ELSE IF PPD-CALCULATED
               MOVE SPACES TO W038-REFUSAL
               STRING "PERIOD " PPD-PERIOD-NUMBER
                      " IS CALCULATED BUT NOT YET PAID"
                      DELIMITED BY SIZE INTO W038-REFUSAL
           ELSE IF PPD-CALC-IN-PROGRESS
               MOVE SPACES TO W038-REFUSAL
               STRING "PERIOD " PPD-PERIOD-NUMBER
                      " CALCULATION WAS INTERRUPTED -- REOPEN IT"
                      DELIMITED BY SIZE INTO W038-REFUSAL
           ELSE
               ADD 1 TO PPD-CALC-COUNT
               MOVE "Y" TO PPD-CALC-PROGRESS-FLAG
               REWRITE PAY-PERIOD-RECORD
               MOVE PPD-PERIOD-NUMBER TO W038-PERIOD-NUMBER
               MOVE PPD-CALC-COUNT TO W038-CALC-NUMBER
               MOVE PPD-WEEK-ENDING-DATE TO W038-WEEK-ENDING-DATE
               MOVE "Y" TO W038-PERIOD-SWITCH
               DISPLAY "CHAP426: CALCULATING PERIOD "
                       PPD-PERIOD-NUMBER " WEEK ENDING "
                       PPD-WEEK-ENDING-DATE
           END-IF.
      *
       C007-READ-NEXT-PERIOD.
      *
           IF NOT W038-PERIOD-EOF
               READ PAY-PERIOD-FILE NEXT RECORD
                   AT END
                       MOVE "1" TO W038-PERIOD-EOF-SWITCH
               END-READ
           END-IF.
      *
      *    THE WHOLE WEEK IS POSTED -- THE PERIOD IS CALCULATED AND
      *    WAITS FOR ITS CHECKS AND DEPOSITS.
       C060-MARK-PERIOD-CALCULATED.
      *
           OPEN I-O PAY-PERIOD-FILE.
           MOVE W038-PERIOD-NUMBER TO PPD-PERIOD-NUMBER.
           READ PAY-PERIOD-FILE
               INVALID KEY
                   DISPLAY "CHAP426: PERIOD " W038-PERIOD-NUMBER
                           " VANISHED FROM PAYPERD.DAT"
               NOT INVALID KEY
                   MOVE "C" TO PPD-STATUS
                   MOVE "N" TO PPD-CALC-PROGRESS-FLAG
                   MOVE W027-RUN-RAW-DATE TO PPD-CALC-DATE
                   REWRITE PAY-PERIOD-RECORD
           END-READ.
           CLOSE PAY-PERIOD-FILE.
      *
      *    ONE LINE ON THE POSTING JOURNAL FOR THE EMPLOYEE IN HAND
      *    -- THE CALLER HAS SET THE TYPE, SUB-KEY AND AMOUNTS, WHICH
      *    ARE CLEARED AGAIN FOR THE NEXT CALLER.
       C045-JOURNAL-POSTING.
      *
           MOVE W038-PERIOD-NUMBER TO PPST-PERIOD-NUMBER.
           MOVE W038-CALC-NUMBER TO PPST-CALC-NUMBER.
           MOVE PAYROLL-TIME-EMPLOYEE-ID TO PPST-EMPLOYEE-ID.
           WRITE PAY-POSTING-RECORD.
           MOVE SPACES TO PPST-SUB-KEY.
           MOVE ZERO TO PPST-AMOUNT-1 PPST-AMOUNT-2
                        PPST-AMOUNT-3 PPST-AMOUNT-4.
      *
      *    READS EVERY TIME RECORD FOR THE WEEK AND PRINTS ONE GROSS
      *    PAY LINE PER EMPLOYEE -- THE BATCH REPLACEMENT FOR THE OLD
      *    TWO-CONSTANT DEMO COMPUTE (REQ030).
           OPEN INPUT EMPLOYMENT-MASTER.
           IF WORK-EMPMAST-STATUS EQUAL "00"
               MOVE "Y" TO W029-EMPMAST-OPEN-SWITCH
               PERFORM C014-LOAD-SALARIED-STAFF
           END-IF.
      *    THE LAST DAY OF THE WEEK BEING PAID, FOR THE SALARIED
      *    PRORATION -- A PERIOD WITH NO WEEK-ENDING DATE ON IT
      *    PRORATES AGAINST THE PAY DATE INSTEAD.
           IF W038-WEEK-ENDING-DATE EQUAL ZERO
               MOVE W029-PAY-DATE-N TO W040-PERIOD-END-DATE
           ELSE IF W038-WEEK-ENDING-DATE LESS THAN 500000
               COMPUTE W040-PERIOD-END-DATE =
                       20000000 + W038-WEEK-ENDING-DATE
           ELSE
               COMPUTE W040-PERIOD-END-DATE =
                       19000000 + W038-WEEK-ENDING-DATE
           END-IF.
      *    THE YTD MASTER IS CREATED EMPTY THE FIRST TIME A PAYROLL
      *    EVER RUNS -- SAME FRESH-SYSTEM TREATMENT THE LIBRARY
               CLOSE LEAVE-BALANCE-FILE
               OPEN I-O LEAVE-BALANCE-FILE
           END-IF.
           OPEN EXTEND PAY-POSTING-FILE.
           IF WORK-PAYPOST-STATUS NOT EQUAL "00"
               OPEN OUTPUT PAY-POSTING-FILE.
           MOVE "N" TO W041-EXPCLAIM-OPEN-SWITCH.
           OPEN I-O EXPENSE-CLAIM-FILE.
           IF WORK-EXPCLAIM-STATUS EQUAL "00"
               MOVE "Y" TO W041-EXPCLAIM-OPEN-SWITCH
           END-IF.
           MOVE SPACES TO PPST-SUB-KEY.
           MOVE ZERO TO PPST-AMOUNT-1 PPST-AMOUNT-2
                        PPST-AMOUNT-3 PPST-AMOUNT-4.
           PERFORM C015-PRINT-REPORT-HEADINGS.
           MOVE "0" TO W005-END-OF-FILE-SWITCH.
           PERFORM C020-READ-TIME-RECORD.
           PERFORM UNTIL W005-END-OF-FILE
              PERFORM C036-GET-FILING-STATUS
              IF W035-EMP-RECORD-FOUND AND EMP-PAID-SALARY
                 PERFORM C044-HOLD-SALARIED-LEAVE
              ELSE
                 PERFORM C031-PAY-ONE-TIME-LINE
              END-IF
              PERFORM C020-READ-TIME-RECORD
           END-PERFORM.
           PERFORM C046-PAY-SALARIED-STAFF.
           PERFORM C050-PRINT-TOTALS-LINE.
           PERFORM C055-WRITE-GL-EXTRACT.
           CLOSE PAYROLL-TIME-MASTER.
           CLOSE GARNISH-BALANCE-FILE.
           CLOSE GARNISH-ACTIVITY-FILE.
           CLOSE LEAVE-BALANCE-FILE.
           CLOSE PAY-POSTING-FILE.
           IF W029-EMPMAST-IS-OPEN
               CLOSE EMPLOYMENT-MASTER.
           IF W037-GLMAP-IS-OPEN
               CLOSE GL-MAP-FILE.
           IF W041-EXPCLAIM-IS-OPEN
               CLOSE EXPENSE-CLAIM-FILE.
           CLOSE PAYROLL-REGISTER.
           DISPLAY "CHAP426 PAYROLL RUN COMPLETE, EMPLOYEES PROCESSED:"
           DISPLAY W005-EMPLOYEE-COUNT.
           READ PAYROLL-TIME-MASTER
                AT END MOVE "1" TO W005-END-OF-FILE-SWITCH.
      *
      *    ONE PAYCHECK THROUGH THE WHOLE CHAIN -- AN HOURLY TIME
      *    LINE, OR A SALARIED EMPLOYEE'S WEEK BUILT BY C046.
       C031-PAY-ONE-TIME-LINE.
      *
           IF W040-SALARY-PASS
              PERFORM C032-COMPUTE-SALARY-PAY
           ELSE
              PERFORM C030-COMPUTE-GROSS-PAY
           END-IF.
           PERFORM C035-COMPUTE-WITHHOLDING.
           PERFORM C039-APPLY-DEDUCTIONS.
           PERFORM C041-ACCRUE-LEAVE-BALANCES.
           PERFORM C037-ROLL-INTO-YTD-MASTER.
           PERFORM C047-PAY-EXPENSE-CLAIMS.
           PERFORM C038-WRITE-NET-RECORD.
           PERFORM C040-PRINT-DETAIL-LINE.
           ADD 1 TO W005-EMPLOYEE-COUNT.
      *
      *    EVERY APPROVED EXPENSE CLAIM FOR THE EMPLOYEE IN HAND IS
      *    PAID ON THIS CHECK -- ON TOP OF THE NET, NEVER THROUGH
      *    GROSS -- AND MARKED PAID WITH THE PERIOD, SO A SECOND
      *    TIME LINE FOR THE SAME EMPLOYEE FINDS NOTHING LEFT. AN
      *    EMPLOYEE NOT PAID THIS WEEK KEEPS THEIR CLAIMS APPROVED
      *    FOR THE NEXT CHECK.
       C047-PAY-EXPENSE-CLAIMS.
      *
           MOVE ZERO TO W041-EXPENSE-REIMB.
           IF W041-EXPCLAIM-IS-OPEN
               MOVE "0" TO W041-CLAIM-EOF-SWITCH
               MOVE PAYROLL-TIME-EMPLOYEE-ID TO EXC-EMPLOYEE-ID
               MOVE ZERO TO EXC-CLAIM-NUMBER
               START EXPENSE-CLAIM-FILE KEY NOT LESS THAN EXC-KEY
                   INVALID KEY
                       MOVE "1" TO W041-CLAIM-EOF-SWITCH
               END-START
               PERFORM UNTIL W041-CLAIM-EOF
                   READ EXPENSE-CLAIM-FILE NEXT RECORD
                       AT END
                           MOVE "1" TO W041-CLAIM-EOF-SWITCH
                   END-READ
                   IF NOT W041-CLAIM-EOF
                       IF EXC-EMPLOYEE-ID NOT EQUAL
                               PAYROLL-TIME-EMPLOYEE-ID
                           MOVE "1" TO W041-CLAIM-EOF-SWITCH
                       ELSE IF EXC-APPROVED
                           PERFORM C047A-PAY-ONE-CLAIM
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
           ADD W041-EXPENSE-REIMB TO W005-NET-PAY.
      *
      *    THE CLAIM GOES ON THE CHECK, IS MARKED PAID, AND IS
      *    JOURNALLED FOR A REOPEN TO SET BACK TO APPROVED.
       C047A-PAY-ONE-CLAIM.
      *
           ADD EXC-CLAIM-AMOUNT TO W041-EXPENSE-REIMB.
           MOVE "P" TO EXC-STATUS.
           MOVE W038-PERIOD-NUMBER TO EXC-PAID-PERIOD.
           MOVE W027-RUN-RAW-DATE TO EXC-PAID-DATE.
           REWRITE EXPENSE-CLAIM-RECORD.
           MOVE "X" TO PPST-TYPE.
           MOVE EXC-CLAIM-NUMBER TO PPST-SUB-KEY.
           MOVE EXC-CLAIM-AMOUNT TO PPST-AMOUNT-1.
           PERFORM C045-JOURNAL-POSTING.
      *
      *    THE WEEK'S SALARY -- ANNUAL OVER 52 WEEKS, TIMES THE
      *    DAYS OF THE WEEK EMPLOYED OVER 7. IT ALL PRINTS IN THE
      *    REGULAR COLUMN; A SALARIED EMPLOYEE EARNS NO OVERTIME,
      *    SHIFT, OR HOLIDAY PREMIUM.
       C032-COMPUTE-SALARY-PAY.
      *
           MOVE ZERO TO W026-OVERTIME-PAY.
           MOVE ZERO TO W026-DOUBLETIME-PAY.
           MOVE ZERO TO W026-PREMIUM-PAY.
           MOVE ZERO TO W026-HOLIDAY-PREMIUM-PAY.
           COMPUTE W005-GROSS-PAY ROUNDED =
                 W040-PAY-ANNUAL-SALARY * W040-DAYS-EMPLOYED / 364.
           MOVE W005-GROSS-PAY TO W026-REGULAR-PAY.
      *
      *    EVERY SALARIED EMPLOYEE ON THE EMPLOYMENT MASTER, ACTIVE
      *    OR NOT -- WHETHER ANY OF THE WEEK IS PAYABLE IS DECIDED
      *    FROM THE DATES WHEN THE ROW IS PAID.
       C014-LOAD-SALARIED-STAFF.
      *
           MOVE ZERO TO W040-SALARIED-COUNT.
           MOVE "0" TO W040-EMPMAST-EOF-SWITCH.
           PERFORM C014A-READ-NEXT-EMPLOYEE.
           PERFORM C014B-TAKE-ONE-EMPLOYEE
               UNTIL W040-EMPMAST-EOF.
      *
       C014A-READ-NEXT-EMPLOYEE.
      *
           READ EMPLOYMENT-MASTER NEXT RECORD
               AT END
                   MOVE "1" TO W040-EMPMAST-EOF-SWITCH
           END-READ.
      *
       C014B-TAKE-ONE-EMPLOYEE.
      *
           IF NOT EMP-PAID-SALARY
               CONTINUE
           ELSE IF W040-SALARIED-COUNT NOT LESS THAN 100
               DISPLAY "CHAP426: SALARY TABLE FULL -- "
                       EMP-MASTER-ID " NOT PAID THIS RUN"
           ELSE
               ADD 1 TO W040-SALARIED-COUNT
               SET W040-S-I TO W040-SALARIED-COUNT
               MOVE EMP-MASTER-ID TO W040-ROW-EMPLOYEE-ID (W040-S-I)
               MOVE EMP-ANNUAL-SALARY
                       TO W040-ROW-ANNUAL-SALARY (W040-S-I)
               MOVE EMP-HIRE-DATE TO W040-ROW-HIRE-DATE (W040-S-I)
               MOVE EMP-EMPLOYMENT-STATUS
                       TO W040-ROW-STATUS (W040-S-I)
               MOVE EMP-TERMINATION-DATE
                       TO W040-ROW-TERM-DATE (W040-S-I)
               MOVE ZERO TO W040-ROW-VAC-HOURS (W040-S-I)
               MOVE ZERO TO W040-ROW-SICK-HOURS (W040-S-I)
           END-IF.
           PERFORM C014A-READ-NEXT-EMPLOYEE.
      *
      *    A TIME LINE FOR A SALARIED EMPLOYEE IS LEAVE USAGE ONLY --
      *    ITS VACATION AND SICK HOURS WAIT ON THE SALARY ROW FOR
      *    THE DRAW-DOWN, AND NONE OF ITS HOURS ARE PAID OR COUNTED
      *    UNDER A JOB CODE. THE ONE EXCEPTION IS PAY011A'S
      *    FINAL-PAY LINE: A TERMINATED EMPLOYEE'S LINE WITH NO
      *    LEAVE HOURS ON IT IS THE BALANCE PAYOUT, PRICED AT THE
      *    SALARY'S HOURLY EQUIVALENT, AND PAYS LIKE AN HOURLY LINE.
       C044-HOLD-SALARIED-LEAVE.
      *
           IF EMP-IS-TERMINATED
              AND PAYROLL-TIME-VAC-HOURS EQUAL ZERO
              AND PAYROLL-TIME-SICK-HOURS EQUAL ZERO
               PERFORM C031-PAY-ONE-TIME-LINE
           ELSE
               MOVE "N" TO W040-SALARIED-FOUND-SWITCH
               SET W040-S-I TO 1
               PERFORM UNTIL W040-S-I GREATER THAN
                             W040-SALARIED-COUNT
                          OR W040-SALARIED-FOUND
                   IF W040-ROW-EMPLOYEE-ID (W040-S-I) EQUAL
                           PAYROLL-TIME-EMPLOYEE-ID
                       ADD PAYROLL-TIME-VAC-HOURS
                               TO W040-ROW-VAC-HOURS (W040-S-I)
                           ON SIZE ERROR
                               MOVE 99.99
                                   TO W040-ROW-VAC-HOURS (W040-S-I)
                       END-ADD
                       ADD PAYROLL-TIME-SICK-HOURS
                               TO W040-ROW-SICK-HOURS (W040-S-I)
                           ON SIZE ERROR
                               MOVE 99.99
                                   TO W040-ROW-SICK-HOURS (W040-S-I)
                       END-ADD
                       MOVE "Y" TO W040-SALARIED-FOUND-SWITCH
                   ELSE
                       SET W040-S-I UP BY 1
                   END-IF
               END-PERFORM
               IF NOT W040-SALARIED-FOUND
                   DISPLAY "CHAP426: " PAYROLL-TIME-EMPLOYEE-ID
                           " SALARIED BUT NOT ON THE SALARY TABLE"
                           " -- LEAVE HOURS NOT DRAWN"
               END-IF
           END-IF.
      *
      *    AFTER THE TIME FILE: EACH SALARIED ROW WITH ANY DAY OF
      *    THE WEEK EMPLOYED GOES THROUGH THE NORMAL CHAIN AS A
      *    TIME RECORD WITH NO HOURS AND NO RATE, CARRYING ITS
      *    LEAVE HOURS FOR THE DRAW-DOWN.
       C046-PAY-SALARIED-STAFF.
      *
           MOVE "Y" TO W040-SALARY-PASS-SWITCH.
           PERFORM C046A-PAY-ONE-SALARIED
               VARYING W040-S-I FROM 1 BY 1
               UNTIL W040-S-I GREATER THAN W040-SALARIED-COUNT.
           MOVE "N" TO W040-SALARY-PASS-SWITCH.
      *
       C046A-PAY-ONE-SALARIED.
      *
           PERFORM C046B-COUNT-DAYS-EMPLOYED.
           IF W040-DAYS-EMPLOYED EQUAL ZERO
               IF W040-ROW-VAC-HOURS (W040-S-I) GREATER THAN ZERO
                  OR W040-ROW-SICK-HOURS (W040-S-I) GREATER THAN ZERO
                   DISPLAY "CHAP426: "
                           W040-ROW-EMPLOYEE-ID (W040-S-I)
                           " NOT EMPLOYED THIS WEEK -- LEAVE HOURS"
                           " NOT DRAWN"
               END-IF
           ELSE
               MOVE SPACES TO PAYROLL-TIME-RECORD
               MOVE W040-ROW-EMPLOYEE-ID (W040-S-I)
                       TO PAYROLL-TIME-EMPLOYEE-ID
               MOVE ZERO TO PAYROLL-TIME-HOURS
               MOVE ZERO TO PAYROLL-TIME-RATE
               MOVE "N" TO PAYROLL-TIME-SHIFT-DIFF-FLAG
               MOVE W040-ROW-VAC-HOURS (W040-S-I)
                       TO PAYROLL-TIME-VAC-HOURS
               MOVE W040-ROW-SICK-HOURS (W040-S-I)
                       TO PAYROLL-TIME-SICK-HOURS
               MOVE ZERO TO PAYROLL-TIME-HOLIDAY-HOURS
               MOVE W040-ROW-ANNUAL-SALARY (W040-S-I)
                       TO W040-PAY-ANNUAL-SALARY
               PERFORM C031-PAY-ONE-TIME-LINE
           END-IF.
      *
      *    WALKS BACK FROM THE WEEK-ENDING DATE ONE CALENDAR DAY AT
      *    A TIME, COUNTING THE DAYS ON OR AFTER THE HIRE DATE AND,
      *    FOR A TERMINATED EMPLOYEE, ON OR BEFORE THE TERMINATION
      *    DATE. A TERMINATION RECORDED WITH NO DATE PAYS NOTHING.
       C046B-COUNT-DAYS-EMPLOYED.
      *
           MOVE ZERO TO W040-DAYS-EMPLOYED.
           IF W040-ROW-STATUS (W040-S-I) EQUAL "T"
              AND W040-ROW-TERM-DATE (W040-S-I) EQUAL ZERO
               CONTINUE
           ELSE
               MOVE W040-PERIOD-END-DATE TO W040-WALK-DATE-N
               PERFORM C046C-TEST-ONE-DAY 7 TIMES
           END-IF.
      *
       C046C-TEST-ONE-DAY.
      *
           IF W040-WALK-DATE-N NOT LESS THAN
                   W040-ROW-HIRE-DATE (W040-S-I)
              AND (W040-ROW-STATUS (W040-S-I) NOT EQUAL "T"
                OR W040-WALK-DATE-N NOT GREATER THAN
                   W040-ROW-TERM-DATE (W040-S-I))
               ADD 1 TO W040-DAYS-EMPLOYED
           END-IF.
           PERFORM C046D-STEP-BACK-ONE-DAY.
      *
      *    THE DAY BEFORE -- BACK ACROSS A MONTH OR YEAR END, WITH
      *    FEBRUARY AT 29 DAYS IN A LEAP YEAR (4/100/400 RULE).
       C046D-STEP-BACK-ONE-DAY.
      *
           IF W040-WALK-DD GREATER THAN 1
               SUBTRACT 1 FROM W040-WALK-DD
           ELSE
               IF W040-WALK-MM GREATER THAN 1
                   SUBTRACT 1 FROM W040-WALK-MM
               ELSE
                   MOVE 12 TO W040-WALK-MM
                   SUBTRACT 1 FROM W040-WALK-CCYY
               END-IF
               MOVE W040-MONTH-DAYS (W040-WALK-MM) TO W040-WALK-DD
               IF W040-WALK-MM EQUAL 2
                   DIVIDE W040-WALK-CCYY BY 4
                           GIVING W040-LEAP-QUOTIENT
                           REMAINDER W040-LEAP-REMAINDER
                   IF W040-LEAP-REMAINDER EQUAL ZERO
                       DIVIDE W040-WALK-CCYY BY 100
                               GIVING W040-LEAP-QUOTIENT
                               REMAINDER W040-LEAP-REMAINDER
                       IF W040-LEAP-REMAINDER NOT EQUAL ZERO
                           MOVE 29 TO W040-WALK-DD
                       ELSE
                           DIVIDE W040-WALK-CCYY BY 400
                                   GIVING W040-LEAP-QUOTIENT
                                   REMAINDER W040-LEAP-REMAINDER
                           IF W040-LEAP-REMAINDER EQUAL ZERO
                               MOVE 29 TO W040-WALK-DD
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
      *    STRAIGHT TIME TO 40 HOURS, TIME-AND-A-HALF FROM 40 TO 50,
      *    DOUBLE TIME PAST 50, AND THE PER-HOUR SHIFT DIFFERENTIAL
      *    WHEN THE TIME RECORD CARRIES THE FLAG -- EACH PIECE KEPT
               COMPUTE W005-STATE-TAX ROUNDED =
                     W005-GROSS-PAY * W005-STATE-TAX-RATE
           END-IF.
           PERFORM C035D-COMPUTE-FICA.
           COMPUTE W005-NET-PAY ROUNDED =
                 W005-GROSS-PAY - W005-FEDERAL-TAX - W005-STATE-TAX
               - W039-SS-TAX - W039-MEDICARE-TAX.
      *
      *    SOCIAL SECURITY ON THE GROSS UP TO WHAT IS LEFT UNDER THE
      *    ANNUAL WAGE BASE, MEDICARE ON ALL OF IT, AND THE
      *    EMPLOYER'S MATCHING SHARE OF EACH. FUTA AND SUTA ARE THE
      *    EMPLOYER'S TAX ALONE, EACH UP TO ITS OWN WAGE BASE. THE
      *    WAGES SO FAR COME OFF THE EMPLOYEE'S PAYYTD.DAT RECORD --
      *    NO RECORD MEANS THIS IS THE EMPLOYEE'S FIRST CHECK.
       C035D-COMPUTE-FICA.
      *
           MOVE ZERO TO W039-PRIOR-SS-WAGES.
           MOVE ZERO TO W039-PRIOR-FUTA-WAGES.
           MOVE ZERO TO W039-PRIOR-SUTA-WAGES.
           MOVE PAYROLL-TIME-EMPLOYEE-ID TO YTD-EMPLOYEE-ID.
           READ PAYROLL-YTD-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE YTD-SOCSEC-WAGES TO W039-PRIOR-SS-WAGES
                   MOVE YTD-FUTA-WAGES TO W039-PRIOR-FUTA-WAGES
                   MOVE YTD-SUTA-WAGES TO W039-PRIOR-SUTA-WAGES
           END-READ.
           COMPUTE W039-ROOM-UNDER-BASE =
                   W039-SS-WAGE-BASE - W039-PRIOR-SS-WAGES.
           IF W039-ROOM-UNDER-BASE NOT GREATER THAN ZERO
               MOVE ZERO TO W039-SS-WAGES
           ELSE IF W039-ROOM-UNDER-BASE LESS THAN W005-GROSS-PAY
               MOVE W039-ROOM-UNDER-BASE TO W039-SS-WAGES
           ELSE
               MOVE W005-GROSS-PAY TO W039-SS-WAGES
           END-IF.
           COMPUTE W039-SS-TAX ROUNDED = W039-SS-WAGES * W039-SS-RATE.
           MOVE W039-SS-TAX TO W039-ER-SS-TAX.
           COMPUTE W039-MEDICARE-TAX ROUNDED =
                   W005-GROSS-PAY * W039-MEDICARE-RATE.
           MOVE W039-MEDICARE-TAX TO W039-ER-MEDICARE-TAX.
           COMPUTE W039-ROOM-UNDER-BASE =
                   W039-FUTA-WAGE-BASE - W039-PRIOR-FUTA-WAGES.
           IF W039-ROOM-UNDER-BASE NOT GREATER THAN ZERO
               MOVE ZERO TO W039-FUTA-WAGES
           ELSE IF W039-ROOM-UNDER-BASE LESS THAN W005-GROSS-PAY
               MOVE W039-ROOM-UNDER-BASE TO W039-FUTA-WAGES
           ELSE
               MOVE W005-GROSS-PAY TO W039-FUTA-WAGES
           END-IF.
           COMPUTE W039-FUTA-TAX ROUNDED =
                   W039-FUTA-WAGES * W039-FUTA-RATE.
           COMPUTE W039-ROOM-UNDER-BASE =
                   W039-SUTA-WAGE-BASE - W039-PRIOR-SUTA-WAGES.
           IF W039-ROOM-UNDER-BASE NOT GREATER THAN ZERO
               MOVE ZERO TO W039-SUTA-WAGES
           ELSE IF W039-ROOM-UNDER-BASE LESS THAN W005-GROSS-PAY
               MOVE W039-ROOM-UNDER-BASE TO W039-SUTA-WAGES
           ELSE
               MOVE W005-GROSS-PAY TO W039-SUTA-WAGES
           END-IF.
           COMPUTE W039-SUTA-TAX ROUNDED =
                   W039-SUTA-WAGES * W039-SUTA-RATE.
      *
      *    FILING STATUS OFF THE EMPLOYMENT MASTER -- AN EMPLOYEE
      *    WITH NO RECORD (OR NO MASTER AT ALL) WITHHOLDS AS SINGLE,
           ELSE
               COMPUTE W034-DISPOSABLE =
                       W005-GROSS-PAY - W005-FEDERAL-TAX
                     - W005-STATE-TAX - W039-SS-TAX
                     - W039-MEDICARE-TAX
               COMPUTE W034-GARN-CAP ROUNDED =
                       W034-DISPOSABLE
                     * W032-ROW-MAX-DISP-PCT (W032-I) / 100
                   MOVE W027-RUN-RAW-DATE TO GACT-RUN-DATE
                   MOVE W032-THIS-DEDUCTION TO GACT-AMOUNT-WITHHELD
                   MOVE W034-GARN-REMAINING TO GACT-REMAINING-OWED
                   MOVE SPACE TO GACT-ENTRY-FLAG
                   WRITE GARNISH-ACTIVITY-RECORD
                   MOVE "G" TO PPST-TYPE
                   MOVE W032-ROW-ORDER-NUMBER (W032-I) TO PPST-SUB-KEY
                   MOVE W032-THIS-DEDUCTION TO PPST-AMOUNT-1
                   MOVE W034-GARN-REMAINING TO PPST-AMOUNT-2
                   PERFORM C045-JOURNAL-POSTING
                   IF W032-TAKEN-COUNT LESS THAN 9
                       ADD 1 TO W032-TAKEN-COUNT
                       MOVE W032-ROW-TYPE (W032-I)
                   REWRITE ARREARS-RECORD
           END-READ.
           ADD W033-SHORTFALL TO W033-RUN-ARREARS-POSTED.
           MOVE "A" TO PPST-TYPE.
           MOVE W032-ROW-TYPE (W032-I) TO PPST-SUB-KEY.
           MOVE W033-SHORTFALL TO PPST-AMOUNT-1.
           PERFORM C045-JOURNAL-POSTING.
      *
      *    WALKS THE EMPLOYEE'S ARREARS RECORDS IN KEY ORDER AND
      *    TAKES WHAT THE REMAINING NET CAN COVER OFF EACH BALANCE.
                           SUBTRACT W033-RECOVERY FROM W005-NET-PAY
                           SUBTRACT W033-RECOVERY FROM ARR-BALANCE
                           REWRITE ARREARS-RECORD
                           MOVE "A" TO PPST-TYPE
                           MOVE ARR-DEDUCT-TYPE TO PPST-SUB-KEY
                           COMPUTE PPST-AMOUNT-1 = ZERO - W033-RECOVERY
                           PERFORM C045-JOURNAL-POSTING
                           ADD W033-RECOVERY TO W032-TOTAL-DEDUCTIONS
                           ADD W033-RECOVERY
                                   TO W032-RUN-TOTAL-DEDUCTIONS
           CLOSE GL-POSTING-FILE.
      *
      *    ONE DEPARTMENT'S JOURNAL -- THE GROSS DEBIT AND THE
      *    FIVE COMPONENT CREDITS, THEN THE EMPLOYER'S PAYROLL TAX
      *    EXPENSE AND LIABILITY PAIRS, EACH THROUGH THE MAP. THE
      *    EXPENSE CLAIMS REIMBURSED RIDE IN THE NET CREDIT, SO
      *    THEIR OWN EXPENSE DEBIT BALANCES IT.
       C055A-POST-ONE-DEPARTMENT.
      *
           MOVE SPACES TO W037-MAP-FALLBACK-DEBIT.
           MOVE W030-TALLY-DEPT (W030-D-I) TO W037-MAP-DEPARTMENT.
           MOVE "GROSS" TO W037-MAP-COMPONENT.
           MOVE "6100" TO W037-MAP-FALLBACK-ACCOUNT.
           MOVE "1010" TO W037-MAP-FALLBACK-ACCOUNT.
           MOVE W030-TALLY-NET (W030-D-I) TO GL-CREDIT-AMOUNT.
           PERFORM C056-WRITE-GL-CREDIT.
           MOVE "FICAEE" TO W037-MAP-COMPONENT.
           MOVE "2140" TO W037-MAP-FALLBACK-ACCOUNT.
           MOVE W030-TALLY-FICA-EE (W030-D-I) TO GL-CREDIT-AMOUNT.
           PERFORM C056-WRITE-GL-CREDIT.
           MOVE "FICAER" TO W037-MAP-COMPONENT.
           MOVE "6120" TO W037-MAP-FALLBACK-DEBIT.
           MOVE "2140" TO W037-MAP-FALLBACK-ACCOUNT.
           MOVE W030-TALLY-FICA-ER (W030-D-I) TO GL-CREDIT-AMOUNT.
           PERFORM C057-WRITE-GL-EXPENSE-PAIR.
           MOVE "FUTA" TO W037-MAP-COMPONENT.
           MOVE "6130" TO W037-MAP-FALLBACK-DEBIT.
           MOVE "2150" TO W037-MAP-FALLBACK-ACCOUNT.
           MOVE W030-TALLY-FUTA (W030-D-I) TO GL-CREDIT-AMOUNT.
           PERFORM C057-WRITE-GL-EXPENSE-PAIR.
           MOVE "SUTA" TO W037-MAP-COMPONENT.
           MOVE "6140" TO W037-MAP-FALLBACK-DEBIT.
           MOVE "2160" TO W037-MAP-FALLBACK-ACCOUNT.
           MOVE W030-TALLY-SUTA (W030-D-I) TO GL-CREDIT-AMOUNT.
           PERFORM C057-WRITE-GL-EXPENSE-PAIR.
           MOVE SPACES TO W037-MAP-FALLBACK-DEBIT.
           IF W030-TALLY-EXPENSE (W030-D-I) GREATER THAN ZERO
               MOVE "EXPENSE" TO W037-MAP-COMPONENT
               MOVE "6150" TO W037-MAP-FALLBACK-ACCOUNT
               PERFORM C055B-LOOK-UP-MAP-ROW
               MOVE "D" TO GL-RECORD-TYPE
               MOVE W037-MAP-DEBIT-ACCOUNT TO GL-ACCOUNT
               MOVE W030-TALLY-DEPT (W030-D-I) TO GL-DEPARTMENT
               MOVE W030-TALLY-EXPENSE (W030-D-I) TO GL-DEBIT-AMOUNT
               MOVE ZERO TO GL-CREDIT-AMOUNT
               MOVE W027-RUN-RAW-DATE TO GL-RUN-DATE
               WRITE GL-POSTING-LINE
               ADD W030-TALLY-EXPENSE (W030-D-I)
                       TO W034-GL-DEBIT-TOTAL
           END-IF.
      *
      *    COMPONENT AND DEPARTMENT IN, ACCOUNTS OUT: THE EXACT
      *    DEPARTMENT ROW FIRST, THE BLANK-DEPARTMENT DEFAULT NEXT,
      *
           MOVE W037-MAP-FALLBACK-ACCOUNT TO W037-MAP-DEBIT-ACCOUNT.
           MOVE W037-MAP-FALLBACK-ACCOUNT TO W037-MAP-CREDIT-ACCOUNT.
           IF W037-MAP-FALLBACK-DEBIT NOT EQUAL SPACES
               MOVE W037-MAP-FALLBACK-DEBIT TO W037-MAP-DEBIT-ACCOUNT.
           IF W037-GLMAP-IS-OPEN
               MOVE W037-MAP-COMPONENT TO GLM-COMPONENT
               MOVE W037-MAP-DEPARTMENT TO GLM-DEPARTMENT
           ADD GL-CREDIT-AMOUNT TO W034-GL-CREDIT-TOTAL.
           WRITE GL-POSTING-LINE.
      *
      *    AN EMPLOYER-PAID TAX: THE EXPENSE DEBIT AND THE LIABILITY
      *    CREDIT FOR THE SAME AMOUNT, BOTH ACCOUNTS OFF ONE MAP ROW.
      *    THE AMOUNT COMES IN GL-CREDIT-AMOUNT.
       C057-WRITE-GL-EXPENSE-PAIR.
      *
           PERFORM C055B-LOOK-UP-MAP-ROW.
           MOVE GL-CREDIT-AMOUNT TO GL-DEBIT-AMOUNT.
           MOVE "D" TO GL-RECORD-TYPE.
           MOVE W037-MAP-DEBIT-ACCOUNT TO GL-ACCOUNT.
           MOVE W030-TALLY-DEPT (W030-D-I) TO GL-DEPARTMENT.
           MOVE ZERO TO GL-CREDIT-AMOUNT.
           MOVE W027-RUN-RAW-DATE TO GL-RUN-DATE.
           ADD GL-DEBIT-AMOUNT TO W034-GL-DEBIT-TOTAL.
           WRITE GL-POSTING-LINE.
           MOVE GL-DEBIT-AMOUNT TO GL-CREDIT-AMOUNT.
           MOVE "C" TO GL-RECORD-TYPE.
           MOVE W037-MAP-CREDIT-ACCOUNT TO GL-ACCOUNT.
           MOVE ZERO TO GL-DEBIT-AMOUNT.
           ADD GL-CREDIT-AMOUNT TO W034-GL-CREDIT-TOTAL.
           WRITE GL-POSTING-LINE.
      *
      *    THE PAYROLL POLICY RECORD -- CREATED WITH THE SHOP
      *    DEFAULTS WHEN MISSING, SAME FRESH-SYSTEM TREATMENT THE
      *    LIBRARY SIDE GIVES SYSPARM.DAT.
                           MOVE PAYPARM-HOLIDAY-MULTIPLIER
                                   TO W026-HOLIDAY-MULTIPLIER
                       END-IF
                       PERFORM C011A-TAKE-PAYROLL-TAX-PARMS
               END-READ
               CLOSE PAY-PARM-FILE
           ELSE
               OPEN OUTPUT PAY-PARM-FILE
               MOVE W026-HOLIDAY-MULTIPLIER
                       TO PAYPARM-HOLIDAY-MULTIPLIER
               MOVE W039-SS-RATE TO PAYPARM-SS-RATE
               MOVE W039-SS-WAGE-BASE TO PAYPARM-SS-WAGE-BASE
               MOVE W039-MEDICARE-RATE TO PAYPARM-MEDICARE-RATE
               MOVE W039-FUTA-RATE TO PAYPARM-FUTA-RATE
               MOVE W039-FUTA-WAGE-BASE TO PAYPARM-FUTA-WAGE-BASE
               MOVE W039-SUTA-RATE TO PAYPARM-SUTA-RATE
               MOVE W039-SUTA-WAGE-BASE TO PAYPARM-SUTA-WAGE-BASE
               MOVE W041-MILEAGE-RATE TO PAYPARM-MILEAGE-RATE
               WRITE PAY-PARM-RECORD
               CLOSE PAY-PARM-FILE
           END-IF.
      *
      *    A PARAMETER RECORD WRITTEN BEFORE THE PAYROLL TAXES WERE
      *    ADDED IS SHORT -- ANY FIGURE NOT ON IT KEEPS ITS DEFAULT.
       C011A-TAKE-PAYROLL-TAX-PARMS.
      *
           IF PAYPARM-SS-RATE IS NUMERIC
              AND PAYPARM-SS-RATE GREATER THAN ZERO
               MOVE PAYPARM-SS-RATE TO W039-SS-RATE.
           IF PAYPARM-SS-WAGE-BASE IS NUMERIC
              AND PAYPARM-SS-WAGE-BASE GREATER THAN ZERO
               MOVE PAYPARM-SS-WAGE-BASE TO W039-SS-WAGE-BASE.
           IF PAYPARM-MEDICARE-RATE IS NUMERIC
              AND PAYPARM-MEDICARE-RATE GREATER THAN ZERO
               MOVE PAYPARM-MEDICARE-RATE TO W039-MEDICARE-RATE.
           IF PAYPARM-FUTA-RATE IS NUMERIC
               MOVE PAYPARM-FUTA-RATE TO W039-FUTA-RATE.
           IF PAYPARM-FUTA-WAGE-BASE IS NUMERIC
              AND PAYPARM-FUTA-WAGE-BASE GREATER THAN ZERO
               MOVE PAYPARM-FUTA-WAGE-BASE TO W039-FUTA-WAGE-BASE.
           IF PAYPARM-SUTA-RATE IS NUMERIC
               MOVE PAYPARM-SUTA-RATE TO W039-SUTA-RATE.
           IF PAYPARM-SUTA-WAGE-BASE IS NUMERIC
              AND PAYPARM-SUTA-WAGE-BASE GREATER THAN ZERO
               MOVE PAYPARM-SUTA-WAGE-BASE TO W039-SUTA-WAGE-BASE.
      *
       C012-LOAD-TAX-TABLE.
      *
               NOT INVALID KEY
                   CONTINUE
           END-READ.
           MOVE LV-VACATION-BALANCE TO W038-VAC-BEFORE.
           MOVE LV-SICK-BALANCE TO W038-SICK-BEFORE.
      *    A TERMINATED EMPLOYEE'S FINAL PAY ACCRUES NOTHING --
      *    PAY011A PAYS THE BALANCES OUT AND ZEROES THE RECORD,
      *    AND A FRESH ACCRUAL HERE WOULD SIT IN THE PAY010A
               SUBTRACT PAYROLL-TIME-SICK-HOURS
                       FROM LV-SICK-BALANCE.
           REWRITE LEAVE-BALANCE-RECORD.
           MOVE "L" TO PPST-TYPE.
           COMPUTE PPST-AMOUNT-1 =
                   LV-VACATION-BALANCE - W038-VAC-BEFORE.
           COMPUTE PPST-AMOUNT-2 = LV-SICK-BALANCE - W038-SICK-BEFORE.
           PERFORM C045-JOURNAL-POSTING.
      *
      *    THIS WEEK'S FIGURES ROLL INTO THE EMPLOYEE'S YTD RECORD,
      *    CREATED ON THE FIRST PAYCHECK. THE REGISTER'S YTD COLUMN
                   MOVE ZERO TO YTD-CLOSED-GROSS
                   MOVE ZERO TO YTD-CLOSED-FEDERAL-TAX
                   MOVE ZERO TO YTD-CLOSED-STATE-TAX
                   MOVE W039-SS-WAGES TO YTD-SOCSEC-WAGES
                   MOVE W039-SS-TAX TO YTD-SOCSEC-TAX
                   MOVE W039-MEDICARE-TAX TO YTD-MEDICARE-TAX
                   MOVE W039-FUTA-WAGES TO YTD-FUTA-WAGES
                   MOVE W039-SUTA-WAGES TO YTD-SUTA-WAGES
                   MOVE W039-SS-WAGES TO YTD-QTD-SOCSEC-WAGES
                   MOVE W039-SS-TAX TO YTD-QTD-SOCSEC-TAX
                   MOVE W039-MEDICARE-TAX TO YTD-QTD-MEDICARE-TAX
                   MOVE W039-ER-SS-TAX TO YTD-QTD-ER-SOCSEC-TAX
                   MOVE W039-ER-MEDICARE-TAX
                           TO YTD-QTD-ER-MEDICARE-TAX
                   MOVE W039-FUTA-WAGES TO YTD-QTD-FUTA-WAGES
                   MOVE W039-FUTA-TAX TO YTD-QTD-FUTA-TAX
                   MOVE W039-SUTA-WAGES TO YTD-QTD-SUTA-WAGES
                   MOVE W039-SUTA-TAX TO YTD-QTD-SUTA-TAX
                   MOVE ZERO TO YTD-CLOSED-SOCSEC-TAX
                   MOVE ZERO TO YTD-CLOSED-MEDICARE-TAX
                   WRITE PAYROLL-YTD-RECORD
               NOT INVALID KEY
                   ADD W005-GROSS-PAY TO YTD-GROSS
                   ADD W005-GROSS-PAY TO YTD-QTD-GROSS
                   ADD W005-FEDERAL-TAX TO YTD-QTD-FEDERAL-TAX
                   ADD W005-STATE-TAX TO YTD-QTD-STATE-TAX
                   ADD W039-SS-WAGES TO YTD-SOCSEC-WAGES
                   ADD W039-SS-TAX TO YTD-SOCSEC-TAX
                   ADD W039-MEDICARE-TAX TO YTD-MEDICARE-TAX
                   ADD W039-FUTA-WAGES TO YTD-FUTA-WAGES
                   ADD W039-SUTA-WAGES TO YTD-SUTA-WAGES
                   ADD W039-SS-WAGES TO YTD-QTD-SOCSEC-WAGES
                   ADD W039-SS-TAX TO YTD-QTD-SOCSEC-TAX
                   ADD W039-MEDICARE-TAX TO YTD-QTD-MEDICARE-TAX
                   ADD W039-ER-SS-TAX TO YTD-QTD-ER-SOCSEC-TAX
                   ADD W039-ER-MEDICARE-TAX
                           TO YTD-QTD-ER-MEDICARE-TAX
                   ADD W039-FUTA-WAGES TO YTD-QTD-FUTA-WAGES
                   ADD W039-FUTA-TAX TO YTD-QTD-FUTA-TAX
                   ADD W039-SUTA-WAGES TO YTD-QTD-SUTA-WAGES
                   ADD W039-SUTA-TAX TO YTD-QTD-SUTA-TAX
                   REWRITE PAYROLL-YTD-RECORD
           END-READ.
           MOVE YTD-GROSS TO W005-DETAIL-YTD-GROSS.
           MOVE "Y" TO PPST-TYPE.
           MOVE W005-GROSS-PAY TO PPST-AMOUNT-1.
           MOVE W005-FEDERAL-TAX TO PPST-AMOUNT-2.
           MOVE W005-STATE-TAX TO PPST-AMOUNT-3.
           MOVE W005-NET-PAY TO PPST-AMOUNT-4.
           PERFORM C045-JOURNAL-POSTING.
      *    THE PAYROLL TAXES JOURNAL ON THEIR OWN LINES -- F FOR
      *    THE EMPLOYEE'S SHARE AND ITS WAGES, E FOR THE EMPLOYER'S
      *    MATCH, U FOR THE UNEMPLOYMENT TAXES AND THEIR WAGES.
           MOVE "F" TO PPST-TYPE.
           MOVE W039-SS-WAGES TO PPST-AMOUNT-1.
           MOVE W039-SS-TAX TO PPST-AMOUNT-2.
           MOVE W039-MEDICARE-TAX TO PPST-AMOUNT-3.
           PERFORM C045-JOURNAL-POSTING.
           MOVE "E" TO PPST-TYPE.
           MOVE W039-ER-SS-TAX TO PPST-AMOUNT-1.
           MOVE W039-ER-MEDICARE-TAX TO PPST-AMOUNT-2.
           PERFORM C045-JOURNAL-POSTING.
           MOVE "U" TO PPST-TYPE.
           MOVE W039-FUTA-WAGES TO PPST-AMOUNT-1.
           MOVE W039-FUTA-TAX TO PPST-AMOUNT-2.
           MOVE W039-SUTA-WAGES TO PPST-AMOUNT-3.
           MOVE W039-SUTA-TAX TO PPST-AMOUNT-4.
           PERFORM C045-JOURNAL-POSTING.
      *
      *    ONE INTERFACE RECORD PER REGISTER LINE, STRAIGHT FROM THE
      *    SAME FIELDS -- THE DOWNSTREAM CHECK/BANK JOBS NEVER SEE
           MOVE LV-VACATION-BALANCE TO PAYNET-VAC-BALANCE.
           MOVE LV-SICK-BALANCE TO PAYNET-SICK-BALANCE.
           MOVE W026-HOLIDAY-PREMIUM-PAY TO PAYNET-HOLIDAY-PREMIUM.
           MOVE W039-SS-TAX TO PAYNET-SOCSEC-TAX.
           MOVE W039-MEDICARE-TAX TO PAYNET-MEDICARE-TAX.
           MOVE W041-EXPENSE-REIMB TO PAYNET-EXPENSE-REIMB.
           WRITE PAYROLL-NET-RECORD.
      *    THE SAME FIGURES GO TO THE PERMANENT ARCHIVE, STAMPED
      *    WITH THE RUN DATE.
           MOVE PAYNET-VAC-BALANCE TO PNA-VAC-BALANCE.
           MOVE PAYNET-SICK-BALANCE TO PNA-SICK-BALANCE.
           MOVE PAYNET-HOLIDAY-PREMIUM TO PNA-HOLIDAY-PREMIUM.
           MOVE W038-PERIOD-NUMBER TO PNA-PERIOD-NUMBER.
           MOVE PAYNET-SOCSEC-TAX TO PNA-SOCSEC-TAX.
           MOVE PAYNET-MEDICARE-TAX TO PNA-MEDICARE-TAX.
           MOVE PAYNET-EXPENSE-REIMB TO PNA-EXPENSE-REIMB.
           WRITE PAYNET-ARCHIVE-RECORD.
      *
      *    TITLE AND COLUMN HEADINGS -- PRINTED ONCE AT JOB START AND
           ADD W005-FEDERAL-TAX   TO W005-TOTAL-FEDERAL-TAX.
           ADD W005-STATE-TAX     TO W005-TOTAL-STATE-TAX.
           ADD W005-NET-PAY       TO W005-TOTAL-NET-PAY.
           ADD W039-SS-TAX        TO W039-TOTAL-SS-TAX.
           ADD W039-MEDICARE-TAX  TO W039-TOTAL-MEDICARE-TAX.
           ADD W039-ER-SS-TAX     TO W039-TOTAL-ER-FICA.
           ADD W039-ER-MEDICARE-TAX TO W039-TOTAL-ER-FICA.
           ADD W039-FUTA-TAX      TO W039-TOTAL-FUTA-TAX.
           ADD W039-SUTA-TAX      TO W039-TOTAL-SUTA-TAX.
      *    SOCIAL SECURITY AND MEDICARE PRINT UNDER THE EMPLOYEE ON
      *    THEIR OWN LINES -- THE DETAIL LINE HAS NO ROOM LEFT, AND
      *    THE NET ON IT IS ALREADY AFTER BOTH.
           IF W039-SS-TAX GREATER THAN ZERO
               MOVE "SOC SEC" TO W032-ITEM-TYPE
               MOVE W039-SS-TAX TO W032-ITEM-AMOUNT
               MOVE W032-ITEM-LINE TO PAYROLL-REGISTER-LINE
               WRITE PAYROLL-REGISTER-LINE AFTER ADVANCING 1 LINE
               ADD 1 TO W005-LINES-USED-ON-PAGE
           END-IF.
           IF W039-MEDICARE-TAX GREATER THAN ZERO
               MOVE "MEDICARE" TO W032-ITEM-TYPE
               MOVE W039-MEDICARE-TAX TO W032-ITEM-AMOUNT
               MOVE W032-ITEM-LINE TO PAYROLL-REGISTER-LINE
               WRITE PAYROLL-REGISTER-LINE AFTER ADVANCING 1 LINE
               ADD 1 TO W005-LINES-USED-ON-PAGE
           END-IF.
      *    THE HOLIDAY PREMIUM PRINTS ON ITS OWN LINE UNDER THE
      *    EMPLOYEE, SAME SHAPE AS THE ITEMIZED DEDUCTIONS BELOW.
           IF W026-HOLIDAY-PREMIUM-PAY GREATER THAN ZERO
               WRITE PAYROLL-REGISTER-LINE AFTER ADVANCING 1 LINE
               ADD 1 TO W005-LINES-USED-ON-PAGE
           END-IF.
      *    EXPENSE CLAIMS PAID ON THE CHECK -- NOT IN GROSS, BUT IN
      *    THE NET ON THE DETAIL LINE.
           IF W041-EXPENSE-REIMB GREATER THAN ZERO
               MOVE "EXPENSES" TO W032-ITEM-TYPE
               MOVE W041-EXPENSE-REIMB TO W032-ITEM-AMOUNT
               MOVE W032-ITEM-LINE TO PAYROLL-REGISTER-LINE
               WRITE PAYROLL-REGISTER-LINE AFTER ADVANCING 1 LINE
               ADD 1 TO W005-LINES-USED-ON-PAGE
               ADD W041-EXPENSE-REIMB TO W041-TOTAL-EXPENSE-REIMB
           END-IF.
      *    THE ITEMIZED DEDUCTION LINES GO DIRECTLY UNDER THE
      *    EMPLOYEE THEY CAME OFF OF.
           PERFORM VARYING W032-TAKEN-INDEX FROM 1 BY 1
               ADD 1 TO W005-LINES-USED-ON-PAGE
           END-PERFORM.
           PERFORM C042-TALLY-DEPARTMENT.
           IF NOT W040-SALARY-PASS
               PERFORM C043-TALLY-JOB-CODE
           END-IF.

      *    HOURS ACCUMULATE UNDER THE LINE'S JOB CODE -- LINES
      *    KEYED BEFORE JOB CODES EXISTED FALL UNDER ????.
                               TO W030-TALLY-DEDUCT (W030-D-I)
                       ADD W005-NET-PAY
                               TO W030-TALLY-NET (W030-D-I)
                       ADD W039-SS-TAX W039-MEDICARE-TAX
                               TO W030-TALLY-FICA-EE (W030-D-I)
                       ADD W039-ER-SS-TAX W039-ER-MEDICARE-TAX
                               TO W030-TALLY-FICA-ER (W030-D-I)
                       ADD W039-FUTA-TAX
                               TO W030-TALLY-FUTA (W030-D-I)
                       ADD W039-SUTA-TAX
                               TO W030-TALLY-SUTA (W030-D-I)
                       ADD W041-EXPENSE-REIMB
                               TO W030-TALLY-EXPENSE (W030-D-I)
                       ADD 1 TO W030-TALLY-HEADS (W030-D-I)
                       MOVE "Y" TO W030-DEPT-FOUND-SWITCH
                   END-IF
                   MOVE W032-TOTAL-DEDUCTIONS
                           TO W030-TALLY-DEDUCT (W030-D-I)
                   MOVE W005-NET-PAY TO W030-TALLY-NET (W030-D-I)
                   COMPUTE W030-TALLY-FICA-EE (W030-D-I) =
                           W039-SS-TAX + W039-MEDICARE-TAX
                   COMPUTE W030-TALLY-FICA-ER (W030-D-I) =
                           W039-ER-SS-TAX + W039-ER-MEDICARE-TAX
                   MOVE W039-FUTA-TAX TO W030-TALLY-FUTA (W030-D-I)
                   MOVE W039-SUTA-TAX TO W030-TALLY-SUTA (W030-D-I)
                   MOVE W041-EXPENSE-REIMB
                           TO W030-TALLY-EXPENSE (W030-D-I)
                   MOVE 1 TO W030-TALLY-HEADS (W030-D-I)
               ELSE
                   MOVE "Y" TO W030-DEPT-OVERFLOW-SWITCH
           MOVE W005-TOTAL-NET-PAY     TO W005-TOTAL-NET-OUT.
           MOVE W005-TOTAL-LINE        TO PAYROLL-REGISTER-LINE.
           WRITE PAYROLL-REGISTER-LINE AFTER ADVANCING 2 LINES.
      *    THE PAYROLL TAXES FOOT ON A SECOND LINE -- THE EMPLOYEE'S
      *    SOCIAL SECURITY AND MEDICARE, THEN THE EMPLOYER'S COST.
           MOVE W039-TOTAL-SS-TAX       TO W039-TOTAL-SS-OUT.
           MOVE W039-TOTAL-MEDICARE-TAX TO W039-TOTAL-MEDICARE-OUT.
           MOVE W039-TOTAL-ER-FICA      TO W039-TOTAL-ER-FICA-OUT.
           MOVE W039-TOTAL-FUTA-TAX     TO W039-TOTAL-FUTA-OUT.
           MOVE W039-TOTAL-SUTA-TAX     TO W039-TOTAL-SUTA-OUT.
           MOVE W039-FICA-TOTAL-LINE    TO PAYROLL-REGISTER-LINE.
           WRITE PAYROLL-REGISTER-LINE AFTER ADVANCING 1 LINE.
           IF W041-TOTAL-EXPENSE-REIMB GREATER THAN ZERO
               MOVE W041-TOTAL-EXPENSE-REIMB
                       TO W041-TOTAL-EXPENSE-OUT
               MOVE W041-EXPENSE-TOTAL-LINE TO PAYROLL-REGISTER-LINE
               WRITE PAYROLL-REGISTER-LINE AFTER ADVANCING 1 LINE
           END-IF.
      *    A WEEK WITH NO TIME RECORDS WOULD DIVIDE BY ZERO HERE --
      *    ON SIZE ERROR LEAVES THE AVERAGE AT ZERO INSTEAD OF
      *    ABENDING THE RUN (REQ049).
