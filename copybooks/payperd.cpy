      *****************************************************************
      *  PAYPERD -- COPY INTO FILE SECTION. THE PAY-PERIOD CALENDAR:  *
      *  ONE RECORD PER PAYROLL WEEK, KEYED BY PERIOD NUMBER, WITH    *
      *  THE WEEK-ENDING DATE, THE CHECK DATE, AND WHERE THE WEEK     *
      *  STANDS: OPEN (NOT YET CALCULATED), CALCULATED (CHAP426 HAS   *
      *  RUN IT), PAID (PAY002A CHECKS AND PAY004A DEPOSITS BOTH      *
      *  ISSUED), CLOSED (THE GL EXTRACT RELEASED). CHAP426           *
      *  CALCULATES ONLY THE EARLIEST OPEN PERIOD AND NEVER THE SAME  *
      *  PERIOD TWICE; PAY002A AND PAY004A ISSUE ONLY FOR A           *
      *  CALCULATED ONE, EACH ONCE. A CALCULATION THAT DIES PART WAY  *
      *  LEAVES THE PERIOD OPEN WITH THE IN-PROGRESS FLAG SET, AND    *
      *  CHAP426 WILL NOT TOUCH IT AGAIN UNTIL A SUPERVISOR REOPENS   *
      *  IT ON PPER001A -- THE REOPEN REVERSES THE PERIOD'S POSTINGS  *
      *  OFF PAYPOST.DAT FIRST.                                       *
      *  THE COPYING PROGRAM MUST STILL DECLARE, IN FILE-CONTROL:     *
      *      SELECT PAY-PERIOD-FILE ASSIGN TO DISK                    *
      *      ACCESS MODE DYNAMIC (OR RANDOM)                          *
      *      ORGANIZATION INDEXED                                     *
      *      RECORD KEY PPD-PERIOD-NUMBER.                            *
      *****************************************************************
       FD  PAY-PERIOD-FILE
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID "PAYPERD.DAT".
       01  PAY-PERIOD-RECORD.
           05  PPD-PERIOD-NUMBER                   PIC 9(4).
           05  PPD-WEEK-ENDING-DATE                PIC 9(6).
           05  PPD-CHECK-DATE                      PIC 9(6).
           05  PPD-STATUS                          PIC X.
               88  PPD-OPEN                        VALUE "O".
               88  PPD-CALCULATED                  VALUE "C".
               88  PPD-PAID                        VALUE "P".
               88  PPD-CLOSED                      VALUE "X".
      *    HOW MANY TIMES THE PERIOD HAS BEEN CALCULATED -- EVERY
      *    PAYPOST.DAT LINE CARRIES THE NUMBER OF THE CALCULATION
      *    THAT WROTE IT, SO A REOPEN REVERSES ONLY THE LATEST ONE.
           05  PPD-CALC-COUNT                      PIC 9(3).
           05  PPD-CALC-PROGRESS-FLAG              PIC X.
               88  PPD-CALC-IN-PROGRESS            VALUE "Y".
           05  PPD-CALC-DATE                       PIC 9(6).
      *    ZERO UNTIL THE CHECKS / THE DEPOSIT FILE GO OUT; BOTH
      *    SET MAKES THE PERIOD PAID.
           05  PPD-CHECKS-DATE                     PIC 9(6).
           05  PPD-DEPOSITS-DATE                   PIC 9(6).
           05  PPD-CLOSED-DATE                     PIC 9(6).
           05  PPD-REOPEN-COUNT                    PIC 9(3).
           05  PPD-REOPEN-DATE                     PIC 9(6).
           05  PPD-REOPEN-STAFF-ID                 PIC X(5).
