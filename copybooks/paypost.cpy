      *****************************************************************
      *  PAYPOST -- COPY INTO FILE SECTION. THE PAY-PERIOD POSTING    *
      *  JOURNAL: EVERY AMOUNT A CHAP426 CALCULATION ADDS TO A        *
      *  RUNNING MASTER -- THE YTD AND QTD ROLL (PAY AND PAYROLL      *
      *  TAXES) ON PAYYTD.DAT, THE LEAVE ACCRUAL AND DRAW-DOWN ON     *
      *  LEAVEBAL.DAT, ARREARS POSTED AND RECOVERED ON ARREARS.DAT,   *
      *  GARNISHMENT WITHHOLDING ON GARNBAL.DAT, AND EXPENSE CLAIMS   *
      *  MARKED PAID ON EXPCLAIM.DAT -- IS APPENDED HERE UNDER THE    *
      *  PERIOD AND CALCULATION NUMBER. A SUPERVISOR REOPEN ON        *
      *  PPER001A READS THE PERIOD'S LATEST CALCULATION BACK AND      *
      *  SUBTRACTS EVERY LINE, SO THE WEEK CAN RUN AGAIN WITHOUT      *
      *  BEING COUNTED TWICE. THE JOURNAL ONLY GROWS.                 *
      *  THE COPYING PROGRAM MUST STILL DECLARE, IN FILE-CONTROL:     *
      *      SELECT PAY-POSTING-FILE ASSIGN TO DISK                   *
      *      ORGANIZATION IS SEQUENTIAL.                              *
      *****************************************************************
       FD  PAY-POSTING-FILE
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID "PAYPOST.DAT".
       01  PAY-POSTING-RECORD.
           05  PPST-PERIOD-NUMBER                  PIC 9(4).
           05  PPST-CALC-NUMBER                    PIC 9(3).
           05  PPST-TYPE                           PIC X.
               88  PPST-YTD-ROLL                   VALUE "Y".
               88  PPST-LEAVE-CHANGE               VALUE "L".
               88  PPST-ARREARS-CHANGE             VALUE "A".
               88  PPST-GARNISHMENT                VALUE "G".
               88  PPST-EMPLOYEE-FICA              VALUE "F".
               88  PPST-EMPLOYER-FICA              VALUE "E".
               88  PPST-UNEMPLOYMENT               VALUE "U".
               88  PPST-EXPENSE-CLAIM              VALUE "X".
           05  PPST-EMPLOYEE-ID                    PIC X(5).
      *    THE DEDUCTION TYPE ON AN ARREARS LINE, THE COURT ORDER
      *    NUMBER ON A GARNISHMENT LINE, THE CLAIM NUMBER ON AN
      *    EXPENSE CLAIM LINE; SPACES OTHERWISE.
           05  PPST-SUB-KEY                        PIC X(8).
      *    Y: GROSS, FEDERAL, STATE, NET ADDED TO YTD AND QTD.
      *    L: VACATION AND SICK HOURS CHANGE (SIGNED); A: ARREARS
      *    BALANCE CHANGE (SIGNED); G: AMOUNT WITHHELD AND WHAT THE
      *    ORDER STILL OWED AFTER IT. F: SOCIAL SECURITY WAGES,
      *    SOCIAL SECURITY AND MEDICARE WITHHELD; E: THE EMPLOYER'S
      *    MATCHING SOCIAL SECURITY AND MEDICARE; U: FUTA WAGES AND
      *    TAX, SUTA WAGES AND TAX. X: THE EXPENSE CLAIM PAID, WHICH
      *    A REOPEN SETS BACK TO APPROVED. UNUSED AMOUNTS ARE ZERO.
           05  PPST-AMOUNT-1                       PIC S9(7)V99.
           05  PPST-AMOUNT-2                       PIC S9(7)V99.
           05  PPST-AMOUNT-3                       PIC S9(7)V99.
           05  PPST-AMOUNT-4                       PIC S9(7)V99.
