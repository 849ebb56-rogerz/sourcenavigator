      *  KEYED BY THE SAME EMPLOYEE ID AS THE ADDRESS MASTER --       *
      *  EVERYTHING PAYROLL KNOWS ABOUT AN EMPLOYEE BEYOND THE        *
      *  MAILING ADDRESS: HIRE DATE, DEPARTMENT, EMPLOYMENT STATUS,   *
      *  FILING STATUS, PAY TYPE (HOURLY OR SALARIED, WITH THE        *
      *  ANNUAL SALARY), AND THE APPROVED POSITION ON POSITION.DAT    *
      *  THE EMPLOYEE FILLS. MAINTAINED ON THE EMPM001A SCREEN; READ  *
      *  BY CHAP426 FOR WITHHOLDING, DEPARTMENT SUBTOTALS, AND THE    *
      *  SALARIED PAY, AND BY PAY018A FOR POSITION CONTROL. AN        *
      *  EMPLOYEE WITH NO RECORD WITHHOLDS AS SINGLE AND IS PAID      *
      *  HOURLY.                                                      *
      *  THE COPYING PROGRAM MUST STILL DECLARE, IN FILE-CONTROL:     *
      *      SELECT EMPLOYMENT-MASTER ASSIGN TO DISK                  *
      *      ACCESS MODE RANDOM (OR DYNAMIC FOR SCANS)                *
      *    REGISTER FOR THE PERSONNEL FILE.
           05  EMP-TERMINATION-DATE                PIC 9(8).
           05  EMP-TERMINATION-REASON              PIC X(20).
      *    HOW THE EMPLOYEE IS PAID. H (OR SPACE, ON A RECORD
      *    WRITTEN BEFORE THE FIELD EXISTED) IS HOURS TIMES THE
      *    TIME LINE'S RATE. S IS THE ANNUAL SALARY OVER 52 WEEKS,
      *    PAID BY CHAP426 WITH NO TIME RECORD AND PRORATED BY DAY
      *    FOR A WEEK THAT TAKES IN THE HIRE OR TERMINATION DATE --
      *    A TIME LINE KEYED FOR A SALARIED EMPLOYEE ONLY DRAWS
      *    DOWN THE VACATION AND SICK BALANCES.
           05  EMP-PAY-TYPE                        PIC X.
               88  EMP-PAID-HOURLY                 VALUE "H" " ".
               88  EMP-PAID-SALARY                 VALUE "S".
           05  EMP-ANNUAL-SALARY                   PIC 9(7)V99.
      *    THE BOARD-APPROVED POSITION THE EMPLOYEE FILLS -- WITH
      *    EMP-DEPARTMENT IT IS THE KEY OF THE POSITION.DAT ROW.
      *    SPACES ON A RECORD WRITTEN BEFORE POSITION CONTROL, OR
      *    FOR AN EMPLOYEE NOT YET ASSIGNED.
           05  EMP-POSITION-NUMBER                 PIC X(4).
