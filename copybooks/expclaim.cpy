      *****************************************************************
      *  EXPCLAIM -- COPY INTO FILE SECTION. STAFF MILEAGE AND        *
      *  EXPENSE CLAIMS, PAID THROUGH PAYROLL INSTEAD OF WEEKS LATER  *
      *  BY ACCOUNTS PAYABLE. ONE RECORD PER CLAIM, KEYED BY EMPLOYEE *
      *  AND A CLAIM NUMBER THE ENTRY PROGRAM ASSIGNS. ENTERED AND    *
      *  APPROVED ON EXP001A -- ONLY A SUPERVISOR APPROVES, AND       *
      *  MILEAGE IS VALUED AT THE PAYPARM.DAT RATE WHEN IT IS         *
      *  APPROVED. CHAP426 PAYS EVERY APPROVED CLAIM ON THE           *
      *  EMPLOYEE'S NEXT CHECK AS A NON-TAXABLE REIMBURSEMENT OUTSIDE *
      *  GROSS, MARKS IT PAID, AND JOURNALS IT SO A PPER001A REOPEN   *
      *  PUTS IT BACK TO APPROVED.                                    *
      *  THE COPYING PROGRAM MUST STILL DECLARE, IN FILE-CONTROL:     *
      *      SELECT EXPENSE-CLAIM-FILE ASSIGN TO DISK                 *
      *      ACCESS MODE DYNAMIC                                      *
      *      ORGANIZATION INDEXED                                     *
      *      RECORD KEY EXC-KEY.                                      *
      *****************************************************************
       FD  EXPENSE-CLAIM-FILE
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID "EXPCLAIM.DAT".
       01  EXPENSE-CLAIM-RECORD.
           05  EXC-KEY.
               10  EXC-EMPLOYEE-ID                 PIC X(5).
               10  EXC-CLAIM-NUMBER                PIC 9(3).
      *    THE DAY OF THE TRIP OR THE EXPENSE, YYMMDD.
           05  EXC-TRIP-DATE                       PIC 9(6).
           05  EXC-EXPENSE-TYPE                    PIC X.
               88  EXC-MILEAGE                     VALUE "M".
               88  EXC-PARKING                     VALUE "P".
               88  EXC-LODGING                     VALUE "L".
               88  EXC-MEALS                       VALUE "F".
               88  EXC-OTHER-EXPENSE               VALUE "O".
               88  EXC-VALID-TYPE                  VALUE "M" "P"
                                                   "L" "F" "O".
           05  EXC-TRIP-DESCRIPTION                PIC X(30).
      *    MILES DRIVEN ON A MILEAGE CLAIM; THE RECEIPT TOTAL ON
      *    ANY OTHER TYPE. THE UNUSED ONE IS ZERO.
           05  EXC-MILES                           PIC 9(4)V9.
           05  EXC-RECEIPT-AMOUNT                  PIC 9(5)V99.
      *    WHAT THE CLAIM PAYS -- THE RECEIPT AMOUNT, OR THE MILES
      *    AT THE MILEAGE RATE IN FORCE WHEN IT WAS APPROVED.
           05  EXC-CLAIM-AMOUNT                    PIC 9(5)V99.
           05  EXC-STATUS                          PIC X.
               88  EXC-ENTERED                     VALUE "E".
               88  EXC-APPROVED                    VALUE "A".
               88  EXC-REJECTED                    VALUE "R".
               88  EXC-PAID                        VALUE "P".
           05  EXC-ENTERED-DATE                    PIC 9(6).
           05  EXC-ENTERED-BY                      PIC X(5).
      *    THE SUPERVISOR WHO APPROVED OR REJECTED IT, AND WHEN.
           05  EXC-APPROVED-BY                     PIC X(5).
           05  EXC-APPROVED-DATE                   PIC 9(6).
      *    THE PAYPERD.DAT PERIOD AND RUN DATE THAT PAID IT; ZERO
      *    UNTIL THEN.
           05  EXC-PAID-PERIOD                     PIC 9(4).
           05  EXC-PAID-DATE                       PIC 9(6).
