           05  PNA-VAC-BALANCE                     PIC 9(4)V99.
           05  PNA-SICK-BALANCE                    PIC 9(4)V99.
           05  PNA-HOLIDAY-PREMIUM                 PIC 9(5)V99.
      *    THE PAYPERD.DAT PERIOD THE RUN CALCULATED -- A REOPEN
      *    DROPS THE PERIOD'S LINES BEFORE IT RUNS AGAIN. SPACES ON
      *    LINES ARCHIVED BEFORE THE CALENDAR EXISTED.
           05  PNA-PERIOD-NUMBER                   PIC 9(4).
      *    ZERO ON LINES ARCHIVED BEFORE SOCIAL SECURITY AND
      *    MEDICARE WERE WITHHELD BY THE RUN.
           05  PNA-SOCSEC-TAX                      PIC 9(5)V99.
           05  PNA-MEDICARE-TAX                    PIC 9(5)V99.
      *    THE EXPENSE REIMBURSEMENT INCLUDED IN THE NET PAY; ZERO ON
      *    LINES ARCHIVED BEFORE CLAIMS WERE PAID THROUGH PAYROLL.
           05  PNA-EXPENSE-REIMB                   PIC 9(5)V99.
