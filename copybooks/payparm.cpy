      *    PAYS, AS A MULTIPLE OF THE STRAIGHT RATE -- 1.50 MEANS
      *    TIME AND A HALF ON CHRISTMAS.
           05  PAYPARM-HOLIDAY-MULTIPLIER          PIC 9V99.
      *    PAYROLL TAX RATES AND ANNUAL WAGE BASES. SOCIAL SECURITY
      *    STOPS AT ITS WAGE BASE FOR THE YEAR (PAYYTD.DAT CARRIES
      *    THE WAGES SO FAR); MEDICARE HAS NO BASE. THE EMPLOYER
      *    MATCHES BOTH AT THE SAME RATES. FUTA AND SUTA ARE THE
      *    EMPLOYER'S ALONE, EACH ON ITS OWN WAGE BASE. A NEW YEAR'S
      *    FIGURES ARE KEYED HERE BEFORE THE FIRST JANUARY RUN.
           05  PAYPARM-SS-RATE                     PIC V9(4).
           05  PAYPARM-SS-WAGE-BASE                PIC 9(7)V99.
           05  PAYPARM-MEDICARE-RATE               PIC V9(4).
           05  PAYPARM-FUTA-RATE                   PIC V9(4).
           05  PAYPARM-FUTA-WAGE-BASE              PIC 9(7)V99.
           05  PAYPARM-SUTA-RATE                   PIC V9(4).
           05  PAYPARM-SUTA-WAGE-BASE              PIC 9(7)V99.
      *    WHAT A MILE DRIVEN ON LIBRARY BUSINESS IS REIMBURSED AT --
      *    EXP001A VALUES A MILEAGE CLAIM WITH IT WHEN A SUPERVISOR
      *    APPROVES THE CLAIM.
           05  PAYPARM-MILEAGE-RATE                PIC 9V999.
