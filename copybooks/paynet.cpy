      *    THE EXTRA MONEY FOR HOURS WORKED ON A CLOSED-CALENDAR
      *    DAY -- ITS OWN STUB LINE.
           05  PAYNET-HOLIDAY-PREMIUM              PIC 9(5)V99.
      *    THE EMPLOYEE'S SOCIAL SECURITY AND MEDICARE WITHHOLDING --
      *    GROSS - ALL FOUR TAXES - DEDUCTIONS = NET.
           05  PAYNET-SOCSEC-TAX                   PIC 9(5)V99.
           05  PAYNET-MEDICARE-TAX                 PIC 9(5)V99.
      *    APPROVED EXPENSE CLAIMS PAID WITH THIS CHECK -- NOT WAGES,
      *    SO OUTSIDE GROSS AND UNTAXED, BUT INCLUDED IN THE NET PAY
      *    ABOVE: GROSS - TAXES - DEDUCTIONS + EXPENSES = NET.
           05  PAYNET-EXPENSE-REIMB                PIC 9(5)V99.
