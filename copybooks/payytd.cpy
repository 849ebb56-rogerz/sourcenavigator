           05  YTD-CLOSED-GROSS                    PIC 9(7)V99.
           05  YTD-CLOSED-FEDERAL-TAX              PIC 9(7)V99.
           05  YTD-CLOSED-STATE-TAX                PIC 9(7)V99.
      *    SOCIAL SECURITY AND MEDICARE. THE YTD SOCIAL SECURITY
      *    WAGES ARE WHAT STOP THE TAX AT THE ANNUAL WAGE BASE;
      *    THE FUTA AND SUTA WAGES DO THE SAME FOR THE EMPLOYER'S
      *    UNEMPLOYMENT TAXES. MEDICARE WAGES ARE THE GROSS.
           05  YTD-SOCSEC-WAGES                    PIC 9(7)V99.
           05  YTD-SOCSEC-TAX                      PIC 9(7)V99.
           05  YTD-MEDICARE-TAX                    PIC 9(7)V99.
           05  YTD-FUTA-WAGES                      PIC 9(7)V99.
           05  YTD-SUTA-WAGES                      PIC 9(7)V99.
      *    THE QUARTER'S FIGURES FOR THE PAY005A RETURN -- THE
      *    EMPLOYEE AND EMPLOYER SHARES, AND THE UNEMPLOYMENT
      *    TAXES, WHICH ARE THE EMPLOYER'S ALONE.
           05  YTD-QTD-SOCSEC-WAGES                PIC 9(7)V99.
           05  YTD-QTD-SOCSEC-TAX                  PIC 9(7)V99.
           05  YTD-QTD-MEDICARE-TAX                PIC 9(7)V99.
           05  YTD-QTD-ER-SOCSEC-TAX               PIC 9(7)V99.
           05  YTD-QTD-ER-MEDICARE-TAX             PIC 9(7)V99.
           05  YTD-QTD-FUTA-WAGES                  PIC 9(7)V99.
           05  YTD-QTD-FUTA-TAX                    PIC 9(7)V99.
           05  YTD-QTD-SUTA-WAGES                  PIC 9(7)V99.
           05  YTD-QTD-SUTA-TAX                    PIC 9(7)V99.
           05  YTD-CLOSED-SOCSEC-TAX               PIC 9(7)V99.
           05  YTD-CLOSED-MEDICARE-TAX             PIC 9(7)V99.
