      *****************************************************************
      *  GLMAP -- COPY INTO FILE SECTION. THE GL ACCOUNT MAPPING      *
      *  TABLE: ONE ROW PER PAY COMPONENT (GROSS, FEDTAX, STATETAX,   *
      *  DEDUCT, NET, THE PAYROLL TAXES FICAEE, FICAER, FUTA, SUTA,   *
      *  AND EXPENSE FOR THE EXPENSE CLAIMS REIMBURSED ON THE CHECK)  *
      *  AND DEPARTMENT, GIVING THE DEBIT AND CREDIT ACCOUNTS THE     *
      *  CHAP426 GL EXTRACT POSTS TO -- SO THE FINANCE OFFICE STOPS   *
      *  RE-JOURNALING EVERY PAYROLL BY HAND. A ROW WITH A BLANK      *
      *  DEPARTMENT IS THE DEFAULT FOR COMPONENTS NOT MAPPED          *
      *  DEPARTMENT BY DEPARTMENT. MAINTAINED ON GLM001A; WITH NO     *
      *  TABLE AT ALL THE EXTRACT FALLS BACK TO THE OLD HARDCODED     *
      *  ACCOUNTS.                                                    *
      *  THE OFF-CYCLE GLOFFC.DAT EXTRACT USES THE SAME ROWS: PAY016A *
      *  FOR A HAND-WRITTEN CHECK, AND PAY017A UNDER COMPONENT        *
      *  DDRETURN FOR A RETURNED DIRECT DEPOSIT (DEBIT THE PAYROLL    *
      *  CLEARING ACCOUNT, CREDIT THE CASH ACCOUNT THE DEPOSIT LEFT). *
      *  THE LIBRARY-SIDE LIB055A REVENUE EXTRACT SHARES THE TABLE    *
      *  UNDER ITS OWN LIB... COMPONENTS, WITH THE BRANCH ID IN THE   *
      *  DEPARTMENT FIELD.                                            *
      *  THE COPYING PROGRAM MUST STILL DECLARE, IN FILE-CONTROL:     *
      *      SELECT GL-MAP-FILE ASSIGN TO DISK                        *
      *      ACCESS MODE RANDOM (OR DYNAMIC FOR SCANS)                *
       01  GL-MAP-RECORD.
           05  GLM-KEY.
               10  GLM-COMPONENT                   PIC X(8).
                   88  GLM-PAYROLL-COMPONENT       VALUE "GROSS"
                       "FEDTAX" "STATETAX" "DEDUCT" "NET" "FICAEE"
                       "FICAER" "FUTA" "SUTA" "DDRETURN" "EXPENSE".
                   88  GLM-LIBRARY-COMPONENT       VALUE "LIBFINE"
                       "LIBLOST" "LIBCARD" "LIBILL" "LIBCASH" "LIBPORTL"
                       "LIBWAIVE" "LIBREVRS".
               10  GLM-DEPARTMENT                  PIC X(4).
           05  GLM-DEBIT-ACCOUNT                   PIC X(8).
           05  GLM-CREDIT-ACCOUNT                  PIC X(8).
