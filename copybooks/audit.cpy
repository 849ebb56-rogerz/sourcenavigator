      *  AUDIT -- COPY INTO FILE SECTION. THE AUDIT TRAIL FILE:       *
      *  ONE RECORD APPENDED (OPEN EXTEND) FOR EVERY PATRON ADD,      *
      *  EDIT, DELETE, AND PIN SET/CLEAR, TIMESTAMPED, SO A PATRON    *
      *  RECORD'S HISTORY CAN BE RECONSTRUCTED. WRITTEN BY LIB001A    *
      *  (AND BY CIRC001A, ACTION BKDROP, AGAINST THE BORROWER'S      *
      *  CARD FOR EACH BOOK-DROP RETURN BACKDATED TO THE LAST OPEN    *
      *  DAY, AND BY SELF001A, ACTION SELFCK, FOR EACH ITEM A PATRON  *
      *  CHECKS OUT AT THE SELF-SERVICE TERMINAL). A LOST-CARD        *
      *  REISSUE WRITES LOSTCD AGAINST THE BLOCKED NUMBER AND REISSU  *
      *  AGAINST THE NEW ONE, WHICH LIB019A ORDERS FROM THE VENDOR.   *
      *  RETURNED MAIL WRITES RETMAL; LIB048A WRITES BOUNCE FOR EACH  *
      *  CARD WHOSE EMAIL THE MAIL GATEWAY COULD NOT DELIVER TO.      *
      *  PAY011A WRITES STFEND, DATED THE TERMINATION DATE, FOR A     *
      *  STAFF CARD IT TURNS BACK INTO AN ADULT CARD. AN F4 CARD      *
      *  RENEWAL WRITES RENEW; THE NON-RESIDENT FEE WRITES NRFEE      *
      *  WHEN CHARGED AND NRPAID WHEN TAKEN. THE LIB053A AMNESTY RUN  *
      *  WRITES AMNSTY FOR EACH CARD IT POSTS CAMPAIGN WAIVES TO.     *
      *  LIB015A WRITES WEBPAY FOR EACH PORTAL FINE PAYMENT IT POSTS. *
      *  THE LIB066A SCHOOL ROSTER LOAD WRITES ADD FOR EACH STUDENT   *
      *  CARD IT ISSUES AND ROSTER FOR EACH CARD WHOSE EXPIRY IT      *
      *  EXTENDS. THE LIB071A PATRON DATA-ACCESS PACKAGE WRITES       *
      *  PRIVRQ AGAINST THE CARD EACH TIME ONE IS PRINTED.            *
      *  READ BY THE LIB012A INQUIRY, WHICH TIES EACH ENTRY BACK TO   *
      *  THE OPERATOR SIGNED ON AT THE TIME VIA CHAINLOG.DAT.         *
      *  AUDIT-TRAIL-DATE IS YYMMDD (ACCEPT FROM DATE),               *
