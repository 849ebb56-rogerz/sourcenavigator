      *        DAMAGED -- CAME BACK UNUSABLE; BILLED AND WITHDRAWN
      *        THE SAME WAY, BUT THE LOAN ITSELF IS COMPLETE.
               88  CIRC-ITEM-DAMAGED                VALUE "D".
      *        CLAIMS RETURNED -- THE PATRON INSISTS IT CAME BACK
      *        BUT IT WAS NEVER CHECKED IN. NO LONGER COUNTED
      *        AGAINST THE CARD, NO FURTHER FINE ACCRUES, AND
      *        NOTHING IS BILLED OR WITHDRAWN WHILE STAFF LOOK FOR
      *        IT. IF IT TURNS UP IT IS RETURNED IN THE USUAL WAY.
               88  CIRC-ITEM-CLAIMED-RETURNED       VALUE "C".
      *    HOW MANY TIMES THIS LOAN HAS BEEN RENEWED IN PLACE --
      *    RESET TO ZERO AT EACH FRESH CHECKOUT, BUMPED BY THE
      *    DESK'S RENEW FUNCTION UP TO THE RENEWAL LIMIT.
      *    SELF-SERVICE) -- ZERO WHILE THE LOAN HAS NEVER RENEWED.
      *    THE NIGHTLY SNAPSHOT COUNTS THE DAY'S RENEWALS FROM IT.
           05  CIRC-LAST-RENEWAL-DATE               PIC 9(8).
      *    CCYYMMDD THE PATRON CLAIMED THE ITEM RETURNED -- ZERO
      *    UNLESS THE LOAN IS (OR WAS) UNDER A CLAIM. ANY OVERDUE
      *    FINE STOPS COUNTING ON THIS DATE.
           05  CIRC-CLAIM-DATE                      PIC 9(8).
      *    H MARKS AN HOURLY EQUIPMENT LOAN (THE MEDIA TYPE'S RULE
      *    CARRIES LOAN HOURS) -- DUE AT CIRC-DUE-TIME ON THE DUE
      *    DATE AND FINED BY THE HOUR. SPACE IS AN ORDINARY DAY
      *    LOAN, DUE BY CLOSING ON THE DUE DATE, WITH A ZERO TIME.
           05  CIRC-LOAN-UNIT-FLAG                  PIC X.
               88  CIRC-IS-HOURLY-LOAN              VALUE "H".
           05  CIRC-DUE-TIME.
               10  CIRC-DUE-HH                      PIC 99.
               10  CIRC-DUE-MN                      PIC 99.
      *    HHMM ON THE 24-HOUR CLOCK THAT THE DESK (OR SELF-CHECK)
      *    WROTE THE CHECKOUT, THE RETURN AND THE LATEST RENEWAL --
      *    THE LIB039A SNAPSHOT BREAKS THE DAY'S TRAFFIC BY HOUR
      *    FROM THEM. ZERO ON LOANS WRITTEN BEFORE THE FIELDS
      *    EXISTED AND ON A BOOK-DROP RETURN BACKDATED TO AN EARLIER
      *    DAY, NEITHER OF WHICH IS COUNTED IN ANY HOUR. A PORTAL
      *    RENEWAL POSTED BY THE LIB015A BATCH ALSO LEAVES THE
      *    RENEWAL TIME ZERO, SINCE NOBODY CAME TO THE DESK FOR IT.
           05  CIRC-CHECKOUT-TIME.
               10  CIRC-CHECKOUT-HH                 PIC 99.
               10  CIRC-CHECKOUT-MN                 PIC 99.
           05  CIRC-RETURN-TIME.
               10  CIRC-RETURN-HH                   PIC 99.
               10  CIRC-RETURN-MN                   PIC 99.
           05  CIRC-LAST-RENEWAL-TIME.
               10  CIRC-LAST-RENEWAL-HH             PIC 99.
               10  CIRC-LAST-RENEWAL-MN             PIC 99.
