      *    WHETHER A JUVENILE CARD MAY CHECK THIS MEDIA TYPE OUT.
           05  RULE-JUVENILE-OK-FLAG               PIC X.
               88  RULE-JUVENILE-OK                VALUE "Y".
      *    IN-BUILDING EQUIPMENT (LAPTOPS, HOTSPOTS, STUDY-ROOM
      *    KEYS) GOES OUT FOR HOURS, NOT DAYS. A NON-ZERO LOAN-HOURS
      *    MAKES THIS AN HOURLY MEDIA TYPE: THE LOAN FALLS DUE THAT
      *    MANY HOURS AFTER CHECKOUT (RULE-LOAN-DAYS IS IGNORED) AND
      *    IS FINED PER HOUR LATE AT THE HOURLY RATE. ZERO IS AN
      *    ORDINARY DAY LOAN.
           05  RULE-LOAN-HOURS                     PIC 99.
           05  RULE-HOURLY-FINE-RATE               PIC 9V99.
      *    STAFF CARDS (PATRON TYPE S) -- THEIR OWN, LONGER LOAN
      *    PERIOD FOR THIS MEDIA TYPE (ZERO MEANS THE SAME PERIOD
      *    AS EVERYONE ELSE), AND WHETHER A STAFF CARD'S LATE
      *    RETURNS OF IT ARE FINED AT ALL.
           05  RULE-STAFF-LOAN-DAYS                PIC 99.
           05  RULE-STAFF-FINE-EXEMPT-FLAG         PIC X.
               88  RULE-STAFF-FINE-EXEMPT          VALUE "Y".
