      *    MENDER: CHECKOUT AND HOLD TRAPPING ARE BLOCKED UNTIL
      *    BOOK001A'S RETURN-TO-SERVICE FUNCTION CLEARS IT. THE
      *    DATE (CCYYMMDD) IS WHEN IT LEFT THE SHELF, SO THE
      *    LIB030A MENDING QUEUE CAN AGE IT. B MEANS A SERIAL
      *    ISSUE SENT TO THE BINDERY (SER001A B), X AN ISSUE RETIRED
      *    ONCE ITS BOUND VOLUME CAME BACK UNDER A BARCODE OF ITS
      *    OWN -- THE DATE IS WHEN IT WENT OR WAS RETIRED. NONE OF
      *    THE THREE MAY CIRCULATE OR FILL A HOLD.
           05  ITEM-SERVICE-FLAG                   PIC X.
               88  ITEM-OUT-FOR-REPAIR             VALUE "R".
               88  ITEM-AT-BINDERY                 VALUE "B".
               88  ITEM-IS-RETIRED                 VALUE "X".
               88  ITEM-OUT-OF-SERVICE             VALUE "R" "B" "X".
           05  ITEM-REPAIR-DATE                    PIC 9(8).
      *    THE DONOR (DONOR.DAT) WHO GAVE THIS COPY, STAMPED BY
      *    BOOK001A WHEN THE COPY IS REGISTERED -- SPACES FOR A COPY
      *    BOUGHT OR BORROWED. LIB029A FLAGS A GIFT COPY ON THE
      *    WEEDING REPORT SO THE DONOR CAN BE ASKED FIRST.
           05  ITEM-GIFT-DONOR                     PIC X(5).
