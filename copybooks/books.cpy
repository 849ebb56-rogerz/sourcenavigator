      *    WHAT A PATRON IS BILLED WHEN THE ITEM IS LOST OR COMES
      *    BACK DAMAGED.
           05  BOOK-REPLACEMENT-COST                PIC 9(3)V99.
      *    WHERE THE COPIES SHELVE -- THE CALL NUMBER (CLASSIFICATION
      *    PLUS CUTTER, E.G. 813.54 / K56) AND THE COLLECTION OR
      *    LOCATION CODE (ADULT, JUV, REF ...). SET IN BOOK001A OR AT
      *    ACQ001A RECEIVING; SPACES ON TITLES CATALOGED BEFORE THE
      *    FIELDS EXISTED, WHICH THE SHELF-ORDER REPORTS SORT FIRST.
           05  BOOK-CALL-NUMBER.
               10  BOOK-CALL-CLASS                  PIC X(12).
               10  BOOK-CALL-CUTTER                 PIC X(8).
           05  BOOK-LOCATION-CODE                   PIC X(6).

       FD  BOOK-CONTROL-FILE
           LABEL RECORDS STANDARD
