      *****************************************************************
      *  GIFT -- COPY INTO FILE SECTION. ONE ROW PER GIFT, KEYED BY   *
      *  DONOR NUMBER AND THE DONOR'S GIFT SEQUENCE: A BOX OF BOOKS   *
      *  FOR THE CATALOG (TYPE I, WITH THE ITEM COUNT) OR MONEY       *
      *  (TYPE C), EACH WITH ITS DATE AND THE ESTIMATED VALUE AS      *
      *  RECORDED AT THE DESK. KEYED ON DONR001A. THE MONTHLY LIB061A *
      *  RUN PRINTS AN ACKNOWLEDGMENT LETTER FOR EVERY GIFT NOT YET   *
      *  ACKNOWLEDGED AND STAMPS IT, AND IN JANUARY THE YEAR-END      *
      *  GIVING SUMMARY PER DONOR FOR THE YEAR JUST CLOSED.           *
      *  THE COPYING PROGRAM MUST STILL DECLARE, IN FILE-CONTROL:     *
      *      SELECT GIFT-FILE ASSIGN TO DISK                          *
      *      ACCESS MODE RANDOM (OR DYNAMIC FOR SCANS)                *
      *      ORGANIZATION INDEXED                                     *
      *      RECORD KEY GIFT-KEY.                                     *
      *****************************************************************
       FD  GIFT-FILE
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID "GIFT.DAT".
       01  GIFT-RECORD.
           05  GIFT-KEY.
               10  GIFT-DONOR-NUMBER               PIC X(5).
               10  GIFT-SEQUENCE                   PIC 999.
      *    CCYYMMDD THE GIFT WAS RECEIVED.
           05  GIFT-DATE                           PIC 9(8).
           05  GIFT-TYPE-FLAG                      PIC X.
               88  GIFT-IS-ITEMS                   VALUE "I".
               88  GIFT-IS-CASH                    VALUE "C".
      *    HOW MANY BOOKS OR OTHER ITEMS CAME IN -- ZERO FOR CASH.
           05  GIFT-ITEM-COUNT                     PIC 9(4).
           05  GIFT-ESTIMATED-VALUE                PIC 9(7)V99.
           05  GIFT-DESCRIPTION                    PIC X(30).
      *    WHO KEYED IT.
           05  GIFT-STAFF-ID                       PIC X(5).
      *    N UNTIL LIB061A PRINTS THE THANK-YOU LETTER, THEN Y WITH
      *    THE LETTER'S DATE.
           05  GIFT-ACK-FLAG                       PIC X.
               88  GIFT-IS-ACKNOWLEDGED            VALUE "Y".
           05  GIFT-ACK-DATE                       PIC 9(8).
