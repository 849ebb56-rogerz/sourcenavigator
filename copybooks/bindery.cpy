      *****************************************************************
      *  BINDERY -- COPY INTO FILE SECTION. THE BINDERY SHIPMENT      *
      *  FILE: ONE RECORD PER VOLUME SENT OUT, KEYED BY SUBSCRIPTION  *
      *  AND VOLUME NUMBER. SER001A (B) GATHERS A SUBSCRIPTION'S      *
      *  CHECKED-IN ISSUES NOT YET BOUND, FLAGS THEIR ITEMFILE.DAT    *
      *  BARCODES B (AT THE BINDERY) AND WRITES THE ROW WITH THE      *
      *  BINDER'S PROMISED RETURN DATE; SER001A (V) TAKES THE BOUND   *
      *  VOLUME BACK, REGISTERS ITS ONE NEW VOLUME BARCODE AND        *
      *  RETIRES THE ISSUE BARCODES (FLAG X). LIB063A PRINTS THE      *
      *  SHIPMENT LIST FOR THE BINDER AND THE VOLUMES STILL OUT PAST  *
      *  THEIR PROMISED DATE.                                         *
      *  THE ISSUES IN A VOLUME ARE THE ISSUE BARCODES BND-FIRST-     *
      *  ISSUE THROUGH BND-LAST-ISSUE (BOOK-NUMBER + I + SEQUENCE);   *
      *  ONE ON LOAN OR AT THE MENDER WHEN THE SHIPMENT WAS MADE UP   *
      *  STAYS BEHIND, SO BND-ISSUES-SENT CAN BE FEWER THAN THE SPAN. *
      *  THE COPYING PROGRAM MUST STILL DECLARE, IN FILE-CONTROL:     *
      *      SELECT BINDERY-FILE ASSIGN TO DISK                       *
      *      ACCESS MODE RANDOM (OR DYNAMIC FOR SCANS)                *
      *      ORGANIZATION INDEXED                                     *
      *      RECORD KEY BND-KEY.                                      *
      *****************************************************************
       FD  BINDERY-FILE
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID "BINDERY.DAT".
       01  BINDERY-RECORD.
           05  BND-KEY.
               10  BND-SUB-NUMBER                  PIC X(5).
               10  BND-VOLUME-NUMBER               PIC 9(4).
           05  BND-BOOK-NUMBER                     PIC X(5).
           05  BND-FIRST-ISSUE                     PIC 9(4).
           05  BND-LAST-ISSUE                      PIC 9(4).
           05  BND-ISSUES-SENT                     PIC 9(4).
      *    CCYYMMDD THE VOLUME WENT OUT, AND THE DATE THE BINDER
      *    PROMISED IT BACK.
           05  BND-SENT-DATE                       PIC 9(8).
           05  BND-PROMISED-DATE                   PIC 9(8).
           05  BND-STATUS-FLAG                     PIC X.
               88  BND-IS-AT-BINDERY               VALUE "B".
               88  BND-IS-RETURNED                 VALUE "R".
      *    SET WHEN THE VOLUME COMES BACK -- BOOK-NUMBER + V +
      *    VOLUME NUMBER, REGISTERED ON ITEMFILE.DAT.
           05  BND-VOLUME-BARCODE                  PIC X(10).
           05  BND-RETURNED-DATE                   PIC 9(8).
