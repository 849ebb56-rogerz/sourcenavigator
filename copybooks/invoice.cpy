      *****************************************************************
      *  INVOICE -- COPY INTO FILE SECTION. VENDOR INVOICES AS KEYED  *
      *  ON ACQ001A: ONE RECORD PER INVOICE LINE, KEYED BY VENDOR     *
      *  CODE, THE VENDOR'S INVOICE NUMBER, AND LINE NUMBER, WITH THE *
      *  INVOICE-LEVEL FIELDS REPEATED ON EVERY LINE. EACH LINE NAMES *
      *  THE ORDER LINE IT BILLS AND IS MATCHED AGAINST IT AND ITS    *
      *  RECEIPT: QUANTITY AGAINST COPIES RECEIVED, UNIT PRICE        *
      *  AGAINST THE ORDER'S LIST PRICE LESS THE VENDOR DISCOUNT,     *
      *  WITHIN THE SYSPARM PRICE TOLERANCE. AN INVOICE IS APPROVED   *
      *  FOR PAYMENT WHOLE, ALL LINES AT ONCE; LIB057A LISTS THE      *
      *  WEEK'S APPROVED INVOICES FOR THE FINANCE OFFICE.             *
      *  THE COPYING PROGRAM MUST STILL DECLARE, IN FILE-CONTROL:     *
      *      SELECT INVOICE-FILE ASSIGN TO DISK                       *
      *      ACCESS MODE DYNAMIC (OR SEQUENTIAL FOR REPORTS)          *
      *      ORGANIZATION INDEXED                                     *
      *      RECORD KEY INV-KEY.                                      *
      *****************************************************************
       FD  INVOICE-FILE
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID "INVOICE.DAT".
       01  INVOICE-RECORD.
           05  INV-KEY.
               10  INV-VENDOR-CODE                 PIC X(6).
               10  INV-NUMBER                      PIC X(12).
               10  INV-LINE-NUMBER                 PIC 99.
           05  INV-INVOICE-DATE                    PIC 9(8).
           05  INV-ENTERED-DATE                    PIC 9(8).
           05  INV-STATUS-FLAG                     PIC X.
               88  INV-IS-HELD                     VALUE "H".
               88  INV-IS-APPROVED                 VALUE "A".
           05  INV-APPROVED-DATE                   PIC 9(8).
           05  INV-ORDER-NUMBER                    PIC X(5).
           05  INV-QUANTITY                        PIC 99.
           05  INV-UNIT-PRICE                      PIC 9(5)V99.
           05  INV-LINE-AMOUNT                     PIC 9(7)V99.
      *    THE ORDER'S LIST PRICE LESS THE VENDOR DISCOUNT, AS
      *    MATCHED -- WHAT THE LINE SHOULD HAVE BILLED PER COPY.
           05  INV-EXPECTED-PRICE                  PIC 9(5)V99.
           05  INV-MATCH-FLAG                      PIC X.
               88  INV-LINE-MATCHED                VALUE "M".
               88  INV-PRICE-DIFFERS               VALUE "P".
               88  INV-QUANTITY-DIFFERS            VALUE "Q".
               88  INV-BOTH-DIFFER                 VALUE "B".
               88  INV-NOT-RECEIVED                VALUE "R".
               88  INV-ALREADY-BILLED              VALUE "D".
               88  INV-NO-ORDER                    VALUE "N".
