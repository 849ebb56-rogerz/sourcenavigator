      *  FUNCTION TURNS THE LINE INTO A BOOKS.LST RECORD AND ITS     *
      *  ITEMFILE.DAT COPIES WITHOUT REKEYING. LIB037A PRINTS THE    *
      *  OPEN ORDERS BY VENDOR WITH FUND-LEVEL COMMITTED-COST        *
      *  TOTALS, SO A FUND CANNOT BE OVERSPENT INVISIBLY. EACH LINE  *
      *  ENCUMBERS ITS COST AGAINST ITS FUND ON FUND.DAT FOR THE      *
      *  FISCAL YEAR IT CARRIES; LIB056A'S YEAR-END ROLLOVER MOVES    *
      *  AN OPEN LINE'S ENCUMBRANCE, AND ITS YEAR, FORWARD. THE      *
      *  VENDOR IS TAKEN OFF VENDOR.DAT BY CODE, AND INVOICE.DAT      *
      *  LINES ARE MATCHED BACK TO THE ORDER LINES THEY BILL.         *
      *  LIB058A CLAIMS OPEN LINES PAST THE VENDOR'S DELIVERY DAYS    *
      *  AND COUNTS EACH CLAIM HERE. LIB059A LOADS THE VENDOR'S       *
      *  BIBLIOGRAPHIC RECORD ONTO AN OPEN LINE FOR RECEIVING.        *
      *  THE COPYING PROGRAM MUST STILL DECLARE, IN FILE-CONTROL:     *
      *      SELECT ON-ORDER-FILE ASSIGN TO DISK                      *
      *      ACCESS MODE RANDOM (OR DYNAMIC FOR SCANS)                *
               88  ORD-IS-CANCELLED                VALUE "X".
           05  ORD-TITLE                           PIC X(30).
           05  ORD-AUTHOR                          PIC X(25).
      *    SERIAL ON A SUBSCRIPTION RENEWAL PLACED WITH ACQ001A (N)
      *    -- RECEIVING IT CONFIRMS THE RENEWAL AND POSTS THE SPEND,
      *    WITH NOTHING ADDED TO THE CATALOG.
           05  ORD-MEDIA-TYPE                      PIC X(6).
               88  ORD-IS-RENEWAL                  VALUE "SERIAL".
           05  ORD-VENDOR                          PIC X(20).
           05  ORD-FUND                            PIC X(8).
           05  ORD-ORDER-DATE                      PIC 9(8).
      *    FILLED AT RECEIVING -- THE CATALOG NUMBER THE LINE
      *    BECAME, SO THE ORDER TRACES TO ITS BOOKS.LST RECORD.
           05  ORD-BOOK-NUMBER                     PIC X(5).
      *    THE FUND.DAT ROW (ORD-FUND PLUS THIS YEAR) HOLDING THE
      *    LINE'S ENCUMBRANCE, AND THE AMOUNT ENCUMBERED THERE --
      *    ZERO WHEN THE ORDER WENT OUT WITH NO FUND MASTER.
           05  ORD-FISCAL-YEAR                     PIC 9(4).
           05  ORD-ENCUMBERED-AMOUNT               PIC 9(7)V99.
      *    FILLED AT RECEIVING -- THE ACTUAL INVOICE COST FOR THE
      *    LINE, POSTED TO THE FUND AS SPENT.
           05  ORD-INVOICE-COST                    PIC 9(7)V99.
      *    THE VENDOR MASTER CODE ORD-VENDOR'S NAME CAME FROM --
      *    BLANK ON LINES KEYED BEFORE VENDOR.DAT EXISTED.
           05  ORD-VENDOR-CODE                     PIC X(6).
      *    THE APPROVED INVOICE THAT BILLED THE LINE, SO IT CANNOT
      *    BE PAID TWICE.
           05  ORD-INVOICE-NUMBER                  PIC X(12).
      *    SET BY THE LIB058A MONTHLY CLAIM RUN -- HOW MANY TIMES
      *    THE VENDOR HAS BEEN ASKED WHERE THE LINE IS, AND WHEN
      *    LAST. ZERO ON LINES NEVER CLAIMED.
           05  ORD-CLAIM-COUNT                     PIC 9.
           05  ORD-LAST-CLAIM-DATE                 PIC 9(8).
      *    THE VENDOR'S BIBLIOGRAPHIC RECORD, AS LOADED BY LIB059A
      *    OVER THE TITLE, AUTHOR, AND MEDIA KEYED AT ORDER TIME --
      *    RECEIVING OFFERS THIS CALL NUMBER INSTEAD OF A BLANK.
           05  ORD-BIB-LOADED-FLAG                 PIC X.
               88  ORD-BIB-LOADED                  VALUE "Y".
           05  ORD-CALL-NUMBER.
               10  ORD-CALL-CLASS                  PIC X(12).
               10  ORD-CALL-CUTTER                 PIC X(8).

       FD  ORDER-CONTROL-FILE
           LABEL RECORDS STANDARD
