      *****************************************************************
      *  VENDOR -- COPY INTO FILE SECTION. THE ACQUISITIONS VENDOR    *
      *  MASTER: ONE ROW PER SUPPLIER, KEYED BY A SHORT VENDOR CODE,  *
      *  SO "BAKER & TAYLOR", "BAKER TAYLOR" AND "B&T" ARE ONE VENDOR *
      *  TO EVERY REPORT. MAINTAINED ON VEND001A. ACQ001A TAKES THE   *
      *  CODE AT ORDER ENTRY, REFUSES ONE NOT ON FILE OR INACTIVE,    *
      *  AND COPIES THE NAME ONTO THE ORDER LINE; ITS INVOICE ENTRY   *
      *  PRICES EACH LINE NET OF THE DISCOUNT BELOW. LIB057A PRINTS   *
      *  THE REMIT-TO ADDRESS AND OUR ACCOUNT NUMBER ON THE WEEKLY    *
      *  APPROVED-INVOICES LISTING FOR THE FINANCE OFFICE.            *
      *  LIB058A CLAIMS ORDERS OLDER THAN ITS DELIVERY DAYS.          *
      *  THE COPYING PROGRAM MUST STILL DECLARE, IN FILE-CONTROL:     *
      *      SELECT VENDOR-FILE ASSIGN TO DISK                        *
      *      ACCESS MODE RANDOM (OR DYNAMIC FOR SCANS)                *
      *      ORGANIZATION INDEXED                                     *
      *      RECORD KEY VEND-CODE.                                    *
      *****************************************************************
       FD  VENDOR-FILE
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID "VENDOR.DAT".
       01  VENDOR-RECORD.
           05  VEND-CODE                           PIC X(6).
           05  VEND-NAME                           PIC X(30).
           05  VEND-STATUS-FLAG                    PIC X.
               88  VEND-IS-ACTIVE                  VALUE "A".
               88  VEND-IS-INACTIVE                VALUE "I".
           05  VEND-REMIT-TO.
               10  VEND-REMIT-ADD                  PIC X(30).
               10  VEND-REMIT-ADD2                 PIC X(30).
               10  VEND-REMIT-CITY                 PIC X(20).
               10  VEND-REMIT-STATE                PIC X(2).
               10  VEND-REMIT-ZIP                  PIC X(5).
      *    THE LIBRARY'S CUSTOMER NUMBER ON THE VENDOR'S BOOKS --
      *    QUOTED ON EVERY PAYMENT.
           05  VEND-ACCOUNT-NUMBER                 PIC X(15).
      *    THE VENDOR'S DISCOUNT OFF LIST, E.G. 40.00 -- ORDER LINES
      *    CARRY LIST PRICE, INVOICES BILL NET.
           05  VEND-DISCOUNT-PERCENT               PIC 99V99.
      *    HOW MANY DAYS AFTER THE ORDER DATE A LINE SHOULD HAVE
      *    ARRIVED; LIB058A CLAIMS IT ONCE IT IS OLDER. ZERO TAKES
      *    LIB058A'S HOUSE DEFAULT.
           05  VEND-DELIVERY-DAYS                  PIC 999.
