      *    GROWTH METRICS PROJECT WHEN THE DISK FILLS AGAINST THIS.
      *    UPDATE IT WHEN THE DRIVE CHANGES.
           05  PARM-DISK-CAPACITY-MB               PIC 9(6).
      *    LIFETIME CLAIMS-RETURNED DISPUTES A CARD MAY RUN UP
      *    BEFORE EVERY CHECKOUT NEEDS A SUPERVISOR.
           05  PARM-CLAIMS-LIMIT                   PIC 99.
      *    WHAT THE DESK CHARGES TO REISSUE A CARD REPORTED LOST OR
      *    STOLEN -- POSTED TO THE FINES LEDGER BY LIB001A (F6, L).
           05  PARM-CARD-REPLACE-FEE               PIC 9(3)V99.
      *    THE ANNUAL FEE FOR A CARD WHOSE ADDRESS IS OUTSIDE THE
      *    SERVICE AREA AND NOT UNDER A RECIPROCAL AGREEMENT --
      *    CHARGED BY LIB001A AT REGISTRATION AND AT EACH RENEWAL.
      *    ZERO CHARGES NOTHING.
           05  PARM-NONRES-ANNUAL-FEE              PIC 9(3)V99.
      *    HOW FAR, AS A PERCENT, AN INVOICED UNIT PRICE MAY STRAY
      *    FROM THE ORDER'S NET PRICE BEFORE ACQ001A FLAGS THE LINE
      *    -- E.G. 02.00. ANY QUANTITY DIFFERENCE IS ALWAYS FLAGGED.
           05  PARM-INVOICE-PRICE-TOLERANCE        PIC 99V99.
      *    THE FUND CODE ACQ001A CHARGES WHEN THE SELECTOR ACCEPTS
      *    A REPLACEMENT CANDIDATE OFF REPLLOG.DAT.
           05  PARM-REPLACEMENT-FUND               PIC X(8).
