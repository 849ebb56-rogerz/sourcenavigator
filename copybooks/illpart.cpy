      *****************************************************************
      *  ILLPART -- COPY INTO FILE SECTION. THE INTERLIBRARY LOAN     *
      *  PARTNER DIRECTORY: ONE ROW PER LIBRARY WE BORROW FROM OR     *
      *  LEND TO, KEYED BY A SHORT PARTNER CODE, SO ONE LIBRARY IS    *
      *  ONE PARTNER ON EVERY REPORT HOWEVER ITS NAME WAS TYPED.      *
      *  MAINTAINED ON ILLP001A. ILL001A TAKES THE CODE ON EVERY NEW  *
      *  REQUEST, REFUSES ONE NOT ON FILE OR INACTIVE, AND COPIES THE *
      *  NAME ONTO THE REQUEST. A BORROW RECEIVED FROM A PARTNER      *
      *  THAT CHARGES A LENDING FEE, AND IS NOT RECIPROCAL, POSTS THE *
      *  FEE TO THE REQUESTING PATRON'S FINES LEDGER (TYPE I).        *
      *  LIB064A COUNTS BORROWS, LENDS AND FEES BY PARTNER FOR THE    *
      *  FISCAL YEAR FOR THE STATE CONSORTIUM.                        *
      *  THE COPYING PROGRAM MUST STILL DECLARE, IN FILE-CONTROL:     *
      *      SELECT ILL-PARTNER-FILE ASSIGN TO DISK                   *
      *      ACCESS MODE RANDOM (OR DYNAMIC FOR SCANS)                *
      *      ORGANIZATION INDEXED                                     *
      *      RECORD KEY PART-CODE.                                    *
      *****************************************************************
       FD  ILL-PARTNER-FILE
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID "ILLPART.DAT".
       01  ILL-PARTNER-RECORD.
           05  PART-CODE                           PIC X(6).
           05  PART-NAME                           PIC X(30).
           05  PART-STATUS-FLAG                    PIC X.
               88  PART-IS-ACTIVE                  VALUE "A".
               88  PART-IS-INACTIVE                VALUE "I".
      *    WHERE A LEND IS SHIPPED AND A BORROW GOES BACK TO.
           05  PART-SHIPPING-ADDRESS.
               10  PART-SHIP-STREET                PIC X(30).
               10  PART-SHIP-CITY                  PIC X(20).
               10  PART-SHIP-STATE                 PIC X(2).
               10  PART-SHIP-ZIP                   PIC X(10).
      *    WHAT THE PARTNER CHARGES US FOR EACH ITEM IT LENDS --
      *    ZERO FOR A PARTNER THAT LENDS FREE.
           05  PART-LENDING-FEE                    PIC 9(3)V99.
      *    Y -- A RECIPROCAL AGREEMENT: NEITHER SIDE CHARGES THE
      *    OTHER, WHATEVER FEE IS ON FILE.
           05  PART-RECIPROCAL-FLAG                PIC X.
               88  PART-IS-RECIPROCAL              VALUE "Y".
