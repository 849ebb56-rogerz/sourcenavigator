      *****************************************************************
      *  RECIPZIP -- COPY INTO FILE SECTION. THE RECIPROCAL-AGREEMENT *
      *  ZIP TABLE: ONE ROW PER ZIP RANGE OUTSIDE THE SERVICE AREA    *
      *  WHOSE RESIDENTS BORROW HERE WITHOUT THE NON-RESIDENT FEE,    *
      *  UNDER AN AGREEMENT WITH THEIR OWN LIBRARY. KEYED BY THE LOW  *
      *  ZIP OF THE RANGE. MAINTAINED ON RZIP001A; LOADED BY LIB001A  *
      *  AT STARTUP BESIDE ZIPREF.DAT. A ROW WHOSE END DATE HAS       *
      *  PASSED NO LONGER EXEMPTS ANYONE. A MISSING RECIPZIP.DAT      *
      *  SIMPLY MEANS NO AGREEMENTS.                                  *
      *  THE COPYING PROGRAM MUST STILL DECLARE, IN FILE-CONTROL:     *
      *      SELECT RECIPROCAL-ZIP-FILE ASSIGN TO DISK                *
      *      ACCESS MODE DYNAMIC                                      *
      *      ORGANIZATION INDEXED                                     *
      *      RECORD KEY RECIP-KEY.                                    *
      *****************************************************************
       FD  RECIPROCAL-ZIP-FILE
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID "RECIPZIP.DAT".
       01  RECIPROCAL-ZIP-RECORD.
           05  RECIP-KEY.
               10  RECIP-ZIP-LOW                   PIC 9(5).
           05  RECIP-ZIP-HIGH                      PIC 9(5).
      *    THE PARTNER LIBRARY OR SYSTEM THE AGREEMENT IS WITH.
           05  RECIP-AGREEMENT-NAME                PIC X(20).
      *    CCYYMMDD THE AGREEMENT RUNS THROUGH -- ZERO IS OPEN-ENDED.
           05  RECIP-END-DATE                      PIC 9(8).
