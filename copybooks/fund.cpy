      *****************************************************************
      *  FUND -- COPY INTO FILE SECTION. THE ACQUISITIONS FUND        *
      *  MASTER: ONE ROW PER FUND CODE (THE ORD-FUND ON ONORDER.DAT)  *
      *  AND FISCAL YEAR (JULY 1 THROUGH JUNE 30, KEYED BY ITS        *
      *  ENDING YEAR, SAME AS LIB038A). THE ALLOCATION IS KEYED ON    *
      *  FUND001A; ACQ001A ENCUMBERS EACH ORDER LINE'S COST WHEN IT   *
      *  IS PLACED, RELIEVES IT ON CANCEL, AND AT RECEIVING MOVES IT  *
      *  FROM ENCUMBERED TO SPENT AT THE ACTUAL INVOICE COST. LIB056A *
      *  PRINTS THE FUND STATUS AND, AT YEAR END, ROLLS THE OPEN      *
      *  ENCUMBRANCES INTO THE NEW YEAR'S ROWS.                       *
      *  FREE BALANCE = ALLOCATION - ENCUMBERED - SPENT. ENCUMBRANCES *
      *  ROLLED IN FROM THE YEAR BEFORE ARE PART OF ENCUMBERED AND    *
      *  ARE ALSO CARRIED SEPARATELY FOR THE REPORT.                  *
      *  THE COPYING PROGRAM MUST STILL DECLARE, IN FILE-CONTROL:     *
      *      SELECT FUND-FILE ASSIGN TO DISK                          *
      *      ACCESS MODE RANDOM (OR DYNAMIC FOR SCANS)                *
      *      ORGANIZATION INDEXED                                     *
      *      RECORD KEY FUND-KEY.                                     *
      *****************************************************************
       FD  FUND-FILE
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID "FUND.DAT".
       01  FUND-RECORD.
           05  FUND-KEY.
               10  FUND-CODE                       PIC X(8).
               10  FUND-FISCAL-YEAR                PIC 9(4).
           05  FUND-NAME                           PIC X(30).
           05  FUND-STATUS-FLAG                    PIC X.
               88  FUND-IS-OPEN                    VALUE "O".
      *        SET BY THE LIB056A ROLLOVER ONCE THE YEAR'S OPEN
      *        ENCUMBRANCES HAVE MOVED TO THE NEXT YEAR'S ROW.
               88  FUND-IS-ROLLED                  VALUE "R".
           05  FUND-ALLOCATION                     PIC 9(7)V99.
           05  FUND-CARRIED-IN                     PIC 9(7)V99.
           05  FUND-ENCUMBERED                     PIC 9(7)V99.
           05  FUND-SPENT                          PIC 9(7)V99.
