      *****************************************************************
      *  CIRCDUE -- COPY INTO FILE SECTION. THE DUE-DATE INDEX ON     *
      *  CIRC.DAT: ONE RECORD PER LOAN STILL OPEN (STATUS O) OR UNDER *
      *  A CLAIMS-RETURNED DISPUTE (STATUS C), KEYED BY THAT STATUS,  *
      *  THE DUE DATE, AND THE ITEM BARCODE. CIRC.DAT KEEPS A RECORD  *
      *  FOR EVERY BARCODE THAT HAS EVER GONE OUT, SO THE NIGHTLY     *
      *  SWEEPS (LIB010A, LIB026A, LIB039A) AND STAT001A START ON     *
      *  THIS FILE AT THE STATUS AND DATE THEY WANT AND READ ONLY THE *
      *  LOANS IN THEIR RANGE, FETCHING EACH FROM CIRC.DAT BY BARCODE *
      *  AND CHECKING IT STILL AGREES.                                *
      *  EVERY PROGRAM THAT WRITES A LOAN OR CHANGES ITS STATUS OR    *
      *  DUE DATE DROPS THE OLD ENTRY AND WRITES THE NEW ONE. UNLIKE  *
      *  CIRCXREF THE WRITERS NEVER CREATE IT -- A MISSING FILE MAKES *
      *  THE READERS FALL BACK TO THE FULL CIRC.DAT SCAN, AND THE     *
      *  DUEXBLD UTILITY BUILDS (OR REBUILDS) IT FROM CIRC.DAT.       *
      *  THE COPYING PROGRAM MUST STILL DECLARE, IN FILE-CONTROL:     *
      *      SELECT DUE-DATE-XREF ASSIGN TO DISK                      *
      *      ACCESS MODE DYNAMIC (RANDOM TO MAINTAIN ONLY)            *
      *      ORGANIZATION INDEXED                                     *
      *      RECORD KEY DUEX-KEY.                                     *
      *****************************************************************
       FD  DUE-DATE-XREF
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID "CIRCDUE.DAT".
       01  DUE-DATE-XREF-RECORD.
           05  DUEX-KEY.
               10  DUEX-STATUS-FLAG                PIC X.
               10  DUEX-DUE-DATE.
                   15  DUEX-DUE-CC                 PIC 99.
                   15  DUEX-DUE-YY                 PIC 99.
                   15  DUEX-DUE-MM                 PIC 99.
                   15  DUEX-DUE-DD                 PIC 99.
               10  DUEX-ITEM-BARCODE               PIC X(10).
