      *  TYPE ILL) AND ITEMFILE.DAT BY ILL001A SO THE REQUESTING     *
      *  PATRON CHECKS IT OUT THROUGH CIRC001A UNDER THE ILL LOAN    *
      *  RULE MAINTAINED ON RULE001A. LIB035A AGES EVERYTHING        *
      *  OUTSTANDING IN BOTH DIRECTIONS. THE PARTNER IS A CODE ON     *
      *  THE ILLPART.DAT DIRECTORY (ILLP001A), AND A BORROW'S FEE IS  *
      *  KEPT HERE BESIDE WHAT WAS POSTED TO THE PATRON FOR IT, SO    *
      *  LIB064A CAN SHOW FEES PAID AND RECOVERED BY PARTNER.         *
      *  THE COPYING PROGRAM MUST STILL DECLARE, IN FILE-CONTROL:     *
      *      SELECT ILL-FILE ASSIGN TO DISK                           *
      *      ACCESS MODE RANDOM (OR DYNAMIC FOR SCANS)                *
      *    OURS BACK (LEND) -- THE AGING REPORT RUNS ON THIS.
           05  ILL-RETURN-BY-DATE                  PIC 9(8).
           05  ILL-RETURNED-DATE                   PIC 9(8).
      *    THE ILLPART.DAT PARTNER -- SPACES ON A REQUEST KEYED
      *    BEFORE THE DIRECTORY, WHICH HAS ONLY THE FREE-TEXT NAME.
           05  ILL-PARTNER-CODE                    PIC X(6).
      *    ON A BORROW, SET AT RECEIPT: THE PARTNER'S LENDING FEE WE
      *    OWE FOR IT, AND THE AMOUNT POSTED TO THE REQUESTING
      *    PATRON'S FINES LEDGER -- BOTH ZERO FROM A RECIPROCAL OR
      *    FREE PARTNER, AND ON EVERY LEND.
           05  ILL-PARTNER-FEE                     PIC 9(3)V99.
           05  ILL-PATRON-FEE                      PIC 9(3)V99.

       FD  ILL-CONTROL-FILE
           LABEL RECORDS STANDARD
