      *****************************************************************
      *  BLKCARD -- COPY INTO FILE SECTION. THE BLOCKED-CARD FILE:    *
      *  ONE RECORD PER CARD NUMBER REPORTED LOST OR STOLEN, KEYED BY *
      *  THE DEAD NUMBER, WITH THE NUMBER THAT REPLACED IT. WRITTEN   *
      *  BY THE LIB001A LOST-CARD REISSUE (F6, L), WHICH MOVES THE    *
      *  PATRON, THEIR LOANS, HOLDS, FINES, AND NOTES ONTO THE NEW    *
      *  NUMBER. CIRC001A, SELF001A, AND OFFL002A REFUSE A BLOCKED    *
      *  NUMBER AS REPORTED LOST, AND LIB001A NEVER HANDS ONE OUT     *
      *  AGAIN, SO WHOEVER FINDS THE OLD CARD CANNOT BORROW ON IT.    *
      *  THE COPYING PROGRAM MUST STILL DECLARE, IN FILE-CONTROL:     *
      *      SELECT BLOCKED-CARD-FILE ASSIGN TO DISK                  *
      *      ACCESS MODE RANDOM (OR SEQUENTIAL FOR A FULL SCAN)       *
      *      ORGANIZATION INDEXED                                     *
      *      RECORD KEY BLK-CARD-NUMBER.                              *
      *****************************************************************
       FD  BLOCKED-CARD-FILE
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID "BLKCARD.DAT".
       01  BLOCKED-CARD-RECORD.
           05  BLK-CARD-NUMBER                     PIC X(5).
           05  BLK-REPLACED-BY                     PIC X(5).
           05  BLK-REASON-FLAG                     PIC X.
               88  BLK-CARD-WAS-LOST               VALUE "L".
               88  BLK-CARD-WAS-STOLEN             VALUE "S".
           05  BLK-BLOCKED-DATE.
               10  BLK-BLOCKED-CC                  PIC 99.
               10  BLK-BLOCKED-YY                  PIC 99.
               10  BLK-BLOCKED-MM                  PIC 99.
               10  BLK-BLOCKED-DD                  PIC 99.
           05  BLK-OPERATOR-ID                     PIC X(5).
