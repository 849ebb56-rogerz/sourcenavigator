      *****************************************************************
      *  DONOR -- COPY INTO FILE SECTION. THE DONOR MASTER: ONE ROW   *
      *  PER PERSON OR GROUP WHO GIVES THE LIBRARY BOOKS OR MONEY,    *
      *  KEYED BY A DONOR NUMBER, WITH THE MAILING ADDRESS THE        *
      *  LIB061A ACKNOWLEDGMENT LETTERS AND YEAR-END GIVING SUMMARIES *
      *  GO TO. MAINTAINED ON DONR001A, WHICH ALSO RECORDS EACH GIFT  *
      *  (GIFT.CPY); BOOK001A STAMPS A DONATED COPY WITH THE DONOR    *
      *  NUMBER WHEN IT IS REGISTERED.                                *
      *  THE COPYING PROGRAM MUST STILL DECLARE, IN FILE-CONTROL:     *
      *      SELECT DONOR-FILE ASSIGN TO DISK                         *
      *      ACCESS MODE RANDOM (OR DYNAMIC FOR SCANS)                *
      *      ORGANIZATION INDEXED                                     *
      *      RECORD KEY DONOR-NUMBER.                                 *
      *****************************************************************
       FD  DONOR-FILE
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID "DONOR.DAT".
       01  DONOR-RECORD.
           05  DONOR-NUMBER                        PIC X(5).
           05  DONOR-NAME                          PIC X(30).
           05  DONOR-STATUS-FLAG                   PIC X.
               88  DONOR-IS-ACTIVE                 VALUE "A".
               88  DONOR-IS-INACTIVE               VALUE "I".
           05  DONOR-ADDRESS.
               10  DONOR-STREET                    PIC X(30).
               10  DONOR-CITY                      PIC X(20).
               10  DONOR-STATE                     PIC X(2).
               10  DONOR-ZIP                       PIC X(10).
      *    THE LAST GIFT SEQUENCE USED -- DONR001A ADDS ONE FOR EACH
      *    NEW GIFT ROW, SO A DONOR'S GIFTS KEY IN THE ORDER GIVEN.
           05  DONOR-LAST-GIFT-SEQUENCE            PIC 999.
