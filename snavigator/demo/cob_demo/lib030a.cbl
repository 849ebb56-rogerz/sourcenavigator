      * TITLE OFF BOOKS.LST, THE DATE THE COPY LEFT THE SHELF, AND  *
      * HOW MANY DAYS IT HAS BEEN AT THE MENDER -- SO A SPINE THAT  *
      * WENT OUT IN MARCH IS CHASED IN APRIL, NOT DISCOVERED AT     *
      * INVENTORY. EACH LINE CARRIES THE SHELF LOCATION AND CALL    *
      * NUMBER SO THE MENDED COPY GOES BACK TO THE RIGHT PLACE.     *
      * RUN ON DEMAND -- NOT A NIGHTLY STEP.                        *
      *                                                             *
      ***************************************************************
      *

       FD  MENDING-REPORT-PRINT
           LABEL RECORDS OMITTED.
       01  MENDING-REPORT-LINE                      PIC X(110).
      *
       WORKING-STORAGE SECTION.
      *
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  W015-DETAIL-DAYS                     PIC ZZZZ9.
           05  FILLER                     PIC X(5) VALUE " DAYS".
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  W015-DETAIL-LOCATION                 PIC X(6).
           05  FILLER                     PIC X VALUE SPACE.
           05  W015-DETAIL-CALL-CLASS               PIC X(12).
           05  FILLER                     PIC X VALUE SPACE.
           05  W015-DETAIL-CALL-CUTTER              PIC X(8).
      *
       01  W015-TITLE-LINE                          PIC X(80) VALUE
           "MENDING QUEUE -- ITEMS OUT FOR REPAIR".
           ADD 1 TO W012-MENDING-COUNT.
           MOVE ITEM-BARCODE TO W015-DETAIL-BARCODE.
           MOVE SPACES TO W015-DETAIL-TITLE.
           MOVE SPACES TO W015-DETAIL-LOCATION.
           MOVE SPACES TO W015-DETAIL-CALL-CLASS.
           MOVE SPACES TO W015-DETAIL-CALL-CUTTER.
           IF WORK-BOOKS-IS-OPEN
               MOVE ITEM-BOOK-NUMBER TO BOOK-NUMBER
               READ BOOKS-LIST
                               TO W015-DETAIL-TITLE
                   NOT INVALID KEY
                       MOVE BOOK-TITLE TO W015-DETAIL-TITLE
                       MOVE BOOK-LOCATION-CODE TO W015-DETAIL-LOCATION
                       MOVE BOOK-CALL-CLASS TO W015-DETAIL-CALL-CLASS
                       MOVE BOOK-CALL-CUTTER
                               TO W015-DETAIL-CALL-CUTTER
               END-READ
           END-IF.
           MOVE ITEM-BRANCH-ID TO W015-DETAIL-BRANCH.
