      *                                                             *
      * WEEDING REPORT -- LISTS THE ACTIVE ITEMS THAT HAVE STOPPED  *
      * CIRCULATING, SO EACH BUILDING WEEDS ITS SHELVES FROM THE    *
      * RECORD INSTEAD OF BY EYEBALLING DUST. CIRCHIST.DAT AND THE  *
      * INHOUSE.DAT IN-HOUSE USE SCANS TOGETHER YIELD THE MOST      *
      * RECENT ACTIVITY DATE PER BARCODE (ONE SORT, NEWEST-FIRST    *
      * WITHIN BARCODE) -- A REFERENCE SET THAT IS READ EVERY WEEK  *
      * BUT NEVER LEAVES THE BUILDING IS NOT DEAD STOCK. THAT       *
      * EXTRACT IS MATCHED AGAINST ITEMFILE.DAT IN BARCODE ORDER,   *
      * TITLES AND MEDIA TYPES JOIN IN FROM BOOKS.LST, AND ITEMS    *
      * IDLE LONGER THAN THE CUTOFF GO THROUGH A SECOND SORT SO THE *
      * REPORT BREAKS BY MEDIA TYPE, OWNING BRANCH AND SHELF        *
      * LOCATION, LISTING EACH GROUP IN CALL-NUMBER ORDER. AN ITEM  *
      * WITH NO ACTIVITY AT ALL COUNTS FROM THE DAY ITS TITLE WAS   *
      * CATALOGED. A COPY THAT CAME IN AS A GIFT IS FLAGGED WITH    *
      * ITS DONOR NUMBER -- THE DONOR IS OFFERED IT BACK (DONOR     *
      * COURTESY CHECK) BEFORE IT GOES TO THE BOOK SALE.            *
      * THE IDLE-YEARS CUTOFF MAY BE PASSED ON THE COMMAND LINE     *
      * (DEFAULT 3). RUN ON DEMAND -- NOT A NIGHTLY STEP.           *
      *                                                             *
           SELECT CIRC-HISTORY-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WORK-CIRC-HISTORY-STATUS.
      *
           SELECT IN-HOUSE-USE-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WORK-INHOUSE-FILE-STATUS.
      *
           SELECT ITEM-COPY-FILE ASSIGN TO DISK
           ACCESS MODE SEQUENTIAL
       FILE SECTION.
      *
       copy circhist.
      *
       copy inhouse.
      *
       copy itemfile.
      *

       FD  WEEDING-REPORT-PRINT
           LABEL RECORDS OMITTED.
       01  WEEDING-REPORT-LINE                      PIC X(96).
      *
       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SORT-WORK-MEDIA-TYPE                 PIC X(6).
           05  SORT-WORK-BRANCH-ID                  PIC X(3).
           05  SORT-WORK-LOCATION                   PIC X(6).
           05  SORT-WORK-CALL-CLASS                 PIC X(12).
           05  SORT-WORK-CALL-CUTTER                PIC X(8).
           05  SORT-WORK-BARCODE                    PIC X(10).
           05  SORT-WORK-TITLE                      PIC X(30).
           05  SORT-WORK-LAST-N                     PIC 9(8).
           05  SORT-WORK-GIFT-DONOR                 PIC X(5).
      *
       WORKING-STORAGE SECTION.
      *
       01  W005-SORT-END-OF-FILE-SWITCH             PIC X.
           88  W005-SORT-END-OF-FILE                VALUE "1".
       01  WORK-CIRC-HISTORY-STATUS                 PIC XX.
       01  WORK-INHOUSE-FILE-STATUS                 PIC XX.
       01  WORK-ITEM-FILE-STATUS                    PIC XX.
       01  WORK-BOOKS-LIST-STATUS                   PIC XX.
       01  WORK-LAST-CIRC-STATUS                    PIC XX.
           88  W011-BOOK-IS-ACTIVE                  VALUE "Y".
       01  W011-BOOK-TITLE-HELD                     PIC X(30).
       01  W011-BOOK-MEDIA-HELD                     PIC X(6).
       01  W011-BOOK-LOCATION-HELD                  PIC X(6).
       01  W011-BOOK-CALL-CLASS-HELD                PIC X(12).
       01  W011-BOOK-CALL-CUTTER-HELD               PIC X(8).
      *
       01  W012-CANDIDATE-COUNT                     PIC 9(5) VALUE 0.
       01  W012-GIFT-CANDIDATE-COUNT                PIC 9(5) VALUE 0.
      *
       01  W020-CURRENT-MEDIA                       PIC X(6).
       01  W020-CURRENT-BRANCH                      PIC X(3).
       01  W020-CURRENT-LOCATION                    PIC X(6).
      *
       01  W015-BREAK-LINE.
           05  FILLER                     PIC X(6) VALUE "MEDIA ".
           05  W015-BREAK-MEDIA                     PIC X(6).
           05  FILLER                     PIC X(9) VALUE "  BRANCH ".
           05  W015-BREAK-BRANCH                    PIC X(3).
           05  FILLER                     PIC X(11) VALUE
               "  LOCATION ".
           05  W015-BREAK-LOCATION                  PIC X(6).
      *
       01  W015-DETAIL-LINE.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  W015-DETAIL-CALL-CLASS               PIC X(12).
           05  FILLER                     PIC X VALUE SPACE.
           05  W015-DETAIL-CALL-CUTTER              PIC X(8).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  W015-DETAIL-BARCODE                  PIC X(10).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  W015-DETAIL-TITLE                    PIC X(30).
           05  FILLER                     PIC X(7) VALUE "  LAST ".
           05  W015-DETAIL-LAST                     PIC 9(8).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  W015-DETAIL-GIFT-FLAG                PIC X(5).
           05  FILLER                     PIC X VALUE SPACE.
           05  W015-DETAIL-GIFT-DONOR               PIC X(5).
      *
       01  W015-TITLE-LINE                          PIC X(80) VALUE
           "WEEDING REPORT -- ACTIVE ITEMS WITH NO RECENT CIRCULATION".
           SORT SORT-WORK-FILE
                ON ASCENDING KEY SORT-WORK-MEDIA-TYPE
                ON ASCENDING KEY SORT-WORK-BRANCH-ID
                ON ASCENDING KEY SORT-WORK-LOCATION
                ON ASCENDING KEY SORT-WORK-CALL-CLASS
                ON ASCENDING KEY SORT-WORK-CALL-CUTTER
                ON ASCENDING KEY SORT-WORK-BARCODE
                INPUT PROCEDURE IS C030-SELECT-IDLE-ITEMS
                OUTPUT PROCEDURE IS C050-PRINT-WEEDING-REPORT.
               END-PERFORM
               CLOSE CIRC-HISTORY-FILE
           END-IF.
      *    AN IN-HOUSE USE IS ACTIVITY TOO -- ITS DATE GOES INTO
      *    THE SAME SORT AS A CHECKOUT DATE WOULD.
           OPEN INPUT IN-HOUSE-USE-FILE.
           IF WORK-INHOUSE-FILE-STATUS EQUAL "00"
               MOVE "0" TO W005-END-OF-FILE-SWITCH
               PERFORM C014-READ-IN-HOUSE-USE
               PERFORM UNTIL W005-END-OF-FILE
                   MOVE SPACES TO SORT-WORK-RECORD
                   MOVE INUSE-ITEM-BARCODE TO SORT-WORK-BARCODE
                   COMPUTE SORT-WORK-LAST-N =
                           INUSE-CC * 1000000
                         + INUSE-YY * 10000
                         + INUSE-MM * 100
                         + INUSE-DD
                   RELEASE SORT-WORK-RECORD
                   PERFORM C014-READ-IN-HOUSE-USE
               END-PERFORM
               CLOSE IN-HOUSE-USE-FILE
           END-IF.
      *
       C013-READ-HISTORY-RECORD.
      *
           READ CIRC-HISTORY-FILE
                AT END, MOVE "1" TO W005-END-OF-FILE-SWITCH.
      *
       C014-READ-IN-HOUSE-USE.
      *
           READ IN-HOUSE-USE-FILE
                AT END, MOVE "1" TO W005-END-OF-FILE-SWITCH.
      *
       C015-KEEP-NEWEST-PER-BARCODE.
      *
      *
      *    MATCH PASS -- THE ITEM FILE (KEY ORDER) AGAINST THE
      *    EXTRACT (SAME ORDER). EACH ACTIVE ITEM'S LAST-ACTIVITY
      *    DATE IS ITS NEWEST CHECKOUT OR IN-HOUSE USE, OR ITS
      *    TITLE'S CATALOG DATE WHEN NOTHING WAS EVER CIRCULATED OR
      *    USED; ITEMS IDLE PAST THE CUTOFF ARE RELEASED TO THE
      *    REPORT SORT.
       C030-SELECT-IDLE-ITEMS.
      *
           OPEN INPUT ITEM-COPY-FILE.
           MOVE "N" TO W011-BOOK-ACTIVE-SWITCH.
           MOVE SPACES TO W011-BOOK-TITLE-HELD.
           MOVE SPACES TO W011-BOOK-MEDIA-HELD.
           MOVE SPACES TO W011-BOOK-LOCATION-HELD.
           MOVE SPACES TO W011-BOOK-CALL-CLASS-HELD.
           MOVE SPACES TO W011-BOOK-CALL-CUTTER-HELD.
           IF WORK-BOOKS-IS-OPEN
               MOVE ITEM-BOOK-NUMBER TO BOOK-NUMBER
               READ BOOKS-LIST
                           MOVE BOOK-TITLE TO W011-BOOK-TITLE-HELD
                           MOVE BOOK-MEDIA-TYPE
                                   TO W011-BOOK-MEDIA-HELD
                           MOVE BOOK-LOCATION-CODE
                                   TO W011-BOOK-LOCATION-HELD
                           MOVE BOOK-CALL-CLASS
                                   TO W011-BOOK-CALL-CLASS-HELD
                           MOVE BOOK-CALL-CUTTER
                                   TO W011-BOOK-CALL-CUTTER-HELD
      *                    NEVER CIRCULATED -- COUNT FROM THE DAY
      *                    THE TITLE WAS CATALOGED (YYMMDD,
      *                    WINDOWED).
              AND W011-ITEM-LAST-N LESS THAN W006-CUTOFF-DATE-N
               MOVE W011-BOOK-MEDIA-HELD TO SORT-WORK-MEDIA-TYPE
               MOVE ITEM-BRANCH-ID TO SORT-WORK-BRANCH-ID
               MOVE W011-BOOK-LOCATION-HELD TO SORT-WORK-LOCATION
               MOVE W011-BOOK-CALL-CLASS-HELD TO SORT-WORK-CALL-CLASS
               MOVE W011-BOOK-CALL-CUTTER-HELD
                       TO SORT-WORK-CALL-CUTTER
               MOVE ITEM-BARCODE TO SORT-WORK-BARCODE
               MOVE W011-BOOK-TITLE-HELD TO SORT-WORK-TITLE
               MOVE W011-ITEM-LAST-N TO SORT-WORK-LAST-N
               MOVE ITEM-GIFT-DONOR TO SORT-WORK-GIFT-DONOR
               RELEASE SORT-WORK-RECORD
               ADD 1 TO W012-CANDIDATE-COUNT
               IF ITEM-GIFT-DONOR NOT EQUAL SPACES
                   ADD 1 TO W012-GIFT-CANDIDATE-COUNT
               END-IF
           END-IF.
      *
       C050-PRINT-WEEDING-REPORT.
           WRITE WEEDING-REPORT-LINE.
           MOVE SPACES TO W020-CURRENT-MEDIA.
           MOVE SPACES TO W020-CURRENT-BRANCH.
           MOVE SPACES TO W020-CURRENT-LOCATION.
           MOVE "0" TO W005-SORT-END-OF-FILE-SWITCH.
           RETURN SORT-WORK-FILE
                AT END MOVE "1" TO W005-SORT-END-OF-FILE-SWITCH.
           PERFORM UNTIL W005-SORT-END-OF-FILE
               IF SORT-WORK-MEDIA-TYPE NOT EQUAL W020-CURRENT-MEDIA
                  OR SORT-WORK-BRANCH-ID NOT EQUAL W020-CURRENT-BRANCH
                  OR SORT-WORK-LOCATION NOT EQUAL W020-CURRENT-LOCATION
                   MOVE SORT-WORK-MEDIA-TYPE TO W020-CURRENT-MEDIA
                   MOVE SORT-WORK-BRANCH-ID TO W020-CURRENT-BRANCH
                   MOVE SORT-WORK-LOCATION TO W020-CURRENT-LOCATION
                   MOVE SORT-WORK-MEDIA-TYPE TO W015-BREAK-MEDIA
                   MOVE SORT-WORK-BRANCH-ID TO W015-BREAK-BRANCH
                   MOVE SORT-WORK-LOCATION TO W015-BREAK-LOCATION
                   MOVE W015-BREAK-LINE TO WEEDING-REPORT-LINE
                   WRITE WEEDING-REPORT-LINE AFTER ADVANCING 2 LINES
               END-IF
               MOVE SORT-WORK-CALL-CLASS TO W015-DETAIL-CALL-CLASS
               MOVE SORT-WORK-CALL-CUTTER TO W015-DETAIL-CALL-CUTTER
               MOVE SORT-WORK-BARCODE TO W015-DETAIL-BARCODE
               MOVE SORT-WORK-TITLE TO W015-DETAIL-TITLE
               MOVE SORT-WORK-LAST-N TO W015-DETAIL-LAST
               IF SORT-WORK-GIFT-DONOR EQUAL SPACES
                   MOVE SPACES TO W015-DETAIL-GIFT-FLAG
               ELSE
                   MOVE "GIFT" TO W015-DETAIL-GIFT-FLAG
               END-IF
               MOVE SORT-WORK-GIFT-DONOR TO W015-DETAIL-GIFT-DONOR
               MOVE W015-DETAIL-LINE TO WEEDING-REPORT-LINE
               WRITE WEEDING-REPORT-LINE
               RETURN SORT-WORK-FILE
                  W012-CANDIDATE-COUNT  DELIMITED BY SIZE
                  INTO WEEDING-REPORT-LINE.
           WRITE WEEDING-REPORT-LINE.
           MOVE SPACES TO WEEDING-REPORT-LINE.
           STRING "GIFT COPIES -- DONOR COURTESY CHECK FIRST: "
                      DELIMITED BY SIZE
                  W012-GIFT-CANDIDATE-COUNT DELIMITED BY SIZE
                  INTO WEEDING-REPORT-LINE.
           WRITE WEEDING-REPORT-LINE.
           CLOSE WEEDING-REPORT-PRINT.
      *
      *    NAMES THE SPOOL FILE <JOB>.<YYMMDD>.RPT AND APPENDS THE
