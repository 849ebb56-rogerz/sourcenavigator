       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. LIB045A.
      *
       DATE-WRITTEN. 10/15/26.
      *
      ***************************************************************
      *                                                             *
      * SHELF LIST -- EVERY COPY ON THE ITEM FILE IN THE ORDER IT   *
      * STANDS ON THE SHELF: BY OWNING BRANCH, THEN LOCATION CODE   *
      * (ADULT, JUV, REF ...), THEN CALL NUMBER (CLASSIFICATION,    *
      * THEN CUTTER), THEN BARCODE. THE CALL NUMBER AND LOCATION    *
      * COME OFF THE TITLE'S CATALOG RECORD. EACH LINE SAYS WHERE   *
      * THE COPY IS WHEN IT IS NOT ON THE SHELF (ON LOAN, IN        *
      * TRANSIT, AT THE MENDER) SO THE LIST CAN BE WALKED AGAINST   *
      * THE STACKS. TITLES CATALOGED BEFORE CALL NUMBERS WERE KEPT  *
      * SORT AHEAD OF THE REST OF THEIR BRANCH UNDER A BLANK CALL   *
      * NUMBER. A BRANCH CODE MAY BE PASSED ON THE COMMAND LINE TO  *
      * LIST ONE BUILDING (DEFAULT ALL); A CODE NOT ON THE BRANCH   *
      * DIRECTORY STOPS THE RUN. EACH BRANCH'S SECTION IS HEADED    *
      * WITH ITS NAME AND ADDRESS OFF THE DIRECTORY. RUN ON DEMAND  *
      * -- NOT A NIGHTLY STEP.                                      *
      *                                                             *
      ***************************************************************
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT ITEM-COPY-FILE ASSIGN TO DISK
           ACCESS MODE SEQUENTIAL
           ORGANIZATION INDEXED
           RECORD KEY ITEM-BARCODE
           FILE STATUS IS WORK-ITEM-FILE-STATUS.
      *
           SELECT BOOKS-LIST ASSIGN TO DISK
           ACCESS MODE RANDOM
           ORGANIZATION INDEXED
           RECORD KEY BOOK-NUMBER
           FILE STATUS IS WORK-BOOKS-LIST-STATUS.
      *
           SELECT BOOK-CONTROL-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL.
      *
           SELECT CIRCULATION-FILE ASSIGN TO DISK
           ACCESS MODE RANDOM
           ORGANIZATION INDEXED
           RECORD KEY CIRC-ITEM-BARCODE
           FILE STATUS IS WORK-CIRCULATION-FILE-STATUS.
      *
      *    SPOOLED TO DISK (SEE SPOOL.CPY) -- THE SPOL001A MANAGER
      *    VIEWS, PRINTS, REPRINTS, OR PURGES THE SPOOLED REPORT.
           SELECT SHELF-LIST-PRINT ASSIGN TO WS-SPOOL-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT SPOOL-INDEX-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WORK-SPOOL-INDEX-STATUS.
      *
           SELECT SORT-WORK-FILE ASSIGN TO DISK.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       copy itemfile.
      *
       copy books.
      *
       copy circ.
      *
       copy spool.

       FD  SHELF-LIST-PRINT
           LABEL RECORDS OMITTED.
       01  SHELF-LIST-LINE                          PIC X(96).
      *
       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SORT-WORK-BRANCH                     PIC X(3).
           05  SORT-WORK-LOCATION                   PIC X(6).
           05  SORT-WORK-CALL-CLASS                 PIC X(12).
           05  SORT-WORK-CALL-CUTTER                PIC X(8).
           05  SORT-WORK-BARCODE                    PIC X(10).
           05  SORT-WORK-TITLE                      PIC X(30).
           05  SORT-WORK-COPY-NUMBER                PIC 99.
           05  SORT-WORK-WHERE                      PIC X(10).
      *
       WORKING-STORAGE SECTION.
      *
      *    SPOOL BOOKKEEPING -- THE SPOOL FILE NAME CARRIES THE JOB
      *    AND RUN DATE, AND EVERY RUN REGISTERS ITSELF ON THE
      *    SPOOL INDEX BEFORE WRITING A LINE.
       01  WS-SPOOL-FILE-NAME                       PIC X(20).
       01  WORK-SPOOL-INDEX-STATUS                  PIC XX.
       01  W037-SPOOL-JOB-NAME                      PIC X(8)
                                                     VALUE "LIB045A".
       01  W037-SPOOL-RUN-DATE                      PIC 9(6).
       01  W037-SPOOL-RUN-TIME                      PIC 9(8).
       01  W005-END-OF-FILE-SWITCH                  PIC X.
           88  W005-END-OF-FILE                     VALUE "1".
       01  W005-SORT-END-OF-FILE-SWITCH             PIC X.
           88  W005-SORT-END-OF-FILE                VALUE "1".
       01  WORK-ITEM-FILE-STATUS                    PIC XX.
       01  WORK-BOOKS-LIST-STATUS                   PIC XX.
       01  WORK-CIRCULATION-FILE-STATUS             PIC XX.
       01  WORK-BOOKS-OPEN-SWITCH                   PIC X VALUE "N".
           88  WORK-BOOKS-IS-OPEN                   VALUE "Y".
       01  WORK-CIRC-OPEN-SWITCH                    PIC X VALUE "N".
           88  WORK-CIRC-IS-OPEN                    VALUE "Y".
      *
       01  W006-BRANCH-PARM                         PIC X(10).
       01  W006-SELECT-BRANCH                       PIC X(3)
                                                    VALUE SPACES.
      *
       01  W013-COPY-COUNT                          PIC 9(5) VALUE 0.
       01  W013-BRANCH-COUNT                        PIC 9(5) VALUE 0.
      *
       01  W020-CURRENT-BRANCH                      PIC X(3).
       01  W020-CURRENT-LOCATION                    PIC X(6).
      *
       01  W015-GROUP-LINE.
           05  FILLER                     PIC X(23) VALUE
               "SHELF LIST FOR BRANCH ".
           05  W015-GROUP-BRANCH                    PIC X(3).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  W015-GROUP-NAME                      PIC X(30).
      *
       01  W015-GROUP-ADDRESS-LINE.
           05  FILLER                     PIC X(28) VALUE SPACES.
           05  W015-GROUP-ADDRESS-1                 PIC X(30).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  W015-GROUP-ADDRESS-2                 PIC X(30).
      *
       01  W015-LOCATION-LINE.
           05  FILLER                     PIC X(11) VALUE
               "  LOCATION ".
           05  W015-LOCATION-CODE                   PIC X(6).
      *
       01  W015-HEADING-LINE                        PIC X(96) VALUE
           "    CALL NUMBER            BARCODE     CP  TITLE            
      -    "               WHERE".
      *
       01  W015-DETAIL-LINE.
           05  FILLER                     PIC X(4) VALUE SPACES.
           05  W015-DETAIL-CALL-CLASS               PIC X(12).
           05  FILLER                     PIC X VALUE SPACE.
           05  W015-DETAIL-CALL-CUTTER              PIC X(8).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  W015-DETAIL-BARCODE                  PIC X(10).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  W015-DETAIL-COPY-NUMBER              PIC Z9.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  W015-DETAIL-TITLE                    PIC X(30).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  W015-DETAIL-WHERE                    PIC X(10).
      *
       01  W015-COUNT-LINE.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  W015-COUNT-BRANCH                    PIC ZZZZ9.
           05  FILLER                     PIC X(17) VALUE
               " COPIES LISTED".
      *
       01  W015-TITLE-LINE                          PIC X(80) VALUE
           "SHELF LIST -- HOLDINGS IN CALL-NUMBER ORDER BY BRANCH".
      *
       copy brdlnk.
      *
       PROCEDURE DIVISION.
      *
       C000-MAIN-LINE-LOGIC.
      *
           MOVE SPACES TO W006-BRANCH-PARM.
           ACCEPT W006-BRANCH-PARM FROM COMMAND-LINE.
           MOVE W006-BRANCH-PARM (1:3) TO W006-SELECT-BRANCH.
      *    A CLOSED BRANCH MAY STILL OWN COPIES, SO ONLY A CODE THE
      *    DIRECTORY HAS NEVER HEARD OF IS REFUSED.
           IF W006-SELECT-BRANCH NOT EQUAL SPACES
              AND W006-SELECT-BRANCH NOT EQUAL "???"
               MOVE W006-SELECT-BRANCH TO BRLK-BRANCH-ID
               CALL "BRDLOOK" USING BRANCH-LOOKUP-AREA
               IF BRLK-NOT-FOUND
                   DISPLAY "LIB045A: BRANCH " W006-SELECT-BRANCH
                           " IS NOT IN THE BRANCH DIRECTORY"
                   GOBACK
               END-IF
           END-IF.
           OPEN INPUT BOOKS-LIST.
           IF WORK-BOOKS-LIST-STATUS EQUAL "00"
               MOVE "Y" TO WORK-BOOKS-OPEN-SWITCH
           END-IF.
           OPEN INPUT CIRCULATION-FILE.
           IF WORK-CIRCULATION-FILE-STATUS EQUAL "00"
               MOVE "Y" TO WORK-CIRC-OPEN-SWITCH
           END-IF.
           SORT SORT-WORK-FILE
                ON ASCENDING KEY SORT-WORK-BRANCH
                ON ASCENDING KEY SORT-WORK-LOCATION
                ON ASCENDING KEY SORT-WORK-CALL-CLASS
                ON ASCENDING KEY SORT-WORK-CALL-CUTTER
                ON ASCENDING KEY SORT-WORK-BARCODE
                INPUT PROCEDURE IS C030-SELECT-COPIES
                OUTPUT PROCEDURE IS C050-PRINT-SHELF-LIST.
           IF WORK-BOOKS-IS-OPEN
               CLOSE BOOKS-LIST
           END-IF.
           IF WORK-CIRC-IS-OPEN
               CLOSE CIRCULATION-FILE
           END-IF.
           DISPLAY "LIB045A SHELF LIST COMPLETE".
           DISPLAY "COPIES LISTED: " W013-COPY-COUNT.
           GOBACK.
      *
       C030-SELECT-COPIES.
      *
           OPEN INPUT ITEM-COPY-FILE.
           IF WORK-ITEM-FILE-STATUS NOT EQUAL "00"
               DISPLAY "LIB045A: NO ITEM FILE -- NOTHING TO LIST"
           ELSE
               MOVE "0" TO W005-END-OF-FILE-SWITCH
               PERFORM C035-READ-ITEM-FILE
               PERFORM C040-RELEASE-ONE-COPY UNTIL W005-END-OF-FILE
               CLOSE ITEM-COPY-FILE
           END-IF.
      *
       C035-READ-ITEM-FILE.
      *
           READ ITEM-COPY-FILE NEXT RECORD
                AT END, MOVE "1" TO W005-END-OF-FILE-SWITCH.
      *
      *    A COPY WITH NO OWNING BRANCH LISTS UNDER ???, THE SAME
      *    BUCKET LIB039A USES. A TITLE NOT ON THE CATALOG SHOWS ITS
      *    BOOK NUMBER WHERE THE TITLE GOES.
       C040-RELEASE-ONE-COPY.
      *
           IF ITEM-BRANCH-ID EQUAL SPACES
               MOVE "???" TO SORT-WORK-BRANCH
           ELSE
               MOVE ITEM-BRANCH-ID TO SORT-WORK-BRANCH
           END-IF.
           IF W006-SELECT-BRANCH EQUAL SPACES
              OR W006-SELECT-BRANCH EQUAL SORT-WORK-BRANCH
               PERFORM C045-BUILD-SORT-RECORD
               RELEASE SORT-WORK-RECORD
               ADD 1 TO W013-COPY-COUNT
           END-IF.
           PERFORM C035-READ-ITEM-FILE.
      *
       C045-BUILD-SORT-RECORD.
      *
           MOVE ITEM-BARCODE TO SORT-WORK-BARCODE.
           MOVE ITEM-COPY-NUMBER TO SORT-WORK-COPY-NUMBER.
           MOVE ITEM-BOOK-NUMBER TO SORT-WORK-TITLE.
           MOVE SPACES TO SORT-WORK-LOCATION.
           MOVE SPACES TO SORT-WORK-CALL-CLASS.
           MOVE SPACES TO SORT-WORK-CALL-CUTTER.
           IF WORK-BOOKS-IS-OPEN
               MOVE ITEM-BOOK-NUMBER TO BOOK-NUMBER
               READ BOOKS-LIST
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE BOOK-TITLE TO SORT-WORK-TITLE
                       MOVE BOOK-LOCATION-CODE TO SORT-WORK-LOCATION
                       MOVE BOOK-CALL-CLASS TO SORT-WORK-CALL-CLASS
                       MOVE BOOK-CALL-CUTTER TO SORT-WORK-CALL-CUTTER
               END-READ
           END-IF.
           PERFORM C047-FIND-WHEREABOUTS.
      *
      *    WHY THE COPY MAY NOT BE ON THE SHELF -- IN THE COURIER
      *    BIN, AT THE MENDER OR THE BINDERY, RETIRED INTO A BOUND
      *    VOLUME, OR ON AN OPEN LOAN. BLANK MEANS IT SHOULD BE
      *    STANDING IN ITS PLACE.
       C047-FIND-WHEREABOUTS.
      *
           MOVE SPACES TO SORT-WORK-WHERE.
           IF ITEM-IN-TRANSIT
               MOVE "IN TRANSIT" TO SORT-WORK-WHERE
           ELSE IF ITEM-OUT-FOR-REPAIR
               MOVE "MENDING" TO SORT-WORK-WHERE
           ELSE IF ITEM-AT-BINDERY
               MOVE "BINDERY" TO SORT-WORK-WHERE
           ELSE IF ITEM-IS-RETIRED
               MOVE "RETIRED" TO SORT-WORK-WHERE
           ELSE IF WORK-CIRC-IS-OPEN
               MOVE ITEM-BARCODE TO CIRC-ITEM-BARCODE
               READ CIRCULATION-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CIRC-ITEM-CLAIMED-RETURNED
                           MOVE "CLAIMED" TO SORT-WORK-WHERE
                       ELSE IF NOT CIRC-ITEM-RETURNED
                           MOVE "ON LOAN" TO SORT-WORK-WHERE
                       END-IF
               END-READ
           END-IF.
      *
       C050-PRINT-SHELF-LIST.
      *
           PERFORM C900-REGISTER-SPOOL-FILE.
           OPEN OUTPUT SHELF-LIST-PRINT.
           MOVE W015-TITLE-LINE TO SHELF-LIST-LINE.
           WRITE SHELF-LIST-LINE.
           MOVE SPACES TO W020-CURRENT-BRANCH.
           MOVE SPACES TO W020-CURRENT-LOCATION.
           MOVE "0" TO W005-SORT-END-OF-FILE-SWITCH.
           RETURN SORT-WORK-FILE
                AT END MOVE "1" TO W005-SORT-END-OF-FILE-SWITCH.
           PERFORM C055-PRINT-ONE-COPY UNTIL W005-SORT-END-OF-FILE.
           IF W020-CURRENT-BRANCH NOT EQUAL SPACES
               PERFORM C060-WRITE-BRANCH-COUNT
           ELSE
               MOVE SPACES TO SHELF-LIST-LINE
               WRITE SHELF-LIST-LINE
               MOVE "  (NO COPIES ON THE ITEM FILE FOR THIS RUN)"
                       TO SHELF-LIST-LINE
               WRITE SHELF-LIST-LINE
           END-IF.
           CLOSE SHELF-LIST-PRINT.
      *
       C055-PRINT-ONE-COPY.
      *
           IF SORT-WORK-BRANCH NOT EQUAL W020-CURRENT-BRANCH
               IF W020-CURRENT-BRANCH NOT EQUAL SPACES
                   PERFORM C060-WRITE-BRANCH-COUNT
               END-IF
               MOVE SORT-WORK-BRANCH TO W020-CURRENT-BRANCH
               MOVE ZERO TO W013-BRANCH-COUNT
               PERFORM C057-WRITE-BRANCH-HEADING
               MOVE HIGH-VALUES TO W020-CURRENT-LOCATION
           END-IF.
           IF SORT-WORK-LOCATION NOT EQUAL W020-CURRENT-LOCATION
               MOVE SORT-WORK-LOCATION TO W020-CURRENT-LOCATION
               MOVE SORT-WORK-LOCATION TO W015-LOCATION-CODE
               MOVE W015-LOCATION-LINE TO SHELF-LIST-LINE
               WRITE SHELF-LIST-LINE AFTER ADVANCING 2 LINES
               MOVE W015-HEADING-LINE TO SHELF-LIST-LINE
               WRITE SHELF-LIST-LINE
           END-IF.
           MOVE SORT-WORK-CALL-CLASS TO W015-DETAIL-CALL-CLASS.
           MOVE SORT-WORK-CALL-CUTTER TO W015-DETAIL-CALL-CUTTER.
           MOVE SORT-WORK-BARCODE TO W015-DETAIL-BARCODE.
           MOVE SORT-WORK-COPY-NUMBER TO W015-DETAIL-COPY-NUMBER.
           MOVE SORT-WORK-TITLE TO W015-DETAIL-TITLE.
           MOVE SORT-WORK-WHERE TO W015-DETAIL-WHERE.
           MOVE W015-DETAIL-LINE TO SHELF-LIST-LINE.
           WRITE SHELF-LIST-LINE.
           ADD 1 TO W013-BRANCH-COUNT.
           RETURN SORT-WORK-FILE
              AT END MOVE "1" TO W005-SORT-END-OF-FILE-SWITCH.
      *
      *    THE BRANCH'S NAME AND ADDRESS COME OFF THE BRANCH
      *    DIRECTORY; THE ID STAYS IN ITS COLUMN FOR THE LIB072A
      *    SPLIT.
       C057-WRITE-BRANCH-HEADING.
      *
           MOVE SORT-WORK-BRANCH TO W015-GROUP-BRANCH.
           MOVE SORT-WORK-BRANCH TO BRLK-BRANCH-ID.
           CALL "BRDLOOK" USING BRANCH-LOOKUP-AREA.
           MOVE BRLK-BRANCH-NAME TO W015-GROUP-NAME.
           MOVE W015-GROUP-LINE TO SHELF-LIST-LINE.
           WRITE SHELF-LIST-LINE AFTER ADVANCING 2 LINES.
           IF BRLK-ADDRESS-LINE-1 NOT EQUAL SPACES
               MOVE BRLK-ADDRESS-LINE-1 TO W015-GROUP-ADDRESS-1
               MOVE BRLK-ADDRESS-LINE-2 TO W015-GROUP-ADDRESS-2
               MOVE W015-GROUP-ADDRESS-LINE TO SHELF-LIST-LINE
               WRITE SHELF-LIST-LINE
           END-IF.
      *
       C060-WRITE-BRANCH-COUNT.
      *
           MOVE W013-BRANCH-COUNT TO W015-COUNT-BRANCH.
           MOVE W015-COUNT-LINE TO SHELF-LIST-LINE.
           WRITE SHELF-LIST-LINE AFTER ADVANCING 2 LINES.
      *
      *    NAMES THE SPOOL FILE <JOB>.<YYMMDD>.RPT AND APPENDS THE
      *    RUN TO THE SPOOL INDEX SPOL001A WORKS FROM. PERFORMED
      *    BEFORE THE REPORT FILE OPENS.
       C900-REGISTER-SPOOL-FILE.
      *
           ACCEPT W037-SPOOL-RUN-DATE FROM DATE.
           ACCEPT W037-SPOOL-RUN-TIME FROM TIME.
           MOVE SPACES TO WS-SPOOL-FILE-NAME.
           STRING W037-SPOOL-JOB-NAME DELIMITED BY SPACE
                  "." DELIMITED BY SIZE
                  W037-SPOOL-RUN-DATE DELIMITED BY SIZE
                  ".RPT" DELIMITED BY SIZE
                  INTO WS-SPOOL-FILE-NAME.
           OPEN EXTEND SPOOL-INDEX-FILE.
           IF WORK-SPOOL-INDEX-STATUS NOT EQUAL "00"
               OPEN OUTPUT SPOOL-INDEX-FILE.
           MOVE W037-SPOOL-JOB-NAME TO SPOOL-IDX-JOB-NAME.
           MOVE W037-SPOOL-RUN-DATE TO SPOOL-IDX-RUN-DATE.
           MOVE W037-SPOOL-RUN-TIME TO SPOOL-IDX-RUN-TIME.
           MOVE WS-SPOOL-FILE-NAME TO SPOOL-IDX-FILE-NAME.
           MOVE "A" TO SPOOL-IDX-STATUS.
           WRITE SPOOL-INDEX-RECORD.
           CLOSE SPOOL-INDEX-FILE.
