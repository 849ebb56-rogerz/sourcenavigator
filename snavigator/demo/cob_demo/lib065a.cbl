       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. LIB065A.
      *
       DATE-WRITTEN. 10/15/26.
      *
      ***************************************************************
      *                                                             *
      * NIGHTLY PUBLIC CATALOG EXPORT -- PATRONS PHONE THE DESK TO  *
      * ASK WHETHER WE OWN A TITLE AND WHETHER IT IS IN. THIS RUN   *
      * WRITES CATALOG.CSV FOR THE PUBLIC WEB CATALOG: ONE T LINE   *
      * PER ACTIVE BOOKS.LST TITLE (CALL NUMBER, LOCATION, COPIES   *
      * OWNED AND COPIES ON THE SHELF), FOLLOWED BY ONE C LINE PER  *
      * COPY WITH ITS BRANCH AND AVAILABILITY -- PUT TOGETHER THE   *
      * WAY BOOK001A'S F9 INQUIRY DOES, OFF ITEMFILE.DAT, CIRC.DAT, *
      * HOLDS.DAT AND MISSING.DAT:                                  *
      *   ONSHELF    NOTHING BELOW APPLIES                          *
      *   CHECKEDOUT OPEN LOAN -- THE DUE DATE (AND, FOR AN HOURLY  *
      *              EQUIPMENT LOAN, THE DUE TIME) GOES WITH IT     *
      *   INTRANSIT  IN THE COURIER BIN BETWEEN BRANCHES            *
      *   MENDER     OUT FOR REPAIR                                 *
      *   BINDERY    A SERIAL ISSUE AWAY AT THE BINDERY             *
      *   MISSING    THE TITLE IS OPEN ON MISSING.DAT, OR THE COPY  *
      *              IS UNDER A CLAIMS-RETURNED SEARCH              *
      *   HOLDSHELF  TRAPPED AND SET ASIDE FOR A PATRON             *
      * WITHDRAWN TITLES AND THE TEMPORARY ILL RECORDS ILL001A      *
      * CATALOGS FOR BORROWED ITEMS ARE LEFT OUT, AS ARE COPIES     *
      * BILLED LOST OR DAMAGED AND SERIAL ISSUES RETIRED INTO A     *
      * BOUND VOLUME. READ-ONLY. RUNS NIGHTLY AFTER THE             *
      * CIRCULATION STEPS; THE FILE IS REPLACED EACH RUN.           *
      *                                                             *
      ***************************************************************
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT BOOKS-LIST ASSIGN TO DISK
           ACCESS MODE SEQUENTIAL
           ORGANIZATION INDEXED
           RECORD KEY BOOK-NUMBER
           FILE STATUS IS WORK-BOOKS-LIST-STATUS.
      *
           SELECT BOOK-CONTROL-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL.
      *
           SELECT ITEM-COPY-FILE ASSIGN TO DISK
           ACCESS MODE SEQUENTIAL
           ORGANIZATION INDEXED
           RECORD KEY ITEM-BARCODE
           FILE STATUS IS WORK-ITEM-FILE-STATUS.
      *
           SELECT CIRCULATION-FILE ASSIGN TO DISK
           ACCESS MODE RANDOM
           ORGANIZATION INDEXED
           RECORD KEY CIRC-ITEM-BARCODE
           FILE STATUS IS WORK-CIRCULATION-FILE-STATUS.
      *
           SELECT HOLD-FILE ASSIGN TO DISK
           ACCESS MODE SEQUENTIAL
           ORGANIZATION INDEXED
           RECORD KEY HOLD-KEY
           FILE STATUS IS WORK-HOLD-FILE-STATUS.
      *
           SELECT MISSING-ITEM-FILE ASSIGN TO DISK
           ACCESS MODE RANDOM
           ORGANIZATION INDEXED
           RECORD KEY MISS-BOOK-NUMBER
           FILE STATUS IS WORK-MISSING-FILE-STATUS.
      *
           SELECT CATALOG-CSV-EXPORT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT SORT-WORK-FILE ASSIGN TO DISK.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       copy books.
      *
       copy itemfile.
      *
       copy circ.
      *
       copy holds.
      *
       copy missing.
      *
       FD  CATALOG-CSV-EXPORT
           LABEL RECORDS OMITTED
           VALUE OF FILE-ID "CATALOG.CSV".
       01  CATALOG-EXPORT-LINE                      PIC X(160).
      *
       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SORT-WORK-BOOK-NUMBER                PIC X(5).
           05  SORT-WORK-BARCODE                    PIC X(10).
           05  SORT-WORK-BRANCH                     PIC X(3).
           05  SORT-WORK-STATUS                     PIC X(10).
           05  SORT-WORK-DUE-DATE                   PIC X(8).
           05  SORT-WORK-DUE-TIME                   PIC X(4).
      *
       WORKING-STORAGE SECTION.
      *
       01  W005-END-OF-FILE-SWITCH                  PIC X.
           88  W005-END-OF-FILE                     VALUE "1".
       01  W005-SORT-END-OF-FILE-SWITCH             PIC X.
           88  W005-SORT-END-OF-FILE                VALUE "1".
       01  W005-BOOKS-END-OF-FILE-SWITCH            PIC X.
           88  W005-BOOKS-END-OF-FILE               VALUE "1".
       01  WORK-BOOKS-LIST-STATUS                   PIC XX.
       01  WORK-ITEM-FILE-STATUS                    PIC XX.
       01  WORK-CIRCULATION-FILE-STATUS             PIC XX.
       01  WORK-HOLD-FILE-STATUS                    PIC XX.
       01  WORK-MISSING-FILE-STATUS                 PIC XX.
       01  WORK-CIRC-OPEN-SWITCH                    PIC X VALUE "N".
           88  WORK-CIRC-IS-OPEN                    VALUE "Y".
       01  WORK-MISSING-OPEN-SWITCH                 PIC X VALUE "N".
           88  WORK-MISSING-IS-OPEN                 VALUE "Y".
      *
      *    COPIES ON A PICKUP SHELF -- A TRAPPED HOLD NAMES THEM. A
      *    HOLD TRAPPED BEFORE TITLE HOLDS EXISTED NAMES ITS COPY BY
      *    THE QUEUE KEY ALONE, AS ON THE LIB044A PULL LIST.
       01  W010-SET-ASIDE-COUNT                     PIC 9(4) VALUE 0.
       01  W010-SET-ASIDE-TABLE.
           05  W010-SET-ASIDE-BARCODE               PIC X(10)
                                                    OCCURS 2000 TIMES
                                                    INDEXED BY W010-S-I.
       01  W010-SET-ASIDE-SWITCH                    PIC X.
           88  W010-COPY-IS-SET-ASIDE               VALUE "Y".
       01  W010-OVERFLOW-SWITCH                     PIC X VALUE "N".
           88  W010-TABLE-OVERFLOWED                VALUE "Y".
      *
      *    ONE COPY'S VERDICT -- SPACES MEANS THE COPY IS LEFT OUT.
       01  W012-COPY-STATUS                         PIC X(10).
       01  W012-COPY-DUE-DATE                       PIC X(8).
       01  W012-COPY-DUE-TIME                       PIC X(4).
      *
      *    THE COPIES OF THE TITLE BEING WRITTEN, HELD UNTIL THE
      *    TITLE LINE (WHICH CARRIES THE COUNTS) IS OUT.
       01  W014-COPY-COUNT                          PIC 999 VALUE 0.
       01  W014-SHELF-COUNT                         PIC 999 VALUE 0.
       01  W014-COPY-TABLE.
           05  W014-COPY                            OCCURS 200 TIMES
                                                    INDEXED BY W014-C-I.
               10  W014-COPY-BARCODE                PIC X(10).
               10  W014-COPY-BRANCH                 PIC X(3).
               10  W014-COPY-STATUS                 PIC X(10).
               10  W014-COPY-DUE-DATE               PIC X(8).
               10  W014-COPY-DUE-TIME               PIC X(4).
      *
       01  W016-TITLE-COUNT                         PIC 9(6) VALUE 0.
       01  W016-COPY-LINE-COUNT                     PIC 9(6) VALUE 0.
       01  W016-LEFT-OUT-COUNT                      PIC 9(6) VALUE 0.
       01  W016-COPY-COUNT-OUT                      PIC ZZ9.
       01  W016-SHELF-COUNT-OUT                     PIC ZZ9.
      *
      *    TWO HEADING LINES, ONE PER LINE TYPE -- THE WEB CATALOG
      *    SKIPS ANY LINE STARTING WITH #.
       01  W015-TITLE-HEADING-LINE                  PIC X(160) VALUE
           "#T,BOOK_NUMBER,TITLE,AUTHOR,MEDIA,CALL_CLASS,CALL_CUTTER,
      -    "LOCATION,COPIES,ON_SHELF".
       01  W015-COPY-HEADING-LINE                   PIC X(160) VALUE
           "#C,BOOK_NUMBER,BARCODE,BRANCH,STATUS,DUE_DATE,DUE_TIME".
      *
       PROCEDURE DIVISION.
      *
       C000-MAIN-LINE-LOGIC.
      *
           OPEN INPUT BOOKS-LIST.
           IF WORK-BOOKS-LIST-STATUS NOT EQUAL "00"
               DISPLAY "LIB065A: NO CATALOG FILE -- NOTHING EXPORTED"
               GOBACK
           END-IF.
           OPEN INPUT CIRCULATION-FILE.
           IF WORK-CIRCULATION-FILE-STATUS EQUAL "00"
               MOVE "Y" TO WORK-CIRC-OPEN-SWITCH
           END-IF.
           OPEN INPUT MISSING-ITEM-FILE.
           IF WORK-MISSING-FILE-STATUS EQUAL "00"
               MOVE "Y" TO WORK-MISSING-OPEN-SWITCH
           END-IF.
           PERFORM C010-COLLECT-SET-ASIDE-COPIES.
           SORT SORT-WORK-FILE
                ON ASCENDING KEY SORT-WORK-BOOK-NUMBER
                ON ASCENDING KEY SORT-WORK-BARCODE
                INPUT PROCEDURE IS C030-SELECT-COPIES
                OUTPUT PROCEDURE IS C050-WRITE-EXPORT.
           CLOSE BOOKS-LIST.
           IF WORK-CIRC-IS-OPEN
               CLOSE CIRCULATION-FILE
           END-IF.
           IF WORK-MISSING-IS-OPEN
               CLOSE MISSING-ITEM-FILE
           END-IF.
           DISPLAY "LIB065A PUBLIC CATALOG EXPORT COMPLETE".
           DISPLAY "TITLES EXPORTED: " W016-TITLE-COUNT.
           DISPLAY "COPIES EXPORTED: " W016-COPY-LINE-COUNT.
           DISPLAY "TITLES LEFT OUT (WITHDRAWN OR ILL): "
                   W016-LEFT-OUT-COUNT.
           GOBACK.
      *
      *    FIRST PASS OVER THE HOLD FILE -- EVERY COPY A TRAPPED
      *    HOLD HAS SET ASIDE. A ROUTED (IN-TRANSIT) HOLD'S COPY IS
      *    FLAGGED IN TRANSIT ON THE ITEM FILE ITSELF.
       C010-COLLECT-SET-ASIDE-COPIES.
      *
           OPEN INPUT HOLD-FILE.
           IF WORK-HOLD-FILE-STATUS EQUAL "00"
               MOVE "0" TO W005-END-OF-FILE-SWITCH
               PERFORM C015-NOTE-ONE-SET-ASIDE UNTIL W005-END-OF-FILE
               CLOSE HOLD-FILE
           END-IF.
      *
       C015-NOTE-ONE-SET-ASIDE.
      *
           READ HOLD-FILE NEXT RECORD
               AT END
                   MOVE "1" TO W005-END-OF-FILE-SWITCH
               NOT AT END
                   IF HOLD-IS-TRAPPED
                       IF W010-SET-ASIDE-COUNT LESS THAN 2000
                           ADD 1 TO W010-SET-ASIDE-COUNT
                           SET W010-S-I TO W010-SET-ASIDE-COUNT
                           IF HOLD-TRAPPED-BARCODE EQUAL SPACES
                               MOVE HOLD-ITEM-BARCODE
                                 TO W010-SET-ASIDE-BARCODE (W010-S-I)
                           ELSE
                               MOVE HOLD-TRAPPED-BARCODE
                                 TO W010-SET-ASIDE-BARCODE (W010-S-I)
                           END-IF
                       ELSE
                           IF NOT W010-TABLE-OVERFLOWED
                               DISPLAY "LIB065A: MORE THAN 2000 "
                                       "TRAPPED HOLDS -- EXTRAS "
                                       "SHOW ON SHELF"
                               MOVE "Y" TO W010-OVERFLOW-SWITCH
                           END-IF
                       END-IF
                   END-IF
           END-READ.
      *
       C030-SELECT-COPIES.
      *
           OPEN INPUT ITEM-COPY-FILE.
           IF WORK-ITEM-FILE-STATUS NOT EQUAL "00"
               DISPLAY "LIB065A: NO ITEM FILE -- TITLES EXPORTED "
                       "WITHOUT COPIES"
           ELSE
               MOVE "0" TO W005-END-OF-FILE-SWITCH
               PERFORM C035-READ-ITEM-FILE
               PERFORM C040-RATE-ONE-COPY UNTIL W005-END-OF-FILE
               CLOSE ITEM-COPY-FILE
           END-IF.
      *
       C035-READ-ITEM-FILE.
      *
           READ ITEM-COPY-FILE NEXT RECORD
                AT END, MOVE "1" TO W005-END-OF-FILE-SWITCH.
      *
       C040-RATE-ONE-COPY.
      *
           PERFORM C045-DECIDE-COPY-STATUS THRU C045-EXIT.
           IF W012-COPY-STATUS NOT EQUAL SPACES
               MOVE ITEM-BOOK-NUMBER TO SORT-WORK-BOOK-NUMBER
               MOVE ITEM-BARCODE TO SORT-WORK-BARCODE
               MOVE ITEM-BRANCH-ID TO SORT-WORK-BRANCH
               MOVE W012-COPY-STATUS TO SORT-WORK-STATUS
               MOVE W012-COPY-DUE-DATE TO SORT-WORK-DUE-DATE
               MOVE W012-COPY-DUE-TIME TO SORT-WORK-DUE-TIME
               RELEASE SORT-WORK-RECORD
           END-IF.
           PERFORM C035-READ-ITEM-FILE.
      *
      *    THE LOAN DECIDES FIRST -- A COPY OUT ON LOAN IS OUT
      *    WHEREVER IT IS FLAGGED. THEN THE COPY'S OWN SERVICE AND
      *    TRANSIT STATE, THEN THE PICKUP SHELF, THEN THE TITLE'S
      *    MISSING-ITEM SEARCH. ANYTHING LEFT IS ON THE SHELF.
       C045-DECIDE-COPY-STATUS.
      *
           MOVE SPACES TO W012-COPY-STATUS.
           MOVE SPACES TO W012-COPY-DUE-DATE.
           MOVE SPACES TO W012-COPY-DUE-TIME.
           IF WORK-CIRC-IS-OPEN
               MOVE ITEM-BARCODE TO CIRC-ITEM-BARCODE
               READ CIRCULATION-FILE
                   INVALID KEY
                       MOVE "R" TO CIRC-STATUS-FLAG
               END-READ
           ELSE
               MOVE "R" TO CIRC-STATUS-FLAG
           END-IF.
           IF CIRC-ITEM-LOST OR CIRC-ITEM-DAMAGED
               GO TO C045-EXIT.
           IF ITEM-IS-RETIRED
               GO TO C045-EXIT.
           IF CIRC-ITEM-OUT
               MOVE "CHECKEDOUT" TO W012-COPY-STATUS
               MOVE CIRC-DUE-DATE TO W012-COPY-DUE-DATE
               IF CIRC-IS-HOURLY-LOAN
                   MOVE CIRC-DUE-TIME TO W012-COPY-DUE-TIME
               END-IF
               GO TO C045-EXIT.
           IF CIRC-ITEM-CLAIMED-RETURNED
               MOVE "MISSING" TO W012-COPY-STATUS
               GO TO C045-EXIT.
           IF ITEM-OUT-FOR-REPAIR
               MOVE "MENDER" TO W012-COPY-STATUS
               GO TO C045-EXIT.
           IF ITEM-AT-BINDERY
               MOVE "BINDERY" TO W012-COPY-STATUS
               GO TO C045-EXIT.
           IF ITEM-IN-TRANSIT
               MOVE "INTRANSIT" TO W012-COPY-STATUS
               GO TO C045-EXIT.
           PERFORM C048-TEST-SET-ASIDE.
           IF W010-COPY-IS-SET-ASIDE
               MOVE "HOLDSHELF" TO W012-COPY-STATUS
               GO TO C045-EXIT.
           IF WORK-MISSING-IS-OPEN
               MOVE ITEM-BOOK-NUMBER TO MISS-BOOK-NUMBER
               READ MISSING-ITEM-FILE
                   INVALID KEY
                       MOVE "F" TO MISS-STATUS-FLAG
               END-READ
               IF MISS-IS-OPEN
                   MOVE "MISSING" TO W012-COPY-STATUS
                   GO TO C045-EXIT
               END-IF
           END-IF.
           MOVE "ONSHELF" TO W012-COPY-STATUS.
       C045-EXIT.
           EXIT.
      *
       C048-TEST-SET-ASIDE.
      *
           MOVE "N" TO W010-SET-ASIDE-SWITCH.
           IF W010-SET-ASIDE-COUNT GREATER THAN ZERO
               SET W010-S-I TO 1
               SEARCH W010-SET-ASIDE-BARCODE
                   WHEN W010-S-I GREATER THAN W010-SET-ASIDE-COUNT
                       CONTINUE
                   WHEN W010-SET-ASIDE-BARCODE (W010-S-I)
                           EQUAL ITEM-BARCODE
                       MOVE "Y" TO W010-SET-ASIDE-SWITCH
               END-SEARCH
           END-IF.
      *
      *    MATCH-MERGE -- THE CATALOG IN BOOK-NUMBER ORDER AGAINST
      *    THE SORTED COPIES. EVERY ACTIVE TITLE IS EXPORTED, WITH
      *    OR WITHOUT COPIES; COPIES OF A TITLE NOT ON THE CATALOG
      *    ARE DROPPED.
       C050-WRITE-EXPORT.
      *
           OPEN OUTPUT CATALOG-CSV-EXPORT.
           MOVE W015-TITLE-HEADING-LINE TO CATALOG-EXPORT-LINE.
           WRITE CATALOG-EXPORT-LINE.
           MOVE W015-COPY-HEADING-LINE TO CATALOG-EXPORT-LINE.
           WRITE CATALOG-EXPORT-LINE.
           MOVE "0" TO W005-SORT-END-OF-FILE-SWITCH.
           PERFORM C055-RETURN-SORTED-COPY.
           MOVE "0" TO W005-BOOKS-END-OF-FILE-SWITCH.
           PERFORM C058-READ-NEXT-TITLE.
           PERFORM C060-EXPORT-ONE-TITLE UNTIL W005-BOOKS-END-OF-FILE.
           CLOSE CATALOG-CSV-EXPORT.
      *
       C055-RETURN-SORTED-COPY.
      *
           RETURN SORT-WORK-FILE
                AT END MOVE "1" TO W005-SORT-END-OF-FILE-SWITCH.
      *
       C058-READ-NEXT-TITLE.
      *
           READ BOOKS-LIST NEXT RECORD
                AT END, MOVE "1" TO W005-BOOKS-END-OF-FILE-SWITCH.
      *
       C060-EXPORT-ONE-TITLE.
      *
      *    COPIES SORTING AHEAD OF THIS TITLE BELONG TO NO TITLE ON
      *    THE CATALOG.
           PERFORM C055-RETURN-SORTED-COPY
               UNTIL W005-SORT-END-OF-FILE
                  OR SORT-WORK-BOOK-NUMBER NOT LESS THAN BOOK-NUMBER.
           MOVE 0 TO W014-COPY-COUNT.
           MOVE 0 TO W014-SHELF-COUNT.
           PERFORM C065-COLLECT-TITLE-COPY
               UNTIL W005-SORT-END-OF-FILE
                  OR SORT-WORK-BOOK-NUMBER NOT EQUAL BOOK-NUMBER.
           IF BOOK-IS-WITHDRAWN
              OR BOOK-MEDIA-TYPE EQUAL "ILL"
               ADD 1 TO W016-LEFT-OUT-COUNT
           ELSE
               PERFORM C070-WRITE-TITLE-LINE
               PERFORM C075-WRITE-COPY-LINE
                   VARYING W014-C-I FROM 1 BY 1
                   UNTIL W014-C-I GREATER THAN W014-COPY-COUNT
           END-IF.
           PERFORM C058-READ-NEXT-TITLE.
      *
       C065-COLLECT-TITLE-COPY.
      *
           IF W014-COPY-COUNT LESS THAN 200
               ADD 1 TO W014-COPY-COUNT
               SET W014-C-I TO W014-COPY-COUNT
               MOVE SORT-WORK-BARCODE TO W014-COPY-BARCODE (W014-C-I)
               MOVE SORT-WORK-BRANCH TO W014-COPY-BRANCH (W014-C-I)
               MOVE SORT-WORK-STATUS TO W014-COPY-STATUS (W014-C-I)
               MOVE SORT-WORK-DUE-DATE
                       TO W014-COPY-DUE-DATE (W014-C-I)
               MOVE SORT-WORK-DUE-TIME
                       TO W014-COPY-DUE-TIME (W014-C-I)
               IF SORT-WORK-STATUS EQUAL "ONSHELF"
                   ADD 1 TO W014-SHELF-COUNT
               END-IF
           END-IF.
           PERFORM C055-RETURN-SORTED-COPY.
      *
      *    TITLE AND AUTHOR ARE QUOTED -- EITHER MAY CARRY A COMMA.
       C070-WRITE-TITLE-LINE.
      *
           MOVE W014-COPY-COUNT TO W016-COPY-COUNT-OUT.
           MOVE W014-SHELF-COUNT TO W016-SHELF-COUNT-OUT.
           MOVE SPACES TO CATALOG-EXPORT-LINE.
           STRING "T,"                                DELIMITED BY SIZE
                  BOOK-NUMBER                         DELIMITED BY SIZE
                  ",""" DELIMITED BY SIZE
                  FUNCTION TRIM (BOOK-TITLE)          DELIMITED BY SIZE
                  """,""" DELIMITED BY SIZE
                  FUNCTION TRIM (BOOK-AUTHOR)         DELIMITED BY SIZE
                  """," DELIMITED BY SIZE
                  FUNCTION TRIM (BOOK-MEDIA-TYPE)     DELIMITED BY SIZE
                  ","                                 DELIMITED BY SIZE
                  FUNCTION TRIM (BOOK-CALL-CLASS)     DELIMITED BY SIZE
                  ","                                 DELIMITED BY SIZE
                  FUNCTION TRIM (BOOK-CALL-CUTTER)    DELIMITED BY SIZE
                  ","                                 DELIMITED BY SIZE
                  FUNCTION TRIM (BOOK-LOCATION-CODE)  DELIMITED BY SIZE
                  ","                                 DELIMITED BY SIZE
                  FUNCTION TRIM (W016-COPY-COUNT-OUT) DELIMITED BY SIZE
                  ","                                 DELIMITED BY SIZE
                  FUNCTION TRIM (W016-SHELF-COUNT-OUT)
                                                      DELIMITED BY SIZE
                  INTO CATALOG-EXPORT-LINE.
           WRITE CATALOG-EXPORT-LINE.
           ADD 1 TO W016-TITLE-COUNT.
      *
       C075-WRITE-COPY-LINE.
      *
           MOVE SPACES TO CATALOG-EXPORT-LINE.
           STRING "C,"                                DELIMITED BY SIZE
                  BOOK-NUMBER                         DELIMITED BY SIZE
                  ","                                 DELIMITED BY SIZE
                  FUNCTION TRIM (W014-COPY-BARCODE (W014-C-I))
                                                      DELIMITED BY SIZE
                  ","                                 DELIMITED BY SIZE
                  W014-COPY-BRANCH (W014-C-I)         DELIMITED BY SIZE
                  ","                                 DELIMITED BY SIZE
                  FUNCTION TRIM (W014-COPY-STATUS (W014-C-I))
                                                      DELIMITED BY SIZE
                  ","                                 DELIMITED BY SIZE
                  FUNCTION TRIM (W014-COPY-DUE-DATE (W014-C-I))
                                                      DELIMITED BY SIZE
                  ","                                 DELIMITED BY SIZE
                  FUNCTION TRIM (W014-COPY-DUE-TIME (W014-C-I))
                                                      DELIMITED BY SIZE
                  INTO CATALOG-EXPORT-LINE.
           WRITE CATALOG-EXPORT-LINE.
           ADD 1 TO W016-COPY-LINE-COUNT.
