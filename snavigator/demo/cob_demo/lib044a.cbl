       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. LIB044A.
      *
       DATE-WRITTEN. 10/15/26.
      *
      ***************************************************************
      *                                                             *
      * MORNING HOLD PULL LIST -- A HOLD ONLY TRAPS WHEN AN ITEM    *
      * COMES BACK ACROSS THE RETURN DESK, SO A HOLD ON A COPY      *
      * ALREADY SITTING ON THE SHELF WAITS FOREVER. THIS RUN WALKS  *
      * THE ITEM FILE FOR EVERY COPY THAT IS ON ITS BRANCH'S SHELF  *
      * (NO OPEN LOAN, NOT IN TRANSIT, NOT AT THE MENDER, NOT       *
      * ALREADY SET ASIDE FOR A HOLD) AND MATCHES IT TO THE OLDEST  *
      * ACTIVE HOLD ON THE COPY OR ON ITS TITLE -- SAME PLACED-DATE *
      * RULE AS THE DESK, ONE HOLD PER COPY. THE LIST PRINTS BY     *
      * OWNING BRANCH, IN SHELF ORDER (LOCATION CODE, THEN CALL     *
      * NUMBER), FOR THE PAGE WALKING THE STACKS; EACH PULLED COPY  *
      * IS SCANNED ON CIRC001A'S RETURN KEY, WHICH TRAPS THE HOLD   *
      * AND STAMPS ITS PICKUP DEADLINE (OR ROUTES IT TO THE         *
      * PATRON'S PICKUP BRANCH). A BARCODE NEVER REGISTERED ON THE  *
      * ITEM FILE HAS NO KNOWN SHELF AND IS NOT LISTED. RUNS AFTER  *
      * THE LIB025A SWEEP SO A COPY IT JUST RE-TRAPPED IS SKIPPED.  *
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
           SELECT HOLD-FILE ASSIGN TO DISK
           ACCESS MODE DYNAMIC
           ORGANIZATION INDEXED
           RECORD KEY HOLD-KEY
           FILE STATUS IS WORK-HOLD-FILE-STATUS.
      *
           SELECT CIRCULATION-FILE ASSIGN TO DISK
           ACCESS MODE RANDOM
           ORGANIZATION INDEXED
           RECORD KEY CIRC-ITEM-BARCODE
           FILE STATUS IS WORK-CIRCULATION-FILE-STATUS.
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
      *    SPOOLED TO DISK (SEE SPOOL.CPY) -- THE SPOL001A MANAGER
      *    VIEWS, PRINTS, REPRINTS, OR PURGES THE SPOOLED REPORT.
           SELECT PULL-LIST-PRINT ASSIGN TO WS-SPOOL-FILE-NAME
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
       copy holds.
      *
       copy circ.
      *
       copy books.
      *
       copy spool.

       FD  PULL-LIST-PRINT
           LABEL RECORDS OMITTED.
       01  PULL-LIST-LINE                           PIC X(96).
      *
       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SORT-WORK-BRANCH                     PIC X(3).
           05  SORT-WORK-LOCATION                   PIC X(6).
           05  SORT-WORK-CALL-CLASS                 PIC X(12).
           05  SORT-WORK-CALL-CUTTER                PIC X(8).
           05  SORT-WORK-BARCODE                    PIC X(10).
           05  SORT-WORK-TITLE                      PIC X(30).
           05  SORT-WORK-BOOK-NUMBER                PIC X(5).
           05  SORT-WORK-CARD                       PIC X(5).
           05  SORT-WORK-PICKUP-BRANCH              PIC X(3).
           05  SORT-WORK-LEVEL                      PIC X.
      *
       WORKING-STORAGE SECTION.
      *
      *    SPOOL BOOKKEEPING -- THE SPOOL FILE NAME CARRIES THE JOB
      *    AND RUN DATE, AND EVERY RUN REGISTERS ITSELF ON THE
      *    SPOOL INDEX BEFORE WRITING A LINE.
       01  WS-SPOOL-FILE-NAME                       PIC X(20).
       01  WORK-SPOOL-INDEX-STATUS                  PIC XX.
       01  W037-SPOOL-JOB-NAME                      PIC X(8)
                                                     VALUE "LIB044A".
       01  W037-SPOOL-RUN-DATE                      PIC 9(6).
       01  W037-SPOOL-RUN-TIME                      PIC 9(8).
       01  W005-END-OF-FILE-SWITCH                  PIC X.
           88  W005-END-OF-FILE                     VALUE "1".
       01  W005-SORT-END-OF-FILE-SWITCH             PIC X.
           88  W005-SORT-END-OF-FILE                VALUE "1".
       01  W005-QUEUE-EOF-SWITCH                    PIC X.
           88  W005-QUEUE-EOF                       VALUE "1".
       01  WORK-ITEM-FILE-STATUS                    PIC XX.
       01  WORK-HOLD-FILE-STATUS                    PIC XX.
       01  WORK-CIRCULATION-FILE-STATUS             PIC XX.
       01  WORK-BOOKS-LIST-STATUS                   PIC XX.
       01  WORK-CIRC-OPEN-SWITCH                    PIC X VALUE "N".
           88  WORK-CIRC-IS-OPEN                    VALUE "Y".
       01  WORK-BOOKS-OPEN-SWITCH                   PIC X VALUE "N".
           88  WORK-BOOKS-IS-OPEN                   VALUE "Y".
      *
      *    COPIES ALREADY SET ASIDE (A TRAPPED OR IN-TRANSIT HOLD
      *    NAMES THEM) -- THEY ARE ON A PICKUP SHELF OR IN THE BIN,
      *    NOT ON THE STACKS.
       01  W010-SET-ASIDE-COUNT                     PIC 9(3) VALUE 0.
       01  W010-SET-ASIDE-TABLE.
           05  W010-SET-ASIDE-BARCODE               PIC X(10)
                                                    OCCURS 500 TIMES
                                                    INDEXED BY W010-S-I.
       01  W010-SET-ASIDE-SWITCH                    PIC X.
           88  W010-COPY-IS-SET-ASIDE               VALUE "Y".
      *
      *    HOLDS ALREADY GIVEN A COPY ON THIS LIST -- TWO HOLDS ON A
      *    TITLE WITH THREE COPIES ON THE SHELF GET TWO DIFFERENT
      *    COPIES, NOT THE SAME ONE TWICE.
       01  W011-CLAIMED-COUNT                       PIC 9(3) VALUE 0.
       01  W011-CLAIMED-TABLE.
           05  W011-CLAIMED                         OCCURS 500 TIMES
                                                    INDEXED BY W011-C-I.
               10  W011-CLAIMED-QUEUE-KEY           PIC X(10).
               10  W011-CLAIMED-SEQUENCE            PIC 99.
       01  W011-CLAIMED-SWITCH                      PIC X.
           88  W011-HOLD-IS-CLAIMED                 VALUE "Y".
      *
      *    THE SHELF COPY BEING MATCHED, AND THE OLDEST UNCLAIMED
      *    ACTIVE HOLD IN EACH OF ITS TWO QUEUES (SEQUENCE ZERO =
      *    NONE).
       01  W012-SHELF-AVAILABLE-SWITCH              PIC X.
           88  W012-SHELF-IS-AVAILABLE              VALUE "Y".
       01  W012-QUEUE-KEY                           PIC X(10).
       01  W012-CANDIDATE-SEQ                       PIC 99.
       01  W012-CANDIDATE-DATE                      PIC 9(8).
       01  W012-CANDIDATE-CARD                      PIC X(5).
       01  W012-CANDIDATE-PICKUP                    PIC X(3).
       01  W012-COPY-CANDIDATE-SEQ                  PIC 99.
       01  W012-COPY-CANDIDATE-DATE                 PIC 9(8).
       01  W012-COPY-CANDIDATE-CARD                 PIC X(5).
       01  W012-COPY-CANDIDATE-PICKUP               PIC X(3).
      *
       01  W013-PULL-COUNT                          PIC 9(5) VALUE 0.
       01  W013-BRANCH-COUNT                        PIC 9(5) VALUE 0.
       01  W013-OVERFLOW-SWITCH                     PIC X VALUE "N".
           88  W013-TABLE-OVERFLOWED                VALUE "Y".
      *
       01  W020-CURRENT-BRANCH                      PIC X(3).
      *
       01  W015-GROUP-LINE.
           05  FILLER                     PIC X(23) VALUE
               "PULL LIST FOR BRANCH ".
           05  W015-GROUP-BRANCH                    PIC X(3).
      *
       01  W015-HEADING-LINE                        PIC X(96) VALUE
           "  LOC    CALL NUMBER            BARCODE     TITLE           
      -    "                CARD#  PICKUP".
      *
       01  W015-DETAIL-LINE.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  W015-DETAIL-LOCATION                 PIC X(6).
           05  FILLER                     PIC X VALUE SPACE.
           05  W015-DETAIL-CALL-CLASS               PIC X(12).
           05  FILLER                     PIC X VALUE SPACE.
           05  W015-DETAIL-CALL-CUTTER              PIC X(8).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  W015-DETAIL-BARCODE                  PIC X(10).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  W015-DETAIL-TITLE                    PIC X(30).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  W015-DETAIL-CARD                     PIC X(5).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  W015-DETAIL-PICKUP                   PIC X(3).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  W015-DETAIL-LEVEL                    PIC X(5).
      *
       01  W015-COUNT-LINE.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  W015-COUNT-BRANCH                    PIC ZZZZ9.
           05  FILLER                     PIC X(17) VALUE
               " ITEMS TO PULL".
      *
       01  W015-TITLE-LINE                          PIC X(80) VALUE
           "HOLD PULL LIST -- SCAN EACH PULLED ITEM ON CIRC RETURN".
      *
       PROCEDURE DIVISION.
      *
       C000-MAIN-LINE-LOGIC.
      *
           OPEN INPUT HOLD-FILE.
           IF WORK-HOLD-FILE-STATUS NOT EQUAL "00"
               DISPLAY "LIB044A: NO HOLD FILE ON SYSTEM -- NO LIST"
               GOBACK
           END-IF.
           OPEN INPUT CIRCULATION-FILE.
           IF WORK-CIRCULATION-FILE-STATUS EQUAL "00"
               MOVE "Y" TO WORK-CIRC-OPEN-SWITCH
           END-IF.
           OPEN INPUT BOOKS-LIST.
           IF WORK-BOOKS-LIST-STATUS EQUAL "00"
               MOVE "Y" TO WORK-BOOKS-OPEN-SWITCH
           END-IF.
           PERFORM C010-COLLECT-SET-ASIDE-COPIES.
           SORT SORT-WORK-FILE
                ON ASCENDING KEY SORT-WORK-BRANCH
                ON ASCENDING KEY SORT-WORK-LOCATION
                ON ASCENDING KEY SORT-WORK-CALL-CLASS
                ON ASCENDING KEY SORT-WORK-CALL-CUTTER
                ON ASCENDING KEY SORT-WORK-BARCODE
                INPUT PROCEDURE IS C030-SELECT-SHELF-COPIES
                OUTPUT PROCEDURE IS C050-PRINT-PULL-LIST.
           CLOSE HOLD-FILE.
           IF WORK-CIRC-IS-OPEN
               CLOSE CIRCULATION-FILE
           END-IF.
           IF WORK-BOOKS-IS-OPEN
               CLOSE BOOKS-LIST
           END-IF.
           DISPLAY "LIB044A HOLD PULL LIST COMPLETE".
           DISPLAY "ITEMS TO PULL: " W013-PULL-COUNT.
           GOBACK.
      *
      *    FIRST PASS OVER THE HOLD FILE -- EVERY COPY A TRAPPED OR
      *    IN-TRANSIT HOLD HAS CLAIMED. A HOLD TRAPPED BEFORE TITLE
      *    HOLDS EXISTED NAMES ITS COPY BY THE QUEUE KEY ALONE.
       C010-COLLECT-SET-ASIDE-COPIES.
      *
           MOVE LOW-VALUES TO HOLD-KEY.
           START HOLD-FILE KEY IS NOT LESS THAN HOLD-KEY
               INVALID KEY
                   MOVE "1" TO W005-END-OF-FILE-SWITCH
               NOT INVALID KEY
                   MOVE "0" TO W005-END-OF-FILE-SWITCH
           END-START.
           PERFORM C015-NOTE-ONE-SET-ASIDE UNTIL W005-END-OF-FILE.
      *
       C015-NOTE-ONE-SET-ASIDE.
      *
           READ HOLD-FILE NEXT RECORD
               AT END
                   MOVE "1" TO W005-END-OF-FILE-SWITCH
               NOT AT END
                   IF (HOLD-IS-TRAPPED OR HOLD-IS-IN-TRANSIT)
                       IF W010-SET-ASIDE-COUNT LESS THAN 500
                           ADD 1 TO W010-SET-ASIDE-COUNT
                           SET W010-S-I TO W010-SET-ASIDE-COUNT
                           IF HOLD-TRAPPED-BARCODE EQUAL SPACES
                               MOVE HOLD-ITEM-BARCODE
                                 TO W010-SET-ASIDE-BARCODE (W010-S-I)
                           ELSE
                               MOVE HOLD-TRAPPED-BARCODE
                                 TO W010-SET-ASIDE-BARCODE (W010-S-I)
                           END-IF
                       END-IF
                   END-IF
           END-READ.
      *
       C030-SELECT-SHELF-COPIES.
      *
           OPEN INPUT ITEM-COPY-FILE.
           IF WORK-ITEM-FILE-STATUS NOT EQUAL "00"
               DISPLAY "LIB044A: NO ITEM FILE -- NO COPIES TO PULL"
           ELSE
               MOVE "0" TO W005-END-OF-FILE-SWITCH
               PERFORM C035-READ-ITEM-FILE
               PERFORM C040-MATCH-ONE-COPY UNTIL W005-END-OF-FILE
               CLOSE ITEM-COPY-FILE
           END-IF.
      *
       C035-READ-ITEM-FILE.
      *
           READ ITEM-COPY-FILE NEXT RECORD
                AT END, MOVE "1" TO W005-END-OF-FILE-SWITCH.
      *
      *    A SHELF COPY GOES TO THE OLDEST UNCLAIMED ACTIVE HOLD ON
      *    ITSELF OR ON ITS TITLE -- EARLIER PLACED DATE FIRST, A
      *    SAME-DAY TIE TO THE COPY HOLD, AS CIRC001A TRAPS.
       C040-MATCH-ONE-COPY.
      *
           PERFORM C042-TEST-SHELF-AVAILABLE.
           IF W012-SHELF-IS-AVAILABLE
               MOVE ITEM-BARCODE TO W012-QUEUE-KEY
               PERFORM C045-FIND-OLDEST-UNCLAIMED
               MOVE W012-CANDIDATE-SEQ TO W012-COPY-CANDIDATE-SEQ
               MOVE W012-CANDIDATE-DATE TO W012-COPY-CANDIDATE-DATE
               MOVE W012-CANDIDATE-CARD TO W012-COPY-CANDIDATE-CARD
               MOVE W012-CANDIDATE-PICKUP
                       TO W012-COPY-CANDIDATE-PICKUP
               MOVE SPACES TO W012-QUEUE-KEY
               MOVE ITEM-BOOK-NUMBER TO W012-QUEUE-KEY
               PERFORM C045-FIND-OLDEST-UNCLAIMED
               MOVE "T" TO SORT-WORK-LEVEL
               IF W012-COPY-CANDIDATE-SEQ NOT EQUAL ZERO
                  AND (W012-CANDIDATE-SEQ EQUAL ZERO
                    OR W012-COPY-CANDIDATE-DATE NOT GREATER THAN
                       W012-CANDIDATE-DATE)
                   MOVE ITEM-BARCODE TO W012-QUEUE-KEY
                   MOVE W012-COPY-CANDIDATE-SEQ TO W012-CANDIDATE-SEQ
                   MOVE W012-COPY-CANDIDATE-CARD
                           TO W012-CANDIDATE-CARD
                   MOVE W012-COPY-CANDIDATE-PICKUP
                           TO W012-CANDIDATE-PICKUP
                   MOVE "C" TO SORT-WORK-LEVEL
               END-IF
               IF W012-CANDIDATE-SEQ NOT EQUAL ZERO
                   PERFORM C048-RELEASE-PULL-RECORD
               END-IF
           END-IF.
           PERFORM C035-READ-ITEM-FILE.
      *
      *    ON THE STACKS MEANS: NOT IN THE COURIER BIN, NOT AT THE
      *    MENDER OR THE BINDERY OR RETIRED, NOT ON AN OPEN (OR LOST
      *    OR BILLED-DAMAGED) LOAN, AND NOT ALREADY SET ASIDE FOR
      *    SOMEBODY.
       C042-TEST-SHELF-AVAILABLE.
      *
           MOVE "Y" TO W012-SHELF-AVAILABLE-SWITCH.
           IF ITEM-IN-TRANSIT OR ITEM-OUT-OF-SERVICE
               MOVE "N" TO W012-SHELF-AVAILABLE-SWITCH
           END-IF.
           IF W012-SHELF-IS-AVAILABLE AND WORK-CIRC-IS-OPEN
               MOVE ITEM-BARCODE TO CIRC-ITEM-BARCODE
               READ CIRCULATION-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NOT CIRC-ITEM-RETURNED
                           MOVE "N" TO W012-SHELF-AVAILABLE-SWITCH
                       END-IF
               END-READ
           END-IF.
           IF W012-SHELF-IS-AVAILABLE
               MOVE "N" TO W010-SET-ASIDE-SWITCH
               PERFORM C043-TEST-ONE-SET-ASIDE
                   VARYING W010-S-I FROM 1 BY 1
                   UNTIL W010-S-I GREATER THAN W010-SET-ASIDE-COUNT
               IF W010-COPY-IS-SET-ASIDE
                   MOVE "N" TO W012-SHELF-AVAILABLE-SWITCH
               END-IF
           END-IF.
      *
       C043-TEST-ONE-SET-ASIDE.
      *
           IF W010-SET-ASIDE-BARCODE (W010-S-I) EQUAL ITEM-BARCODE
               MOVE "Y" TO W010-SET-ASIDE-SWITCH.
      *
       C045-FIND-OLDEST-UNCLAIMED.
      *
           MOVE ZERO TO W012-CANDIDATE-SEQ.
           MOVE ZERO TO W012-CANDIDATE-DATE.
           MOVE SPACES TO W012-CANDIDATE-CARD.
           MOVE SPACES TO W012-CANDIDATE-PICKUP.
           MOVE "0" TO W005-QUEUE-EOF-SWITCH.
           MOVE W012-QUEUE-KEY TO HOLD-ITEM-BARCODE.
           MOVE ZERO TO HOLD-SEQUENCE.
           START HOLD-FILE KEY IS GREATER THAN HOLD-KEY
               INVALID KEY
                   MOVE "1" TO W005-QUEUE-EOF-SWITCH
           END-START.
           PERFORM C046-READ-NEXT-QUEUE-HOLD UNTIL W005-QUEUE-EOF.
      *
       C046-READ-NEXT-QUEUE-HOLD.
      *
           READ HOLD-FILE NEXT RECORD
               AT END
                   MOVE "1" TO W005-QUEUE-EOF-SWITCH
               NOT AT END
                   IF HOLD-ITEM-BARCODE EQUAL W012-QUEUE-KEY
                       IF HOLD-IS-ACTIVE
                           PERFORM C047-TEST-HOLD-CLAIMED
                           IF NOT W011-HOLD-IS-CLAIMED
                               MOVE HOLD-SEQUENCE
                                       TO W012-CANDIDATE-SEQ
                               MOVE HOLD-PLACED-DATE
                                       TO W012-CANDIDATE-DATE
                               MOVE HOLD-PATRON-NUMBER
                                       TO W012-CANDIDATE-CARD
                               MOVE HOLD-PICKUP-BRANCH
                                       TO W012-CANDIDATE-PICKUP
                               MOVE "1" TO W005-QUEUE-EOF-SWITCH
                           END-IF
                       END-IF
                   ELSE
                       MOVE "1" TO W005-QUEUE-EOF-SWITCH
                   END-IF
           END-READ.
      *
       C047-TEST-HOLD-CLAIMED.
      *
           MOVE "N" TO W011-CLAIMED-SWITCH.
           PERFORM C047A-TEST-ONE-CLAIM
               VARYING W011-C-I FROM 1 BY 1
               UNTIL W011-C-I GREATER THAN W011-CLAIMED-COUNT.
      *
       C047A-TEST-ONE-CLAIM.
      *
           IF W011-CLAIMED-QUEUE-KEY (W011-C-I) EQUAL
                   HOLD-ITEM-BARCODE
              AND W011-CLAIMED-SEQUENCE (W011-C-I) EQUAL
                   HOLD-SEQUENCE
               MOVE "Y" TO W011-CLAIMED-SWITCH.
      *
      *    A COPY WITH NO OWNING BRANCH PRINTS UNDER ???, THE SAME
      *    BUCKET LIB039A USES. THE CATALOG RECORD SUPPLIES THE TITLE
      *    AND THE SHELF ORDER; A TITLE NOT ON THE CATALOG SHOWS ITS
      *    BOOK NUMBER AND SORTS AHEAD OF THE CALL-NUMBERED COPIES.
       C048-RELEASE-PULL-RECORD.
      *
           IF W011-CLAIMED-COUNT LESS THAN 500
               ADD 1 TO W011-CLAIMED-COUNT
               SET W011-C-I TO W011-CLAIMED-COUNT
               MOVE W012-QUEUE-KEY
                       TO W011-CLAIMED-QUEUE-KEY (W011-C-I)
               MOVE W012-CANDIDATE-SEQ
                       TO W011-CLAIMED-SEQUENCE (W011-C-I)
           ELSE
               MOVE "Y" TO W013-OVERFLOW-SWITCH
           END-IF.
           IF ITEM-BRANCH-ID EQUAL SPACES
               MOVE "???" TO SORT-WORK-BRANCH
           ELSE
               MOVE ITEM-BRANCH-ID TO SORT-WORK-BRANCH
           END-IF.
           MOVE ITEM-BARCODE TO SORT-WORK-BARCODE.
           MOVE ITEM-BOOK-NUMBER TO SORT-WORK-BOOK-NUMBER.
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
           MOVE W012-CANDIDATE-CARD TO SORT-WORK-CARD.
           MOVE W012-CANDIDATE-PICKUP TO SORT-WORK-PICKUP-BRANCH.
           RELEASE SORT-WORK-RECORD.
           ADD 1 TO W013-PULL-COUNT.
      *
       C050-PRINT-PULL-LIST.
      *
           PERFORM C900-REGISTER-SPOOL-FILE.
           OPEN OUTPUT PULL-LIST-PRINT.
           MOVE W015-TITLE-LINE TO PULL-LIST-LINE.
           WRITE PULL-LIST-LINE.
           MOVE SPACES TO W020-CURRENT-BRANCH.
           MOVE "0" TO W005-SORT-END-OF-FILE-SWITCH.
           RETURN SORT-WORK-FILE
                AT END MOVE "1" TO W005-SORT-END-OF-FILE-SWITCH.
           PERFORM C055-PRINT-ONE-PULL UNTIL W005-SORT-END-OF-FILE.
           IF W020-CURRENT-BRANCH NOT EQUAL SPACES
               PERFORM C060-WRITE-BRANCH-COUNT
           ELSE
               MOVE SPACES TO PULL-LIST-LINE
               WRITE PULL-LIST-LINE
               MOVE "  (NO HOLDS ON COPIES SITTING ON THE SHELF)"
                       TO PULL-LIST-LINE
               WRITE PULL-LIST-LINE
           END-IF.
           IF W013-TABLE-OVERFLOWED
               MOVE "** MORE THAN 500 PULLS -- RERUN AFTER SCANNING "
                       TO PULL-LIST-LINE
               WRITE PULL-LIST-LINE
               MOVE "** THESE TO PICK UP THE REMAINDER"
                       TO PULL-LIST-LINE
               WRITE PULL-LIST-LINE
           END-IF.
           CLOSE PULL-LIST-PRINT.
      *
       C055-PRINT-ONE-PULL.
      *
           IF SORT-WORK-BRANCH NOT EQUAL W020-CURRENT-BRANCH
               IF W020-CURRENT-BRANCH NOT EQUAL SPACES
                   PERFORM C060-WRITE-BRANCH-COUNT
               END-IF
               MOVE SORT-WORK-BRANCH TO W020-CURRENT-BRANCH
               MOVE ZERO TO W013-BRANCH-COUNT
               MOVE SORT-WORK-BRANCH TO W015-GROUP-BRANCH
               MOVE W015-GROUP-LINE TO PULL-LIST-LINE
               WRITE PULL-LIST-LINE AFTER ADVANCING 2 LINES
               MOVE W015-HEADING-LINE TO PULL-LIST-LINE
               WRITE PULL-LIST-LINE
           END-IF.
           MOVE SORT-WORK-LOCATION TO W015-DETAIL-LOCATION.
           MOVE SORT-WORK-CALL-CLASS TO W015-DETAIL-CALL-CLASS.
           MOVE SORT-WORK-CALL-CUTTER TO W015-DETAIL-CALL-CUTTER.
           MOVE SORT-WORK-BARCODE TO W015-DETAIL-BARCODE.
           MOVE SORT-WORK-TITLE TO W015-DETAIL-TITLE.
           MOVE SORT-WORK-CARD TO W015-DETAIL-CARD.
           MOVE SORT-WORK-PICKUP-BRANCH TO W015-DETAIL-PICKUP.
           IF SORT-WORK-LEVEL EQUAL "T"
               MOVE "TITLE" TO W015-DETAIL-LEVEL
           ELSE
               MOVE SPACES TO W015-DETAIL-LEVEL
           END-IF.
           MOVE W015-DETAIL-LINE TO PULL-LIST-LINE.
           WRITE PULL-LIST-LINE.
           ADD 1 TO W013-BRANCH-COUNT.
           RETURN SORT-WORK-FILE
              AT END MOVE "1" TO W005-SORT-END-OF-FILE-SWITCH.
      *
       C060-WRITE-BRANCH-COUNT.
      *
           MOVE W013-BRANCH-COUNT TO W015-COUNT-BRANCH.
           MOVE W015-COUNT-LINE TO PULL-LIST-LINE.
           WRITE PULL-LIST-LINE.
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
