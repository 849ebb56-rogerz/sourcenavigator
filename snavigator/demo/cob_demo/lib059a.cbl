       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. LIB059A.
      *
       DATE-WRITTEN. 10/15/26.
      *
      ***************************************************************
      *                                                             *
      * VENDOR BIBLIOGRAPHIC RECORD LOAD -- READS THE RECORD FILE A *
      * VENDOR SENDS WITH A SHIPMENT (BIBLOAD.DAT, ONE FIXED-FORMAT *
      * ROW PER TITLE) SO NOBODY RE-TYPES TITLE AND AUTHOR. A ROW   *
      * CARRYING OUR ORDER NUMBER IS MATCHED TO THAT ONORDER.DAT    *
      * LINE: AN OPEN LINE TAKES THE VENDOR'S TITLE, AUTHOR, MEDIA  *
      * AND CALL NUMBER, AND ACQ001A RECEIVING BUILDS THE CATALOG   *
      * RECORD FROM THEM; A LINE ALREADY RECEIVED HAS ITS BOOKS.LST *
      * RECORD OVERLAID. A ROW WITH NO ORDER NUMBER IS MATCHED TO   *
      * THE ONE BOOKS.LST TITLE WITH THE SAME TITLE AND AUTHOR, AND *
      * THAT RECORD IS OVERLAID. ANYTHING ELSE -- NO MATCH, MORE    *
      * THAN ONE MATCH, A CANCELLED LINE, A LINE ON ANOTHER         *
      * VENDOR'S ORDER, A ROW WITH NO TITLE OR AUTHOR -- IS NOT     *
      * LOADED AND GOES ON THE SPOOLED REVIEW REPORT WITH A REASON. *
      * BLANK FIELDS ON A ROW NEVER OVERLAY WHAT IS ON FILE.        *
      * RUN ON DEMAND WHEN A VENDOR FILE ARRIVES.                   *
      *                                                             *
      ***************************************************************
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT BIB-LOAD-FILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WORK-BIB-LOAD-STATUS.
      *
           SELECT ON-ORDER-FILE ASSIGN TO DISK
           ACCESS MODE RANDOM
           ORGANIZATION INDEXED
           RECORD KEY ORD-NUMBER
           FILE STATUS IS WORK-ON-ORDER-STATUS.
      *
           SELECT ORDER-CONTROL-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL.
      *
      *    DYNAMIC -- READ BY KEY FOR A RECEIVED ORDER'S TITLE, AND
      *    SCANNED FOR A TITLE AND AUTHOR MATCH.
           SELECT BOOKS-LIST ASSIGN TO DISK
           ACCESS MODE DYNAMIC
           ORGANIZATION INDEXED
           RECORD KEY BOOK-NUMBER
           FILE STATUS IS WORK-BOOKS-STATUS.
      *
           SELECT BOOK-CONTROL-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL.
      *
      *    SPOOLED TO DISK (SEE SPOOL.CPY) -- THE SPOL001A MANAGER
      *    VIEWS, PRINTS, REPRINTS, OR PURGES THE SPOOLED REPORT.
           SELECT BIB-REVIEW-PRINT ASSIGN TO WS-SPOOL-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT SPOOL-INDEX-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WORK-SPOOL-INDEX-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  BIB-LOAD-FILE
           LABEL RECORDS OMITTED
           VALUE OF FILE-ID "BIBLOAD.DAT".
       01  BIB-LOAD-RECORD.
      *    OUR ORDER NUMBER AS QUOTED ON THE VENDOR'S ORDER -- SPACES
      *    WHEN THE VENDOR SENT THE RECORD WITHOUT ONE.
           05  BL-ORDER-NUMBER                      PIC X(5).
      *    THE VENDOR'S OWN CODE FOR ITSELF ON VENDOR.DAT -- CHECKED
      *    AGAINST THE ORDER LINE WHEN BOTH ARE PRESENT.
           05  BL-VENDOR-CODE                       PIC X(6).
           05  BL-TITLE                             PIC X(30).
           05  BL-AUTHOR                            PIC X(25).
           05  BL-MEDIA-TYPE                        PIC X(6).
           05  BL-CALL-CLASS                        PIC X(12).
           05  BL-CALL-CUTTER                       PIC X(8).
      *
       copy onorder.
      *
       copy books.
      *
       copy spool.

       FD  BIB-REVIEW-PRINT
           LABEL RECORDS OMITTED.
       01  BIB-REVIEW-LINE                          PIC X(100).
      *
       WORKING-STORAGE SECTION.
      *
      *    SPOOL BOOKKEEPING -- THE SPOOL FILE NAME CARRIES THE JOB
      *    AND RUN DATE, AND EVERY RUN REGISTERS ITSELF ON THE
      *    SPOOL INDEX BEFORE WRITING A LINE.
       01  WS-SPOOL-FILE-NAME                       PIC X(20).
       01  WORK-SPOOL-INDEX-STATUS                  PIC XX.
       01  W037-SPOOL-JOB-NAME                      PIC X(8)
                                                     VALUE "LIB059A".
       01  W037-SPOOL-RUN-DATE                      PIC 9(6).
       01  W037-SPOOL-RUN-TIME                      PIC 9(8).
       01  W005-END-OF-FILE-SWITCH                  PIC X.
           88  W005-END-OF-FILE                     VALUE "1".
       01  W005-BOOKS-END-SWITCH                    PIC X.
           88  W005-BOOKS-END                       VALUE "1".
       01  WORK-BIB-LOAD-STATUS                     PIC XX.
       01  WORK-ON-ORDER-STATUS                     PIC XX.
       01  WORK-BOOKS-STATUS                        PIC XX.
       01  W005-ORDERS-OPEN-SWITCH                  PIC X.
           88  W005-ORDERS-IS-OPEN                  VALUE "Y".
       01  W005-BOOKS-OPEN-SWITCH                   PIC X.
           88  W005-BOOKS-IS-OPEN                   VALUE "Y".
      *
       01  W012-ROWS-READ                           PIC 9(5) VALUE 0.
       01  W012-ORDERS-LOADED                       PIC 9(5) VALUE 0.
       01  W012-RECEIVED-OVERLAID                   PIC 9(5) VALUE 0.
       01  W012-TITLES-OVERLAID                     PIC 9(5) VALUE 0.
       01  W012-ROWS-FOR-REVIEW                     PIC 9(5) VALUE 0.
      *
      *    WHY A ROW WAS NOT LOADED -- SPACES WHILE IT STILL MIGHT BE.
       01  W020-REVIEW-REASON                       PIC X(30).
       01  W020-MATCH-COUNT                         PIC 9(3).
       01  W020-MATCH-BOOK-NUMBER                   PIC X(5).
      *
       01  W015-TITLE-LINE                          PIC X(80) VALUE
           "LIB059A VENDOR BIBLIOGRAPHIC LOAD -- ROWS FOR REVIEW".
      *
       01  W015-COLUMN-LINE.
           05  FILLER                     PIC X(40) VALUE
               "  ROW  ORDER  TITLE                     ".
           05  FILLER                     PIC X(40) VALUE
               "      AUTHOR                    REASON".
      *
       01  W015-DETAIL-LINE.
           05  W015-DET-ROW                         PIC ZZZZ9.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  W015-DET-ORDER                       PIC X(5).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  W015-DET-TITLE                       PIC X(30).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  W015-DET-AUTHOR                      PIC X(25).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  W015-DET-REASON                      PIC X(30).
      *
       01  W015-FIGURE-LINE.
           05  W015-FIGURE-LABEL                    PIC X(40).
           05  W015-FIGURE-VALUE                    PIC ZZZZ9.
      *
       PROCEDURE DIVISION.
      *
       C000-MAIN-LINE-LOGIC.
      *
           OPEN INPUT BIB-LOAD-FILE.
           IF WORK-BIB-LOAD-STATUS NOT EQUAL "00"
               DISPLAY "LIB059A: NO BIBLOAD.DAT -- NOTHING TO LOAD"
           ELSE
               PERFORM C010-OPEN-MASTERS
               PERFORM C900-REGISTER-SPOOL-FILE
               OPEN OUTPUT BIB-REVIEW-PRINT
               MOVE W015-TITLE-LINE TO BIB-REVIEW-LINE
               WRITE BIB-REVIEW-LINE
               MOVE W015-COLUMN-LINE TO BIB-REVIEW-LINE
               WRITE BIB-REVIEW-LINE AFTER ADVANCING 2 LINES
               MOVE "0" TO W005-END-OF-FILE-SWITCH
               PERFORM C020-READ-BIB-ROW
               PERFORM C030-LOAD-ONE-ROW UNTIL W005-END-OF-FILE
               PERFORM C070-PRINT-LOAD-TOTALS
               CLOSE BIB-REVIEW-PRINT
               CLOSE BIB-LOAD-FILE
               IF W005-ORDERS-IS-OPEN
                   CLOSE ON-ORDER-FILE
               END-IF
               IF W005-BOOKS-IS-OPEN
                   CLOSE BOOKS-LIST
               END-IF
           END-IF.
           DISPLAY "LIB059A VENDOR BIBLIOGRAPHIC LOAD COMPLETE".
           DISPLAY "ROWS READ:            " W012-ROWS-READ.
           DISPLAY "ORDER LINES LOADED:   " W012-ORDERS-LOADED.
           DISPLAY "RECEIVED TITLES:      " W012-RECEIVED-OVERLAID.
           DISPLAY "MATCHED BY TITLE:     " W012-TITLES-OVERLAID.
           DISPLAY "ROWS FOR REVIEW:      " W012-ROWS-FOR-REVIEW.
           GOBACK.
      *
      *    EITHER MASTER MAY BE MISSING ON A NEW SITE -- ROWS THAT
      *    NEED IT GO TO REVIEW INSTEAD.
       C010-OPEN-MASTERS.
      *
           MOVE "N" TO W005-ORDERS-OPEN-SWITCH.
           OPEN I-O ON-ORDER-FILE.
           IF WORK-ON-ORDER-STATUS EQUAL "00"
               MOVE "Y" TO W005-ORDERS-OPEN-SWITCH
           END-IF.
           MOVE "N" TO W005-BOOKS-OPEN-SWITCH.
           OPEN I-O BOOKS-LIST.
           IF WORK-BOOKS-STATUS EQUAL "00"
               MOVE "Y" TO W005-BOOKS-OPEN-SWITCH
           END-IF.
      *
       C020-READ-BIB-ROW.
      *
           READ BIB-LOAD-FILE
                AT END, MOVE "1" TO W005-END-OF-FILE-SWITCH.
      *
       C030-LOAD-ONE-ROW.
      *
           ADD 1 TO W012-ROWS-READ.
           MOVE SPACES TO W020-REVIEW-REASON.
           IF BL-TITLE EQUAL SPACES OR BL-AUTHOR EQUAL SPACES
               MOVE "NO TITLE OR NO AUTHOR" TO W020-REVIEW-REASON
           ELSE IF BL-ORDER-NUMBER NOT EQUAL SPACES
               PERFORM C040-LOAD-BY-ORDER
           ELSE
               PERFORM C050-LOAD-BY-TITLE
           END-IF.
           IF W020-REVIEW-REASON NOT EQUAL SPACES
               PERFORM C060-PRINT-REVIEW-ROW
           END-IF.
           PERFORM C020-READ-BIB-ROW.
      *
      *    THE ORDER LINE THE ROW QUOTES. AN OPEN LINE TAKES THE
      *    RECORD FOR RECEIVING; A RECEIVED LINE PASSES IT ON TO THE
      *    CATALOG RECORD THE LINE BECAME.
       C040-LOAD-BY-ORDER.
      *
           IF NOT W005-ORDERS-IS-OPEN
               MOVE "NO ON-ORDER FILE" TO W020-REVIEW-REASON
           ELSE
               MOVE BL-ORDER-NUMBER TO ORD-NUMBER
               READ ON-ORDER-FILE
                   INVALID KEY
                       MOVE "ORDER NOT ON FILE" TO W020-REVIEW-REASON
               END-READ
           END-IF.
           IF W020-REVIEW-REASON EQUAL SPACES
               PERFORM C042-APPLY-TO-ORDER
           END-IF.
      *
       C042-APPLY-TO-ORDER.
      *
           IF BL-VENDOR-CODE NOT EQUAL SPACES
              AND ORD-VENDOR-CODE NOT EQUAL SPACES
              AND BL-VENDOR-CODE NOT EQUAL ORD-VENDOR-CODE
               MOVE "ORDER IS WITH ANOTHER VENDOR"
                       TO W020-REVIEW-REASON
           ELSE IF ORD-IS-CANCELLED
               MOVE "ORDER LINE WAS CANCELLED" TO W020-REVIEW-REASON
           ELSE IF ORD-IS-OPEN
               PERFORM C045-LOAD-OPEN-ORDER
           ELSE
               PERFORM C047-LOAD-RECEIVED-ORDER
           END-IF.
      *
       C045-LOAD-OPEN-ORDER.
      *
           MOVE BL-TITLE TO ORD-TITLE.
           MOVE BL-AUTHOR TO ORD-AUTHOR.
           IF BL-MEDIA-TYPE NOT EQUAL SPACES
               MOVE BL-MEDIA-TYPE TO ORD-MEDIA-TYPE
           END-IF.
           IF BL-CALL-CLASS NOT EQUAL SPACES
               MOVE BL-CALL-CLASS TO ORD-CALL-CLASS
           END-IF.
           IF BL-CALL-CUTTER NOT EQUAL SPACES
               MOVE BL-CALL-CUTTER TO ORD-CALL-CUTTER
           END-IF.
           MOVE "Y" TO ORD-BIB-LOADED-FLAG.
           REWRITE ON-ORDER-RECORD.
           ADD 1 TO W012-ORDERS-LOADED.
      *
       C047-LOAD-RECEIVED-ORDER.
      *
           IF NOT W005-BOOKS-IS-OPEN
               MOVE "NO CATALOG FILE" TO W020-REVIEW-REASON
           ELSE
               MOVE ORD-BOOK-NUMBER TO BOOK-NUMBER
               READ BOOKS-LIST
                   INVALID KEY
                       MOVE "RECEIVED TITLE NOT IN CATALOG"
                               TO W020-REVIEW-REASON
                   NOT INVALID KEY
                       PERFORM C055-OVERLAY-CATALOG-RECORD
                       ADD 1 TO W012-RECEIVED-OVERLAID
               END-READ
           END-IF.
      *
      *    NO ORDER NUMBER -- THE CATALOG HAS NO TITLE OR AUTHOR
      *    KEY, SO THE WHOLE FILE IS READ FOR ROWS OF THIS KIND. A
      *    VENDOR FILE IS ONE SHIPMENT, SO THERE ARE FEW OF THEM.
      *    EXACTLY ONE MATCH IS OVERLAID; NONE OR SEVERAL GO TO
      *    REVIEW.
       C050-LOAD-BY-TITLE.
      *
           IF NOT W005-BOOKS-IS-OPEN
               MOVE "NO CATALOG FILE" TO W020-REVIEW-REASON
           ELSE
               MOVE ZERO TO W020-MATCH-COUNT
               MOVE SPACES TO W020-MATCH-BOOK-NUMBER
               MOVE "0" TO W005-BOOKS-END-SWITCH
               MOVE LOW-VALUES TO BOOK-NUMBER
               START BOOKS-LIST KEY IS NOT LESS THAN BOOK-NUMBER
                   INVALID KEY
                       MOVE "1" TO W005-BOOKS-END-SWITCH
               END-START
               PERFORM C052-CHECK-NEXT-TITLE UNTIL W005-BOOKS-END
               IF W020-MATCH-COUNT EQUAL ZERO
                   MOVE "NO ORDER OR CATALOG MATCH"
                           TO W020-REVIEW-REASON
               ELSE IF W020-MATCH-COUNT GREATER THAN 1
                   MOVE "MORE THAN ONE CATALOG MATCH"
                           TO W020-REVIEW-REASON
               ELSE
                   MOVE W020-MATCH-BOOK-NUMBER TO BOOK-NUMBER
                   READ BOOKS-LIST
                       INVALID KEY
                           MOVE "CATALOG RECORD VANISHED"
                                   TO W020-REVIEW-REASON
                       NOT INVALID KEY
                           PERFORM C055-OVERLAY-CATALOG-RECORD
                           ADD 1 TO W012-TITLES-OVERLAID
                   END-READ
               END-IF
               END-IF
           END-IF.
      *
       C052-CHECK-NEXT-TITLE.
      *
           READ BOOKS-LIST NEXT RECORD
               AT END
                   MOVE "1" TO W005-BOOKS-END-SWITCH
               NOT AT END
                   IF BOOK-TITLE EQUAL BL-TITLE
                      AND BOOK-AUTHOR EQUAL BL-AUTHOR
                      AND NOT BOOK-IS-WITHDRAWN
                       ADD 1 TO W020-MATCH-COUNT
                       MOVE BOOK-NUMBER TO W020-MATCH-BOOK-NUMBER
                   END-IF
           END-READ.
      *
       C055-OVERLAY-CATALOG-RECORD.
      *
           MOVE BL-TITLE TO BOOK-TITLE.
           MOVE BL-AUTHOR TO BOOK-AUTHOR.
           IF BL-MEDIA-TYPE NOT EQUAL SPACES
               MOVE BL-MEDIA-TYPE TO BOOK-MEDIA-TYPE
           END-IF.
           IF BL-CALL-CLASS NOT EQUAL SPACES
               MOVE BL-CALL-CLASS TO BOOK-CALL-CLASS
           END-IF.
           IF BL-CALL-CUTTER NOT EQUAL SPACES
               MOVE BL-CALL-CUTTER TO BOOK-CALL-CUTTER
           END-IF.
           REWRITE BOOKS-RECORD.
      *
       C060-PRINT-REVIEW-ROW.
      *
           ADD 1 TO W012-ROWS-FOR-REVIEW.
           MOVE W012-ROWS-READ TO W015-DET-ROW.
           MOVE BL-ORDER-NUMBER TO W015-DET-ORDER.
           MOVE BL-TITLE TO W015-DET-TITLE.
           MOVE BL-AUTHOR TO W015-DET-AUTHOR.
           MOVE W020-REVIEW-REASON TO W015-DET-REASON.
           MOVE W015-DETAIL-LINE TO BIB-REVIEW-LINE.
           WRITE BIB-REVIEW-LINE.
      *
       C070-PRINT-LOAD-TOTALS.
      *
           IF W012-ROWS-FOR-REVIEW EQUAL ZERO
               MOVE "  (EVERY ROW MATCHED AND LOADED)"
                       TO BIB-REVIEW-LINE
               WRITE BIB-REVIEW-LINE
           END-IF.
           MOVE "ROWS READ" TO W015-FIGURE-LABEL.
           MOVE W012-ROWS-READ TO W015-FIGURE-VALUE.
           MOVE W015-FIGURE-LINE TO BIB-REVIEW-LINE.
           WRITE BIB-REVIEW-LINE AFTER ADVANCING 2 LINES.
           MOVE "OPEN ORDER LINES LOADED FOR RECEIVING"
                   TO W015-FIGURE-LABEL.
           MOVE W012-ORDERS-LOADED TO W015-FIGURE-VALUE.
           MOVE W015-FIGURE-LINE TO BIB-REVIEW-LINE.
           WRITE BIB-REVIEW-LINE.
           MOVE "RECEIVED TITLES OVERLAID IN CATALOG"
                   TO W015-FIGURE-LABEL.
           MOVE W012-RECEIVED-OVERLAID TO W015-FIGURE-VALUE.
           MOVE W015-FIGURE-LINE TO BIB-REVIEW-LINE.
           WRITE BIB-REVIEW-LINE.
           MOVE "CATALOG TITLES MATCHED AND OVERLAID"
                   TO W015-FIGURE-LABEL.
           MOVE W012-TITLES-OVERLAID TO W015-FIGURE-VALUE.
           MOVE W015-FIGURE-LINE TO BIB-REVIEW-LINE.
           WRITE BIB-REVIEW-LINE.
           MOVE "ROWS NOT LOADED -- FOR REVIEW" TO W015-FIGURE-LABEL.
           MOVE W012-ROWS-FOR-REVIEW TO W015-FIGURE-VALUE.
           MOVE W015-FIGURE-LINE TO BIB-REVIEW-LINE.
           WRITE BIB-REVIEW-LINE.
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
