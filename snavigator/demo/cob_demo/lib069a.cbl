       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. LIB069A.
      *
       DATE-WRITTEN. 10/15/26.
      *
      ***************************************************************
      *                                                             *
      * COLLECTION TURNOVER AND COST PER CIRCULATION FOR THE BOARD  *
      * -- WHICH PARTS OF THE COLLECTION EARN THEIR MONEY. ONE LINE *
      * PER MEDIA TYPE AND OWNING BRANCH, WITH A SUBTOTAL PER MEDIA *
      * TYPE, FOR THE KEYED FISCAL YEAR (JULY 1 THROUGH JUNE 30,    *
      * KEYED BY ITS ENDING YEAR ON THE COMMAND LINE; BLANK TAKES   *
      * THE FY THAT ENDED THIS JUNE, SAME AS LIB064A):              *
      *   COPIES     EVERY ITEMFILE.DAT COPY OF AN ACTIVE TITLE,    *
      *              LESS COPIES BILLED LOST OR DAMAGED AND SERIAL  *
      *              ISSUES RETIRED INTO A BOUND VOLUME. A TITLE    *
      *              WITH NO COPY ROWS AT ALL (CATALOGED BEFORE THE *
      *              ITEM FILE) IS ONE COPY AT ITS HOME BRANCH.     *
      *   REPL COST  THE TITLE'S BOOK-REPLACEMENT-COST PER COPY     *
      *   CHECKOUTS  CIRCHIST.DAT LOANS CHECKED OUT IN THE FY, PLUS *
      *              THE CIRC.DAT LOANS CHECKED OUT IN THE FY THAT  *
      *              ARE STILL OUT (OR UNDER A CLAIMS-RETURNED      *
      *              SEARCH) -- RENEWALS ARE NOT NEW CHECKOUTS      *
      *   TURNOVER   CHECKOUTS PER COPY                             *
      *   COST/CIRC  REPLACEMENT COST DIVIDED BY CHECKOUTS          *
      * A LOAN COUNTS AGAINST THE BRANCH THAT OWNS THE COPY, NOT    *
      * THE DESK THAT LENT IT. THE SAME FIGURES ARE THEN REPEATED   *
      * FOR THE TITLES CATALOGED DURING THE FY ALONE, SO NEW BUYING *
      * CAN BE JUDGED APART FROM THE OLDER SHELVES. WITHDRAWN       *
      * TITLES AND THE TEMPORARY ILL RECORDS ARE LEFT OUT; THEIR    *
      * LOANS ARE COUNTED ONLY IN THE CONSOLE TOTALS.               *
      * SPOOLED, AND WRITTEN TO TURNOVER.CSV (REPLACED EACH RUN)    *
      * SO THE DIRECTOR CAN CHART THE SAME LINES. READ-ONLY. RUN ON *
      * DEMAND.                                                     *
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
           ACCESS MODE DYNAMIC
           ORGANIZATION INDEXED
           RECORD KEY BOOK-NUMBER
           FILE STATUS IS WORK-BOOKS-LIST-STATUS.
      *
           SELECT BOOK-CONTROL-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL.
      *
           SELECT ITEM-COPY-FILE ASSIGN TO DISK
           ACCESS MODE DYNAMIC
           ORGANIZATION INDEXED
           RECORD KEY ITEM-BARCODE
           FILE STATUS IS WORK-ITEM-FILE-STATUS.
      *
           SELECT CIRCULATION-FILE ASSIGN TO DISK
           ACCESS MODE DYNAMIC
           ORGANIZATION INDEXED
           RECORD KEY CIRC-ITEM-BARCODE
           FILE STATUS IS WORK-CIRCULATION-FILE-STATUS.
      *
           SELECT CIRC-HISTORY-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WORK-CIRC-HISTORY-STATUS.
      *
      *    SPOOLED TO DISK (SEE SPOOL.CPY) -- THE SPOL001A MANAGER
      *    VIEWS, PRINTS, REPRINTS, OR PURGES THE SPOOLED REPORT.
           SELECT TURNOVER-PRINT ASSIGN TO WS-SPOOL-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT SPOOL-INDEX-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WORK-SPOOL-INDEX-STATUS.
      *
           SELECT TURNOVER-CSV-EXPORT ASSIGN TO DISK
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
       copy circhist.
      *
       copy spool.

       FD  TURNOVER-PRINT
           LABEL RECORDS OMITTED.
       01  TURNOVER-LINE                            PIC X(100).
      *
       FD  TURNOVER-CSV-EXPORT
           LABEL RECORDS OMITTED
           VALUE OF FILE-ID "TURNOVER.CSV".
       01  TURNOVER-EXPORT-LINE                     PIC X(100).
      *
      *    THE COUNTED COPIES, HANDED TO THE MATCH PASS IN
      *    BOOK-NUMBER ORDER.
       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SORT-WORK-BOOK-NUMBER                PIC X(5).
           05  SORT-WORK-BARCODE                    PIC X(10).
           05  SORT-WORK-BRANCH                     PIC X(3).
      *
       WORKING-STORAGE SECTION.
      *
      *    SPOOL BOOKKEEPING -- THE SPOOL FILE NAME CARRIES THE JOB
      *    AND RUN DATE, AND EVERY RUN REGISTERS ITSELF ON THE
      *    SPOOL INDEX BEFORE WRITING A LINE.
       01  WS-SPOOL-FILE-NAME                       PIC X(20).
       01  WORK-SPOOL-INDEX-STATUS                  PIC XX.
       01  W037-SPOOL-JOB-NAME                      PIC X(8)
                                                     VALUE "LIB069A".
       01  W037-SPOOL-RUN-DATE                      PIC 9(6).
       01  W037-SPOOL-RUN-TIME                      PIC 9(8).
       01  W005-END-OF-FILE-SWITCH                  PIC X.
           88  W005-END-OF-FILE                     VALUE "1".
       01  W005-SORT-END-OF-FILE-SWITCH             PIC X.
           88  W005-SORT-END-OF-FILE                VALUE "1".
       01  W005-BOOKS-END-OF-FILE-SWITCH            PIC X.
           88  W005-BOOKS-END-OF-FILE               VALUE "1".
       01  WORK-BOOKS-LIST-STATUS                   PIC XX.
       01  WORK-ITEM-FILE-STATUS                    PIC XX.
       01  WORK-CIRCULATION-FILE-STATUS             PIC XX.
       01  WORK-CIRC-HISTORY-STATUS                 PIC XX.
       01  WORK-ITEMS-OPEN-SWITCH                   PIC X VALUE "N".
           88  WORK-ITEMS-IS-OPEN                   VALUE "Y".
       01  WORK-CIRC-OPEN-SWITCH                    PIC X VALUE "N".
           88  WORK-CIRC-IS-OPEN                    VALUE "Y".
      *
       01  W005-TODAY-RAW-DATE.
           05  W005-TODAY-RAW-YY                    PIC 99.
           05  W005-TODAY-RAW-MM                    PIC 99.
           05  W005-TODAY-RAW-DD                    PIC 99.
      *
      *    THE PARM: THE ENDING YEAR OF THE FISCAL YEAR, CCYY.
       01  W006-FY-PARM                             PIC X(10).
       01  W006-FY-END-CCYY                         PIC 9(4).
       01  W006-FY-START-N                          PIC 9(8).
       01  W006-FY-END-N                            PIC 9(8).
      *
      *    PER MEDIA TYPE AND BRANCH -- SAME SMALL-TABLE SHAPE AS
      *    THE LIB064A PARTNER FIGURES, BUT KEPT IN KEY ORDER AS
      *    SLOTS ARE OPENED SO THE REPORT NEEDS NO SORT OF ITS OWN.
      *    THE NEW- FIELDS ARE THE SHARE FROM TITLES CATALOGED IN
      *    THE FY.
       01  W010-GROUP-COUNT                         PIC 999 VALUE 0.
       01  W010-GROUP-TABLE.
           05  W010-GROUP                           OCCURS 300 TIMES
                                                    INDEXED BY W010-G-I.
               10  W010-GROUP-KEY.
                   15  W010-GROUP-MEDIA             PIC X(6).
                   15  W010-GROUP-BRANCH            PIC X(3).
               10  W010-GROUP-COPIES                PIC 9(6).
               10  W010-GROUP-COST                  PIC 9(8)V99.
               10  W010-GROUP-CHECKOUTS             PIC 9(7).
               10  W010-GROUP-NEW-COPIES            PIC 9(6).
               10  W010-GROUP-NEW-COST              PIC 9(8)V99.
               10  W010-GROUP-NEW-CHECKOUTS         PIC 9(7).
       01  W010-GROUP-FOUND-SWITCH                  PIC X.
           88  W010-GROUP-FOUND                     VALUE "Y".
       01  W010-GROUP-STOP-SWITCH                   PIC X.
           88  W010-GROUP-STOP                      VALUE "Y".
       01  W010-OVERFLOW-NOTICE-SWITCH              PIC X VALUE "N".
           88  W010-OVERFLOW-NOTICED                VALUE "Y".
       01  W010-WORK-GROUP-KEY.
           05  W010-WORK-MEDIA                      PIC X(6).
           05  W010-WORK-BRANCH                     PIC X(3).
       01  W010-SHIFT-SUB                           PIC 999.
       01  W010-SLOT-SUB                            PIC 999.
      *
      *    THE TITLE (OR LOAN) BEING COUNTED.
       01  W011-TITLE-NEW-SWITCH                    PIC X.
           88  W011-TITLE-IS-NEW                    VALUE "Y".
       01  W011-TITLE-COPY-COUNT                    PIC 999.
       01  W011-COPY-BRANCH                         PIC X(3).
       01  W011-DATE-ADDED-N                        PIC 9(8).
       01  W011-LOAN-BOOK-NUMBER                    PIC X(5).
       01  W011-LOAN-BRANCH                         PIC X(3).
       01  W011-CHECKOUT-DATE                       PIC X(8).
       01  W011-CHECKOUT-DATE-N REDEFINES W011-CHECKOUT-DATE
                                                    PIC 9(8).
      *
       01  W012-TOTAL-COPIES                        PIC 9(7) VALUE 0.
       01  W012-TOTAL-CHECKOUTS                     PIC 9(7) VALUE 0.
       01  W012-LOANS-LEFT-OUT                      PIC 9(7) VALUE 0.
      *
      *    ONE LINE'S FIGURES, WHICHEVER SECTION AND LEVEL IS BEING
      *    PRINTED, AND THE MEDIA-TYPE AND GRAND TOTALS BEHIND THEM.
       01  W013-SECTION-SWITCH                      PIC X.
           88  W013-ALL-TITLES                      VALUE "A".
           88  W013-NEW-TITLES                      VALUE "N".
       01  W013-SECTION-NAME                        PIC X(3).
       01  W013-LINE-MEDIA                          PIC X(6).
       01  W013-LINE-BRANCH                         PIC X(3).
       01  W013-LINE-COPIES                         PIC 9(7).
       01  W013-LINE-COST                           PIC 9(9)V99.
       01  W013-LINE-CHECKOUTS                      PIC 9(7).
       01  W013-TURNOVER                            PIC 9(5)V99.
       01  W013-COST-PER-CIRC                       PIC 9(7)V99.
       01  W013-PRIOR-MEDIA                         PIC X(6).
       01  W013-MEDIA-COPIES                        PIC 9(7).
       01  W013-MEDIA-COST                          PIC 9(9)V99.
       01  W013-MEDIA-CHECKOUTS                     PIC 9(7).
       01  W013-GRAND-COPIES                        PIC 9(7).
       01  W013-GRAND-COST                          PIC 9(9)V99.
       01  W013-GRAND-CHECKOUTS                     PIC 9(7).
       01  W013-LINES-PRINTED                       PIC 999.
      *
       01  W015-HEADING-LINE.
           05  FILLER                     PIC X(50) VALUE
               "MEDIA   BRANCH     COPIES      REPL COST  CHECKOUT".
           05  FILLER                     PIC X(50) VALUE
               "S    TURNOVER     COST/CIRC                       ".
      *
       01  W015-GROUP-LINE.
           05  W015-MEDIA-OUT                       PIC X(6).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  W015-BRANCH-OUT                      PIC X(6).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  W015-COPIES-OUT                      PIC Z,ZZZ,ZZ9.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  W015-COST-OUT                        PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  W015-CHECKOUTS-OUT                   PIC Z,ZZZ,ZZ9.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  W015-TURNOVER-OUT                    PIC ZZ,ZZ9.99.
           05  W015-TURNOVER-NONE REDEFINES W015-TURNOVER-OUT
                                                    PIC X(9).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  W015-COST-PER-CIRC-OUT               PIC Z,ZZZ,ZZ9.99.
           05  W015-COST-PER-CIRC-NONE REDEFINES W015-COST-PER-CIRC-OUT
                                                    PIC X(12).
      *
      *    THE CSV CARRIES EVERY LINE OF BOTH SECTIONS -- ALL IN THE
      *    BRANCH COLUMN IS A MEDIA SUBTOTAL, ALL IN BOTH IS THE
      *    GRAND TOTAL. A FIGURE WITH NOTHING TO DIVIDE BY IS LEFT
      *    EMPTY.
       01  W016-CSV-HEADING-LINE                    PIC X(100) VALUE
           "FY_END,SECTION,MEDIA,BRANCH,COPIES,REPLACEMENT_COST,CHECKOU
      -    "TS,TURNOVER,COST_PER_CIRC".
       01  W016-CSV-COPIES                          PIC Z(6)9.
       01  W016-CSV-COST                            PIC Z(8)9.99.
       01  W016-CSV-CHECKOUTS                       PIC Z(6)9.
       01  W016-CSV-TURNOVER                        PIC Z(4)9.99.
       01  W016-CSV-COST-PER-CIRC                   PIC Z(6)9.99.
       01  W016-CSV-TURNOVER-X                      PIC X(9).
       01  W016-CSV-COST-PER-CIRC-X                 PIC X(11).
      *
       PROCEDURE DIVISION.
      *
       C000-MAIN-LINE-LOGIC.
      *
           PERFORM C010-CALC-FISCAL-YEAR.
           OPEN INPUT BOOKS-LIST.
           IF WORK-BOOKS-LIST-STATUS NOT EQUAL "00"
               DISPLAY "LIB069A: NO CATALOG FILE -- NOTHING TO COUNT"
               GOBACK
           END-IF.
           OPEN INPUT ITEM-COPY-FILE.
           IF WORK-ITEM-FILE-STATUS EQUAL "00"
               MOVE "Y" TO WORK-ITEMS-OPEN-SWITCH
           END-IF.
           OPEN INPUT CIRCULATION-FILE.
           IF WORK-CIRCULATION-FILE-STATUS EQUAL "00"
               MOVE "Y" TO WORK-CIRC-OPEN-SWITCH
           END-IF.
           SORT SORT-WORK-FILE
                ON ASCENDING KEY SORT-WORK-BOOK-NUMBER
                ON ASCENDING KEY SORT-WORK-BARCODE
                INPUT PROCEDURE IS C020-SELECT-COPIES
                OUTPUT PROCEDURE IS C030-COUNT-COPIES.
           PERFORM C050-COUNT-HISTORY-LOANS.
           PERFORM C055-COUNT-OPEN-LOANS.
           CLOSE BOOKS-LIST.
           IF WORK-ITEMS-IS-OPEN
               CLOSE ITEM-COPY-FILE
           END-IF.
           IF WORK-CIRC-IS-OPEN
               CLOSE CIRCULATION-FILE
           END-IF.
           PERFORM C070-PRINT-TURNOVER-REPORT.
           DISPLAY "LIB069A COLLECTION TURNOVER COMPLETE FOR FY "
                   W006-FY-END-CCYY.
           DISPLAY "COPIES COUNTED:      " W012-TOTAL-COPIES.
           DISPLAY "CHECKOUTS COUNTED:   " W012-TOTAL-CHECKOUTS.
           DISPLAY "LOANS LEFT OUT (WITHDRAWN, ILL OR UNKNOWN): "
                   W012-LOANS-LEFT-OUT.
           GOBACK.
      *
       C010-CALC-FISCAL-YEAR.
      *
           MOVE SPACES TO W006-FY-PARM.
           ACCEPT W006-FY-PARM FROM COMMAND-LINE.
           IF W006-FY-PARM (1:4) IS NUMERIC
               MOVE W006-FY-PARM (1:4) TO W006-FY-END-CCYY
           ELSE
      *        BLANK TAKES THE FY THAT ENDED THIS PAST JUNE 30.
               ACCEPT W005-TODAY-RAW-DATE FROM DATE
               IF W005-TODAY-RAW-YY LESS THAN 50
                   COMPUTE W006-FY-END-CCYY = 2000 + W005-TODAY-RAW-YY
               ELSE
                   COMPUTE W006-FY-END-CCYY = 1900 + W005-TODAY-RAW-YY
               END-IF
               IF W005-TODAY-RAW-MM LESS THAN 7
                   SUBTRACT 1 FROM W006-FY-END-CCYY
               END-IF
           END-IF.
           COMPUTE W006-FY-START-N =
                   (W006-FY-END-CCYY - 1) * 10000 + 0701.
           COMPUTE W006-FY-END-N =
                   W006-FY-END-CCYY * 10000 + 0630.
      *
      *    EVERY COPY STILL ON THE BOOKS -- A COPY BILLED LOST OR
      *    DAMAGED, OR A RETIRED SERIAL ISSUE, IS NO LONGER PART OF
      *    THE COLLECTION, AS ON THE LIB065A CATALOG EXPORT.
       C020-SELECT-COPIES.
      *
           IF WORK-ITEMS-IS-OPEN
               MOVE "0" TO W005-END-OF-FILE-SWITCH
               PERFORM C022-READ-ITEM-FILE
               PERFORM C024-RELEASE-ONE-COPY UNTIL W005-END-OF-FILE
           END-IF.
      *
       C022-READ-ITEM-FILE.
      *
           READ ITEM-COPY-FILE NEXT RECORD
                AT END, MOVE "1" TO W005-END-OF-FILE-SWITCH.
      *
       C024-RELEASE-ONE-COPY.
      *
           IF WORK-CIRC-IS-OPEN
               MOVE ITEM-BARCODE TO CIRC-ITEM-BARCODE
               READ CIRCULATION-FILE
                   INVALID KEY
                       MOVE "R" TO CIRC-STATUS-FLAG
               END-READ
           ELSE
               MOVE "R" TO CIRC-STATUS-FLAG
           END-IF.
           IF NOT ITEM-IS-RETIRED
              AND NOT CIRC-ITEM-LOST
              AND NOT CIRC-ITEM-DAMAGED
               MOVE ITEM-BOOK-NUMBER TO SORT-WORK-BOOK-NUMBER
               MOVE ITEM-BARCODE TO SORT-WORK-BARCODE
               MOVE ITEM-BRANCH-ID TO SORT-WORK-BRANCH
               RELEASE SORT-WORK-RECORD
           END-IF.
           PERFORM C022-READ-ITEM-FILE.
      *
      *    MATCH-MERGE -- THE CATALOG IN BOOK-NUMBER ORDER AGAINST
      *    THE SORTED COPIES, THE SAME SHAPE AS LIB065A. COPIES OF A
      *    TITLE NOT ON THE CATALOG ARE DROPPED.
       C030-COUNT-COPIES.
      *
           MOVE "0" TO W005-SORT-END-OF-FILE-SWITCH.
           PERFORM C032-RETURN-SORTED-COPY.
           MOVE "0" TO W005-BOOKS-END-OF-FILE-SWITCH.
           PERFORM C034-READ-NEXT-TITLE.
           PERFORM C036-COUNT-ONE-TITLE UNTIL W005-BOOKS-END-OF-FILE.
      *
       C032-RETURN-SORTED-COPY.
      *
           RETURN SORT-WORK-FILE
                AT END MOVE "1" TO W005-SORT-END-OF-FILE-SWITCH.
      *
       C034-READ-NEXT-TITLE.
      *
           READ BOOKS-LIST NEXT RECORD
                AT END, MOVE "1" TO W005-BOOKS-END-OF-FILE-SWITCH.
      *
       C036-COUNT-ONE-TITLE.
      *
           PERFORM C032-RETURN-SORTED-COPY
               UNTIL W005-SORT-END-OF-FILE
                  OR SORT-WORK-BOOK-NUMBER NOT LESS THAN BOOK-NUMBER.
           PERFORM C040-TEST-TITLE-NEW.
           MOVE 0 TO W011-TITLE-COPY-COUNT.
           PERFORM C038-COUNT-TITLE-COPY
               UNTIL W005-SORT-END-OF-FILE
                  OR SORT-WORK-BOOK-NUMBER NOT EQUAL BOOK-NUMBER.
      *    A TITLE FROM BEFORE THE ITEM FILE IS ONE COPY AT HOME.
           IF W011-TITLE-COPY-COUNT EQUAL ZERO
              AND BOOK-IS-ACTIVE
              AND BOOK-MEDIA-TYPE NOT EQUAL "ILL"
               MOVE BOOK-BRANCH-ID TO W011-COPY-BRANCH
               PERFORM C039-ADD-ONE-COPY
           END-IF.
           PERFORM C034-READ-NEXT-TITLE.
      *
       C038-COUNT-TITLE-COPY.
      *
           IF BOOK-IS-ACTIVE
              AND BOOK-MEDIA-TYPE NOT EQUAL "ILL"
               ADD 1 TO W011-TITLE-COPY-COUNT
               MOVE SORT-WORK-BRANCH TO W011-COPY-BRANCH
               PERFORM C039-ADD-ONE-COPY
           END-IF.
           PERFORM C032-RETURN-SORTED-COPY.
      *
       C039-ADD-ONE-COPY.
      *
           IF BOOK-REPLACEMENT-COST NOT NUMERIC
               MOVE ZERO TO BOOK-REPLACEMENT-COST.
           MOVE BOOK-MEDIA-TYPE TO W010-WORK-MEDIA.
           MOVE W011-COPY-BRANCH TO W010-WORK-BRANCH.
           PERFORM C060-FIND-GROUP-SLOT.
           ADD 1 TO W012-TOTAL-COPIES.
           IF W010-GROUP-FOUND
               ADD 1 TO W010-GROUP-COPIES (W010-G-I)
               ADD BOOK-REPLACEMENT-COST TO W010-GROUP-COST (W010-G-I)
               IF W011-TITLE-IS-NEW
                   ADD 1 TO W010-GROUP-NEW-COPIES (W010-G-I)
                   ADD BOOK-REPLACEMENT-COST
                           TO W010-GROUP-NEW-COST (W010-G-I)
               END-IF
           END-IF.
      *
      *    BOOK-DATE-ADDED IS YYMMDD, WINDOWED THE SAME WAY AS
      *    TODAY'S DATE.
       C040-TEST-TITLE-NEW.
      *
           MOVE "N" TO W011-TITLE-NEW-SWITCH.
           IF BOOK-DATE-ADDED IS NUMERIC
              AND BOOK-DATE-ADDED GREATER THAN ZERO
               IF BOOK-DATE-ADDED LESS THAN 500000
                   COMPUTE W011-DATE-ADDED-N =
                           20000000 + BOOK-DATE-ADDED
               ELSE
                   COMPUTE W011-DATE-ADDED-N =
                           19000000 + BOOK-DATE-ADDED
               END-IF
               IF W011-DATE-ADDED-N NOT LESS THAN W006-FY-START-N
                  AND W011-DATE-ADDED-N NOT GREATER THAN W006-FY-END-N
                   MOVE "Y" TO W011-TITLE-NEW-SWITCH
               END-IF
           END-IF.
      *
      *    EVERY COMPLETED LOAN CHECKED OUT IN THE FY.
       C050-COUNT-HISTORY-LOANS.
      *
           OPEN INPUT CIRC-HISTORY-FILE.
           IF WORK-CIRC-HISTORY-STATUS EQUAL "00"
               MOVE "0" TO W005-END-OF-FILE-SWITCH
               PERFORM C052-READ-ONE-HISTORY-LOAN
                   UNTIL W005-END-OF-FILE
               CLOSE CIRC-HISTORY-FILE
           END-IF.
      *
       C052-READ-ONE-HISTORY-LOAN.
      *
           READ CIRC-HISTORY-FILE
               AT END
                   MOVE "1" TO W005-END-OF-FILE-SWITCH
               NOT AT END
                   MOVE HIST-CHECKOUT-DATE TO W011-CHECKOUT-DATE
                   IF W011-CHECKOUT-DATE IS NUMERIC
                      AND W011-CHECKOUT-DATE-N NOT LESS THAN
                          W006-FY-START-N
                      AND W011-CHECKOUT-DATE-N NOT GREATER THAN
                          W006-FY-END-N
                       MOVE HIST-ITEM-BARCODE TO ITEM-BARCODE
                       PERFORM C058-COUNT-ONE-LOAN THRU C058-EXIT
                   END-IF
           END-READ.
      *
      *    AND THE LOANS CHECKED OUT IN THE FY THAT HAVE NOT COME
      *    BACK YET -- A RETURNED ONE IS ALREADY ON THE HISTORY.
       C055-COUNT-OPEN-LOANS.
      *
           IF WORK-CIRC-IS-OPEN
               MOVE "0" TO W005-END-OF-FILE-SWITCH
               MOVE LOW-VALUES TO CIRC-ITEM-BARCODE
               START CIRCULATION-FILE
                   KEY IS NOT LESS THAN CIRC-ITEM-BARCODE
                   INVALID KEY
                       MOVE "1" TO W005-END-OF-FILE-SWITCH
               END-START
               PERFORM C056-READ-ONE-OPEN-LOAN
                   UNTIL W005-END-OF-FILE
           END-IF.
      *
       C056-READ-ONE-OPEN-LOAN.
      *
           READ CIRCULATION-FILE NEXT RECORD
               AT END
                   MOVE "1" TO W005-END-OF-FILE-SWITCH
               NOT AT END
                   MOVE CIRC-CHECKOUT-DATE TO W011-CHECKOUT-DATE
                   IF (CIRC-ITEM-OUT OR CIRC-ITEM-CLAIMED-RETURNED)
                      AND W011-CHECKOUT-DATE IS NUMERIC
                      AND W011-CHECKOUT-DATE-N NOT LESS THAN
                          W006-FY-START-N
                      AND W011-CHECKOUT-DATE-N NOT GREATER THAN
                          W006-FY-END-N
                       MOVE CIRC-ITEM-BARCODE TO ITEM-BARCODE
                       PERFORM C058-COUNT-ONE-LOAN THRU C058-EXIT
                   END-IF
           END-READ.
      *
      *    THE COPY ROW NAMES THE TITLE AND THE OWNING BRANCH; A
      *    BARCODE FROM BEFORE THE ITEM FILE CARRIES ITS CATALOG
      *    NUMBER IN ITS FIRST FIVE POSITIONS AND BELONGS TO THE
      *    TITLE'S HOME BRANCH. ITEM-BARCODE IS SET BY THE CALLER.
       C058-COUNT-ONE-LOAN.
      *
           MOVE SPACES TO W011-LOAN-BRANCH.
           MOVE ITEM-BARCODE (1:5) TO W011-LOAN-BOOK-NUMBER.
           IF WORK-ITEMS-IS-OPEN
               READ ITEM-COPY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ITEM-BOOK-NUMBER TO W011-LOAN-BOOK-NUMBER
                       MOVE ITEM-BRANCH-ID TO W011-LOAN-BRANCH
               END-READ
           END-IF.
           MOVE W011-LOAN-BOOK-NUMBER TO BOOK-NUMBER.
           READ BOOKS-LIST
               INVALID KEY
                   ADD 1 TO W012-LOANS-LEFT-OUT
                   GO TO C058-EXIT
           END-READ.
           IF NOT BOOK-IS-ACTIVE
              OR BOOK-MEDIA-TYPE EQUAL "ILL"
               ADD 1 TO W012-LOANS-LEFT-OUT
               GO TO C058-EXIT.
           IF W011-LOAN-BRANCH EQUAL SPACES
               MOVE BOOK-BRANCH-ID TO W011-LOAN-BRANCH.
           PERFORM C040-TEST-TITLE-NEW.
           MOVE BOOK-MEDIA-TYPE TO W010-WORK-MEDIA.
           MOVE W011-LOAN-BRANCH TO W010-WORK-BRANCH.
           PERFORM C060-FIND-GROUP-SLOT.
           ADD 1 TO W012-TOTAL-CHECKOUTS.
           IF W010-GROUP-FOUND
               ADD 1 TO W010-GROUP-CHECKOUTS (W010-G-I)
               IF W011-TITLE-IS-NEW
                   ADD 1 TO W010-GROUP-NEW-CHECKOUTS (W010-G-I)
               END-IF
           END-IF.
      *
       C058-EXIT.
           EXIT.
      *
      *    FINDS (OR OPENS) THE SLOT FOR ONE MEDIA TYPE AND BRANCH
      *    AND LEAVES W010-G-I POINTING AT IT. THE TABLE IS KEPT IN
      *    KEY ORDER -- A NEW SLOT IS OPENED WHERE IT BELONGS AND
      *    THE SLOTS ABOVE IT MOVE UP ONE.
       C060-FIND-GROUP-SLOT.
      *
           MOVE "N" TO W010-GROUP-FOUND-SWITCH.
           MOVE "N" TO W010-GROUP-STOP-SWITCH.
           SET W010-G-I TO 1.
           PERFORM C062-TEST-GROUP-SLOT
               UNTIL W010-G-I GREATER THAN W010-GROUP-COUNT
                  OR W010-GROUP-STOP.
           IF W010-GROUP-STOP
               IF W010-GROUP-KEY (W010-G-I) EQUAL W010-WORK-GROUP-KEY
                   MOVE "Y" TO W010-GROUP-FOUND-SWITCH
               END-IF
           END-IF.
           IF NOT W010-GROUP-FOUND
      *        A FULL TABLE REFUSES THE SLOT INSTEAD OF INDEXING
      *        PAST IT -- THE CONSOLE TOTALS STILL COUNT THE COPY.
               IF W010-GROUP-COUNT LESS THAN 300
                   SET W010-SLOT-SUB TO W010-G-I
                   PERFORM C064-MOVE-GROUP-UP
                       VARYING W010-SHIFT-SUB FROM W010-GROUP-COUNT
                       BY -1
                       UNTIL W010-SHIFT-SUB LESS THAN W010-SLOT-SUB
                   ADD 1 TO W010-GROUP-COUNT
                   MOVE W010-WORK-GROUP-KEY
                           TO W010-GROUP-KEY (W010-G-I)
                   MOVE ZERO TO W010-GROUP-COPIES (W010-G-I)
                   MOVE ZERO TO W010-GROUP-COST (W010-G-I)
                   MOVE ZERO TO W010-GROUP-CHECKOUTS (W010-G-I)
                   MOVE ZERO TO W010-GROUP-NEW-COPIES (W010-G-I)
                   MOVE ZERO TO W010-GROUP-NEW-COST (W010-G-I)
                   MOVE ZERO TO W010-GROUP-NEW-CHECKOUTS (W010-G-I)
                   MOVE "Y" TO W010-GROUP-FOUND-SWITCH
               ELSE
                   IF NOT W010-OVERFLOW-NOTICED
                       DISPLAY "LIB069A: MORE THAN 300 MEDIA/BRANCH "
                               "GROUPS -- EXTRAS NOT TALLIED"
                       MOVE "Y" TO W010-OVERFLOW-NOTICE-SWITCH
                   END-IF
               END-IF
           END-IF.
      *
       C062-TEST-GROUP-SLOT.
      *
           IF W010-GROUP-KEY (W010-G-I) NOT LESS THAN
                   W010-WORK-GROUP-KEY
               MOVE "Y" TO W010-GROUP-STOP-SWITCH
           ELSE
               SET W010-G-I UP BY 1.
      *
       C064-MOVE-GROUP-UP.
      *
           MOVE W010-GROUP (W010-SHIFT-SUB)
                   TO W010-GROUP (W010-SHIFT-SUB + 1).
      *
       C070-PRINT-TURNOVER-REPORT.
      *
           PERFORM C900-REGISTER-SPOOL-FILE.
           OPEN OUTPUT TURNOVER-PRINT.
           OPEN OUTPUT TURNOVER-CSV-EXPORT.
           MOVE W016-CSV-HEADING-LINE TO TURNOVER-EXPORT-LINE.
           WRITE TURNOVER-EXPORT-LINE.
           MOVE SPACES TO TURNOVER-LINE.
           STRING "COLLECTION TURNOVER AND COST PER CIRCULATION -- "
                                        DELIMITED BY SIZE
                  "FISCAL YEAR ENDED "  DELIMITED BY SIZE
                  W006-FY-END-CCYY      DELIMITED BY SIZE
                  INTO TURNOVER-LINE.
           WRITE TURNOVER-LINE.
      *
           MOVE "ALL TITLES ON THE SHELVES" TO TURNOVER-LINE.
           WRITE TURNOVER-LINE AFTER ADVANCING 2 LINES.
           MOVE "A" TO W013-SECTION-SWITCH.
           MOVE "ALL" TO W013-SECTION-NAME.
           PERFORM C072-PRINT-ONE-SECTION THRU C072-EXIT.
      *
           MOVE SPACES TO TURNOVER-LINE.
           STRING "TITLES CATALOGED IN THE FISCAL YEAR ENDED "
                                        DELIMITED BY SIZE
                  W006-FY-END-CCYY      DELIMITED BY SIZE
                  INTO TURNOVER-LINE.
           WRITE TURNOVER-LINE AFTER ADVANCING 3 LINES.
           MOVE "N" TO W013-SECTION-SWITCH.
           MOVE "NEW" TO W013-SECTION-NAME.
           PERFORM C072-PRINT-ONE-SECTION THRU C072-EXIT.
      *
           MOVE "TURNOVER IS CHECKOUTS PER COPY; COST/CIRC IS THE"
                   TO TURNOVER-LINE.
           WRITE TURNOVER-LINE AFTER ADVANCING 2 LINES.
           MOVE "REPLACEMENT COST DIVIDED BY CHECKOUTS."
                   TO TURNOVER-LINE.
           WRITE TURNOVER-LINE.
           CLOSE TURNOVER-PRINT
                 TURNOVER-CSV-EXPORT.
      *
       C072-PRINT-ONE-SECTION.
      *
           MOVE W015-HEADING-LINE TO TURNOVER-LINE.
           WRITE TURNOVER-LINE AFTER ADVANCING 2 LINES.
           MOVE ZERO TO W013-LINES-PRINTED.
           MOVE ZERO TO W013-MEDIA-COPIES W013-MEDIA-COST
                        W013-MEDIA-CHECKOUTS.
           MOVE ZERO TO W013-GRAND-COPIES W013-GRAND-COST
                        W013-GRAND-CHECKOUTS.
           MOVE SPACES TO W013-PRIOR-MEDIA.
           PERFORM C074-PRINT-ONE-GROUP THRU C074-EXIT
                VARYING W010-G-I FROM 1 BY 1
                UNTIL W010-G-I GREATER THAN W010-GROUP-COUNT.
           IF W013-LINES-PRINTED EQUAL ZERO
               MOVE "  (NOTHING TO REPORT FOR THE FY)" TO TURNOVER-LINE
               WRITE TURNOVER-LINE
               GO TO C072-EXIT.
           PERFORM C076-PRINT-MEDIA-TOTAL.
           MOVE "ALL" TO W013-LINE-MEDIA.
           MOVE "ALL" TO W013-LINE-BRANCH.
           MOVE W013-GRAND-COPIES TO W013-LINE-COPIES.
           MOVE W013-GRAND-COST TO W013-LINE-COST.
           MOVE W013-GRAND-CHECKOUTS TO W013-LINE-CHECKOUTS.
           MOVE SPACES TO TURNOVER-LINE.
           WRITE TURNOVER-LINE.
           PERFORM C080-PRINT-FIGURES-LINE.
      *
       C072-EXIT.
           EXIT.
      *
      *    A GROUP WITH NOTHING IN THE SECTION IS SKIPPED -- MOST
      *    GROUPS ADDED NO NEW TITLES AT ALL.
       C074-PRINT-ONE-GROUP.
      *
           PERFORM C075-LOAD-GROUP-FIGURES.
           IF W013-LINE-COPIES EQUAL ZERO
              AND W013-LINE-CHECKOUTS EQUAL ZERO
               GO TO C074-EXIT.
           IF W010-GROUP-MEDIA (W010-G-I) NOT EQUAL W013-PRIOR-MEDIA
              AND W013-LINES-PRINTED GREATER THAN ZERO
               PERFORM C076-PRINT-MEDIA-TOTAL
               PERFORM C075-LOAD-GROUP-FIGURES
           END-IF.
           MOVE W010-GROUP-MEDIA (W010-G-I) TO W013-PRIOR-MEDIA.
           ADD 1 TO W013-LINES-PRINTED.
           ADD W013-LINE-COPIES TO W013-MEDIA-COPIES W013-GRAND-COPIES.
           ADD W013-LINE-COST TO W013-MEDIA-COST W013-GRAND-COST.
           ADD W013-LINE-CHECKOUTS TO W013-MEDIA-CHECKOUTS
                                      W013-GRAND-CHECKOUTS.
           MOVE W010-GROUP-MEDIA (W010-G-I) TO W013-LINE-MEDIA.
           MOVE W010-GROUP-BRANCH (W010-G-I) TO W013-LINE-BRANCH.
           PERFORM C080-PRINT-FIGURES-LINE.
      *
       C074-EXIT.
           EXIT.
      *
       C075-LOAD-GROUP-FIGURES.
      *
           IF W013-ALL-TITLES
               MOVE W010-GROUP-COPIES (W010-G-I) TO W013-LINE-COPIES
               MOVE W010-GROUP-COST (W010-G-I) TO W013-LINE-COST
               MOVE W010-GROUP-CHECKOUTS (W010-G-I)
                       TO W013-LINE-CHECKOUTS
           ELSE
               MOVE W010-GROUP-NEW-COPIES (W010-G-I)
                       TO W013-LINE-COPIES
               MOVE W010-GROUP-NEW-COST (W010-G-I) TO W013-LINE-COST
               MOVE W010-GROUP-NEW-CHECKOUTS (W010-G-I)
                       TO W013-LINE-CHECKOUTS
           END-IF.
      *
       C076-PRINT-MEDIA-TOTAL.
      *
           MOVE W013-PRIOR-MEDIA TO W013-LINE-MEDIA.
           MOVE "ALL" TO W013-LINE-BRANCH.
           MOVE W013-MEDIA-COPIES TO W013-LINE-COPIES.
           MOVE W013-MEDIA-COST TO W013-LINE-COST.
           MOVE W013-MEDIA-CHECKOUTS TO W013-LINE-CHECKOUTS.
           PERFORM C080-PRINT-FIGURES-LINE.
           MOVE SPACES TO TURNOVER-LINE.
           WRITE TURNOVER-LINE.
           MOVE ZERO TO W013-MEDIA-COPIES W013-MEDIA-COST
                        W013-MEDIA-CHECKOUTS.
      *
      *    ONE REPORT LINE AND ONE CSV LINE FROM THE W013-LINE-
      *    FIGURES.
       C080-PRINT-FIGURES-LINE.
      *
           MOVE W013-LINE-MEDIA TO W015-MEDIA-OUT.
           MOVE W013-LINE-BRANCH TO W015-BRANCH-OUT.
           MOVE W013-LINE-COPIES TO W015-COPIES-OUT.
           MOVE W013-LINE-COST TO W015-COST-OUT.
           MOVE W013-LINE-CHECKOUTS TO W015-CHECKOUTS-OUT.
           MOVE SPACES TO W016-CSV-TURNOVER-X.
           MOVE SPACES TO W016-CSV-COST-PER-CIRC-X.
           IF W013-LINE-COPIES EQUAL ZERO
               MOVE "      N/A" TO W015-TURNOVER-NONE
           ELSE
               COMPUTE W013-TURNOVER ROUNDED =
                       W013-LINE-CHECKOUTS / W013-LINE-COPIES
               MOVE W013-TURNOVER TO W015-TURNOVER-OUT
               MOVE W013-TURNOVER TO W016-CSV-TURNOVER
               MOVE FUNCTION TRIM (W016-CSV-TURNOVER)
                       TO W016-CSV-TURNOVER-X
           END-IF.
           IF W013-LINE-CHECKOUTS EQUAL ZERO
               MOVE "         N/A" TO W015-COST-PER-CIRC-NONE
           ELSE
               COMPUTE W013-COST-PER-CIRC ROUNDED =
                       W013-LINE-COST / W013-LINE-CHECKOUTS
               MOVE W013-COST-PER-CIRC TO W015-COST-PER-CIRC-OUT
               MOVE W013-COST-PER-CIRC TO W016-CSV-COST-PER-CIRC
               MOVE FUNCTION TRIM (W016-CSV-COST-PER-CIRC)
                       TO W016-CSV-COST-PER-CIRC-X
           END-IF.
           MOVE W015-GROUP-LINE TO TURNOVER-LINE.
           WRITE TURNOVER-LINE.
      *
           MOVE W013-LINE-COPIES TO W016-CSV-COPIES.
           MOVE W013-LINE-COST TO W016-CSV-COST.
           MOVE W013-LINE-CHECKOUTS TO W016-CSV-CHECKOUTS.
           MOVE SPACES TO TURNOVER-EXPORT-LINE.
           STRING W006-FY-END-CCYY                    DELIMITED BY SIZE
                  ","                                 DELIMITED BY SIZE
                  W013-SECTION-NAME                   DELIMITED BY SIZE
                  ","                                 DELIMITED BY SIZE
                  FUNCTION TRIM (W013-LINE-MEDIA)     DELIMITED BY SIZE
                  ","                                 DELIMITED BY SIZE
                  FUNCTION TRIM (W013-LINE-BRANCH)    DELIMITED BY SIZE
                  ","                                 DELIMITED BY SIZE
                  FUNCTION TRIM (W016-CSV-COPIES)     DELIMITED BY SIZE
                  ","                                 DELIMITED BY SIZE
                  FUNCTION TRIM (W016-CSV-COST)       DELIMITED BY SIZE
                  ","                                 DELIMITED BY SIZE
                  FUNCTION TRIM (W016-CSV-CHECKOUTS)  DELIMITED BY SIZE
                  ","                                 DELIMITED BY SIZE
                  W016-CSV-TURNOVER-X                 DELIMITED BY SPACE
                  ","                                 DELIMITED BY SIZE
                  W016-CSV-COST-PER-CIRC-X            DELIMITED BY SPACE
                  INTO TURNOVER-EXPORT-LINE.
           WRITE TURNOVER-EXPORT-LINE.
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
