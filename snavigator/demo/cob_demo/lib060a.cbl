       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. LIB060A.
      *
       DATE-WRITTEN. 10/15/26.
      *
      ***************************************************************
      *                                                             *
      * WEEKLY REPLACEMENT-CANDIDATES REPORT FOR THE SELECTOR --    *
      * EVERY TITLE THAT LOST A COPY IN THE SEVEN DAYS ENDING ON    *
      * THE COMMAND-LINE PARM (CCYYMMDD, BLANK = TODAY), OFF THE    *
      * REPLLOG.DAT ROWS CIRC001A (LOST OR DAMAGED), LIB011A        *
      * (MISSING AT INVENTORY) AND BOOK001A (F6 WITHDRAWAL) APPEND. *
      * ONE LINE PER TITLE: COPIES GONE IN THE WEEK, COPIES STILL   *
      * IN SERVICE ON ITEMFILE.DAT, HOLDS WAITING ON HOLDS.DAT,     *
      * LIFETIME LOANS OFF CIRCHIST.DAT, AND THE REPLACEMENT COST.  *
      * A TITLE LEFT WITH NO COPIES AND A HOLD QUEUE IS CALLED OUT. *
      * THE SELECTOR ACCEPTS OR REJECTS EACH ROW ON ACQ001A (S).    *
      * READ-ONLY. SCHEDULED WEEKLY (MONDAY).                       *
      *                                                             *
      ***************************************************************
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT REPLACEMENT-LOG-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WORK-REPLACEMENT-LOG-STATUS.
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
      *    DYNAMIC -- WALKED ONCE TO COUNT THE COPIES LEFT, THEN
      *    READ BY BARCODE TO TIE HOLDS AND HISTORY TO THEIR TITLE.
           SELECT ITEM-COPY-FILE ASSIGN TO DISK
           ACCESS MODE DYNAMIC
           ORGANIZATION INDEXED
           RECORD KEY ITEM-BARCODE
           FILE STATUS IS WORK-ITEM-FILE-STATUS.
      *
           SELECT CIRCULATION-FILE ASSIGN TO DISK
           ACCESS MODE RANDOM
           ORGANIZATION INDEXED
           RECORD KEY CIRC-ITEM-BARCODE
           FILE STATUS IS WORK-CIRC-FILE-STATUS.
      *
           SELECT HOLD-FILE ASSIGN TO DISK
           ACCESS MODE SEQUENTIAL
           ORGANIZATION INDEXED
           RECORD KEY HOLD-KEY
           FILE STATUS IS WORK-HOLD-FILE-STATUS.
      *
           SELECT CIRC-HISTORY-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WORK-HISTORY-STATUS.
      *
      *    SPOOLED TO DISK (SEE SPOOL.CPY) -- THE SPOL001A MANAGER
      *    VIEWS, PRINTS, REPRINTS, OR PURGES THE SPOOLED REPORT.
           SELECT REPLACEMENT-PRINT ASSIGN TO WS-SPOOL-FILE-NAME
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
       copy repllog.
      *
       copy books.
      *
       copy itemfile.
      *
       copy circ.
      *
       copy holds.
      *
       copy circhist.
      *
       copy spool.

       FD  REPLACEMENT-PRINT
           LABEL RECORDS OMITTED.
       01  REPLACEMENT-PRINT-LINE                   PIC X(100).
      *
       WORKING-STORAGE SECTION.
      *
      *    SPOOL BOOKKEEPING -- THE SPOOL FILE NAME CARRIES THE JOB
      *    AND RUN DATE, AND EVERY RUN REGISTERS ITSELF ON THE
      *    SPOOL INDEX BEFORE WRITING A LINE.
       01  WS-SPOOL-FILE-NAME                       PIC X(20).
       01  WORK-SPOOL-INDEX-STATUS                  PIC XX.
       01  W037-SPOOL-JOB-NAME                      PIC X(8)
                                                     VALUE "LIB060A".
       01  W037-SPOOL-RUN-DATE                      PIC 9(6).
       01  W037-SPOOL-RUN-TIME                      PIC 9(8).
       01  W005-END-OF-FILE-SWITCH                  PIC X.
           88  W005-END-OF-FILE                     VALUE "1".
       01  WORK-REPLACEMENT-LOG-STATUS              PIC XX.
       01  WORK-BOOKS-LIST-STATUS                   PIC XX.
       01  WORK-ITEM-FILE-STATUS                    PIC XX.
       01  WORK-CIRC-FILE-STATUS                    PIC XX.
       01  WORK-HOLD-FILE-STATUS                    PIC XX.
       01  WORK-HISTORY-STATUS                      PIC XX.
       01  WORK-ITEMS-OPEN-SWITCH                   PIC X.
           88  WORK-ITEMS-IS-OPEN                   VALUE "Y".
       01  WORK-CIRC-OPEN-SWITCH                    PIC X.
           88  WORK-CIRC-IS-OPEN                    VALUE "Y".
      *
      *    HOW FAR BACK THE REPORT LOOKS -- THE WEEK-ENDING DAY AND
      *    THE SIX DAYS BEFORE IT.
       01  W060-REPORT-DAYS                         PIC 99 VALUE 7.
      *
       01  W005-TODAY-RAW-DATE.
           05  W005-TODAY-RAW-YY                    PIC 99.
           05  W005-TODAY-RAW-MM                    PIC 99.
           05  W005-TODAY-RAW-DD                    PIC 99.
      *
      *    THE PARM: THE WEEK-ENDING DATE, CCYYMMDD.
       01  W006-RUN-PARM                            PIC X(10).
       01  W006-WEEK-ENDING.
           05  W006-WEEK-ENDING-CCYY                PIC 9(4).
           05  W006-WEEK-ENDING-MM                  PIC 99.
           05  W006-WEEK-ENDING-DD                  PIC 99.
      *
      *    SERIAL-DAY CONVERSION (SAME 4/100/400 ARITHMETIC AS
      *    CIRC001A) SO THE AGE OF A LOG ROW IS A SUBTRACTION.
       01  W007-CUM-DAYS-TABLE.
           05  FILLER                               PIC 999 VALUE 000.
           05  FILLER                               PIC 999 VALUE 031.
           05  FILLER                               PIC 999 VALUE 059.
           05  FILLER                               PIC 999 VALUE 090.
           05  FILLER                               PIC 999 VALUE 120.
           05  FILLER                               PIC 999 VALUE 151.
           05  FILLER                               PIC 999 VALUE 181.
           05  FILLER                               PIC 999 VALUE 212.
           05  FILLER                               PIC 999 VALUE 243.
           05  FILLER                               PIC 999 VALUE 273.
           05  FILLER                               PIC 999 VALUE 304.
           05  FILLER                               PIC 999 VALUE 334.
       01  W007-CUM-DAYS REDEFINES W007-CUM-DAYS-TABLE.
           05  W007-MONTH-CUM-DAYS                  PIC 999 OCCURS 12.
       01  W007-CONV-DATE.
           05  W007-CONV-CC                         PIC 99.
           05  W007-CONV-YY                         PIC 99.
           05  W007-CONV-MM                         PIC 99.
           05  W007-CONV-DD                         PIC 99.
       01  W007-CONV-YEAR                           PIC 9(4).
       01  W007-LEAP-YEAR                           PIC 9(4).
       01  W007-LEAP-4                              PIC 9(4).
       01  W007-LEAP-100                            PIC 9(4).
       01  W007-LEAP-400                            PIC 9(4).
       01  W007-CONV-SERIAL                         PIC 9(7).
       01  W007-WEEK-END-SERIAL                     PIC 9(7).
       01  W007-DAYS-AGO                            PIC S9(5).
      *
       01  W012-LOG-ROWS-READ                       PIC 9(5) VALUE 0.
       01  W012-COPIES-GONE                         PIC 9(5) VALUE 0.
       01  W012-NONE-LEFT-COUNT                     PIC 9(5) VALUE 0.
       01  W012-HOLDS-STRANDED-COUNT                PIC 9(5) VALUE 0.
      *
      *    ONE SLOT PER TITLE THAT LOST A COPY IN THE WEEK, IN THE
      *    ORDER THE LOSSES WERE LOGGED. 300 TITLES IS MORE THAN
      *    ANY WEEK HAS SEEN; OVERFLOW IS REPORTED, NOT DROPPED
      *    SILENTLY.
       01  W021-TITLE-MAX                           PIC 999 VALUE 300.
       01  W021-TITLE-USED                          PIC 999 VALUE 0.
       01  W021-TITLE-OVERFLOW                      PIC 9(5) VALUE 0.
       01  W021-TITLE-SUB                           PIC 999.
       01  W021-FOUND-SWITCH                        PIC X.
           88  W021-FOUND                           VALUE "Y".
       01  W021-TITLE-TABLE.
           05  W021-TITLE-ENTRY OCCURS 300 TIMES.
               10  W021-BOOK-NUMBER                 PIC X(5).
               10  W021-LAST-REASON                 PIC X(6).
               10  W021-COPIES-GONE                 PIC 99.
      *            A MISSING OR F6-WITHDRAWN TITLE WENT WHOLE --
      *            WHATEVER COPIES ITEMFILE.DAT STILL LISTS ARE NOT
      *            ON THE SHELF.
               10  W021-WHOLE-TITLE-SWITCH          PIC X.
                   88  W021-WHOLE-TITLE-GONE        VALUE "Y".
               10  W021-COPIES-LEFT                 PIC 999.
               10  W021-HOLDS-WAITING               PIC 999.
               10  W021-LIFETIME-LOANS              PIC 9(5).
      *
      *    A HOLD OR HISTORY BARCODE RESOLVED TO ITS TITLE THROUGH
      *    ITEMFILE.DAT, FALLING BACK TO THE BARCODE(1:5) CONVENTION.
       01  W020-LOOKUP-BARCODE                      PIC X(10).
       01  W020-LOOKUP-BOOK                         PIC X(5).
       01  W020-COPY-IN-SERVICE-SWITCH              PIC X.
           88  W020-COPY-IN-SERVICE                 VALUE "Y".
       01  W021-DATE-WORK.
           05  W021-DATE-CCYY                       PIC 9(4).
           05  W021-DATE-MM                         PIC 99.
           05  W021-DATE-DD                         PIC 99.
      *
       01  W015-TITLE-LINE.
           05  FILLER                     PIC X(47) VALUE
               "LIB060A REPLACEMENT CANDIDATES -- WEEK ENDING  ".
           05  W015-TITLE-MM                        PIC 99.
           05  FILLER                     PIC X VALUE "/".
           05  W015-TITLE-DD                        PIC 99.
           05  FILLER                     PIC X VALUE "/".
           05  W015-TITLE-CCYY                      PIC 9(4).
      *
       01  W015-COLUMN-LINE.
           05  FILLER                     PIC X(50) VALUE
               "BOOK   TITLE                          AUTHOR      ".
           05  FILLER                     PIC X(50) VALUE
               "         REASON GONE LEFTHOLDS  LOANS    COST".
      *
       01  W015-DETAIL-LINE.
           05  W015-DET-BOOK                        PIC X(5).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  W015-DET-TITLE                       PIC X(30).
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  W015-DET-AUTHOR                      PIC X(20).
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  W015-DET-REASON                      PIC X(6).
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  W015-DET-GONE                        PIC Z9.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  W015-DET-LEFT                        PIC ZZ9.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  W015-DET-HOLDS                       PIC ZZ9.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  W015-DET-LOANS                       PIC ZZZZ9.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  W015-DET-COST                        PIC ZZ9.99.
      *
       01  W015-FIGURE-LINE.
           05  W015-FIGURE-LABEL                    PIC X(40).
           05  W015-FIGURE-VALUE                    PIC ZZ,ZZ9.
      *
       PROCEDURE DIVISION.
      *
       C000-MAIN-LINE-LOGIC.
      *
           PERFORM C010-SET-WEEK-ENDING.
           OPEN INPUT REPLACEMENT-LOG-FILE.
           IF WORK-REPLACEMENT-LOG-STATUS NOT EQUAL "00"
               DISPLAY "LIB060A: NO REPLACEMENT LOG -- NOTHING TO "
                       "REPORT"
           ELSE
               PERFORM C020-GATHER-WEEKS-TITLES
               CLOSE REPLACEMENT-LOG-FILE
               IF W021-TITLE-USED GREATER THAN ZERO
                   PERFORM C040-COUNT-COPIES-AND-USE
               END-IF
               PERFORM C060-PRINT-CANDIDATES
           END-IF.
           DISPLAY "LIB060A REPLACEMENT CANDIDATES COMPLETE".
           DISPLAY "LOG ROWS READ:        " W012-LOG-ROWS-READ.
           DISPLAY "TITLES LISTED:        " W021-TITLE-USED.
           DISPLAY "COPIES GONE:          " W012-COPIES-GONE.
           DISPLAY "TITLES WITH NONE LEFT:" W012-NONE-LEFT-COUNT.
           GOBACK.
      *
      *    THE WEEK ENDS ON THE PARM DATE, OR TODAY WHEN THE PARM IS
      *    BLANK OR NOT A DATE.
       C010-SET-WEEK-ENDING.
      *
           MOVE SPACES TO W006-RUN-PARM.
           ACCEPT W006-RUN-PARM FROM COMMAND-LINE.
           IF W006-RUN-PARM (1:8) IS NUMERIC
               MOVE W006-RUN-PARM (1:8) TO W006-WEEK-ENDING
           ELSE
               ACCEPT W005-TODAY-RAW-DATE FROM DATE
               IF W005-TODAY-RAW-YY LESS THAN 50
                   COMPUTE W006-WEEK-ENDING-CCYY =
                           2000 + W005-TODAY-RAW-YY
               ELSE
                   COMPUTE W006-WEEK-ENDING-CCYY =
                           1900 + W005-TODAY-RAW-YY
               END-IF
               MOVE W005-TODAY-RAW-MM TO W006-WEEK-ENDING-MM
               MOVE W005-TODAY-RAW-DD TO W006-WEEK-ENDING-DD
           END-IF.
           IF W006-WEEK-ENDING-MM LESS THAN 1
              OR W006-WEEK-ENDING-MM GREATER THAN 12
               DISPLAY "LIB060A: BAD WEEK-ENDING MONTH -- USING 12"
               MOVE 12 TO W006-WEEK-ENDING-MM
           END-IF.
           MOVE W006-WEEK-ENDING TO W007-CONV-DATE.
           PERFORM C015-DATE-TO-SERIAL.
           MOVE W007-CONV-SERIAL TO W007-WEEK-END-SERIAL.
      *
      *    CONVERTS W007-CONV-DATE (CCYYMMDD) TO A DAY NUMBER IN
      *    W007-CONV-SERIAL.
       C015-DATE-TO-SERIAL.
      *
           COMPUTE W007-CONV-YEAR =
                   W007-CONV-CC * 100 + W007-CONV-YY.
           IF W007-CONV-MM GREATER THAN 2
               MOVE W007-CONV-YEAR TO W007-LEAP-YEAR
           ELSE
               COMPUTE W007-LEAP-YEAR = W007-CONV-YEAR - 1.
           DIVIDE W007-LEAP-YEAR BY 4 GIVING W007-LEAP-4.
           DIVIDE W007-LEAP-YEAR BY 100 GIVING W007-LEAP-100.
           DIVIDE W007-LEAP-YEAR BY 400 GIVING W007-LEAP-400.
           COMPUTE W007-CONV-SERIAL =
                   W007-CONV-YEAR * 365
                 + W007-LEAP-4 - W007-LEAP-100 + W007-LEAP-400
                 + W007-MONTH-CUM-DAYS (W007-CONV-MM)
                 + W007-CONV-DD.
      *
      *    EVERY LOG ROW DATED INSIDE THE WEEK PUTS ITS TITLE ON THE
      *    TABLE -- DECIDED OR NOT, SO THE SELECTOR SEES THE WHOLE
      *    WEEK'S LOSSES.
       C020-GATHER-WEEKS-TITLES.
      *
           MOVE "0" TO W005-END-OF-FILE-SWITCH.
           PERFORM C025-READ-LOG-ROW.
           PERFORM C030-TAKE-LOG-ROW UNTIL W005-END-OF-FILE.
      *
       C025-READ-LOG-ROW.
      *
           READ REPLACEMENT-LOG-FILE
                AT END, MOVE "1" TO W005-END-OF-FILE-SWITCH.
      *
       C030-TAKE-LOG-ROW.
      *
           ADD 1 TO W012-LOG-ROWS-READ.
           IF RPL-DATE IS NUMERIC
               MOVE RPL-DATE TO W007-CONV-DATE
               PERFORM C015-DATE-TO-SERIAL
               COMPUTE W007-DAYS-AGO =
                       W007-WEEK-END-SERIAL - W007-CONV-SERIAL
               IF W007-DAYS-AGO NOT LESS THAN ZERO
                  AND W007-DAYS-AGO LESS THAN W060-REPORT-DAYS
                   PERFORM C035-NOTE-TITLE-LOSS
               END-IF
           END-IF.
           PERFORM C025-READ-LOG-ROW.
      *
       C035-NOTE-TITLE-LOSS.
      *
           ADD 1 TO W012-COPIES-GONE.
           MOVE RPL-BOOK-NUMBER TO W020-LOOKUP-BOOK.
           PERFORM C080-FIND-TITLE-SLOT.
           IF NOT W021-FOUND
               IF W021-TITLE-USED NOT LESS THAN W021-TITLE-MAX
                   ADD 1 TO W021-TITLE-OVERFLOW
               ELSE
                   ADD 1 TO W021-TITLE-USED
                   MOVE W021-TITLE-USED TO W021-TITLE-SUB
                   MOVE RPL-BOOK-NUMBER
                           TO W021-BOOK-NUMBER (W021-TITLE-SUB)
                   MOVE ZERO TO W021-COPIES-GONE (W021-TITLE-SUB)
                   MOVE "N" TO W021-WHOLE-TITLE-SWITCH (W021-TITLE-SUB)
                   MOVE ZERO TO W021-COPIES-LEFT (W021-TITLE-SUB)
                   MOVE ZERO TO W021-HOLDS-WAITING (W021-TITLE-SUB)
                   MOVE ZERO TO W021-LIFETIME-LOANS (W021-TITLE-SUB)
                   MOVE "Y" TO W021-FOUND-SWITCH
               END-IF
           END-IF.
           IF W021-FOUND
               MOVE RPL-REASON-CODE
                       TO W021-LAST-REASON (W021-TITLE-SUB)
               IF W021-COPIES-GONE (W021-TITLE-SUB) LESS THAN 99
                   ADD 1 TO W021-COPIES-GONE (W021-TITLE-SUB)
               END-IF
               IF RPL-WENT-MISSING OR RPL-WAS-WITHDRAWN
                   MOVE "Y"
                       TO W021-WHOLE-TITLE-SWITCH (W021-TITLE-SUB)
               END-IF
           END-IF.
      *
      *    ONE PASS EACH OVER THE COPY FILE, THE HOLD QUEUE AND THE
      *    CIRCULATION HISTORY, TALLYING AGAINST THE TABLE. ANY OF
      *    THE THREE MISSING ON A NEW SYSTEM JUST COUNTS ZERO.
       C040-COUNT-COPIES-AND-USE.
      *
           MOVE "N" TO WORK-ITEMS-OPEN-SWITCH.
           OPEN INPUT ITEM-COPY-FILE.
           IF WORK-ITEM-FILE-STATUS EQUAL "00"
               MOVE "Y" TO WORK-ITEMS-OPEN-SWITCH
           END-IF.
           MOVE "N" TO WORK-CIRC-OPEN-SWITCH.
           OPEN INPUT CIRCULATION-FILE.
           IF WORK-CIRC-FILE-STATUS EQUAL "00"
               MOVE "Y" TO WORK-CIRC-OPEN-SWITCH
           END-IF.
           IF WORK-ITEMS-IS-OPEN
               MOVE "0" TO W005-END-OF-FILE-SWITCH
               PERFORM C042-READ-NEXT-COPY
               PERFORM C044-COUNT-ONE-COPY UNTIL W005-END-OF-FILE
           END-IF.
           OPEN INPUT HOLD-FILE.
           IF WORK-HOLD-FILE-STATUS EQUAL "00"
               MOVE "0" TO W005-END-OF-FILE-SWITCH
               PERFORM C046-READ-NEXT-HOLD
               PERFORM C048-COUNT-ONE-HOLD UNTIL W005-END-OF-FILE
               CLOSE HOLD-FILE
           END-IF.
           OPEN INPUT CIRC-HISTORY-FILE.
           IF WORK-HISTORY-STATUS EQUAL "00"
               MOVE "0" TO W005-END-OF-FILE-SWITCH
               PERFORM C050-READ-NEXT-HISTORY
               PERFORM C052-COUNT-ONE-LOAN UNTIL W005-END-OF-FILE
               CLOSE CIRC-HISTORY-FILE
           END-IF.
           IF WORK-ITEMS-IS-OPEN
               CLOSE ITEM-COPY-FILE.
           IF WORK-CIRC-IS-OPEN
               CLOSE CIRCULATION-FILE.
      *
       C042-READ-NEXT-COPY.
      *
           READ ITEM-COPY-FILE NEXT RECORD
                AT END, MOVE "1" TO W005-END-OF-FILE-SWITCH.
      *
      *    A COPY STILL IN SERVICE IS ONE WHOSE LAST LOAN DID NOT
      *    END LOST OR DAMAGED.
       C044-COUNT-ONE-COPY.
      *
           MOVE ITEM-BOOK-NUMBER TO W020-LOOKUP-BOOK.
           PERFORM C080-FIND-TITLE-SLOT.
           IF W021-FOUND
              AND NOT W021-WHOLE-TITLE-GONE (W021-TITLE-SUB)
               MOVE "Y" TO W020-COPY-IN-SERVICE-SWITCH
               IF WORK-CIRC-IS-OPEN
                   MOVE ITEM-BARCODE TO CIRC-ITEM-BARCODE
                   READ CIRCULATION-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF CIRC-ITEM-LOST OR CIRC-ITEM-DAMAGED
                               MOVE "N" TO W020-COPY-IN-SERVICE-SWITCH
                           END-IF
                   END-READ
               END-IF
               IF W020-COPY-IN-SERVICE
                   ADD 1 TO W021-COPIES-LEFT (W021-TITLE-SUB)
               END-IF
           END-IF.
           PERFORM C042-READ-NEXT-COPY.
      *
       C046-READ-NEXT-HOLD.
      *
           READ HOLD-FILE NEXT RECORD
                AT END, MOVE "1" TO W005-END-OF-FILE-SWITCH.
      *
      *    ONLY HOLDS STILL WAITING IN THE QUEUE COUNT -- ONE ALREADY
      *    TRAPPED HAS ITS COPY.
       C048-COUNT-ONE-HOLD.
      *
           IF HOLD-IS-ACTIVE
               IF HOLD-IS-TITLE-LEVEL
                   MOVE HOLD-BOOK-NUMBER TO W020-LOOKUP-BOOK
               ELSE
                   MOVE HOLD-ITEM-BARCODE TO W020-LOOKUP-BARCODE
                   PERFORM C085-RESOLVE-BARCODE
               END-IF
               PERFORM C080-FIND-TITLE-SLOT
               IF W021-FOUND
                  AND W021-HOLDS-WAITING (W021-TITLE-SUB) LESS THAN 999
                   ADD 1 TO W021-HOLDS-WAITING (W021-TITLE-SUB)
               END-IF
           END-IF.
           PERFORM C046-READ-NEXT-HOLD.
      *
       C050-READ-NEXT-HISTORY.
      *
           READ CIRC-HISTORY-FILE
                AT END, MOVE "1" TO W005-END-OF-FILE-SWITCH.
      *
       C052-COUNT-ONE-LOAN.
      *
           MOVE HIST-ITEM-BARCODE TO W020-LOOKUP-BARCODE.
           PERFORM C085-RESOLVE-BARCODE.
           PERFORM C080-FIND-TITLE-SLOT.
           IF W021-FOUND
              AND W021-LIFETIME-LOANS (W021-TITLE-SUB) LESS THAN 99999
               ADD 1 TO W021-LIFETIME-LOANS (W021-TITLE-SUB)
           END-IF.
           PERFORM C050-READ-NEXT-HISTORY.
      *
       C060-PRINT-CANDIDATES.
      *
           PERFORM C900-REGISTER-SPOOL-FILE.
           OPEN OUTPUT REPLACEMENT-PRINT.
           MOVE W006-WEEK-ENDING TO W021-DATE-WORK.
           MOVE W021-DATE-MM TO W015-TITLE-MM.
           MOVE W021-DATE-DD TO W015-TITLE-DD.
           MOVE W021-DATE-CCYY TO W015-TITLE-CCYY.
           MOVE W015-TITLE-LINE TO REPLACEMENT-PRINT-LINE.
           WRITE REPLACEMENT-PRINT-LINE.
           IF W021-TITLE-USED EQUAL ZERO
               MOVE SPACES TO REPLACEMENT-PRINT-LINE
               WRITE REPLACEMENT-PRINT-LINE
               MOVE "  (NO COPIES LOST OR WITHDRAWN IN THE WEEK)"
                       TO REPLACEMENT-PRINT-LINE
               WRITE REPLACEMENT-PRINT-LINE
           ELSE
               MOVE W015-COLUMN-LINE TO REPLACEMENT-PRINT-LINE
               WRITE REPLACEMENT-PRINT-LINE AFTER ADVANCING 2 LINES
               OPEN INPUT BOOKS-LIST
               MOVE 1 TO W021-TITLE-SUB
               PERFORM C065-PRINT-ONE-TITLE
                   UNTIL W021-TITLE-SUB GREATER THAN W021-TITLE-USED
               CLOSE BOOKS-LIST
               PERFORM C070-PRINT-TOTALS
           END-IF.
           CLOSE REPLACEMENT-PRINT.
      *
      *    A TITLE NO LONGER ON THE CATALOG STILL LISTS BY NUMBER,
      *    WITH NO COST -- THE SELECTOR WILL LOOK IT UP.
       C065-PRINT-ONE-TITLE.
      *
           MOVE W021-BOOK-NUMBER (W021-TITLE-SUB) TO BOOK-NUMBER.
           READ BOOKS-LIST
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WORK-BOOKS-LIST-STATUS NOT EQUAL "00"
               MOVE "(NOT ON CATALOG)" TO BOOK-TITLE
               MOVE SPACES TO BOOK-AUTHOR
               MOVE ZERO TO BOOK-REPLACEMENT-COST
           END-IF.
           IF BOOK-REPLACEMENT-COST NOT NUMERIC
               MOVE ZERO TO BOOK-REPLACEMENT-COST
           END-IF.
           MOVE W021-BOOK-NUMBER (W021-TITLE-SUB) TO W015-DET-BOOK.
           MOVE BOOK-TITLE TO W015-DET-TITLE.
           MOVE BOOK-AUTHOR TO W015-DET-AUTHOR.
           MOVE W021-LAST-REASON (W021-TITLE-SUB) TO W015-DET-REASON.
           MOVE W021-COPIES-GONE (W021-TITLE-SUB) TO W015-DET-GONE.
           MOVE W021-COPIES-LEFT (W021-TITLE-SUB) TO W015-DET-LEFT.
           MOVE W021-HOLDS-WAITING (W021-TITLE-SUB) TO W015-DET-HOLDS.
           MOVE W021-LIFETIME-LOANS (W021-TITLE-SUB)
                   TO W015-DET-LOANS.
           MOVE BOOK-REPLACEMENT-COST TO W015-DET-COST.
           MOVE W015-DETAIL-LINE TO REPLACEMENT-PRINT-LINE.
           WRITE REPLACEMENT-PRINT-LINE.
           IF W021-COPIES-LEFT (W021-TITLE-SUB) EQUAL ZERO
               ADD 1 TO W012-NONE-LEFT-COUNT
               IF W021-HOLDS-WAITING (W021-TITLE-SUB) GREATER THAN ZERO
                   ADD 1 TO W012-HOLDS-STRANDED-COUNT
                   MOVE SPACES TO REPLACEMENT-PRINT-LINE
                   STRING "       ** NO COPIES LEFT -- "
                              DELIMITED BY SIZE
                          W021-HOLDS-WAITING (W021-TITLE-SUB)
                              DELIMITED BY SIZE
                          " HOLD(S) WAITING **" DELIMITED BY SIZE
                          INTO REPLACEMENT-PRINT-LINE
                   WRITE REPLACEMENT-PRINT-LINE
               END-IF
           END-IF.
           ADD 1 TO W021-TITLE-SUB.
      *
       C070-PRINT-TOTALS.
      *
           MOVE "TITLES THAT LOST A COPY:" TO W015-FIGURE-LABEL.
           MOVE W021-TITLE-USED TO W015-FIGURE-VALUE.
           MOVE W015-FIGURE-LINE TO REPLACEMENT-PRINT-LINE.
           WRITE REPLACEMENT-PRINT-LINE AFTER ADVANCING 2 LINES.
           MOVE "COPIES LOST, DAMAGED OR WITHDRAWN:"
                   TO W015-FIGURE-LABEL.
           MOVE W012-COPIES-GONE TO W015-FIGURE-VALUE.
           MOVE W015-FIGURE-LINE TO REPLACEMENT-PRINT-LINE.
           WRITE REPLACEMENT-PRINT-LINE.
           MOVE "TITLES WITH NO COPIES LEFT:" TO W015-FIGURE-LABEL.
           MOVE W012-NONE-LEFT-COUNT TO W015-FIGURE-VALUE.
           MOVE W015-FIGURE-LINE TO REPLACEMENT-PRINT-LINE.
           WRITE REPLACEMENT-PRINT-LINE.
           MOVE "  OF WHICH WITH HOLDS WAITING:" TO W015-FIGURE-LABEL.
           MOVE W012-HOLDS-STRANDED-COUNT TO W015-FIGURE-VALUE.
           MOVE W015-FIGURE-LINE TO REPLACEMENT-PRINT-LINE.
           WRITE REPLACEMENT-PRINT-LINE.
           IF W021-TITLE-OVERFLOW GREATER THAN ZERO
               MOVE SPACES TO REPLACEMENT-PRINT-LINE
               STRING "TABLE FULL -- LOSSES NOT LISTED: "
                          DELIMITED BY SIZE
                      W021-TITLE-OVERFLOW DELIMITED BY SIZE
                      INTO REPLACEMENT-PRINT-LINE
               WRITE REPLACEMENT-PRINT-LINE
           END-IF.
      *
      *    LOOKS W020-LOOKUP-BOOK UP ON THE TITLE TABLE -- W021-FOUND
      *    AND W021-TITLE-SUB SAY WHERE.
       C080-FIND-TITLE-SLOT.
      *
           MOVE "N" TO W021-FOUND-SWITCH.
           MOVE 1 TO W021-TITLE-SUB.
           PERFORM C082-CHECK-TITLE-SLOT
               UNTIL W021-FOUND
                  OR W021-TITLE-SUB GREATER THAN W021-TITLE-USED.
      *
       C082-CHECK-TITLE-SLOT.
      *
           IF W021-BOOK-NUMBER (W021-TITLE-SUB) EQUAL W020-LOOKUP-BOOK
               MOVE "Y" TO W021-FOUND-SWITCH
           ELSE
               ADD 1 TO W021-TITLE-SUB
           END-IF.
      *
      *    THE TITLE A BARCODE BELONGS TO -- ITEMFILE.DAT FIRST, THE
      *    OLD BARCODE(1:5) CONVENTION FOR BARCODES ISSUED BEFORE IT.
       C085-RESOLVE-BARCODE.
      *
           MOVE W020-LOOKUP-BARCODE (1:5) TO W020-LOOKUP-BOOK.
           IF WORK-ITEMS-IS-OPEN
               MOVE W020-LOOKUP-BARCODE TO ITEM-BARCODE
               READ ITEM-COPY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ITEM-BOOK-NUMBER TO W020-LOOKUP-BOOK
               END-READ
           END-IF.
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
