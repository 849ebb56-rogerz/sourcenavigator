       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. LIB046A.
      *
       DATE-WRITTEN. 10/15/26.
      *
      ***************************************************************
      *                                                             *
      * CLAIMS-RETURNED INVESTIGATION LIST -- EVERY LOAN THE DESK   *
      * HAS MARKED CLAIMS RETURNED (CIRC-STATUS-FLAG C) AND NOT YET *
      * SEEN AGAIN, GROUPED BY CARD SO STAFF SEARCHING THE SHELVES  *
      * AND BOOK DROPS WORK ONE PATRON'S DISPUTES TOGETHER. EACH    *
      * CARD SHOWS ITS LIFETIME CLAIMS COUNT AND IS FLAGGED WHEN    *
      * THAT COUNT IS PAST THE SYSPARM LIMIT (THE POINT WHERE       *
      * CIRC001A STARTS ASKING FOR A SUPERVISOR). EACH LOAN CARRIES *
      * ITS TITLE, LOCATION AND CALL NUMBER, DUE DATE, CLAIM DATE,  *
      * AND HOW MANY DAYS THE CLAIM HAS STOOD. A CLAIM DROPS OFF    *
      * THIS LIST THE MOMENT THE ITEM IS CHECKED IN. RUN ON DEMAND  *
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
           SELECT CIRCULATION-FILE ASSIGN TO DISK
           ACCESS MODE SEQUENTIAL
           ORGANIZATION INDEXED
           RECORD KEY CIRC-ITEM-BARCODE
           FILE STATUS IS WORK-CIRCULATION-FILE-STATUS.
      *
           SELECT NAMES-LIST ASSIGN TO DISK
           ACCESS MODE RANDOM
           ORGANIZATION INDEXED
           RECORD KEY PATRON-NUMBER
           FILE STATUS IS WORK-NAMES-LIST-STATUS.
      *
           SELECT CONTROL-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL.
      *
           SELECT ITEM-COPY-FILE ASSIGN TO DISK
           ACCESS MODE RANDOM
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
           SELECT SYSTEM-PARM-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WORK-SYSPARM-STATUS.
      *
      *    SPOOLED TO DISK (SEE SPOOL.CPY) -- THE SPOL001A MANAGER
      *    VIEWS, PRINTS, REPRINTS, OR PURGES THE SPOOLED REPORT.
           SELECT CLAIMS-REPORT-PRINT ASSIGN TO WS-SPOOL-FILE-NAME
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
       copy circ.
      *
       copy patron.
      *
       copy itemfile.
      *
       copy books.
      *
       copy sysparm.
      *
       copy spool.

       FD  CLAIMS-REPORT-PRINT
           LABEL RECORDS OMITTED.
       01  CLAIMS-REPORT-LINE                       PIC X(110).
      *
       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SORT-WORK-PATRON                     PIC X(5).
           05  SORT-WORK-CLAIM-DATE                 PIC 9(8).
           05  SORT-WORK-BARCODE                    PIC X(10).
           05  SORT-WORK-DUE-DATE                   PIC 9(8).
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
                                                     VALUE "LIB046A".
       01  W037-SPOOL-RUN-DATE                      PIC 9(6).
       01  W037-SPOOL-RUN-TIME                      PIC 9(8).
       01  W005-END-OF-FILE-SWITCH                  PIC X.
           88  W005-END-OF-FILE                     VALUE "1".
       01  W005-SORT-END-OF-FILE-SWITCH             PIC X.
           88  W005-SORT-END-OF-FILE                VALUE "1".
       01  WORK-CIRCULATION-FILE-STATUS             PIC XX.
       01  WORK-NAMES-LIST-STATUS                   PIC XX.
       01  WORK-ITEM-FILE-STATUS                    PIC XX.
       01  WORK-BOOKS-LIST-STATUS                   PIC XX.
       01  WORK-SYSPARM-STATUS                      PIC XX.
       01  WORK-NAMES-OPEN-SWITCH                   PIC X VALUE "N".
           88  WORK-NAMES-IS-OPEN                   VALUE "Y".
       01  WORK-ITEMS-OPEN-SWITCH                   PIC X VALUE "N".
           88  WORK-ITEMS-IS-OPEN                   VALUE "Y".
       01  WORK-BOOKS-OPEN-SWITCH                   PIC X VALUE "N".
           88  WORK-BOOKS-IS-OPEN                   VALUE "Y".
      *
      *    LIFETIME CLAIMS PAST THIS MANY FLAG THE CARD -- THE SAME
      *    SYSPARM LIMIT THE DESK ENFORCES, SAME DEFAULT OF 3.
       01  W030-CLAIMS-LIMIT                        PIC 99 VALUE 3.
      *
       01  W005-TODAY-RAW-DATE.
           05  W005-TODAY-RAW-YY                    PIC 99.
           05  W005-TODAY-RAW-MM                    PIC 99.
           05  W005-TODAY-RAW-DD                    PIC 99.
      *
      *    SERIAL-DAY CONVERSION (SAME 4/100/400 ARITHMETIC AS
      *    CIRC001A) SO DAYS-SINCE-THE-CLAIM IS A SUBTRACTION.
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
       01  W007-TODAY-SERIAL                        PIC 9(7).
       01  W007-DAYS-CLAIMED                        PIC S9(5).
      *
       01  W013-CLAIM-COUNT                         PIC 9(5) VALUE 0.
       01  W013-CARD-COUNT                          PIC 9(5) VALUE 0.
       01  W013-OVER-LIMIT-COUNT                    PIC 9(5) VALUE 0.
      *
       01  W020-CURRENT-PATRON                      PIC X(5).
      *
       01  W015-CARD-LINE.
           05  FILLER                     PIC X(5) VALUE "CARD ".
           05  W015-CARD-NUMBER                     PIC X(5).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  W015-CARD-NAME-LAST                  PIC X(20).
           05  FILLER                     PIC X VALUE SPACE.
           05  W015-CARD-NAME-FIRST                 PIC X(15).
           05  FILLER                     PIC X(18) VALUE
               "  LIFETIME CLAIMS ".
           05  W015-CARD-CLAIMS                     PIC Z9.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  W015-CARD-FLAG                       PIC X(30).
      *
       01  W015-HEADING-LINE                        PIC X(110) VALUE
           "    BARCODE     TITLE                          LOCATN CALL N
      -    "UMBER           BR  DUE       CLAIMED    DAYS".
      *
       01  W015-DETAIL-LINE.
           05  FILLER                     PIC X(4) VALUE SPACES.
           05  W015-DETAIL-BARCODE                  PIC X(10).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  W015-DETAIL-TITLE                    PIC X(30).
           05  FILLER                     PIC X VALUE SPACE.
           05  W015-DETAIL-LOCATION                 PIC X(6).
           05  FILLER                     PIC X VALUE SPACE.
           05  W015-DETAIL-CALL-CLASS               PIC X(12).
           05  FILLER                     PIC X VALUE SPACE.
           05  W015-DETAIL-CALL-CUTTER              PIC X(8).
           05  FILLER                     PIC X VALUE SPACE.
           05  W015-DETAIL-BRANCH                   PIC X(3).
           05  FILLER                     PIC X VALUE SPACE.
           05  W015-DETAIL-DUE                      PIC 9(8).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  W015-DETAIL-CLAIMED                  PIC 9(8).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  W015-DETAIL-DAYS                     PIC ZZZZ9.
      *
       01  W015-TITLE-LINE                          PIC X(80) VALUE
           "CLAIMS-RETURNED INVESTIGATION -- OPEN DISPUTES BY CARD".
      *
       PROCEDURE DIVISION.
      *
       C000-MAIN-LINE-LOGIC.
      *
           PERFORM C010-CALC-TODAY-SERIAL.
           PERFORM C012-READ-SYSTEM-PARMS.
           OPEN INPUT NAMES-LIST.
           IF WORK-NAMES-LIST-STATUS EQUAL "00"
               MOVE "Y" TO WORK-NAMES-OPEN-SWITCH
           END-IF.
           OPEN INPUT ITEM-COPY-FILE.
           IF WORK-ITEM-FILE-STATUS EQUAL "00"
               MOVE "Y" TO WORK-ITEMS-OPEN-SWITCH
           END-IF.
           OPEN INPUT BOOKS-LIST.
           IF WORK-BOOKS-LIST-STATUS EQUAL "00"
               MOVE "Y" TO WORK-BOOKS-OPEN-SWITCH
           END-IF.
           SORT SORT-WORK-FILE
                ON ASCENDING KEY SORT-WORK-PATRON
                ON ASCENDING KEY SORT-WORK-CLAIM-DATE
                ON ASCENDING KEY SORT-WORK-BARCODE
                INPUT PROCEDURE IS C030-SELECT-CLAIMS
                OUTPUT PROCEDURE IS C050-PRINT-CLAIMS-LIST.
           IF WORK-NAMES-IS-OPEN
               CLOSE NAMES-LIST
           END-IF.
           IF WORK-ITEMS-IS-OPEN
               CLOSE ITEM-COPY-FILE
           END-IF.
           IF WORK-BOOKS-IS-OPEN
               CLOSE BOOKS-LIST
           END-IF.
           DISPLAY "LIB046A CLAIMS-RETURNED LIST COMPLETE".
           DISPLAY "OPEN CLAIMS:        " W013-CLAIM-COUNT.
           DISPLAY "CARDS OVER LIMIT:   " W013-OVER-LIMIT-COUNT.
           GOBACK.
      *
       C010-CALC-TODAY-SERIAL.
      *
           ACCEPT W005-TODAY-RAW-DATE FROM DATE.
           IF W005-TODAY-RAW-YY LESS THAN 50
               MOVE 20 TO W007-CONV-CC
           ELSE
               MOVE 19 TO W007-CONV-CC.
           MOVE W005-TODAY-RAW-YY TO W007-CONV-YY.
           MOVE W005-TODAY-RAW-MM TO W007-CONV-MM.
           MOVE W005-TODAY-RAW-DD TO W007-CONV-DD.
           PERFORM C015-DATE-TO-SERIAL.
           MOVE W007-CONV-SERIAL TO W007-TODAY-SERIAL.
      *
      *    THE CLAIMS LIMIT OFF THE SHARED POLICY RECORD -- A
      *    MISSING OR SHORT SYSPARM.DAT LEAVES THE SHOP DEFAULT.
       C012-READ-SYSTEM-PARMS.
      *
           OPEN INPUT SYSTEM-PARM-FILE.
           IF WORK-SYSPARM-STATUS EQUAL "00"
               READ SYSTEM-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-CLAIMS-LIMIT IS NUMERIC
                          AND PARM-CLAIMS-LIMIT GREATER THAN ZERO
                           MOVE PARM-CLAIMS-LIMIT TO W030-CLAIMS-LIMIT
                       END-IF
               END-READ
               CLOSE SYSTEM-PARM-FILE
           END-IF.
      *
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
      *    INPUT PROCEDURE -- RELEASES ONE SORT RECORD PER LOAN
      *    STILL UNDER A CLAIMS-RETURNED DISPUTE.
       C030-SELECT-CLAIMS.
      *
           OPEN INPUT CIRCULATION-FILE.
           IF WORK-CIRCULATION-FILE-STATUS NOT EQUAL "00"
               DISPLAY "LIB046A: NO CIRCULATION FILE -- NOTHING TO LIST"
           ELSE
               MOVE "0" TO W005-END-OF-FILE-SWITCH
               PERFORM C035-READ-CIRCULATION-FILE
               PERFORM C040-RELEASE-ONE-CLAIM UNTIL W005-END-OF-FILE
               CLOSE CIRCULATION-FILE
           END-IF.
      *
       C035-READ-CIRCULATION-FILE.
      *
           READ CIRCULATION-FILE NEXT RECORD
                AT END, MOVE "1" TO W005-END-OF-FILE-SWITCH.
      *
       C040-RELEASE-ONE-CLAIM.
      *
           IF CIRC-ITEM-CLAIMED-RETURNED
               MOVE CIRC-PATRON-NUMBER TO SORT-WORK-PATRON
               IF CIRC-CLAIM-DATE IS NUMERIC
                   MOVE CIRC-CLAIM-DATE TO SORT-WORK-CLAIM-DATE
               ELSE
                   MOVE ZERO TO SORT-WORK-CLAIM-DATE
               END-IF
               MOVE CIRC-ITEM-BARCODE TO SORT-WORK-BARCODE
               MOVE CIRC-DUE-DATE TO SORT-WORK-DUE-DATE
               MOVE CIRC-BRANCH-ID TO SORT-WORK-BRANCH
               RELEASE SORT-WORK-RECORD
               ADD 1 TO W013-CLAIM-COUNT
           END-IF.
           PERFORM C035-READ-CIRCULATION-FILE.
      *
       C050-PRINT-CLAIMS-LIST.
      *
           PERFORM C900-REGISTER-SPOOL-FILE.
           OPEN OUTPUT CLAIMS-REPORT-PRINT.
           MOVE W015-TITLE-LINE TO CLAIMS-REPORT-LINE.
           WRITE CLAIMS-REPORT-LINE.
           MOVE SPACES TO W020-CURRENT-PATRON.
           MOVE "0" TO W005-SORT-END-OF-FILE-SWITCH.
           RETURN SORT-WORK-FILE
                AT END MOVE "1" TO W005-SORT-END-OF-FILE-SWITCH.
           PERFORM C055-PRINT-ONE-CLAIM UNTIL W005-SORT-END-OF-FILE.
           MOVE SPACES TO CLAIMS-REPORT-LINE.
           WRITE CLAIMS-REPORT-LINE.
           IF W013-CLAIM-COUNT EQUAL ZERO
               MOVE "  (NO LOANS UNDER A CLAIMS-RETURNED DISPUTE)"
                       TO CLAIMS-REPORT-LINE
               WRITE CLAIMS-REPORT-LINE
           ELSE
               STRING "OPEN CLAIMS: " DELIMITED BY SIZE
                      W013-CLAIM-COUNT DELIMITED BY SIZE
                      "  CARDS: " DELIMITED BY SIZE
                      W013-CARD-COUNT DELIMITED BY SIZE
                      "  CARDS OVER LIMIT: " DELIMITED BY SIZE
                      W013-OVER-LIMIT-COUNT DELIMITED BY SIZE
                      INTO CLAIMS-REPORT-LINE
               WRITE CLAIMS-REPORT-LINE
           END-IF.
           CLOSE CLAIMS-REPORT-PRINT.
      *
       C055-PRINT-ONE-CLAIM.
      *
           IF SORT-WORK-PATRON NOT EQUAL W020-CURRENT-PATRON
               MOVE SORT-WORK-PATRON TO W020-CURRENT-PATRON
               PERFORM C060-WRITE-CARD-HEADING
           END-IF.
           MOVE SORT-WORK-BARCODE TO W015-DETAIL-BARCODE.
           MOVE SORT-WORK-BRANCH TO W015-DETAIL-BRANCH.
           MOVE SORT-WORK-DUE-DATE TO W015-DETAIL-DUE.
           MOVE SORT-WORK-CLAIM-DATE TO W015-DETAIL-CLAIMED.
           PERFORM C065-LOOK-UP-TITLE.
           MOVE ZERO TO W015-DETAIL-DAYS.
           IF SORT-WORK-CLAIM-DATE GREATER THAN ZERO
               MOVE SORT-WORK-CLAIM-DATE TO W007-CONV-DATE
               PERFORM C015-DATE-TO-SERIAL
               COMPUTE W007-DAYS-CLAIMED =
                       W007-TODAY-SERIAL - W007-CONV-SERIAL
               IF W007-DAYS-CLAIMED GREATER THAN ZERO
                   MOVE W007-DAYS-CLAIMED TO W015-DETAIL-DAYS
               END-IF
           END-IF.
           MOVE W015-DETAIL-LINE TO CLAIMS-REPORT-LINE.
           WRITE CLAIMS-REPORT-LINE.
           RETURN SORT-WORK-FILE
              AT END MOVE "1" TO W005-SORT-END-OF-FILE-SWITCH.
      *
      *    ONE HEADING PER CARD -- NAME AND LIFETIME CLAIMS OFF
      *    NAMES.LST. A CARD NO LONGER ON FILE STILL LISTS ITS
      *    CLAIMS SO THE ITEMS ARE LOOKED FOR.
       C060-WRITE-CARD-HEADING.
      *
           ADD 1 TO W013-CARD-COUNT.
           MOVE SORT-WORK-PATRON TO W015-CARD-NUMBER.
           MOVE SPACES TO W015-CARD-NAME-LAST.
           MOVE SPACES TO W015-CARD-NAME-FIRST.
           MOVE SPACES TO W015-CARD-FLAG.
           MOVE ZERO TO W015-CARD-CLAIMS.
           IF NOT WORK-NAMES-IS-OPEN
               MOVE "** NO PATRON FILE **" TO W015-CARD-NAME-LAST
           ELSE
               MOVE SORT-WORK-PATRON TO PATRON-NUMBER
               READ NAMES-LIST
                   INVALID KEY
                       MOVE "** NOT ON FILE **" TO W015-CARD-NAME-LAST
                   NOT INVALID KEY
                       MOVE PATRON-NAME-LAST TO W015-CARD-NAME-LAST
                       MOVE PATRON-NAME-FIRST TO W015-CARD-NAME-FIRST
                       IF PATRON-CLAIMS-COUNT IS NUMERIC
                           MOVE PATRON-CLAIMS-COUNT
                                   TO W015-CARD-CLAIMS
                           IF PATRON-CLAIMS-COUNT GREATER THAN
                                   W030-CLAIMS-LIMIT
                               MOVE "** OVER LIMIT -- SUPERVISOR **"
                                       TO W015-CARD-FLAG
                               ADD 1 TO W013-OVER-LIMIT-COUNT
                           END-IF
                       END-IF
               END-READ
           END-IF.
           MOVE W015-CARD-LINE TO CLAIMS-REPORT-LINE.
           WRITE CLAIMS-REPORT-LINE AFTER ADVANCING 2 LINES.
           MOVE W015-HEADING-LINE TO CLAIMS-REPORT-LINE.
           WRITE CLAIMS-REPORT-LINE.
      *
      *    BARCODE TO COPY TO CATALOG RECORD, FALLING BACK TO THE
      *    BOOK NUMBER IN THE FIRST FIVE BYTES OF THE BARCODE WHEN
      *    THE COPY IS NOT ON THE ITEM FILE.
       C065-LOOK-UP-TITLE.
      *
           MOVE SPACES TO W015-DETAIL-TITLE.
           MOVE SPACES TO W015-DETAIL-LOCATION.
           MOVE SPACES TO W015-DETAIL-CALL-CLASS.
           MOVE SPACES TO W015-DETAIL-CALL-CUTTER.
           MOVE SORT-WORK-BARCODE (1:5) TO BOOK-NUMBER.
           IF WORK-ITEMS-IS-OPEN
               MOVE SORT-WORK-BARCODE TO ITEM-BARCODE
               READ ITEM-COPY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ITEM-BOOK-NUMBER TO BOOK-NUMBER
               END-READ
           END-IF.
           IF WORK-BOOKS-IS-OPEN
               READ BOOKS-LIST
                   INVALID KEY
                       MOVE "** TITLE NOT IN CATALOG **"
                               TO W015-DETAIL-TITLE
                   NOT INVALID KEY
                       MOVE BOOK-TITLE TO W015-DETAIL-TITLE
                       MOVE BOOK-LOCATION-CODE TO W015-DETAIL-LOCATION
                       MOVE BOOK-CALL-CLASS TO W015-DETAIL-CALL-CLASS
                       MOVE BOOK-CALL-CUTTER
                               TO W015-DETAIL-CALL-CUTTER
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
