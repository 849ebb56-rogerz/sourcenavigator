       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. LIB063A.
      *
       DATE-WRITTEN. 10/15/26.
      *
      ***************************************************************
      *                                                             *
      * BINDERY SHIPMENTS -- TWO LISTS FROM BINDERY.DAT AS OF THE   *
      * COMMAND-LINE PARM (CCYYMMDD, BLANK = TODAY):                *
      *   1. THE SHIPMENT LIST THAT GOES IN THE BOX FOR THE BINDER: *
      *      EVERY VOLUME MADE UP ON SER001A (B) IN THE SEVEN DAYS  *
      *      TO THE AS-OF DATE, WITH EACH ISSUE BARCODE IN IT       *
      *   2. EVERY VOLUME STILL AT THE BINDERY PAST THE DATE THE    *
      *      BINDER PROMISED IT BACK, WITH THE DAYS LATE, SO IT IS  *
      *      CHASED BEFORE THE READERS START ASKING                 *
      * A VOLUME LEAVES BOTH LISTS WHEN SER001A (V) TAKES IT BACK.  *
      * READ-ONLY. SCHEDULED WEEKLY (MONDAY); RUN WITH THE SENDING  *
      * DATE AS THE PARM TO REPRINT A SHIPMENT LIST.                *
      *                                                             *
      ***************************************************************
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT BINDERY-FILE ASSIGN TO DISK
           ACCESS MODE SEQUENTIAL
           ORGANIZATION INDEXED
           RECORD KEY BND-KEY
           FILE STATUS IS WORK-BINDERY-STATUS.
      *
           SELECT SUBSCRIPTION-FILE ASSIGN TO DISK
           ACCESS MODE RANDOM
           ORGANIZATION INDEXED
           RECORD KEY SUB-NUMBER
           FILE STATUS IS WORK-SUBSCRIPTION-STATUS.
      *
           SELECT ITEM-COPY-FILE ASSIGN TO DISK
           ACCESS MODE RANDOM
           ORGANIZATION INDEXED
           RECORD KEY ITEM-BARCODE
           FILE STATUS IS WORK-ITEM-FILE-STATUS.
      *
      *    SPOOLED TO DISK (SEE SPOOL.CPY) -- THE SPOL001A MANAGER
      *    VIEWS, PRINTS, REPRINTS, OR PURGES THE SPOOLED REPORT.
           SELECT BINDERY-PRINT ASSIGN TO WS-SPOOL-FILE-NAME
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
       copy bindery.
      *
       copy serials.
      *
       copy itemfile.
      *
       copy spool.

       FD  BINDERY-PRINT
           LABEL RECORDS OMITTED.
       01  BINDERY-PRINT-LINE                       PIC X(100).
      *
       WORKING-STORAGE SECTION.
      *
      *    SPOOL BOOKKEEPING -- THE SPOOL FILE NAME CARRIES THE JOB
      *    AND RUN DATE, AND EVERY RUN REGISTERS ITSELF ON THE
      *    SPOOL INDEX BEFORE WRITING A LINE.
       01  WS-SPOOL-FILE-NAME                       PIC X(20).
       01  WORK-SPOOL-INDEX-STATUS                  PIC XX.
       01  W037-SPOOL-JOB-NAME                      PIC X(8)
                                                     VALUE "LIB063A".
       01  W037-SPOOL-RUN-DATE                      PIC 9(6).
       01  W037-SPOOL-RUN-TIME                      PIC 9(8).
       01  W005-END-OF-FILE-SWITCH                  PIC X.
           88  W005-END-OF-FILE                     VALUE "1".
       01  WORK-BINDERY-STATUS                      PIC XX.
       01  WORK-SUBSCRIPTION-STATUS                 PIC XX.
       01  WORK-SERIALS-OPEN-SWITCH                 PIC X.
           88  WORK-SERIALS-IS-OPEN                 VALUE "Y".
       01  WORK-ITEM-FILE-STATUS                    PIC XX.
       01  WORK-ITEMS-OPEN-SWITCH                   PIC X.
           88  WORK-ITEMS-IS-OPEN                   VALUE "Y".
      *
      *    HOW FAR BACK THE SHIPMENT LIST LOOKS FOR VOLUMES SENT --
      *    A WEEK, TO MATCH THE WEEKLY RUN.
       01  W063-SHIPMENT-DAYS                       PIC 999 VALUE 7.
      *
       01  W005-TODAY-RAW-DATE.
           05  W005-TODAY-RAW-YY                    PIC 99.
           05  W005-TODAY-RAW-MM                    PIC 99.
           05  W005-TODAY-RAW-DD                    PIC 99.
      *
      *    THE PARM: THE AS-OF DATE, CCYYMMDD.
       01  W006-RUN-PARM                            PIC X(10).
       01  W006-AS-OF-DATE.
           05  W006-AS-OF-CCYY                      PIC 9(4).
           05  W006-AS-OF-MM                        PIC 99.
           05  W006-AS-OF-DD                        PIC 99.
      *
      *    SERIAL-DAY CONVERSION (SAME 4/100/400 ARITHMETIC AS
      *    CIRC001A) SO THE DAYS A VOLUME IS LATE IS A SUBTRACTION.
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
       01  W007-AS-OF-SERIAL                        PIC 9(7).
       01  W007-DAYS-AGO                            PIC S9(5).
       01  W007-DAYS-LATE                           PIC S9(5).
      *
       01  W012-SHIPPED-VOLUMES                     PIC 9(5) VALUE 0.
       01  W012-SHIPPED-ISSUES                      PIC 9(5) VALUE 0.
       01  W012-OUT-VOLUMES                         PIC 9(5) VALUE 0.
       01  W012-LATE-VOLUMES                        PIC 9(5) VALUE 0.
      *
       01  W020-ISSUE-SEQUENCE                      PIC 9(4).
       01  W020-ISSUE-BARCODE                       PIC X(10).
       01  W020-SUB-TITLE                           PIC X(30).
       01  W021-DATE-WORK.
           05  W021-DATE-CCYY                       PIC 9(4).
           05  W021-DATE-MM                         PIC 99.
           05  W021-DATE-DD                         PIC 99.
       01  W021-EDIT-DATE.
           05  W021-EDIT-MM                         PIC 99.
           05  FILLER                     PIC X VALUE "/".
           05  W021-EDIT-DD                         PIC 99.
           05  FILLER                     PIC X VALUE "/".
           05  W021-EDIT-CCYY                       PIC 9(4).
      *
       01  W015-TITLE-LINE.
           05  FILLER                     PIC X(47) VALUE
               "LIB063A BINDERY SHIPMENTS -- AS OF             ".
           05  W015-TITLE-DATE                      PIC X(10).
      *
       01  W015-COLUMN-LINE.
           05  FILLER                     PIC X(50) VALUE
               "SUB    TITLE                           VOL SENT   ".
           05  FILLER                     PIC X(50) VALUE
               "    PROMISED   ISSUES   DAYS LATE                 ".
      *
       01  W015-VOLUME-LINE.
           05  W015-VOL-NUMBER                      PIC X(5).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  W015-VOL-TITLE                       PIC X(30).
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  W015-VOL-VOLUME                      PIC ZZZ9.
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  W015-VOL-SENT                        PIC X(10).
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  W015-VOL-PROMISED                    PIC X(10).
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  W015-VOL-ISSUES                      PIC ZZZ9.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  W015-VOL-DAYS-LATE                   PIC ZZZZZ.
      *
       01  W015-ISSUE-LINE.
           05  FILLER                     PIC X(14) VALUE
               "        ISSUE ".
           05  W015-ISS-SEQUENCE                    PIC ZZZ9.
           05  FILLER                     PIC X(10) VALUE
               "  BARCODE ".
           05  W015-ISS-BARCODE                     PIC X(10).
      *
       01  W015-FIGURE-LINE.
           05  W015-FIGURE-LABEL                    PIC X(40).
           05  W015-FIGURE-VALUE                    PIC ZZ,ZZ9.
      *
       PROCEDURE DIVISION.
      *
       C000-MAIN-LINE-LOGIC.
      *
           PERFORM C010-SET-AS-OF-DATE.
           OPEN INPUT BINDERY-FILE.
           IF WORK-BINDERY-STATUS NOT EQUAL "00"
               DISPLAY "LIB063A: NO BINDERY FILE -- NOTHING TO LIST"
           ELSE
               CLOSE BINDERY-FILE
               PERFORM C020-PRINT-BINDERY-LISTS
           END-IF.
           DISPLAY "LIB063A BINDERY SHIPMENTS COMPLETE".
           DISPLAY "VOLUMES ON THE SHIPMENT LIST: "
                   W012-SHIPPED-VOLUMES.
           DISPLAY "VOLUMES PAST THEIR PROMISE:   " W012-LATE-VOLUMES.
           GOBACK.
      *
      *    THE LISTS ARE AS OF THE PARM DATE, OR TODAY WHEN THE PARM
      *    IS BLANK OR NOT A DATE.
       C010-SET-AS-OF-DATE.
      *
           MOVE SPACES TO W006-RUN-PARM.
           ACCEPT W006-RUN-PARM FROM COMMAND-LINE.
           IF W006-RUN-PARM (1:8) IS NUMERIC
               MOVE W006-RUN-PARM (1:8) TO W006-AS-OF-DATE
           ELSE
               ACCEPT W005-TODAY-RAW-DATE FROM DATE
               IF W005-TODAY-RAW-YY LESS THAN 50
                   COMPUTE W006-AS-OF-CCYY = 2000 + W005-TODAY-RAW-YY
               ELSE
                   COMPUTE W006-AS-OF-CCYY = 1900 + W005-TODAY-RAW-YY
               END-IF
               MOVE W005-TODAY-RAW-MM TO W006-AS-OF-MM
               MOVE W005-TODAY-RAW-DD TO W006-AS-OF-DD
           END-IF.
           IF W006-AS-OF-MM LESS THAN 1
              OR W006-AS-OF-MM GREATER THAN 12
               DISPLAY "LIB063A: BAD AS-OF MONTH -- USING 12"
               MOVE 12 TO W006-AS-OF-MM
           END-IF.
           MOVE W006-AS-OF-DATE TO W007-CONV-DATE.
           PERFORM C015-DATE-TO-SERIAL.
           MOVE W007-CONV-SERIAL TO W007-AS-OF-SERIAL.
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
      *    THE SUBSCRIPTION TITLE AND THE ISSUE BARCODES ARE LOOKED
      *    UP WHEN THEIR FILES ARE THERE; THE LISTS PRINT WITHOUT
      *    THEM WHEN THEY ARE NOT. THE SHIPMENT FILE IS READ TWICE,
      *    ONCE FOR EACH LIST.
       C020-PRINT-BINDERY-LISTS.
      *
           MOVE "N" TO WORK-SERIALS-OPEN-SWITCH.
           OPEN INPUT SUBSCRIPTION-FILE.
           IF WORK-SUBSCRIPTION-STATUS EQUAL "00"
               MOVE "Y" TO WORK-SERIALS-OPEN-SWITCH
           END-IF.
           MOVE "N" TO WORK-ITEMS-OPEN-SWITCH.
           OPEN INPUT ITEM-COPY-FILE.
           IF WORK-ITEM-FILE-STATUS EQUAL "00"
               MOVE "Y" TO WORK-ITEMS-OPEN-SWITCH
           END-IF.
           PERFORM C900-REGISTER-SPOOL-FILE.
           OPEN OUTPUT BINDERY-PRINT.
           MOVE W006-AS-OF-DATE TO W021-DATE-WORK.
           PERFORM C080-EDIT-DATE.
           MOVE W021-EDIT-DATE TO W015-TITLE-DATE.
           MOVE W015-TITLE-LINE TO BINDERY-PRINT-LINE.
           WRITE BINDERY-PRINT-LINE.
           MOVE "SHIPMENT LIST -- VOLUMES SENT IN THE LAST SEVEN DAYS"
                   TO BINDERY-PRINT-LINE.
           WRITE BINDERY-PRINT-LINE AFTER ADVANCING 2 LINES.
           MOVE W015-COLUMN-LINE TO BINDERY-PRINT-LINE.
           WRITE BINDERY-PRINT-LINE.
           OPEN INPUT BINDERY-FILE.
           MOVE "0" TO W005-END-OF-FILE-SWITCH.
           PERFORM C030-READ-BINDERY.
           PERFORM C040-TEST-SHIPMENT UNTIL W005-END-OF-FILE.
           CLOSE BINDERY-FILE.
           IF W012-SHIPPED-VOLUMES EQUAL ZERO
               MOVE "  (NO VOLUMES SENT IN THE LAST SEVEN DAYS)"
                       TO BINDERY-PRINT-LINE
               WRITE BINDERY-PRINT-LINE
           END-IF.
           MOVE "AT THE BINDERY PAST THE PROMISED DATE"
                   TO BINDERY-PRINT-LINE.
           WRITE BINDERY-PRINT-LINE AFTER ADVANCING 3 LINES.
           MOVE W015-COLUMN-LINE TO BINDERY-PRINT-LINE.
           WRITE BINDERY-PRINT-LINE.
           OPEN INPUT BINDERY-FILE.
           MOVE "0" TO W005-END-OF-FILE-SWITCH.
           PERFORM C030-READ-BINDERY.
           PERFORM C060-TEST-OVERDUE UNTIL W005-END-OF-FILE.
           CLOSE BINDERY-FILE.
           IF W012-LATE-VOLUMES EQUAL ZERO
               MOVE "  (NONE -- EVERY VOLUME OUT IS WITHIN ITS PROMISE)"
                       TO BINDERY-PRINT-LINE
               WRITE BINDERY-PRINT-LINE
           END-IF.
           PERFORM C070-PRINT-TOTALS.
           CLOSE BINDERY-PRINT.
           IF WORK-SERIALS-IS-OPEN
               CLOSE SUBSCRIPTION-FILE
           END-IF.
           IF WORK-ITEMS-IS-OPEN
               CLOSE ITEM-COPY-FILE
           END-IF.
      *
       C030-READ-BINDERY.
      *
           READ BINDERY-FILE NEXT RECORD
                AT END, MOVE "1" TO W005-END-OF-FILE-SWITCH.
      *
      *    A VOLUME SENT ON THE AS-OF DATE OR IN THE WEEK BEFORE IT
      *    AND NOT YET BACK GOES ON THE SHIPMENT LIST.
       C040-TEST-SHIPMENT.
      *
           IF BND-IS-AT-BINDERY
               MOVE BND-SENT-DATE TO W007-CONV-DATE
               PERFORM C015-DATE-TO-SERIAL
               COMPUTE W007-DAYS-AGO =
                       W007-AS-OF-SERIAL - W007-CONV-SERIAL
               IF W007-DAYS-AGO NOT LESS THAN ZERO
                  AND W007-DAYS-AGO LESS THAN W063-SHIPMENT-DAYS
                   PERFORM C050-PRINT-SHIPPED-VOLUME
               END-IF
           END-IF.
           PERFORM C030-READ-BINDERY.
      *
       C050-PRINT-SHIPPED-VOLUME.
      *
           ADD 1 TO W012-SHIPPED-VOLUMES.
           ADD BND-ISSUES-SENT TO W012-SHIPPED-ISSUES.
           PERFORM C090-FORMAT-VOLUME-LINE.
           MOVE W015-VOLUME-LINE TO BINDERY-PRINT-LINE.
           WRITE BINDERY-PRINT-LINE AFTER ADVANCING 2 LINES.
           IF WORK-ITEMS-IS-OPEN
               PERFORM C055-PRINT-ONE-ISSUE
                   VARYING W020-ISSUE-SEQUENCE FROM BND-FIRST-ISSUE
                   BY 1 UNTIL W020-ISSUE-SEQUENCE GREATER THAN
                              BND-LAST-ISSUE
           END-IF.
      *
      *    ONLY THE ISSUES FLAGGED AT THE BINDERY ARE IN THE BOX --
      *    ONE LEFT BEHIND ON LOAN IS NOT LISTED.
       C055-PRINT-ONE-ISSUE.
      *
           MOVE SPACES TO W020-ISSUE-BARCODE.
           STRING BND-BOOK-NUMBER     DELIMITED BY SIZE
                  "I"                 DELIMITED BY SIZE
                  W020-ISSUE-SEQUENCE DELIMITED BY SIZE
                  INTO W020-ISSUE-BARCODE.
           MOVE W020-ISSUE-BARCODE TO ITEM-BARCODE.
           READ ITEM-COPY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ITEM-AT-BINDERY
                       MOVE W020-ISSUE-SEQUENCE TO W015-ISS-SEQUENCE
                       MOVE W020-ISSUE-BARCODE TO W015-ISS-BARCODE
                       MOVE W015-ISSUE-LINE TO BINDERY-PRINT-LINE
                       WRITE BINDERY-PRINT-LINE
                   END-IF
           END-READ.
      *
       C060-TEST-OVERDUE.
      *
           IF BND-IS-AT-BINDERY
               ADD 1 TO W012-OUT-VOLUMES
               MOVE BND-PROMISED-DATE TO W007-CONV-DATE
               PERFORM C015-DATE-TO-SERIAL
               COMPUTE W007-DAYS-LATE =
                       W007-AS-OF-SERIAL - W007-CONV-SERIAL
               IF W007-DAYS-LATE GREATER THAN ZERO
                   ADD 1 TO W012-LATE-VOLUMES
                   PERFORM C090-FORMAT-VOLUME-LINE
                   MOVE W007-DAYS-LATE TO W015-VOL-DAYS-LATE
                   MOVE W015-VOLUME-LINE TO BINDERY-PRINT-LINE
                   WRITE BINDERY-PRINT-LINE
               END-IF
           END-IF.
           PERFORM C030-READ-BINDERY.
      *
       C070-PRINT-TOTALS.
      *
           MOVE "VOLUMES ON THE SHIPMENT LIST:" TO W015-FIGURE-LABEL.
           MOVE W012-SHIPPED-VOLUMES TO W015-FIGURE-VALUE.
           MOVE W015-FIGURE-LINE TO BINDERY-PRINT-LINE.
           WRITE BINDERY-PRINT-LINE AFTER ADVANCING 2 LINES.
           MOVE "  ISSUES IN THEM:" TO W015-FIGURE-LABEL.
           MOVE W012-SHIPPED-ISSUES TO W015-FIGURE-VALUE.
           MOVE W015-FIGURE-LINE TO BINDERY-PRINT-LINE.
           WRITE BINDERY-PRINT-LINE.
           MOVE "VOLUMES AT THE BINDERY:" TO W015-FIGURE-LABEL.
           MOVE W012-OUT-VOLUMES TO W015-FIGURE-VALUE.
           MOVE W015-FIGURE-LINE TO BINDERY-PRINT-LINE.
           WRITE BINDERY-PRINT-LINE.
           MOVE "  PAST THE PROMISED DATE:" TO W015-FIGURE-LABEL.
           MOVE W012-LATE-VOLUMES TO W015-FIGURE-VALUE.
           MOVE W015-FIGURE-LINE TO BINDERY-PRINT-LINE.
           WRITE BINDERY-PRINT-LINE.
      *
      *    W021-DATE-WORK (CCYYMMDD) TO MM/DD/CCYY IN W021-EDIT-DATE.
       C080-EDIT-DATE.
      *
           MOVE W021-DATE-MM TO W021-EDIT-MM.
           MOVE W021-DATE-DD TO W021-EDIT-DD.
           MOVE W021-DATE-CCYY TO W021-EDIT-CCYY.
      *
      *    THE VOLUME'S LINE, SHARED BY BOTH LISTS -- DAYS LATE IS
      *    LEFT ZERO FOR THE SHIPMENT LIST.
       C090-FORMAT-VOLUME-LINE.
      *
           MOVE SPACES TO W020-SUB-TITLE.
           IF WORK-SERIALS-IS-OPEN
               MOVE BND-SUB-NUMBER TO SUB-NUMBER
               READ SUBSCRIPTION-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SUB-TITLE TO W020-SUB-TITLE
               END-READ
           END-IF.
           MOVE BND-SUB-NUMBER TO W015-VOL-NUMBER.
           MOVE W020-SUB-TITLE TO W015-VOL-TITLE.
           MOVE BND-VOLUME-NUMBER TO W015-VOL-VOLUME.
           MOVE BND-SENT-DATE TO W021-DATE-WORK.
           PERFORM C080-EDIT-DATE.
           MOVE W021-EDIT-DATE TO W015-VOL-SENT.
           MOVE BND-PROMISED-DATE TO W021-DATE-WORK.
           PERFORM C080-EDIT-DATE.
           MOVE W021-EDIT-DATE TO W015-VOL-PROMISED.
           MOVE BND-ISSUES-SENT TO W015-VOL-ISSUES.
           MOVE ZERO TO W015-VOL-DAYS-LATE.
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
