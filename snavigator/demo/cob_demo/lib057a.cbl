       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. LIB057A.
      *
       DATE-WRITTEN. 10/15/26.
      *
      ***************************************************************
      *                                                             *
      * WEEKLY APPROVED-INVOICES LISTING FOR THE FINANCE OFFICE --  *
      * EVERY VENDOR INVOICE APPROVED FOR PAYMENT ON ACQ001A IN THE *
      * SEVEN DAYS ENDING ON THE COMMAND-LINE PARM (CCYYMMDD,       *
      * BLANK = TODAY), GROUPED BY VENDOR WITH THE REMIT-TO ADDRESS *
      * AND OUR ACCOUNT NUMBER FROM VENDOR.DAT, ONE LINE PER        *
      * INVOICE (NUMBER, INVOICE DATE, LINES, AMOUNT), A TOTAL PER  *
      * VENDOR AND A GRAND TOTAL. AN INVOICE APPROVED WITH ANY LINE *
      * THAT DID NOT MATCH ITS ORDER AND RECEIPT IS FLAGGED SO      *
      * FINANCE KNOWS ACQUISITIONS SIGNED OFF ON A DIFFERENCE.      *
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
      *    READ IN KEY ORDER, SO EACH VENDOR'S INVOICES, AND EACH
      *    INVOICE'S LINES, COME TOGETHER.
           SELECT INVOICE-FILE ASSIGN TO DISK
           ACCESS MODE SEQUENTIAL
           ORGANIZATION INDEXED
           RECORD KEY INV-KEY
           FILE STATUS IS WORK-INVOICE-STATUS.
      *
           SELECT VENDOR-FILE ASSIGN TO DISK
           ACCESS MODE RANDOM
           ORGANIZATION INDEXED
           RECORD KEY VEND-CODE
           FILE STATUS IS WORK-VENDOR-STATUS.
      *
      *    SPOOLED TO DISK (SEE SPOOL.CPY) -- THE SPOL001A MANAGER
      *    VIEWS, PRINTS, REPRINTS, OR PURGES THE SPOOLED REPORT.
           SELECT INVOICE-PRINT ASSIGN TO WS-SPOOL-FILE-NAME
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
       copy invoice.
      *
       copy vendor.
      *
       copy spool.

       FD  INVOICE-PRINT
           LABEL RECORDS OMITTED.
       01  INVOICE-PRINT-LINE                       PIC X(100).
      *
       WORKING-STORAGE SECTION.
      *
      *    SPOOL BOOKKEEPING -- THE SPOOL FILE NAME CARRIES THE JOB
      *    AND RUN DATE, AND EVERY RUN REGISTERS ITSELF ON THE
      *    SPOOL INDEX BEFORE WRITING A LINE.
       01  WS-SPOOL-FILE-NAME                       PIC X(20).
       01  WORK-SPOOL-INDEX-STATUS                  PIC XX.
       01  W037-SPOOL-JOB-NAME                      PIC X(8)
                                                     VALUE "LIB057A".
       01  W037-SPOOL-RUN-DATE                      PIC 9(6).
       01  W037-SPOOL-RUN-TIME                      PIC 9(8).
       01  W005-END-OF-FILE-SWITCH                  PIC X.
           88  W005-END-OF-FILE                     VALUE "1".
       01  WORK-INVOICE-STATUS                      PIC XX.
       01  WORK-VENDOR-STATUS                       PIC XX.
      *
      *    HOW FAR BACK THE LISTING LOOKS -- THE WEEK-ENDING DAY AND
      *    THE SIX DAYS BEFORE IT.
       01  W057-REPORT-DAYS                         PIC 99 VALUE 7.
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
      *    CIRC001A) SO THE AGE OF AN APPROVAL IS A SUBTRACTION.
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
       01  W012-LINES-READ                          PIC 9(5) VALUE 0.
       01  W012-VENDOR-COUNT                        PIC 9(5) VALUE 0.
       01  W012-INVOICE-COUNT                       PIC 9(5) VALUE 0.
       01  W012-EXCEPTION-COUNT                     PIC 9(5) VALUE 0.
       01  W012-VENDOR-INVOICES                     PIC 9(5) VALUE 0.
       01  W012-VENDOR-AMOUNT                       PIC 9(8)V99
                                                     VALUE 0.
       01  W012-GRAND-AMOUNT                        PIC 9(8)V99
                                                     VALUE 0.
      *
      *    THE INVOICE BEING GATHERED -- PRINTED WHEN THE VENDOR OR
      *    INVOICE NUMBER CHANGES.
       01  W020-CURRENT-VENDOR                      PIC X(6).
       01  W020-CURRENT-INVOICE                     PIC X(12).
       01  W020-INVOICE-DATE                        PIC 9(8).
       01  W020-INVOICE-LINES                       PIC 99.
       01  W020-INVOICE-AMOUNT                      PIC 9(8)V99.
       01  W020-EXCEPTION-SWITCH                    PIC X.
           88  W020-HAS-EXCEPTION                   VALUE "Y".
       01  W021-DATE-WORK.
           05  W021-DATE-CCYY                       PIC 9(4).
           05  W021-DATE-MM                         PIC 99.
           05  W021-DATE-DD                         PIC 99.
      *
       01  W015-TITLE-LINE.
           05  FILLER                     PIC X(47) VALUE
               "LIB057A INVOICES APPROVED FOR PAYMENT -- WEEK E".
           05  FILLER                     PIC X(7) VALUE "NDING ".
           05  W015-TITLE-MM                        PIC 99.
           05  FILLER                     PIC X VALUE "/".
           05  W015-TITLE-DD                        PIC 99.
           05  FILLER                     PIC X VALUE "/".
           05  W015-TITLE-CCYY                      PIC 9(4).
      *
       01  W015-VENDOR-LINE.
           05  FILLER                     PIC X(7) VALUE "VENDOR ".
           05  W015-VENDOR-CODE                     PIC X(6).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  W015-VENDOR-NAME                     PIC X(30).
           05  FILLER                     PIC X(12) VALUE
               "  ACCOUNT ".
           05  W015-VENDOR-ACCOUNT                  PIC X(15).
      *
       01  W015-REMIT-LINE.
           05  FILLER                     PIC X(15) VALUE
               "  REMIT TO:    ".
           05  W015-REMIT-TEXT                      PIC X(60).
      *
       01  W015-COLUMN-LINE.
           05  FILLER                     PIC X(40) VALUE
               "    INVOICE       DATED      LINES      ".
           05  FILLER                     PIC X(6) VALUE "AMOUNT".
      *
       01  W015-DETAIL-LINE.
           05  FILLER                     PIC X(4) VALUE SPACES.
           05  W015-DET-INVOICE                     PIC X(12).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  W015-DET-MM                          PIC 99.
           05  FILLER                     PIC X VALUE "/".
           05  W015-DET-DD                          PIC 99.
           05  FILLER                     PIC X VALUE "/".
           05  W015-DET-CCYY                        PIC 9(4).
           05  FILLER                     PIC X(4) VALUE SPACES.
           05  W015-DET-LINES                       PIC Z9.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  W015-DET-AMOUNT                      PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  W015-DET-FLAG                        PIC X(24).
      *
       01  W015-FIGURE-LINE.
           05  W015-FIGURE-LABEL                    PIC X(37).
           05  W015-FIGURE-VALUE                    PIC ZZ,ZZZ,ZZ9.99.
      *
       PROCEDURE DIVISION.
      *
       C000-MAIN-LINE-LOGIC.
      *
           PERFORM C010-SET-WEEK-ENDING.
           OPEN INPUT INVOICE-FILE.
           IF WORK-INVOICE-STATUS NOT EQUAL "00"
               DISPLAY "LIB057A: NO INVOICE FILE -- NOTHING TO REPORT"
           ELSE
               OPEN INPUT VENDOR-FILE
               PERFORM C030-PRINT-INVOICE-LISTING
               CLOSE VENDOR-FILE
               CLOSE INVOICE-FILE
           END-IF.
           DISPLAY "LIB057A APPROVED-INVOICES LISTING COMPLETE".
           DISPLAY "INVOICE LINES READ:   " W012-LINES-READ.
           DISPLAY "VENDORS:              " W012-VENDOR-COUNT.
           DISPLAY "INVOICES APPROVED:    " W012-INVOICE-COUNT.
           DISPLAY "WITH EXCEPTIONS:      " W012-EXCEPTION-COUNT.
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
               DISPLAY "LIB057A: BAD WEEK-ENDING MONTH -- USING 12"
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
      *
       C030-PRINT-INVOICE-LISTING.
      *
           PERFORM C900-REGISTER-SPOOL-FILE.
           OPEN OUTPUT INVOICE-PRINT.
           MOVE W006-WEEK-ENDING TO W021-DATE-WORK.
           MOVE W021-DATE-MM TO W015-TITLE-MM.
           MOVE W021-DATE-DD TO W015-TITLE-DD.
           MOVE W021-DATE-CCYY TO W015-TITLE-CCYY.
           MOVE W015-TITLE-LINE TO INVOICE-PRINT-LINE.
           WRITE INVOICE-PRINT-LINE.
           MOVE HIGH-VALUES TO W020-CURRENT-VENDOR.
           MOVE HIGH-VALUES TO W020-CURRENT-INVOICE.
           MOVE "0" TO W005-END-OF-FILE-SWITCH.
           PERFORM C035-READ-INVOICE-LINE.
           PERFORM C040-LIST-ONE-LINE UNTIL W005-END-OF-FILE.
           IF W012-INVOICE-COUNT EQUAL ZERO
               MOVE SPACES TO INVOICE-PRINT-LINE
               WRITE INVOICE-PRINT-LINE
               MOVE "  (NO INVOICES APPROVED IN THE WEEK)"
                       TO INVOICE-PRINT-LINE
               WRITE INVOICE-PRINT-LINE
           ELSE
               PERFORM C060-PRINT-INVOICE
               PERFORM C065-PRINT-VENDOR-TOTAL
               PERFORM C070-PRINT-GRAND-TOTAL
           END-IF.
           CLOSE INVOICE-PRINT.
      *
       C035-READ-INVOICE-LINE.
      *
           READ INVOICE-FILE NEXT RECORD
                AT END, MOVE "1" TO W005-END-OF-FILE-SWITCH.
      *
      *    ONLY LINES OF INVOICES APPROVED WITHIN THE WEEK COUNT --
      *    AN INVOICE IS APPROVED WHOLE, SO ALL ITS LINES CARRY THE
      *    SAME APPROVAL DATE.
       C040-LIST-ONE-LINE.
      *
           ADD 1 TO W012-LINES-READ.
           IF INV-IS-APPROVED
               MOVE INV-APPROVED-DATE TO W007-CONV-DATE
               PERFORM C015-DATE-TO-SERIAL
               COMPUTE W007-DAYS-AGO =
                       W007-WEEK-END-SERIAL - W007-CONV-SERIAL
               IF W007-DAYS-AGO NOT LESS THAN ZERO
                  AND W007-DAYS-AGO LESS THAN W057-REPORT-DAYS
                   PERFORM C045-GATHER-INVOICE-LINE
               END-IF
           END-IF.
           PERFORM C035-READ-INVOICE-LINE.
      *
       C045-GATHER-INVOICE-LINE.
      *
           IF INV-VENDOR-CODE NOT EQUAL W020-CURRENT-VENDOR
               IF W020-CURRENT-VENDOR NOT EQUAL HIGH-VALUES
                   PERFORM C060-PRINT-INVOICE
                   PERFORM C065-PRINT-VENDOR-TOTAL
               END-IF
               MOVE INV-VENDOR-CODE TO W020-CURRENT-VENDOR
               PERFORM C050-PRINT-VENDOR-HEADING
               PERFORM C055-START-INVOICE
           ELSE IF INV-NUMBER NOT EQUAL W020-CURRENT-INVOICE
               PERFORM C060-PRINT-INVOICE
               PERFORM C055-START-INVOICE
           END-IF.
           ADD 1 TO W020-INVOICE-LINES.
           ADD INV-LINE-AMOUNT TO W020-INVOICE-AMOUNT.
           IF NOT INV-LINE-MATCHED
               MOVE "Y" TO W020-EXCEPTION-SWITCH
           END-IF.
      *
      *    A VENDOR CODE NO LONGER ON VENDOR.DAT (OR NO VENDOR.DAT
      *    AT ALL) STILL LISTS, WITH NO ADDRESS -- FINANCE WILL CALL
      *    ACQUISITIONS.
       C050-PRINT-VENDOR-HEADING.
      *
           ADD 1 TO W012-VENDOR-COUNT.
           MOVE INV-VENDOR-CODE TO VEND-CODE.
           READ VENDOR-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WORK-VENDOR-STATUS NOT EQUAL "00"
               MOVE "(NOT ON VENDOR FILE)" TO VEND-NAME
               MOVE SPACES TO VEND-REMIT-TO
               MOVE SPACES TO VEND-ACCOUNT-NUMBER
           END-IF.
           MOVE INV-VENDOR-CODE TO W015-VENDOR-CODE.
           MOVE VEND-NAME TO W015-VENDOR-NAME.
           MOVE VEND-ACCOUNT-NUMBER TO W015-VENDOR-ACCOUNT.
           MOVE W015-VENDOR-LINE TO INVOICE-PRINT-LINE.
           WRITE INVOICE-PRINT-LINE AFTER ADVANCING 2 LINES.
           MOVE SPACES TO W015-REMIT-TEXT.
           STRING VEND-REMIT-ADD DELIMITED BY "  "
                  "  " DELIMITED BY SIZE
                  VEND-REMIT-ADD2 DELIMITED BY "  "
                  INTO W015-REMIT-TEXT.
           MOVE W015-REMIT-LINE TO INVOICE-PRINT-LINE.
           WRITE INVOICE-PRINT-LINE.
           MOVE SPACES TO W015-REMIT-TEXT.
           STRING VEND-REMIT-CITY DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  VEND-REMIT-STATE DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  VEND-REMIT-ZIP DELIMITED BY SIZE
                  INTO W015-REMIT-TEXT.
           MOVE SPACES TO INVOICE-PRINT-LINE.
           MOVE W015-REMIT-TEXT TO INVOICE-PRINT-LINE (16:60).
           WRITE INVOICE-PRINT-LINE.
           MOVE W015-COLUMN-LINE TO INVOICE-PRINT-LINE.
           WRITE INVOICE-PRINT-LINE.
      *
       C055-START-INVOICE.
      *
           MOVE INV-NUMBER TO W020-CURRENT-INVOICE.
           MOVE INV-INVOICE-DATE TO W020-INVOICE-DATE.
           MOVE ZERO TO W020-INVOICE-LINES.
           MOVE ZERO TO W020-INVOICE-AMOUNT.
           MOVE "N" TO W020-EXCEPTION-SWITCH.
      *
       C060-PRINT-INVOICE.
      *
           ADD 1 TO W012-INVOICE-COUNT.
           ADD 1 TO W012-VENDOR-INVOICES.
           ADD W020-INVOICE-AMOUNT TO W012-VENDOR-AMOUNT.
           ADD W020-INVOICE-AMOUNT TO W012-GRAND-AMOUNT.
           MOVE W020-CURRENT-INVOICE TO W015-DET-INVOICE.
           MOVE W020-INVOICE-DATE TO W021-DATE-WORK.
           MOVE W021-DATE-MM TO W015-DET-MM.
           MOVE W021-DATE-DD TO W015-DET-DD.
           MOVE W021-DATE-CCYY TO W015-DET-CCYY.
           MOVE W020-INVOICE-LINES TO W015-DET-LINES.
           MOVE W020-INVOICE-AMOUNT TO W015-DET-AMOUNT.
           IF W020-HAS-EXCEPTION
               MOVE "APPROVED WITH EXCEPTIONS" TO W015-DET-FLAG
               ADD 1 TO W012-EXCEPTION-COUNT
           ELSE
               MOVE SPACES TO W015-DET-FLAG
           END-IF.
           MOVE W015-DETAIL-LINE TO INVOICE-PRINT-LINE.
           WRITE INVOICE-PRINT-LINE.
      *
       C065-PRINT-VENDOR-TOTAL.
      *
           MOVE SPACES TO W015-FIGURE-LABEL.
           STRING "    VENDOR " DELIMITED BY SIZE
                  W020-CURRENT-VENDOR DELIMITED BY SIZE
                  " -- INVOICES: " DELIMITED BY SIZE
                  W012-VENDOR-INVOICES DELIMITED BY SIZE
                  INTO W015-FIGURE-LABEL.
           MOVE W012-VENDOR-AMOUNT TO W015-FIGURE-VALUE.
           MOVE W015-FIGURE-LINE TO INVOICE-PRINT-LINE.
           WRITE INVOICE-PRINT-LINE.
           MOVE ZERO TO W012-VENDOR-INVOICES.
           MOVE ZERO TO W012-VENDOR-AMOUNT.
      *
       C070-PRINT-GRAND-TOTAL.
      *
           MOVE SPACES TO W015-FIGURE-LABEL.
           STRING "TOTAL APPROVED -- INVOICES: " DELIMITED BY SIZE
                  W012-INVOICE-COUNT DELIMITED BY SIZE
                  INTO W015-FIGURE-LABEL.
           MOVE W012-GRAND-AMOUNT TO W015-FIGURE-VALUE.
           MOVE W015-FIGURE-LINE TO INVOICE-PRINT-LINE.
           WRITE INVOICE-PRINT-LINE AFTER ADVANCING 2 LINES.
           MOVE SPACES TO INVOICE-PRINT-LINE.
           STRING "  OF WHICH APPROVED WITH EXCEPTIONS: "
                      DELIMITED BY SIZE
                  W012-EXCEPTION-COUNT DELIMITED BY SIZE
                  INTO INVOICE-PRINT-LINE.
           WRITE INVOICE-PRINT-LINE.
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
