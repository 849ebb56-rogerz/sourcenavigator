       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. LIB061A.
      *
       DATE-WRITTEN. 10/15/26.
      *
      ***************************************************************
      *                                                             *
      * MONTHLY DONOR ACKNOWLEDGMENT RUN. EVERY GIFT ON GIFT.DAT    *
      * NOT YET ACKNOWLEDGED GETS A THANK-YOU LETTER -- ONE PER     *
      * DONOR, ONE PAGE, LISTING EACH GIFT WITH ITS DATE, ITEM      *
      * COUNT AND ESTIMATED VALUE -- IN THE SAME FORM-LETTER LAYOUT *
      * AS THE PROG502 MAIL MERGE, AND THE GIFT IS STAMPED          *
      * ACKNOWLEDGED. IN JANUARY THE RUN ALSO PRINTS EACH DONOR'S   *
      * GIVING SUMMARY FOR THE YEAR JUST CLOSED, FOR THEIR TAX      *
      * RECORDS. PARM: BLANK = TODAY, CCYYMMDD = RUN AS OF THAT     *
      * DATE, CCYY = REPRINT THAT YEAR'S SUMMARIES ONLY (NO         *
      * LETTERS, NOTHING STAMPED). SCHEDULED MONTHLY (THE 1ST).     *
      *                                                             *
      ***************************************************************
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT DONOR-FILE ASSIGN TO DISK
           ACCESS MODE DYNAMIC
           ORGANIZATION INDEXED
           RECORD KEY DONOR-NUMBER
           FILE STATUS IS WORK-DONOR-STATUS.
      *
           SELECT GIFT-FILE ASSIGN TO DISK
           ACCESS MODE DYNAMIC
           ORGANIZATION INDEXED
           RECORD KEY GIFT-KEY
           FILE STATUS IS WORK-GIFT-STATUS.
      *
      *    SPOOLED TO DISK (SEE SPOOL.CPY) -- THE SPOL001A MANAGER
      *    VIEWS, PRINTS, REPRINTS, OR PURGES THE SPOOLED REPORT.
           SELECT DONOR-LETTER-PRINT ASSIGN TO WS-SPOOL-FILE-NAME
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
       copy donor.
      *
       copy gift.
      *
       copy spool.

      *    THE PROG502 FORM-LETTER LINE.
       FD  DONOR-LETTER-PRINT
           LABEL RECORDS OMITTED.
       01  FORM-LETTER-LINE                            PIC X(66).
      *
       WORKING-STORAGE SECTION.
      *
      *    SPOOL BOOKKEEPING -- THE SPOOL FILE NAME CARRIES THE JOB
      *    AND RUN DATE, AND EVERY RUN REGISTERS ITSELF ON THE
      *    SPOOL INDEX BEFORE WRITING A LINE.
       01  WS-SPOOL-FILE-NAME                       PIC X(20).
       01  WORK-SPOOL-INDEX-STATUS                  PIC XX.
       01  W037-SPOOL-JOB-NAME                      PIC X(8)
                                                     VALUE "LIB061A".
       01  W037-SPOOL-RUN-DATE                      PIC 9(6).
       01  W037-SPOOL-RUN-TIME                      PIC 9(8).
       01  W005-END-OF-FILE-SWITCH                  PIC X.
           88  W005-END-OF-FILE                     VALUE "1".
       01  W005-END-OF-GIFTS-SWITCH                 PIC X.
           88  W005-END-OF-GIFTS                    VALUE "1".
       01  WORK-DONOR-STATUS                        PIC XX.
       01  WORK-GIFT-STATUS                         PIC XX.
      *
       01  W005-TODAY-RAW-DATE.
           05  W005-TODAY-RAW-YY                    PIC 99.
           05  W005-TODAY-RAW-MM                    PIC 99.
           05  W005-TODAY-RAW-DD                    PIC 99.
      *
      *    THE PARM, AND WHAT IT ASKS FOR.
       01  W006-RUN-PARM                            PIC X(10).
       01  W006-RUN-DATE.
           05  W006-RUN-CCYY                        PIC 9(4).
           05  W006-RUN-MM                          PIC 99.
           05  W006-RUN-DD                          PIC 99.
       01  W006-RUN-DATE-NUMBER REDEFINES W006-RUN-DATE
                                                    PIC 9(8).
       01  W006-SUMMARY-YEAR                        PIC 9(4) VALUE 0.
       01  W006-LETTERS-SWITCH                      PIC X VALUE "Y".
           88  W006-LETTERS-WANTED                  VALUE "Y".
       01  W006-SUMMARY-SWITCH                      PIC X VALUE "N".
           88  W006-SUMMARY-WANTED                  VALUE "Y".
      *
       01  W012-LETTERS-PRINTED                     PIC 9(5) VALUE 0.
       01  W012-GIFTS-ACKNOWLEDGED                  PIC 9(5) VALUE 0.
       01  W012-SUMMARIES-PRINTED                   PIC 9(5) VALUE 0.
       01  W012-DONOR-GIFTS                         PIC 9(4).
       01  W012-DONOR-TOTAL                         PIC 9(8)V99.
      *
       01  W020-GIFT-YEAR                           PIC 9(4).
       01  W020-GIFT-DATE.
           05  W020-GIFT-CCYY                       PIC 9(4).
           05  W020-GIFT-MM                         PIC 99.
           05  W020-GIFT-DD                         PIC 99.
      *
      *    BODY OF THE LETTERS -- THE ADDRESS BLOCK AND SALUTATION
      *    ARE MERGED FROM THE DONOR MASTER AS PROG502 DOES.
       01  W010-SALUTATION-LINE                     PIC X(66).
       01  W010-CITY-LINE                           PIC X(66).
       01  W010-THANKS-LINE-1                       PIC X(66)
           VALUE "THANK YOU FOR YOUR GENEROUS GIFT TO THE LIBRARY.  WE".
       01  W010-THANKS-LINE-2                       PIC X(66)
           VALUE "HAVE RECEIVED THE FOLLOWING WITH OUR GRATITUDE:".
       01  W010-THANKS-CLOSING-LINE                 PIC X(66)
           VALUE "WITH OUR THANKS, THE LIBRARY BOARD AND STAFF".
       01  W010-SUMMARY-LINE-1                      PIC X(66)
           VALUE "FOR YOUR TAX RECORDS, THESE ARE YOUR GIFTS TO THE".
       01  W010-SUMMARY-LINE-2.
           05  FILLER                     PIC X(14) VALUE
               "LIBRARY DURING".
           05  FILLER                     PIC X VALUE SPACE.
           05  W010-SUMMARY-YEAR                    PIC 9(4).
           05  FILLER                     PIC X(47) VALUE
               ", AT THE VALUES RECORDED WHEN RECEIVED:".
       01  W010-NO-GOODS-LINE                       PIC X(66)
           VALUE "NO GOODS OR SERVICES WERE PROVIDED IN RETURN".
       01  W010-NO-GOODS-LINE-2                     PIC X(66)
           VALUE "FOR THESE GIFTS.".
       01  W010-SUMMARY-CLOSING-LINE                PIC X(66)
           VALUE "SINCERELY, THE LIBRARY BOARD".
      *
       01  W015-GIFT-LINE.
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  W015-GIFT-MM                         PIC 99.
           05  FILLER                     PIC X VALUE "/".
           05  W015-GIFT-DD                         PIC 99.
           05  FILLER                     PIC X VALUE "/".
           05  W015-GIFT-CCYY                       PIC 9(4).
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  W015-GIFT-DESCRIPTION                PIC X(30).
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  W015-GIFT-ITEMS                      PIC ZZZZ.
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  W015-GIFT-KIND                       PIC X(5).
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  W015-GIFT-VALUE                      PIC Z,ZZZ,ZZ9.99.
      *
       01  W015-TOTAL-LINE.
           05  FILLER                     PIC X(41) VALUE SPACES.
           05  FILLER                     PIC X(11) VALUE
               "TOTAL GIVEN".
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  W015-TOTAL-VALUE                     PIC ZZ,ZZZ,ZZ9.99.
      *
       PROCEDURE DIVISION.
      *
       C000-MAIN-LINE-LOGIC.
      *
           PERFORM C010-SET-RUN-DATE.
           OPEN INPUT DONOR-FILE.
           IF WORK-DONOR-STATUS NOT EQUAL "00"
               DISPLAY "LIB061A: NO DONOR FILE -- NOTHING TO PRINT"
           ELSE
               OPEN I-O GIFT-FILE
               IF WORK-GIFT-STATUS NOT EQUAL "00"
                   DISPLAY "LIB061A: NO GIFT FILE -- NOTHING TO PRINT"
               ELSE
                   PERFORM C015-PRINT-THE-RUN
                   CLOSE GIFT-FILE
               END-IF
               CLOSE DONOR-FILE
           END-IF.
           DISPLAY "LIB061A DONOR ACKNOWLEDGMENTS COMPLETE".
           DISPLAY "LETTERS PRINTED:      " W012-LETTERS-PRINTED.
           DISPLAY "GIFTS ACKNOWLEDGED:   " W012-GIFTS-ACKNOWLEDGED.
           DISPLAY "YEAR-END SUMMARIES:   " W012-SUMMARIES-PRINTED.
           GOBACK.
      *
      *    THE RUN DATE IS THE PARM DATE, OR TODAY WHEN THE PARM IS
      *    BLANK OR NOT A DATE. A JANUARY RUN ADDS THE SUMMARIES FOR
      *    THE YEAR BEFORE; A BARE CCYY PARM ASKS FOR ONLY THOSE.
       C010-SET-RUN-DATE.
      *
           MOVE SPACES TO W006-RUN-PARM.
           ACCEPT W006-RUN-PARM FROM COMMAND-LINE.
           ACCEPT W005-TODAY-RAW-DATE FROM DATE.
           IF W005-TODAY-RAW-YY LESS THAN 50
               COMPUTE W006-RUN-CCYY = 2000 + W005-TODAY-RAW-YY
           ELSE
               COMPUTE W006-RUN-CCYY = 1900 + W005-TODAY-RAW-YY
           END-IF.
           MOVE W005-TODAY-RAW-MM TO W006-RUN-MM.
           MOVE W005-TODAY-RAW-DD TO W006-RUN-DD.
           IF W006-RUN-PARM (1:8) IS NUMERIC
               MOVE W006-RUN-PARM (1:8) TO W006-RUN-DATE
           ELSE IF W006-RUN-PARM (1:4) IS NUMERIC
                   AND W006-RUN-PARM (5:6) EQUAL SPACES
               MOVE W006-RUN-PARM (1:4) TO W006-SUMMARY-YEAR
               MOVE "N" TO W006-LETTERS-SWITCH
               MOVE "Y" TO W006-SUMMARY-SWITCH
           END-IF.
           IF W006-LETTERS-WANTED AND W006-RUN-MM EQUAL 1
               COMPUTE W006-SUMMARY-YEAR = W006-RUN-CCYY - 1
               MOVE "Y" TO W006-SUMMARY-SWITCH
           END-IF.
      *
       C015-PRINT-THE-RUN.
      *
           PERFORM C900-REGISTER-SPOOL-FILE.
           OPEN OUTPUT DONOR-LETTER-PRINT.
           IF W006-LETTERS-WANTED
               PERFORM C020-PRINT-LETTERS
           END-IF.
           IF W006-SUMMARY-WANTED
               PERFORM C050-PRINT-SUMMARIES
           END-IF.
           IF W012-LETTERS-PRINTED EQUAL ZERO
              AND W012-SUMMARIES-PRINTED EQUAL ZERO
               MOVE "LIB061A -- NO GIFTS TO ACKNOWLEDGE THIS RUN"
                       TO FORM-LETTER-LINE
               WRITE FORM-LETTER-LINE AFTER ADVANCING PAGE
           END-IF.
           CLOSE DONOR-LETTER-PRINT.
      *
      *    ONE LETTER PER DONOR WITH ANY GIFT NOT YET ACKNOWLEDGED,
      *    IN DONOR NUMBER ORDER.
       C020-PRINT-LETTERS.
      *
           PERFORM C025-START-DONORS.
           PERFORM C030-LETTER-FOR-DONOR UNTIL W005-END-OF-FILE.
      *
       C025-START-DONORS.
      *
           MOVE "0" TO W005-END-OF-FILE-SWITCH.
           MOVE LOW-VALUES TO DONOR-NUMBER.
           START DONOR-FILE KEY IS NOT LESS THAN DONOR-NUMBER
               INVALID KEY
                   MOVE "1" TO W005-END-OF-FILE-SWITCH
           END-START.
           IF NOT W005-END-OF-FILE
               PERFORM C027-READ-NEXT-DONOR
           END-IF.
      *
       C027-READ-NEXT-DONOR.
      *
           READ DONOR-FILE NEXT RECORD
                AT END, MOVE "1" TO W005-END-OF-FILE-SWITCH.
      *
       C030-LETTER-FOR-DONOR.
      *
           MOVE ZERO TO W012-DONOR-GIFTS.
           PERFORM C035-START-DONOR-GIFTS.
           PERFORM C040-ACK-ONE-GIFT UNTIL W005-END-OF-GIFTS.
           IF W012-DONOR-GIFTS GREATER THAN ZERO
               WRITE FORM-LETTER-LINE FROM W010-THANKS-CLOSING-LINE
                      AFTER ADVANCING 2 LINES
               ADD 1 TO W012-LETTERS-PRINTED
           END-IF.
           PERFORM C027-READ-NEXT-DONOR.
      *
      *    A DONOR'S GIFTS KEY TOGETHER, FROM SEQUENCE 001 UP.
       C035-START-DONOR-GIFTS.
      *
           MOVE "0" TO W005-END-OF-GIFTS-SWITCH.
           MOVE DONOR-NUMBER TO GIFT-DONOR-NUMBER.
           MOVE ZERO TO GIFT-SEQUENCE.
           START GIFT-FILE KEY IS NOT LESS THAN GIFT-KEY
               INVALID KEY
                   MOVE "1" TO W005-END-OF-GIFTS-SWITCH
           END-START.
           IF NOT W005-END-OF-GIFTS
               PERFORM C037-READ-NEXT-GIFT
           END-IF.
      *
       C037-READ-NEXT-GIFT.
      *
           READ GIFT-FILE NEXT RECORD
               AT END
                   MOVE "1" TO W005-END-OF-GIFTS-SWITCH
               NOT AT END
                   IF GIFT-DONOR-NUMBER NOT EQUAL DONOR-NUMBER
                       MOVE "1" TO W005-END-OF-GIFTS-SWITCH
                   END-IF
           END-READ.
      *
      *    A GIFT DATED AFTER THE RUN DATE WAITS FOR NEXT MONTH.
       C040-ACK-ONE-GIFT.
      *
           IF NOT GIFT-IS-ACKNOWLEDGED
              AND GIFT-DATE NOT GREATER THAN W006-RUN-DATE-NUMBER
               IF W012-DONOR-GIFTS EQUAL ZERO
                   PERFORM C070-PRINT-ADDRESS-BLOCK
                   WRITE FORM-LETTER-LINE FROM W010-THANKS-LINE-1
                          AFTER ADVANCING 2 LINES
                   WRITE FORM-LETTER-LINE FROM W010-THANKS-LINE-2
                          AFTER ADVANCING 1 LINE
                   MOVE SPACES TO FORM-LETTER-LINE
                   WRITE FORM-LETTER-LINE AFTER ADVANCING 1 LINE
               END-IF
               ADD 1 TO W012-DONOR-GIFTS
               PERFORM C075-PRINT-GIFT-LINE
               MOVE "Y" TO GIFT-ACK-FLAG
               MOVE W006-RUN-DATE-NUMBER TO GIFT-ACK-DATE
               REWRITE GIFT-RECORD
               ADD 1 TO W012-GIFTS-ACKNOWLEDGED
           END-IF.
           PERFORM C037-READ-NEXT-GIFT.
      *
      *    ONE SUMMARY PER DONOR WHO GAVE ANYTHING IN THE YEAR,
      *    ACKNOWLEDGED OR NOT, WITH THE YEAR'S TOTAL VALUE.
       C050-PRINT-SUMMARIES.
      *
           MOVE W006-SUMMARY-YEAR TO W010-SUMMARY-YEAR.
           PERFORM C025-START-DONORS.
           PERFORM C055-SUMMARY-FOR-DONOR UNTIL W005-END-OF-FILE.
      *
       C055-SUMMARY-FOR-DONOR.
      *
           MOVE ZERO TO W012-DONOR-GIFTS.
           MOVE ZERO TO W012-DONOR-TOTAL.
           PERFORM C035-START-DONOR-GIFTS.
           PERFORM C060-SUM-ONE-GIFT UNTIL W005-END-OF-GIFTS.
           IF W012-DONOR-GIFTS GREATER THAN ZERO
               MOVE W012-DONOR-TOTAL TO W015-TOTAL-VALUE
               WRITE FORM-LETTER-LINE FROM W015-TOTAL-LINE
                      AFTER ADVANCING 2 LINES
               WRITE FORM-LETTER-LINE FROM W010-NO-GOODS-LINE
                      AFTER ADVANCING 2 LINES
               WRITE FORM-LETTER-LINE FROM W010-NO-GOODS-LINE-2
                      AFTER ADVANCING 1 LINE
               WRITE FORM-LETTER-LINE FROM W010-SUMMARY-CLOSING-LINE
                      AFTER ADVANCING 2 LINES
               ADD 1 TO W012-SUMMARIES-PRINTED
           END-IF.
           PERFORM C027-READ-NEXT-DONOR.
      *
       C060-SUM-ONE-GIFT.
      *
           DIVIDE GIFT-DATE BY 10000 GIVING W020-GIFT-YEAR.
           IF W020-GIFT-YEAR EQUAL W006-SUMMARY-YEAR
               IF W012-DONOR-GIFTS EQUAL ZERO
                   PERFORM C070-PRINT-ADDRESS-BLOCK
                   WRITE FORM-LETTER-LINE FROM W010-SUMMARY-LINE-1
                          AFTER ADVANCING 2 LINES
                   WRITE FORM-LETTER-LINE FROM W010-SUMMARY-LINE-2
                          AFTER ADVANCING 1 LINE
                   MOVE SPACES TO FORM-LETTER-LINE
                   WRITE FORM-LETTER-LINE AFTER ADVANCING 1 LINE
               END-IF
               ADD 1 TO W012-DONOR-GIFTS
               ADD GIFT-ESTIMATED-VALUE TO W012-DONOR-TOTAL
               PERFORM C075-PRINT-GIFT-LINE
           END-IF.
           PERFORM C037-READ-NEXT-GIFT.
      *
      *    THE DONOR'S NAME AND ADDRESS AT THE TOP OF A NEW PAGE, AND
      *    THE SALUTATION, LAID OUT AS PROG502 LAYS OUT ITS LETTERS.
       C070-PRINT-ADDRESS-BLOCK.
      *
           MOVE DONOR-NAME TO FORM-LETTER-LINE.
           WRITE FORM-LETTER-LINE AFTER ADVANCING PAGE.
           MOVE DONOR-STREET TO FORM-LETTER-LINE.
           WRITE FORM-LETTER-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO W010-CITY-LINE.
           STRING DONOR-CITY DELIMITED BY "  "
                  ", "       DELIMITED BY SIZE
                  DONOR-STATE DELIMITED BY SIZE
                  "  "       DELIMITED BY SIZE
                  DONOR-ZIP  DELIMITED BY SIZE
                  INTO W010-CITY-LINE.
           WRITE FORM-LETTER-LINE FROM W010-CITY-LINE
                  AFTER ADVANCING 1 LINE.
           MOVE SPACES TO FORM-LETTER-LINE.
           WRITE FORM-LETTER-LINE AFTER ADVANCING 2 LINES.
           MOVE SPACES TO W010-SALUTATION-LINE.
           STRING "DEAR "    DELIMITED BY SIZE
                  DONOR-NAME DELIMITED BY "  "
                  ":"        DELIMITED BY SIZE
                  INTO W010-SALUTATION-LINE.
           WRITE FORM-LETTER-LINE FROM W010-SALUTATION-LINE
                  AFTER ADVANCING 1 LINE.
      *
       C075-PRINT-GIFT-LINE.
      *
           MOVE GIFT-DATE TO W020-GIFT-DATE.
           MOVE W020-GIFT-MM TO W015-GIFT-MM.
           MOVE W020-GIFT-DD TO W015-GIFT-DD.
           MOVE W020-GIFT-CCYY TO W015-GIFT-CCYY.
           MOVE GIFT-DESCRIPTION TO W015-GIFT-DESCRIPTION.
           IF GIFT-IS-CASH
               MOVE ZERO TO W015-GIFT-ITEMS
               MOVE "CASH" TO W015-GIFT-KIND
           ELSE
               MOVE GIFT-ITEM-COUNT TO W015-GIFT-ITEMS
               MOVE "ITEMS" TO W015-GIFT-KIND
           END-IF.
           MOVE GIFT-ESTIMATED-VALUE TO W015-GIFT-VALUE.
           WRITE FORM-LETTER-LINE FROM W015-GIFT-LINE
                  AFTER ADVANCING 1 LINE.
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
