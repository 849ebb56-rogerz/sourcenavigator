       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. LIB052A.
      *
       DATE-WRITTEN. 10/15/26.
      *
      ***************************************************************
      *                                                             *
      * NON-RESIDENT CARD FEE REVENUE -- THE YEARLY FIGURE THE      *
      * BOARD ASKED FOR WHEN IT APPROVED THE FEE. READS THE FINES   *
      * LEDGER (FINEDTL.DAT) FOR THE KEYED FISCAL YEAR (JULY 1      *
      * THROUGH JUNE 30, KEYED BY ITS ENDING YEAR ON THE COMMAND    *
      * LINE; BLANK TAKES THE FY THAT ENDED THIS JUNE, SAME AS      *
      * LIB038A) AND TOTALS, BY THE BRANCH THAT POSTED THE LINE:    *
      *   FEES BILLED    - THE N LINES LIB001A POSTS WHEN IT        *
      *                    CHARGES THE ANNUAL FEE                   *
      *   FEES COLLECTED - THE F LINES IT POSTS WHEN THE FEE IS     *
      *                    TAKEN AT THE DESK -- THE REVENUE FIGURE  *
      * THE DIFFERENCE IS FEE STILL OWED ON THE YEAR'S CARDS.       *
      * RUN ONCE A YEAR, ON DEMAND, BESIDE THE LIB038A PACKAGE.     *
      *                                                             *
      ***************************************************************
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT FINE-DETAIL-FILE ASSIGN TO DISK
           ACCESS MODE SEQUENTIAL
           ORGANIZATION INDEXED
           RECORD KEY FINE-DTL-KEY
           FILE STATUS IS WORK-FINE-DETAIL-STATUS.
      *
           SELECT FINE-CONTROL-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL.
      *
      *    SPOOLED TO DISK (SEE SPOOL.CPY) -- THE SPOL001A MANAGER
      *    VIEWS, PRINTS, REPRINTS, OR PURGES THE SPOOLED REPORT.
           SELECT FEE-REPORT-PRINT ASSIGN TO WS-SPOOL-FILE-NAME
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
       copy finedtl.
      *
       copy spool.

       FD  FEE-REPORT-PRINT
           LABEL RECORDS OMITTED.
       01  FEE-REPORT-LINE                          PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
      *    SPOOL BOOKKEEPING -- THE SPOOL FILE NAME CARRIES THE JOB
      *    AND RUN DATE, AND EVERY RUN REGISTERS ITSELF ON THE
      *    SPOOL INDEX BEFORE WRITING A LINE.
       01  WS-SPOOL-FILE-NAME                       PIC X(20).
       01  WORK-SPOOL-INDEX-STATUS                  PIC XX.
       01  W037-SPOOL-JOB-NAME                      PIC X(8)
                                                     VALUE "LIB052A".
       01  W037-SPOOL-RUN-DATE                      PIC 9(6).
       01  W037-SPOOL-RUN-TIME                      PIC 9(8).
       01  W005-END-OF-FILE-SWITCH                  PIC X.
           88  W005-END-OF-FILE                     VALUE "1".
       01  WORK-FINE-DETAIL-STATUS                  PIC XX.
      *
       01  W005-TODAY-RAW-DATE.
           05  W005-TODAY-RAW-YY                    PIC 99.
           05  W005-TODAY-RAW-MM                    PIC 99.
           05  W005-TODAY-RAW-DD                    PIC 99.
      *
       01  W006-FY-PARM                             PIC X(10).
       01  W006-FY-END-CCYY                         PIC 9(4).
      *    JULY 1 OF THE PRIOR YEAR THROUGH JUNE 30 OF THE ENDING
      *    YEAR, BOTH AS CCYYMMDD NUMBERS.
       01  W006-FY-START-N                          PIC 9(8).
       01  W006-FY-END-N                            PIC 9(8).
       01  W006-TEST-DATE-N                         PIC 9(8).
      *
      *    PER-BRANCH FEE TALLIES -- SAME SMALL-TABLE SHAPE AS THE
      *    LIB038A BRANCH FIGURES.
       01  W010-BRANCH-COUNT                        PIC 99 VALUE 0.
       01  W010-BRANCH-TABLE.
           05  W010-BRANCH                          OCCURS 10 TIMES
                                                    INDEXED BY W010-B-I.
               10  W010-BRANCH-ID                   PIC X(3).
               10  W010-BRANCH-BILLED-COUNT         PIC 9(5).
               10  W010-BRANCH-BILLED-AMOUNT        PIC 9(7)V99.
               10  W010-BRANCH-PAID-COUNT           PIC 9(5).
               10  W010-BRANCH-PAID-AMOUNT          PIC 9(7)V99.
       01  W010-BRANCH-FOUND-SWITCH                 PIC X.
           88  W010-BRANCH-FOUND                    VALUE "Y".
       01  W010-OVERFLOW-NOTICE-SWITCH              PIC X VALUE "N".
           88  W010-OVERFLOW-NOTICED                VALUE "Y".
       01  W010-WORK-BRANCH-ID                      PIC X(3).
      *
       01  W012-TOTAL-BILLED-COUNT                  PIC 9(5) VALUE 0.
       01  W012-TOTAL-BILLED-AMOUNT                 PIC 9(7)V99
                                                     VALUE 0.
       01  W012-TOTAL-PAID-COUNT                    PIC 9(5) VALUE 0.
       01  W012-TOTAL-PAID-AMOUNT                   PIC 9(7)V99
                                                     VALUE 0.
       01  W012-OUTSTANDING-AMOUNT                  PIC S9(7)V99.
      *
       01  W015-HEADING-LINE.
           05  FILLER                     PIC X(12) VALUE "BRANCH".
           05  FILLER                     PIC X(11) VALUE "   BILLED".
           05  FILLER                     PIC X(16) VALUE
                   "   BILLED AMOUNT".
           05  FILLER                     PIC X(11) VALUE "     PAID".
           05  FILLER                     PIC X(16) VALUE
                   "  REVENUE TAKEN".
      *
       01  W015-BRANCH-LINE.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  W015-BRANCH-LINE-ID                  PIC X(3).
           05  FILLER                     PIC X(9) VALUE SPACES.
           05  W015-BILLED-COUNT-OUT                PIC ZZZZ9.
           05  FILLER                     PIC X(4) VALUE SPACES.
           05  W015-BILLED-AMOUNT-OUT               PIC Z,ZZZ,ZZ9.99.
           05  FILLER                     PIC X(6) VALUE SPACES.
           05  W015-PAID-COUNT-OUT                  PIC ZZZZ9.
           05  FILLER                     PIC X(4) VALUE SPACES.
           05  W015-PAID-AMOUNT-OUT                 PIC Z,ZZZ,ZZ9.99.
      *
       01  W015-FIGURE-LINE.
           05  W015-FIGURE-LABEL                    PIC X(40).
           05  W015-FIGURE-VALUE                    PIC Z,ZZZ,ZZ9.99-.
      *
       PROCEDURE DIVISION.
      *
       C000-MAIN-LINE-LOGIC.
      *
           PERFORM C010-CALC-FISCAL-YEAR.
           PERFORM C020-TOTAL-FEE-LINES.
           PERFORM C060-PRINT-FEE-REPORT.
           DISPLAY "LIB052A NON-RESIDENT FEE REVENUE COMPLETE FOR FY "
                   W006-FY-END-CCYY.
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
       C020-TOTAL-FEE-LINES.
      *
           OPEN INPUT FINE-DETAIL-FILE.
           IF WORK-FINE-DETAIL-STATUS NOT EQUAL "00"
               DISPLAY "LIB052A: NO FINES LEDGER -- ALL FIGURES ZERO"
           ELSE
               MOVE "0" TO W005-END-OF-FILE-SWITCH
               PERFORM C025-TOTAL-ONE-LINE UNTIL W005-END-OF-FILE
               CLOSE FINE-DETAIL-FILE
           END-IF.
      *
      *    ONLY THE TWO NON-RESIDENT TYPES COUNT -- OVERDUE FINES,
      *    LOST-ITEM BILLS AND THEIR PAYMENTS SHARE THE LEDGER BUT
      *    ARE NOT FEE REVENUE.
       C025-TOTAL-ONE-LINE.
      *
           READ FINE-DETAIL-FILE NEXT RECORD
               AT END
                   MOVE "1" TO W005-END-OF-FILE-SWITCH
               NOT AT END
                   IF FINE-DTL-IS-NONRES-FEE
                      OR FINE-DTL-IS-NONRES-PAYMENT
                       COMPUTE W006-TEST-DATE-N =
                               FINE-DTL-CC * 1000000
                             + FINE-DTL-YY * 10000
                             + FINE-DTL-MM * 100
                             + FINE-DTL-DD
                       IF W006-TEST-DATE-N NOT LESS THAN
                              W006-FY-START-N
                          AND W006-TEST-DATE-N NOT GREATER THAN
                              W006-FY-END-N
                           PERFORM C030-TALLY-FEE-LINE
                       END-IF
                   END-IF
           END-READ.
      *
       C030-TALLY-FEE-LINE.
      *
           MOVE FINE-DTL-BRANCH-ID TO W010-WORK-BRANCH-ID.
           IF W010-WORK-BRANCH-ID EQUAL SPACES
               MOVE "???" TO W010-WORK-BRANCH-ID.
           PERFORM C027-FIND-BRANCH-SLOT.
           IF FINE-DTL-IS-NONRES-FEE
               ADD 1 TO W012-TOTAL-BILLED-COUNT
               ADD FINE-DTL-AMOUNT TO W012-TOTAL-BILLED-AMOUNT
               IF W010-BRANCH-FOUND
                   ADD 1 TO W010-BRANCH-BILLED-COUNT (W010-B-I)
                   ADD FINE-DTL-AMOUNT
                           TO W010-BRANCH-BILLED-AMOUNT (W010-B-I)
               END-IF
           ELSE
               ADD 1 TO W012-TOTAL-PAID-COUNT
               ADD FINE-DTL-AMOUNT TO W012-TOTAL-PAID-AMOUNT
               IF W010-BRANCH-FOUND
                   ADD 1 TO W010-BRANCH-PAID-COUNT (W010-B-I)
                   ADD FINE-DTL-AMOUNT
                           TO W010-BRANCH-PAID-AMOUNT (W010-B-I)
               END-IF
           END-IF.
      *
      *    FINDS (OR OPENS) THE TALLY SLOT FOR ONE BRANCH AND
      *    LEAVES W010-B-I POINTING AT IT.
       C027-FIND-BRANCH-SLOT.
      *
           MOVE "N" TO W010-BRANCH-FOUND-SWITCH.
           IF W010-BRANCH-COUNT GREATER THAN ZERO
               SET W010-B-I TO 1
               PERFORM C028-TEST-BRANCH-SLOT
                   UNTIL W010-B-I GREATER THAN W010-BRANCH-COUNT
                      OR W010-BRANCH-FOUND
           END-IF.
           IF NOT W010-BRANCH-FOUND
      *        A FULL TABLE REFUSES THE SLOT INSTEAD OF INDEXING
      *        PAST IT -- THE SYSTEM TOTALS STILL COUNT THE LINE.
               IF W010-BRANCH-COUNT LESS THAN 10
                   ADD 1 TO W010-BRANCH-COUNT
                   SET W010-B-I TO W010-BRANCH-COUNT
                   MOVE W010-WORK-BRANCH-ID
                           TO W010-BRANCH-ID (W010-B-I)
                   MOVE ZERO TO W010-BRANCH-BILLED-COUNT (W010-B-I)
                   MOVE ZERO TO W010-BRANCH-BILLED-AMOUNT (W010-B-I)
                   MOVE ZERO TO W010-BRANCH-PAID-COUNT (W010-B-I)
                   MOVE ZERO TO W010-BRANCH-PAID-AMOUNT (W010-B-I)
                   MOVE "Y" TO W010-BRANCH-FOUND-SWITCH
               ELSE
                   IF NOT W010-OVERFLOW-NOTICED
                       DISPLAY "LIB052A: MORE THAN 10 DISTINCT "
                               "BRANCH IDS -- EXTRAS NOT TALLIED"
                       MOVE "Y" TO W010-OVERFLOW-NOTICE-SWITCH
                   END-IF
               END-IF
           END-IF.
      *
       C028-TEST-BRANCH-SLOT.
      *
           IF W010-BRANCH-ID (W010-B-I) EQUAL W010-WORK-BRANCH-ID
               MOVE "Y" TO W010-BRANCH-FOUND-SWITCH
           ELSE
               SET W010-B-I UP BY 1.
      *
       C060-PRINT-FEE-REPORT.
      *
           PERFORM C900-REGISTER-SPOOL-FILE.
           OPEN OUTPUT FEE-REPORT-PRINT.
           MOVE SPACES TO FEE-REPORT-LINE.
           STRING "NON-RESIDENT CARD FEE REVENUE -- FISCAL YEAR ENDED "
                                        DELIMITED BY SIZE
                  W006-FY-END-CCYY      DELIMITED BY SIZE
                  INTO FEE-REPORT-LINE.
           WRITE FEE-REPORT-LINE.
           MOVE W015-HEADING-LINE TO FEE-REPORT-LINE.
           WRITE FEE-REPORT-LINE AFTER ADVANCING 2 LINES.
           PERFORM C065-PRINT-BRANCH-LINE
                VARYING W010-B-I FROM 1 BY 1
                UNTIL W010-B-I GREATER THAN W010-BRANCH-COUNT.
      *
           MOVE "ALL" TO W015-BRANCH-LINE-ID.
           MOVE W012-TOTAL-BILLED-COUNT TO W015-BILLED-COUNT-OUT.
           MOVE W012-TOTAL-BILLED-AMOUNT TO W015-BILLED-AMOUNT-OUT.
           MOVE W012-TOTAL-PAID-COUNT TO W015-PAID-COUNT-OUT.
           MOVE W012-TOTAL-PAID-AMOUNT TO W015-PAID-AMOUNT-OUT.
           MOVE W015-BRANCH-LINE TO FEE-REPORT-LINE.
           WRITE FEE-REPORT-LINE AFTER ADVANCING 2 LINES.
      *
      *    A FEE BILLED LATE IN JUNE AND PAID IN JULY FALLS IN TWO
      *    FISCAL YEARS, SO THIS FIGURE IS A GUIDE, NOT A RECEIVABLE.
           COMPUTE W012-OUTSTANDING-AMOUNT =
                   W012-TOTAL-BILLED-AMOUNT - W012-TOTAL-PAID-AMOUNT.
           MOVE "BILLED LESS COLLECTED IN THE FY"
                   TO W015-FIGURE-LABEL.
           MOVE W012-OUTSTANDING-AMOUNT TO W015-FIGURE-VALUE.
           MOVE W015-FIGURE-LINE TO FEE-REPORT-LINE.
           WRITE FEE-REPORT-LINE AFTER ADVANCING 2 LINES.
           CLOSE FEE-REPORT-PRINT.
      *
       C065-PRINT-BRANCH-LINE.
      *
           MOVE W010-BRANCH-ID (W010-B-I) TO W015-BRANCH-LINE-ID.
           MOVE W010-BRANCH-BILLED-COUNT (W010-B-I)
                   TO W015-BILLED-COUNT-OUT.
           MOVE W010-BRANCH-BILLED-AMOUNT (W010-B-I)
                   TO W015-BILLED-AMOUNT-OUT.
           MOVE W010-BRANCH-PAID-COUNT (W010-B-I)
                   TO W015-PAID-COUNT-OUT.
           MOVE W010-BRANCH-PAID-AMOUNT (W010-B-I)
                   TO W015-PAID-AMOUNT-OUT.
           MOVE W015-BRANCH-LINE TO FEE-REPORT-LINE.
           WRITE FEE-REPORT-LINE.
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
