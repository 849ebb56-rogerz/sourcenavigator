       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. LIB064A.
      *
       DATE-WRITTEN. 10/15/26.
      *
      ***************************************************************
      *                                                             *
      * INTERLIBRARY LOAN PARTNER STATISTICS FOR THE STATE          *
      * CONSORTIUM -- EVERY ILLFILE.DAT REQUEST MADE IN THE KEYED   *
      * FISCAL YEAR (JULY 1 THROUGH JUNE 30, KEYED BY ITS ENDING    *
      * YEAR ON THE COMMAND LINE; BLANK TAKES THE FY THAT ENDED     *
      * THIS JUNE, SAME AS LIB038A), ONE LINE PER PARTNER:          *
      *   BORROWS (WE ASKED THEM) AND LENDS (THEY ASKED US), THE    *
      *   BALANCE BORROWS LESS LENDS, THE LENDING FEES WE OWED THEM *
      *   FOR BORROWS RECEIVED, WHAT WAS RECOVERED FROM OUR PATRONS *
      *   ON THE FINES LEDGER, AND THE DIFFERENCE THE LIBRARY BORE. *
      * A PARTNER IS ITS ILLPART.DAT CODE; A REQUEST KEYED BEFORE   *
      * THE DIRECTORY HAS NO CODE AND IS COUNTED UNDER THE NAME     *
      * THAT WAS TYPED ON IT. READ-ONLY. RUN ON DEMAND.             *
      *                                                             *
      ***************************************************************
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT ILL-FILE ASSIGN TO DISK
           ACCESS MODE SEQUENTIAL
           ORGANIZATION INDEXED
           RECORD KEY ILL-REQUEST-NUMBER
           FILE STATUS IS WORK-ILL-FILE-STATUS.
      *
           SELECT ILL-CONTROL-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL.
      *
           SELECT ILL-PARTNER-FILE ASSIGN TO DISK
           ACCESS MODE RANDOM
           ORGANIZATION INDEXED
           RECORD KEY PART-CODE
           FILE STATUS IS WORK-PARTNER-STATUS.
      *
      *    SPOOLED TO DISK (SEE SPOOL.CPY) -- THE SPOL001A MANAGER
      *    VIEWS, PRINTS, REPRINTS, OR PURGES THE SPOOLED REPORT.
           SELECT PARTNER-STATS-PRINT ASSIGN TO WS-SPOOL-FILE-NAME
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
       copy illfile.
      *
       copy illpart.
      *
       copy spool.

       FD  PARTNER-STATS-PRINT
           LABEL RECORDS OMITTED.
       01  PARTNER-STATS-LINE                       PIC X(100).
      *
       WORKING-STORAGE SECTION.
      *
      *    SPOOL BOOKKEEPING -- THE SPOOL FILE NAME CARRIES THE JOB
      *    AND RUN DATE, AND EVERY RUN REGISTERS ITSELF ON THE
      *    SPOOL INDEX BEFORE WRITING A LINE.
       01  WS-SPOOL-FILE-NAME                       PIC X(20).
       01  WORK-SPOOL-INDEX-STATUS                  PIC XX.
       01  W037-SPOOL-JOB-NAME                      PIC X(8)
                                                     VALUE "LIB064A".
       01  W037-SPOOL-RUN-DATE                      PIC 9(6).
       01  W037-SPOOL-RUN-TIME                      PIC 9(8).
       01  W005-END-OF-FILE-SWITCH                  PIC X.
           88  W005-END-OF-FILE                     VALUE "1".
       01  WORK-ILL-FILE-STATUS                     PIC XX.
       01  WORK-PARTNER-STATUS                      PIC XX.
       01  WORK-PARTNERS-OPEN-SWITCH                PIC X.
           88  WORK-PARTNERS-IS-OPEN                VALUE "Y".
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
      *    PER-PARTNER TALLIES -- SAME SMALL-TABLE SHAPE AS THE
      *    LIB052A BRANCH FIGURES. THE KEY IS THE PARTNER CODE, OR
      *    FOR A REQUEST WITH NO CODE THE NAME TYPED ON IT.
       01  W010-PARTNER-COUNT                       PIC 999 VALUE 0.
       01  W010-PARTNER-TABLE.
           05  W010-PARTNER                         OCCURS 200 TIMES
                                                    INDEXED BY W010-P-I.
               10  W010-PARTNER-KEY.
                   15  W010-PARTNER-CODE            PIC X(6).
                   15  W010-PARTNER-TYPED-NAME      PIC X(20).
               10  W010-PARTNER-BORROWS             PIC 9(5).
               10  W010-PARTNER-LENDS               PIC 9(5).
               10  W010-PARTNER-FEES-PAID           PIC 9(7)V99.
               10  W010-PARTNER-FEES-RECOVERED      PIC 9(7)V99.
       01  W010-PARTNER-FOUND-SWITCH                PIC X.
           88  W010-PARTNER-FOUND                   VALUE "Y".
       01  W010-OVERFLOW-NOTICE-SWITCH              PIC X VALUE "N".
           88  W010-OVERFLOW-NOTICED                VALUE "Y".
       01  W010-WORK-PARTNER-KEY.
           05  W010-WORK-PARTNER-CODE               PIC X(6).
           05  W010-WORK-TYPED-NAME                 PIC X(20).
      *
       01  W012-TOTAL-REQUESTS                      PIC 9(5) VALUE 0.
       01  W012-TOTAL-BORROWS                       PIC 9(5) VALUE 0.
       01  W012-TOTAL-LENDS                         PIC 9(5) VALUE 0.
       01  W012-TOTAL-FEES-PAID                     PIC 9(7)V99
                                                     VALUE 0.
       01  W012-TOTAL-FEES-RECOVERED                PIC 9(7)V99
                                                     VALUE 0.
      *
       01  W020-BALANCE                             PIC S9(5).
       01  W020-FEES-NET                            PIC S9(7)V99.
       01  W020-PARTNER-NAME                        PIC X(30).
      *
       01  W015-HEADING-LINE.
           05  FILLER                     PIC X(50) VALUE
               "CODE    PARTNER                  BORROWS  LENDS  B".
           05  FILLER                     PIC X(50) VALUE
               "ALANCE  FEES PAID  RECOVERED    NET COST          ".
      *
       01  W015-PARTNER-LINE.
           05  W015-PARTNER-CODE-OUT                PIC X(6).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  W015-PARTNER-NAME-OUT                PIC X(24).
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  W015-BORROWS-OUT                     PIC ZZ,ZZ9.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  W015-LENDS-OUT                       PIC ZZ,ZZ9.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  W015-BALANCE-OUT                     PIC -ZZ,ZZ9.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  W015-FEES-PAID-OUT                   PIC ZZ,ZZ9.99.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  W015-FEES-RECOVERED-OUT              PIC ZZ,ZZ9.99.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  W015-FEES-NET-OUT                    PIC -ZZ,ZZ9.99.
      *
       PROCEDURE DIVISION.
      *
       C000-MAIN-LINE-LOGIC.
      *
           PERFORM C010-CALC-FISCAL-YEAR.
           OPEN INPUT ILL-FILE.
           IF WORK-ILL-FILE-STATUS NOT EQUAL "00"
               DISPLAY "LIB064A: NO ILL FILE -- NOTHING TO COUNT"
           ELSE
               MOVE "0" TO W005-END-OF-FILE-SWITCH
               PERFORM C020-READ-ONE-REQUEST UNTIL W005-END-OF-FILE
               CLOSE ILL-FILE
           END-IF.
           PERFORM C060-PRINT-PARTNER-STATS.
           DISPLAY "LIB064A ILL PARTNER STATISTICS COMPLETE FOR FY "
                   W006-FY-END-CCYY.
           DISPLAY "REQUESTS COUNTED: " W012-TOTAL-REQUESTS.
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
      *    A REQUEST COUNTS IN THE FY IT WAS MADE, WHENEVER IT WAS
      *    FILLED OR CLOSED.
       C020-READ-ONE-REQUEST.
      *
           READ ILL-FILE NEXT RECORD
               AT END
                   MOVE "1" TO W005-END-OF-FILE-SWITCH
               NOT AT END
                   IF ILL-REQUEST-DATE NOT LESS THAN W006-FY-START-N
                      AND ILL-REQUEST-DATE NOT GREATER THAN
                          W006-FY-END-N
                       PERFORM C030-TALLY-REQUEST
                   END-IF
           END-READ.
      *
      *    REQUESTS WRITTEN BEFORE THE PARTNER CODE AND FEES WERE
      *    CARRIED HAVE SPACES THERE -- NO CODE, AND NO FEES.
       C030-TALLY-REQUEST.
      *
           ADD 1 TO W012-TOTAL-REQUESTS.
           MOVE SPACES TO W010-WORK-PARTNER-KEY.
           IF ILL-PARTNER-CODE EQUAL SPACES
              OR ILL-PARTNER-CODE EQUAL LOW-VALUES
               MOVE ILL-PARTNER-LIBRARY TO W010-WORK-TYPED-NAME
           ELSE
               MOVE ILL-PARTNER-CODE TO W010-WORK-PARTNER-CODE.
           IF ILL-PARTNER-FEE NOT NUMERIC
               MOVE ZERO TO ILL-PARTNER-FEE.
           IF ILL-PATRON-FEE NOT NUMERIC
               MOVE ZERO TO ILL-PATRON-FEE.
           PERFORM C035-FIND-PARTNER-SLOT.
           IF ILL-IS-BORROW
               ADD 1 TO W012-TOTAL-BORROWS
               ADD ILL-PARTNER-FEE TO W012-TOTAL-FEES-PAID
               ADD ILL-PATRON-FEE TO W012-TOTAL-FEES-RECOVERED
               IF W010-PARTNER-FOUND
                   ADD 1 TO W010-PARTNER-BORROWS (W010-P-I)
                   ADD ILL-PARTNER-FEE
                           TO W010-PARTNER-FEES-PAID (W010-P-I)
                   ADD ILL-PATRON-FEE
                           TO W010-PARTNER-FEES-RECOVERED (W010-P-I)
               END-IF
           ELSE
               ADD 1 TO W012-TOTAL-LENDS
               IF W010-PARTNER-FOUND
                   ADD 1 TO W010-PARTNER-LENDS (W010-P-I)
               END-IF
           END-IF.
      *
      *    FINDS (OR OPENS) THE TALLY SLOT FOR ONE PARTNER AND
      *    LEAVES W010-P-I POINTING AT IT.
       C035-FIND-PARTNER-SLOT.
      *
           MOVE "N" TO W010-PARTNER-FOUND-SWITCH.
           IF W010-PARTNER-COUNT GREATER THAN ZERO
               SET W010-P-I TO 1
               PERFORM C038-TEST-PARTNER-SLOT
                   UNTIL W010-P-I GREATER THAN W010-PARTNER-COUNT
                      OR W010-PARTNER-FOUND
           END-IF.
           IF NOT W010-PARTNER-FOUND
      *        A FULL TABLE REFUSES THE SLOT INSTEAD OF INDEXING
      *        PAST IT -- THE GRAND TOTALS STILL COUNT THE REQUEST.
               IF W010-PARTNER-COUNT LESS THAN 200
                   ADD 1 TO W010-PARTNER-COUNT
                   SET W010-P-I TO W010-PARTNER-COUNT
                   MOVE W010-WORK-PARTNER-KEY
                           TO W010-PARTNER-KEY (W010-P-I)
                   MOVE ZERO TO W010-PARTNER-BORROWS (W010-P-I)
                   MOVE ZERO TO W010-PARTNER-LENDS (W010-P-I)
                   MOVE ZERO TO W010-PARTNER-FEES-PAID (W010-P-I)
                   MOVE ZERO TO W010-PARTNER-FEES-RECOVERED (W010-P-I)
                   MOVE "Y" TO W010-PARTNER-FOUND-SWITCH
               ELSE
                   IF NOT W010-OVERFLOW-NOTICED
                       DISPLAY "LIB064A: MORE THAN 200 DISTINCT "
                               "PARTNERS -- EXTRAS NOT TALLIED"
                       MOVE "Y" TO W010-OVERFLOW-NOTICE-SWITCH
                   END-IF
               END-IF
           END-IF.
      *
       C038-TEST-PARTNER-SLOT.
      *
           IF W010-PARTNER-KEY (W010-P-I) EQUAL W010-WORK-PARTNER-KEY
               MOVE "Y" TO W010-PARTNER-FOUND-SWITCH
           ELSE
               SET W010-P-I UP BY 1.
      *
      *    THE DIRECTORY SUPPLIES THE PARTNER'S NAME WHEN IT IS
      *    THERE; WITHOUT IT THE CODE PRINTS ALONE.
       C060-PRINT-PARTNER-STATS.
      *
           MOVE "N" TO WORK-PARTNERS-OPEN-SWITCH.
           OPEN INPUT ILL-PARTNER-FILE.
           IF WORK-PARTNER-STATUS EQUAL "00"
               MOVE "Y" TO WORK-PARTNERS-OPEN-SWITCH
           END-IF.
           PERFORM C900-REGISTER-SPOOL-FILE.
           OPEN OUTPUT PARTNER-STATS-PRINT.
           MOVE SPACES TO PARTNER-STATS-LINE.
           STRING "INTERLIBRARY LOAN PARTNER STATISTICS -- FISCAL YEAR "
                                        DELIMITED BY SIZE
                  "ENDED "              DELIMITED BY SIZE
                  W006-FY-END-CCYY      DELIMITED BY SIZE
                  INTO PARTNER-STATS-LINE.
           WRITE PARTNER-STATS-LINE.
           MOVE W015-HEADING-LINE TO PARTNER-STATS-LINE.
           WRITE PARTNER-STATS-LINE AFTER ADVANCING 2 LINES.
           PERFORM C065-PRINT-PARTNER-LINE
                VARYING W010-P-I FROM 1 BY 1
                UNTIL W010-P-I GREATER THAN W010-PARTNER-COUNT.
           IF W010-PARTNER-COUNT EQUAL ZERO
               MOVE "  (NO INTERLIBRARY LOAN REQUESTS IN THE FY)"
                       TO PARTNER-STATS-LINE
               WRITE PARTNER-STATS-LINE
           END-IF.
      *
           MOVE "ALL" TO W015-PARTNER-CODE-OUT.
           MOVE "ALL PARTNERS" TO W015-PARTNER-NAME-OUT.
           MOVE W012-TOTAL-BORROWS TO W015-BORROWS-OUT.
           MOVE W012-TOTAL-LENDS TO W015-LENDS-OUT.
           COMPUTE W020-BALANCE =
                   W012-TOTAL-BORROWS - W012-TOTAL-LENDS.
           MOVE W020-BALANCE TO W015-BALANCE-OUT.
           MOVE W012-TOTAL-FEES-PAID TO W015-FEES-PAID-OUT.
           MOVE W012-TOTAL-FEES-RECOVERED TO W015-FEES-RECOVERED-OUT.
           COMPUTE W020-FEES-NET =
                   W012-TOTAL-FEES-PAID - W012-TOTAL-FEES-RECOVERED.
           MOVE W020-FEES-NET TO W015-FEES-NET-OUT.
           MOVE W015-PARTNER-LINE TO PARTNER-STATS-LINE.
           WRITE PARTNER-STATS-LINE AFTER ADVANCING 2 LINES.
      *
      *    A POSITIVE BALANCE MEANS THE LIBRARY BORROWED MORE THAN
      *    IT LENT -- THE FIGURE THE CONSORTIUM WEIGHS WHEN IT SETS
      *    NET-LENDER REIMBURSEMENT.
           MOVE "BALANCE IS BORROWS LESS LENDS; NET COST IS FEES PAID"
                   TO PARTNER-STATS-LINE.
           WRITE PARTNER-STATS-LINE AFTER ADVANCING 2 LINES.
           MOVE "LESS FEES RECOVERED FROM PATRONS."
                   TO PARTNER-STATS-LINE.
           WRITE PARTNER-STATS-LINE.
           CLOSE PARTNER-STATS-PRINT.
           IF WORK-PARTNERS-IS-OPEN
               CLOSE ILL-PARTNER-FILE
           END-IF.
      *
       C065-PRINT-PARTNER-LINE.
      *
           IF W010-PARTNER-CODE (W010-P-I) EQUAL SPACES
               MOVE "(NONE)" TO W015-PARTNER-CODE-OUT
               MOVE W010-PARTNER-TYPED-NAME (W010-P-I)
                       TO W015-PARTNER-NAME-OUT
           ELSE
               MOVE W010-PARTNER-CODE (W010-P-I)
                       TO W015-PARTNER-CODE-OUT
               PERFORM C068-LOOK-UP-PARTNER-NAME
               MOVE W020-PARTNER-NAME TO W015-PARTNER-NAME-OUT
           END-IF.
           MOVE W010-PARTNER-BORROWS (W010-P-I) TO W015-BORROWS-OUT.
           MOVE W010-PARTNER-LENDS (W010-P-I) TO W015-LENDS-OUT.
           COMPUTE W020-BALANCE = W010-PARTNER-BORROWS (W010-P-I)
                                - W010-PARTNER-LENDS (W010-P-I).
           MOVE W020-BALANCE TO W015-BALANCE-OUT.
           MOVE W010-PARTNER-FEES-PAID (W010-P-I)
                   TO W015-FEES-PAID-OUT.
           MOVE W010-PARTNER-FEES-RECOVERED (W010-P-I)
                   TO W015-FEES-RECOVERED-OUT.
           COMPUTE W020-FEES-NET =
                   W010-PARTNER-FEES-PAID (W010-P-I)
                 - W010-PARTNER-FEES-RECOVERED (W010-P-I).
           MOVE W020-FEES-NET TO W015-FEES-NET-OUT.
           MOVE W015-PARTNER-LINE TO PARTNER-STATS-LINE.
           WRITE PARTNER-STATS-LINE.
      *
       C068-LOOK-UP-PARTNER-NAME.
      *
           MOVE SPACES TO W020-PARTNER-NAME.
           IF WORK-PARTNERS-IS-OPEN
               MOVE W010-PARTNER-CODE (W010-P-I) TO PART-CODE
               READ ILL-PARTNER-FILE
                   INVALID KEY
                       MOVE "(NOT IN DIRECTORY)" TO W020-PARTNER-NAME
                   NOT INVALID KEY
                       MOVE PART-NAME TO W020-PARTNER-NAME
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
