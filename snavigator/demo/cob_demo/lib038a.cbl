      * ONE RUN NOW COMPUTES EVERY FIGURE FOR THE KEYED FISCAL      *
      * YEAR (JULY 1 THROUGH JUNE 30, KEYED BY ITS ENDING YEAR ON   *
      * THE COMMAND LINE; BLANK TAKES THE FY THAT ENDED THIS JUNE): *
      *   SECTION 1 - REGISTERED BORROWERS, BY BRANCH, WITH THE    *
      *               STAFF CARDS AMONG THEM                        *
      *   SECTION 2 - NEW BORROWERS REGISTERED IN THE FY, BY       *
      *               BRANCH                                        *
      *   SECTION 3 - CIRCULATION IN THE FY, BY MEDIA TYPE AND BY  *
      *               BRANCH (HISTORY ROWS WRITTEN BEFORE THE      *
      *               BRANCH FIELD EXISTED LAND IN THE ??? BUCKET, *
      *               SAME AS LIB039A), THEN IN-HOUSE USES OFF     *
      *               INHOUSE.DAT, BY BRANCH. LOANS ON CARDS NOW *
      *               TYPED STAFF ARE SHOWN AS A SEPARATE FIGURE   *
      *   SECTION 4 - HOLDINGS: TITLES, AND COPIES BY BRANCH       *
      *   SECTION 5 - WITHDRAWN TITLES ON FILE                     *
      *   SECTION 6 - NEW-PATRON MONTHS FROM STATHIST.DAT AS THE   *
       FILE-CONTROL.
      *
           SELECT NAMES-LIST ASSIGN TO DISK
           ACCESS MODE DYNAMIC
           ORGANIZATION INDEXED
           RECORD KEY PATRON-NUMBER
           FILE STATUS IS WORK-NAMES-LIST-STATUS.
           SELECT STAT-HISTORY-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WORK-STAT-HISTORY-STATUS.
      *
           SELECT IN-HOUSE-USE-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WORK-INHOUSE-FILE-STATUS.
      *
      *    SPOOLED TO DISK (SEE SPOOL.CPY) -- THE SPOL001A MANAGER
      *    VIEWS, PRINTS, REPRINTS, OR PURGES THE SPOOLED REPORT.
       copy itemfile.
      *
       copy stathist.
      *
       copy inhouse.
      *
       copy spool.

       01  WORK-BOOKS-LIST-STATUS                   PIC XX.
       01  WORK-ITEM-FILE-STATUS                    PIC XX.
       01  WORK-STAT-HISTORY-STATUS                 PIC XX.
       01  WORK-INHOUSE-FILE-STATUS                 PIC XX.
      *
       01  W005-TODAY-RAW-DATE.
           05  W005-TODAY-RAW-YY                    PIC 99.
               10  W010-BRANCH-NEW-PATRONS          PIC 9(6).
               10  W010-BRANCH-COPIES               PIC 9(6).
               10  W010-BRANCH-FY-LOANS             PIC 9(7).
               10  W010-BRANCH-FY-USES              PIC 9(7).
       01  W010-BRANCH-FOUND-SWITCH                 PIC X.
           88  W010-BRANCH-FOUND                    VALUE "Y".
       01  W010-OVERFLOW-NOTICE-SWITCH              PIC X VALUE "N".
       01  W012-TOTAL-PATRONS                       PIC 9(6) VALUE 0.
       01  W012-TOTAL-NEW-PATRONS                   PIC 9(6) VALUE 0.
       01  W012-TOTAL-FY-LOANS                      PIC 9(7) VALUE 0.
       01  W012-TOTAL-FY-USES                       PIC 9(7) VALUE 0.
       01  W012-ACTIVE-TITLES                       PIC 9(6) VALUE 0.
       01  W012-WITHDRAWN-TITLES                    PIC 9(6) VALUE 0.
       01  W012-TOTAL-COPIES                        PIC 9(6) VALUE 0.
       01  W012-STATHIST-NEW-SUM                    PIC 9(7) VALUE 0.
      *    STAFF CARDS (TYPE S) AND THE FY LOANS ON THEM -- ALREADY
      *    INSIDE THE TOTALS ABOVE, REPORTED ON THEIR OWN LINE.
       01  W012-STAFF-PATRONS                       PIC 9(6) VALUE 0.
       01  W012-STAFF-FY-LOANS                      PIC 9(7) VALUE 0.
       01  W012-NAMES-OPEN-SWITCH                   PIC X VALUE "N".
           88  W012-NAMES-OPEN                      VALUE "Y".
      *
       01  W015-FIGURE-LINE.
           05  W015-FIGURE-LABEL                    PIC X(40).
           PERFORM C010-CALC-FISCAL-YEAR.
           PERFORM C020-COUNT-PATRONS.
           PERFORM C030-COUNT-FY-CIRCULATION.
           PERFORM C031-COUNT-FY-IN-HOUSE-USE.
           PERFORM C040-COUNT-HOLDINGS.
           PERFORM C050-SUM-STATHIST-MONTHS.
           PERFORM C060-PRINT-SURVEY-PACKAGE.
                   MOVE "1" TO W005-END-OF-FILE-SWITCH
               NOT AT END
                   ADD 1 TO W012-TOTAL-PATRONS
                   IF PATRON-IS-STAFF
                       ADD 1 TO W012-STAFF-PATRONS
                   END-IF
                   MOVE PATRON-BRANCH-ID TO W010-WORK-BRANCH-ID
                   PERFORM C027-FIND-BRANCH-SLOT
                   IF W010-BRANCH-FOUND
                   MOVE ZERO TO W010-BRANCH-NEW-PATRONS (W010-B-I)
                   MOVE ZERO TO W010-BRANCH-COPIES (W010-B-I)
                   MOVE ZERO TO W010-BRANCH-FY-LOANS (W010-B-I)
                   MOVE ZERO TO W010-BRANCH-FY-USES (W010-B-I)
                   MOVE "Y" TO W010-BRANCH-FOUND-SWITCH
               ELSE
                   IF NOT W010-OVERFLOW-NOTICED
               DISPLAY "LIB038A: NO CIRCULATION HISTORY -- SECTION 3 "
                       "ZERO"
           ELSE
      *        THE PATRON FILE IS READ BY KEY FOR THE STAFF FIGURE --
      *        WITHOUT IT THAT ONE LINE STAYS ZERO.
               OPEN INPUT NAMES-LIST
               IF WORK-NAMES-LIST-STATUS EQUAL "00"
                   MOVE "Y" TO W012-NAMES-OPEN-SWITCH
               END-IF
               MOVE "0" TO W005-END-OF-FILE-SWITCH
               PERFORM C035-COUNT-ONE-LOAN UNTIL W005-END-OF-FILE
               CLOSE CIRC-HISTORY-FILE
               IF W012-NAMES-OPEN
                   CLOSE NAMES-LIST
                   MOVE "N" TO W012-NAMES-OPEN-SWITCH
               END-IF
           END-IF.
      *
       C035-COUNT-ONE-LOAN.
                          W006-FY-END-N
                       ADD 1 TO W012-TOTAL-FY-LOANS
                       PERFORM C037-TALLY-MEDIA-TYPE
                       PERFORM C036-TALLY-STAFF-LOAN
      *                HISTORY ROWS FROM BEFORE THE BRANCH FIELD
      *                EXISTED CARRY SPACES -- THEY LAND IN THE
      *                ??? BUCKET, SAME AS LIB039A.
                       END-IF
                   END-IF
           END-READ.
      *
      *    A HISTORY ROW CARRIES NO CARD TYPE, SO THE BORROWER IS
      *    LOOKED UP -- A CARD SINCE CONVERTED FROM STAFF COUNTS
      *    UNDER ITS TYPE TODAY.
       C036-TALLY-STAFF-LOAN.
      *
           IF W012-NAMES-OPEN
               MOVE HIST-PATRON-NUMBER TO PATRON-NUMBER
               READ NAMES-LIST
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PATRON-IS-STAFF
                           ADD 1 TO W012-STAFF-FY-LOANS
                       END-IF
               END-READ
           END-IF.
      *
      *    ITEMS USED IN THE BUILDING DURING THE FY -- NO LOAN, SO
      *    THEY STAY OUT OF THE LOAN AND MEDIA FIGURES ABOVE.
       C031-COUNT-FY-IN-HOUSE-USE.
      *
           OPEN INPUT IN-HOUSE-USE-FILE.
           IF WORK-INHOUSE-FILE-STATUS EQUAL "00"
               MOVE "0" TO W005-END-OF-FILE-SWITCH
               PERFORM C033-COUNT-ONE-USE UNTIL W005-END-OF-FILE
               CLOSE IN-HOUSE-USE-FILE
           END-IF.
      *
       C033-COUNT-ONE-USE.
      *
           READ IN-HOUSE-USE-FILE
               AT END
                   MOVE "1" TO W005-END-OF-FILE-SWITCH
               NOT AT END
                   COMPUTE W006-TEST-DATE-N =
                           INUSE-CC * 1000000
                         + INUSE-YY * 10000
                         + INUSE-MM * 100
                         + INUSE-DD
                   IF W006-TEST-DATE-N NOT LESS THAN W006-FY-START-N
                      AND W006-TEST-DATE-N NOT GREATER THAN
                          W006-FY-END-N
                       ADD 1 TO W012-TOTAL-FY-USES
                       MOVE INUSE-BRANCH-ID TO W010-WORK-BRANCH-ID
                       IF W010-WORK-BRANCH-ID EQUAL SPACES
                           MOVE "???" TO W010-WORK-BRANCH-ID
                       END-IF
                       PERFORM C027-FIND-BRANCH-SLOT
                       IF W010-BRANCH-FOUND
                           ADD 1 TO
                               W010-BRANCH-FY-USES (W010-B-I)
                       END-IF
                   END-IF
           END-READ.
      *
       C037-TALLY-MEDIA-TYPE.
      *
           PERFORM C065-PRINT-BRANCH-PATRONS
                VARYING W010-B-I FROM 1 BY 1
                UNTIL W010-B-I GREATER THAN W010-BRANCH-COUNT.
           MOVE "  OF WHICH STAFF CARDS" TO W015-FIGURE-LABEL.
           MOVE W012-STAFF-PATRONS TO W015-FIGURE-VALUE.
           MOVE W015-FIGURE-LINE TO ANNUAL-REPORT-LINE.
           WRITE ANNUAL-REPORT-LINE.
      *
           MOVE "SECTION 2 -- NEW BORROWERS THIS FISCAL YEAR"
                   TO ANNUAL-REPORT-LINE.
           PERFORM C069-PRINT-BRANCH-LOANS
                VARYING W010-B-I FROM 1 BY 1
                UNTIL W010-B-I GREATER THAN W010-BRANCH-COUNT.
           MOVE "  OF WHICH ON STAFF CARDS" TO W015-FIGURE-LABEL.
           MOVE W012-STAFF-FY-LOANS TO W015-FIGURE-VALUE.
           MOVE W015-FIGURE-LINE TO ANNUAL-REPORT-LINE.
           WRITE ANNUAL-REPORT-LINE.
           MOVE "IN-HOUSE USES IN THE FY" TO W015-FIGURE-LABEL.
           MOVE W012-TOTAL-FY-USES TO W015-FIGURE-VALUE.
           MOVE W015-FIGURE-LINE TO ANNUAL-REPORT-LINE.
           WRITE ANNUAL-REPORT-LINE AFTER ADVANCING 2 LINES.
           PERFORM C070-PRINT-BRANCH-USES
                VARYING W010-B-I FROM 1 BY 1
                UNTIL W010-B-I GREATER THAN W010-BRANCH-COUNT.
      *
           MOVE "SECTION 4 -- HOLDINGS" TO ANNUAL-REPORT-LINE.
           WRITE ANNUAL-REPORT-LINE AFTER ADVANCING 2 LINES.
                   TO W015-BRANCH-LINE-VALUE.
           MOVE W015-BRANCH-LINE TO ANNUAL-REPORT-LINE.
           WRITE ANNUAL-REPORT-LINE.
      *
       C070-PRINT-BRANCH-USES.
      *
           MOVE W010-BRANCH-ID (W010-B-I) TO W015-BRANCH-LINE-ID.
           MOVE W010-BRANCH-FY-USES (W010-B-I)
                   TO W015-BRANCH-LINE-VALUE.
           MOVE W015-BRANCH-LINE TO ANNUAL-REPORT-LINE.
           WRITE ANNUAL-REPORT-LINE.
      *
       C068-PRINT-BRANCH-COPIES.
      *
