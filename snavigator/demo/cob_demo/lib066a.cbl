       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. LIB066A.
      *
       DATE-WRITTEN. 10/15/26.
      *
      ***************************************************************
      *                                                             *
      * SCHOOL ROSTER LOAD -- READS THE DISTRICT'S SEPTEMBER        *
      * STUDENT ROSTER (ROSTER.DAT, SEE ROSTER.CPY) AND MATCHES     *
      * EACH STUDENT TO NAMES.LST BY NAME, BIRTH DATE AND ADDRESS:  *
      *   - ONE CARD WITH THE SAME NAME AND BIRTH DATE IS THE       *
      *     STUDENT'S OWN -- ITS EXPIRY IS PUSHED OUT A YEAR FROM   *
      *     TODAY (AUDIT ACTION ROSTER). A DIFFERENT ADDRESS ON     *
      *     THAT CARD IS FLAGGED FOR THE DESK TO CONFIRM.           *
      *   - TWO SUCH CARDS, OR A CARD WITH THE SAME NAME AND        *
      *     ADDRESS BUT NO (OR ANOTHER) BIRTH DATE, IS A POSSIBLE   *
      *     DUPLICATE -- NOTHING IS CHANGED, THE ROW IS LISTED FOR  *
      *     STAFF TO SETTLE AT THE DESK.                            *
      *   - ANY OTHER STUDENT GETS A NEW CARD, EDITED THE WAY       *
      *     LIB001A EDITS AN ADD (STATE CODE, NUMERIC ZIP AND       *
      *     PHONE, CITY/STATE/ZIP AGAINST ZIPREF.DAT), NUMBERED OFF *
      *     NEXTCARD.DAT SKIPPING LIVE, RETIRED AND BLOCKED CARDS,  *
      *     AND DEFAULTED LIKE AN APPROVED WEB APPLICATION. A CHILD *
      *     UNDER 18 IS A TYPE-J CARD LINKED TO THE GUARDIAN'S      *
      *     ADULT CARD -- THE CARD NUMBER ON THE ROSTER, OR ELSE    *
      *     THE ONE ADULT CARD ON FILE WITH THE GUARDIAN'S NAME AT  *
      *     THE STUDENT'S ADDRESS. NO GUARDIAN, NO CARD. EACH NEW   *
      *     CARD IS AUDITED AS ADD, WHICH PUTS IT ON THE NEXT       *
      *     LIB019A CARD-VENDOR ORDER.                              *
      * A NON-RESIDENT STUDENT, OR A NON-RESIDENT OR INACTIVE CARD  *
      * ON FILE, IS SENT TO THE DESK, WHERE THE FEE IS TAKEN WITH A *
      * RECEIPT. THE MATCH REPORT LISTS EVERY ROW WITH ITS OUTCOME; *
      * ROWS STAFF MUST ACT ON ARE MARKED ***.                      *
      * COMMAND-LINE PARM TRIAL PRINTS THE SAME REPORT WITHOUT      *
      * WRITING ANYTHING, SO THE ROSTER CAN BE CHECKED FIRST.       *
      * RUN ON DEMAND WHEN THE ROSTER ARRIVES -- NOT A NIGHTLY STEP.*
      *                                                             *
      ***************************************************************
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT ROSTER-FILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WORK-ROSTER-FILE-STATUS.
      *
      *    READ END TO END ONCE INTO THE MATCH TABLE, THEN BY KEY TO
      *    EXTEND A CARD OR ADD ONE.
           SELECT NAMES-LIST ASSIGN TO DISK
           ACCESS MODE DYNAMIC
           ORGANIZATION INDEXED
           RECORD KEY PATRON-NUMBER
           FILE STATUS IS WORK-NAMES-LIST-STATUS.
      *
           SELECT CONTROL-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WORK-CONTROL-FILE-STATUS.
      *
           SELECT BRANCH-CONFIG-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WORK-BRANCH-CONFIG-STATUS.
      *
           SELECT AUDIT-TRAIL-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WORK-AUDIT-FILE-STATUS.
      *
      *    THE SAME COUNTER LIB001A HANDS CARD NUMBERS OUT FROM.
           SELECT NEXT-CARD-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WORK-NEXT-CARD-STATUS.
      *
           SELECT ARCHIVE-PATRON-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WORK-ARCHIVE-FILE-STATUS.
      *
           SELECT BLOCKED-CARD-FILE ASSIGN TO DISK
           ACCESS MODE SEQUENTIAL
           ORGANIZATION INDEXED
           RECORD KEY BLK-CARD-NUMBER
           FILE STATUS IS WORK-BLOCKED-CARD-STATUS.
      *
           SELECT ZIP-REFERENCE-FILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WORK-ZIPREF-STATUS.
      *
           SELECT RECIPROCAL-ZIP-FILE ASSIGN TO DISK
           ACCESS MODE SEQUENTIAL
           ORGANIZATION INDEXED
           RECORD KEY RECIP-KEY
           FILE STATUS IS WORK-RECIPZIP-STATUS.
      *
      *    SPOOLED TO DISK (SEE SPOOL.CPY) -- THE SPOL001A MANAGER
      *    VIEWS, PRINTS, REPRINTS, OR PURGES THE SPOOLED REPORT.
           SELECT ROSTER-REPORT-PRINT ASSIGN TO WS-SPOOL-FILE-NAME
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
       copy roster.
      *
       copy patron.
      *
       copy branch.
      *
       copy audit.
      *
       FD  NEXT-CARD-FILE
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID "NEXTCARD.DAT".
       01  NEXT-CARD-RECORD.
           05  NEXT-CARD-COUNTER                 PIC 9(5).
      *
      *    A RAW NAMES-RECORD IMAGE, AS LIB006A RETIRED IT -- ONLY
      *    THE CARD NUMBER MATTERS HERE.
       FD  ARCHIVE-PATRON-FILE
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID "PATRON.ARC".
       01  ARCHIVE-PATRON-RECORD.
           05  ARCHIVE-PATRON-NUMBER             PIC X(5).
           05  FILLER                            PIC X(233).
      *
       copy blkcard.
      *
       copy zipref.
      *
       copy recipzip.
      *
       copy spool.

       FD  ROSTER-REPORT-PRINT
           LABEL RECORDS OMITTED.
       01  ROSTER-REPORT-LINE                       PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
      *    SPOOL BOOKKEEPING -- THE SPOOL FILE NAME CARRIES THE JOB
      *    AND RUN DATE, AND EVERY RUN REGISTERS ITSELF ON THE
      *    SPOOL INDEX BEFORE WRITING A LINE.
       01  WS-SPOOL-FILE-NAME                       PIC X(20).
       01  WORK-SPOOL-INDEX-STATUS                  PIC XX.
       01  W037-SPOOL-JOB-NAME                      PIC X(8)
                                                     VALUE "LIB066A".
       01  W037-SPOOL-RUN-DATE                      PIC 9(6).
       01  W037-SPOOL-RUN-TIME                      PIC 9(8).
      *
       01  WORK-ROSTER-FILE-STATUS                  PIC XX.
       01  WORK-NAMES-LIST-STATUS                   PIC XX.
       01  WORK-CONTROL-FILE-STATUS                 PIC XX.
       01  WORK-BRANCH-CONFIG-STATUS                PIC XX.
       01  WORK-AUDIT-FILE-STATUS                   PIC XX.
       01  WORK-NEXT-CARD-STATUS                    PIC XX.
       01  WORK-ARCHIVE-FILE-STATUS                 PIC XX.
       01  WORK-BLOCKED-CARD-STATUS                 PIC XX.
       01  WORK-ZIPREF-STATUS                       PIC XX.
       01  WORK-RECIPZIP-STATUS                     PIC XX.
      *
       01  W005-END-OF-FILE-SWITCH                  PIC X.
           88  W005-END-OF-FILE                     VALUE "1".
       01  W005-ROSTER-EOF-SWITCH                   PIC X.
           88  W005-ROSTER-EOF                      VALUE "1".
       01  W005-CONTROL-OPEN-SWITCH                 PIC X VALUE "N".
           88  W005-CONTROL-IS-OPEN                 VALUE "Y".
      *
      *    TRIAL ON THE COMMAND LINE -- MATCH AND EDIT EVERY ROW BUT
      *    WRITE NOTHING BACK.
       01  W006-RUN-PARM                            PIC X(10).
       01  W006-TRIAL-SWITCH                        PIC X VALUE "N".
           88  W006-TRIAL-RUN                       VALUE "Y".
      *
       01  W005-TODAY-RAW-DATE.
           05  W005-TODAY-RAW-YY                    PIC 99.
           05  W005-TODAY-RAW-MM                    PIC 99.
           05  W005-TODAY-RAW-DD                    PIC 99.
      *
      *    TODAY AND THE EXPIRY A ROSTER CARD IS GIVEN -- A YEAR OUT,
      *    THE SAME TERM LIB001A DATES A NEW CARD WITH -- BOTH AS
      *    CCYYMMDD NUMBERS, SPLIT TO MATCH THE PATRON DATE FIELDS.
       01  W006-TODAY-DATE-N                        PIC 9(8).
       01  W006-TODAY-SPLIT REDEFINES W006-TODAY-DATE-N.
           05  W006-TODAY-CC                        PIC 99.
           05  W006-TODAY-YY                        PIC 99.
           05  W006-TODAY-MM                        PIC 99.
           05  W006-TODAY-DD                        PIC 99.
       01  W006-EXPIRY-DATE-N                       PIC 9(8).
       01  W006-EXPIRY-SPLIT REDEFINES W006-EXPIRY-DATE-N.
           05  W006-EXPIRY-CC                       PIC 99.
           05  W006-EXPIRY-YY                       PIC 99.
           05  W006-EXPIRY-MM                       PIC 99.
           05  W006-EXPIRY-DD                       PIC 99.
       01  W006-ON-FILE-EXPIRY-N                    PIC 9(8).
      *    A STUDENT WHOSE 18TH BIRTHDAY IS ON OR BEFORE TODAY GETS
      *    AN ADULT CARD, THE SAME TEST LIB032A AGES CARDS UP BY.
       01  W006-ADULT-DATE-N                        PIC 9(8).
       01  W006-BIRTH-SPLIT.
           05  W006-BIRTH-CCYY                      PIC 9(4).
           05  W006-BIRTH-MM                        PIC 99.
           05  W006-BIRTH-DD                        PIC 99.
      *
      *    THE BRANCH STAMPED ON A NEW CARD -- BRANCH.DAT'S, OR THE
      *    HOME BRANCH WHEN THE FILE IS MISSING.
       01  W007-BRANCH-ID                           PIC X(3)
                                                     VALUE "MAN".
      *
      *    EVERY CARD ON FILE, CUT DOWN TO WHAT THE MATCH NEEDS.
      *    STUDENTS CARDED EARLIER IN THIS RUN ARE ADDED AS THEY
      *    GO, SO A CHILD LISTED TWICE BY THE DISTRICT IS CAUGHT.
       01  W020-PATRON-COUNT                        PIC 9(5) VALUE 0.
       01  W020-PATRON-OVERFLOW                     PIC 9(5) VALUE 0.
       01  W020-PATRON-TABLE.
           05  W020-PATRON-ENTRY OCCURS 20000 TIMES
                                 INDEXED BY W020-PT-I.
               10  W020-PT-NUMBER                   PIC X(5).
               10  W020-PT-LAST                     PIC X(20).
               10  W020-PT-FIRST                    PIC X(15).
               10  W020-PT-BIRTH                    PIC X(8).
               10  W020-PT-STREET                   PIC X(30).
               10  W020-PT-ZIP                      PIC X(5).
               10  W020-PT-TYPE                     PIC X.
      *
      *    CARD NUMBERS NEVER HANDED OUT AGAIN -- RETIRED TO THE
      *    ARCHIVE, OR BLOCKED AS LOST OR STOLEN. SAME LIMIT AS
      *    LIB001A.
       01  W021-RETIRED-COUNT                       PIC 9(4) VALUE 0.
       01  W021-RETIRED-OVERFLOW                    PIC 9(5) VALUE 0.
       01  W021-RETIRED-TABLE.
           05  W021-RETIRED-CARD OCCURS 2000 TIMES
                                 INDEXED BY W021-RET-I
                                                    PIC X(5).
       01  W021-RETIRED-HOLD                        PIC X(5).
       01  W021-RETIRED-FOUND-SWITCH                PIC X.
           88  W021-RETIRED-FOUND                   VALUE "Y".
      *
       01  W022-ZIPREF-COUNT                        PIC 9(3) VALUE 0.
       01  W022-ZIPREF-TABLE.
           05  W022-ZIPREF-ENTRY OCCURS 100 TIMES
                                 INDEXED BY W022-ZR-I.
               10  W022-ZIPREF-LOW                  PIC 9(5).
               10  W022-ZIPREF-HIGH                 PIC 9(5).
               10  W022-ZIPREF-CITY                 PIC X(9).
               10  W022-ZIPREF-STATE                PIC X(2).
       01  W022-RECIPZIP-COUNT                      PIC 99 VALUE 0.
       01  W022-RECIPZIP-TABLE.
           05  W022-RECIPZIP-ENTRY OCCURS 50 TIMES
                                   INDEXED BY W022-RZ-I.
               10  W022-RECIPZIP-LOW                PIC 9(5).
               10  W022-RECIPZIP-HIGH               PIC 9(5).
       01  W022-ZIP-NUMERIC                         PIC 9(5).
       01  W022-ZIPREF-OK-FLAG                      PIC X.
           88  W022-ZIPREF-OK                       VALUE "Y".
       01  W022-RESIDENCY-FLAG                      PIC X.
      *
       copy statecd.
      *
      *    WHAT THE MATCH PASS FOUND FOR ONE ROSTER ROW.
       01  W030-EXACT-COUNT                         PIC 9(3).
       01  W030-EXACT-NUMBER                        PIC X(5).
       01  W030-EXACT-ADDR-SWITCH                   PIC X.
           88  W030-EXACT-SAME-ADDRESS              VALUE "Y".
       01  W030-POSSIBLE-COUNT                      PIC 9(3).
       01  W030-POSSIBLE-NUMBER                     PIC X(5).
       01  W030-NAME-ONLY-NUMBER                    PIC X(5).
       01  W030-GUARDIAN-COUNT                      PIC 9(3).
       01  W030-GUARDIAN-NUMBER                     PIC X(5).
       01  W030-NEW-TYPE                            PIC X.
       01  W030-ROW-OK-SWITCH                       PIC X.
           88  W030-ROW-OK                          VALUE "Y".
      *
       01  W040-NEXT-CARD-NUMERIC                   PIC 9(5).
       01  W040-ASSIGNED-CARD-NUMBER                PIC 9(5).
       01  W040-CARD-FREE-SWITCH                    PIC X.
           88  W040-CARD-IS-FREE                    VALUE "Y".
      *
       01  W012-ROWS-READ                           PIC 9(5) VALUE 0.
       01  W012-EXTENDED-COUNT                      PIC 9(5) VALUE 0.
       01  W012-CREATED-COUNT                       PIC 9(5) VALUE 0.
       01  W012-REVIEW-COUNT                        PIC 9(5) VALUE 0.
       01  W012-REJECTED-COUNT                      PIC 9(5) VALUE 0.
      *
       01  W015-DETAIL-LINE.
           05  W015-DETAIL-FLAG                     PIC X(3).
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  W015-DETAIL-STUDENT                  PIC X(10).
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  W015-DETAIL-NAME                     PIC X(28).
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  W015-DETAIL-CARD                     PIC X(5).
           05  FILLER                     PIC X(1) VALUE SPACES.
           05  W015-DETAIL-NOTE                     PIC X(30).
      *
       01  W015-TITLE-LINE                          PIC X(80) VALUE
           "SCHOOL ROSTER LOAD -- STUDENT CARD MATCH REPORT".
       01  W015-TRIAL-LINE                          PIC X(80) VALUE
           "TRIAL RUN -- NO CARDS WRITTEN OR EXTENDED".
       01  W015-HEADING-LINE                        PIC X(80) VALUE
           "    STUDENT    NAME                         CARD  OUTCOME".
      *
       PROCEDURE DIVISION.
      *
       C000-MAIN-LINE-LOGIC.
      *
           MOVE SPACES TO W006-RUN-PARM.
           ACCEPT W006-RUN-PARM FROM COMMAND-LINE.
           IF W006-RUN-PARM EQUAL "TRIAL"
               MOVE "Y" TO W006-TRIAL-SWITCH
           END-IF.
           PERFORM C010-CALC-DATES.
           OPEN INPUT ROSTER-FILE.
           IF WORK-ROSTER-FILE-STATUS NOT EQUAL "00"
               DISPLAY "LIB066A: NO ROSTER.DAT -- NOTHING TO LOAD"
               GOBACK
           END-IF.
           IF W006-TRIAL-RUN
               OPEN INPUT NAMES-LIST
           ELSE
               OPEN I-O NAMES-LIST
           END-IF.
           IF WORK-NAMES-LIST-STATUS NOT EQUAL "00"
               DISPLAY "LIB066A: NO PATRON FILE -- NOTHING TO MATCH"
               CLOSE ROSTER-FILE
               GOBACK
           END-IF.
           PERFORM C012-READ-BRANCH-CONFIG.
           PERFORM C014-LOAD-ZIP-TABLES.
           PERFORM C016-LOAD-RETIRED-CARDS.
           PERFORM C020-LOAD-PATRON-TABLE.
           IF NOT W006-TRIAL-RUN
               OPEN I-O CONTROL-FILE
               IF WORK-CONTROL-FILE-STATUS EQUAL "00"
                   READ CONTROL-FILE
                       AT END
                           CLOSE CONTROL-FILE
                       NOT AT END
                           MOVE "Y" TO W005-CONTROL-OPEN-SWITCH
                   END-READ
               END-IF
               IF NOT W005-CONTROL-IS-OPEN
                   DISPLAY "LIB066A: CONTROL.DAT NOT AVAILABLE -- "
                           "RECORD COUNTERS NOT UPDATED"
               END-IF
               OPEN EXTEND AUDIT-TRAIL-FILE
               IF WORK-AUDIT-FILE-STATUS NOT EQUAL "00"
                   OPEN OUTPUT AUDIT-TRAIL-FILE
               END-IF
           END-IF.
           PERFORM C900-REGISTER-SPOOL-FILE.
           OPEN OUTPUT ROSTER-REPORT-PRINT.
           MOVE W015-TITLE-LINE TO ROSTER-REPORT-LINE.
           WRITE ROSTER-REPORT-LINE.
           IF W006-TRIAL-RUN
               MOVE W015-TRIAL-LINE TO ROSTER-REPORT-LINE
               WRITE ROSTER-REPORT-LINE
           END-IF.
           MOVE SPACES TO ROSTER-REPORT-LINE.
           WRITE ROSTER-REPORT-LINE.
           MOVE W015-HEADING-LINE TO ROSTER-REPORT-LINE.
           WRITE ROSTER-REPORT-LINE.
           MOVE "0" TO W005-ROSTER-EOF-SWITCH.
           PERFORM C030-PROCESS-ROSTER-ROW UNTIL W005-ROSTER-EOF.
           PERFORM C095-PRINT-TOTALS.
           CLOSE ROSTER-REPORT-PRINT
                 ROSTER-FILE
                 NAMES-LIST.
           IF NOT W006-TRIAL-RUN
               IF W005-CONTROL-IS-OPEN
                   REWRITE CONTROL-RECORD
                   CLOSE CONTROL-FILE
               END-IF
               CLOSE AUDIT-TRAIL-FILE
           END-IF.
           DISPLAY "LIB066A SCHOOL ROSTER LOAD COMPLETE".
           DISPLAY "ROWS READ: " W012-ROWS-READ
                   "  NEW CARDS: " W012-CREATED-COUNT
                   "  EXTENDED: " W012-EXTENDED-COUNT.
           DISPLAY "FOR REVIEW: " W012-REVIEW-COUNT
                   "  REJECTED: " W012-REJECTED-COUNT.
           GOBACK.
      *
       C010-CALC-DATES.
      *
      *    WINDOWS TODAY'S TWO-DIGIT YEAR THE SAME WAY LIB010A DOES.
           ACCEPT W005-TODAY-RAW-DATE FROM DATE.
           IF W005-TODAY-RAW-YY LESS THAN 50
               COMPUTE W006-TODAY-DATE-N =
                       20000000
                     + W005-TODAY-RAW-YY * 10000
                     + W005-TODAY-RAW-MM * 100
                     + W005-TODAY-RAW-DD
           ELSE
               COMPUTE W006-TODAY-DATE-N =
                       19000000
                     + W005-TODAY-RAW-YY * 10000
                     + W005-TODAY-RAW-MM * 100
                     + W005-TODAY-RAW-DD.
           COMPUTE W006-EXPIRY-DATE-N = W006-TODAY-DATE-N + 10000.
      *
      *    BRANCH.DAT HOLDS ONE RECORD WITH THIS BUILDING'S BRANCH
      *    ID; IF IT IS MISSING THE VALUE CLAUSE ABOVE STANDS.
       C012-READ-BRANCH-CONFIG.
      *
           OPEN INPUT BRANCH-CONFIG-FILE.
           IF WORK-BRANCH-CONFIG-STATUS EQUAL "00"
               READ BRANCH-CONFIG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BRANCH-DEFAULT-BRANCH-ID NOT EQUAL SPACES
                           MOVE BRANCH-DEFAULT-BRANCH-ID
                                   TO W007-BRANCH-ID
                       END-IF
               END-READ
               CLOSE BRANCH-CONFIG-FILE
           END-IF.
      *
      *    ZIPREF.DAT FOR THE CITY/STATE/ZIP EDIT AND THE SERVICE
      *    AREA, RECIPZIP.DAT FOR THE AGREEMENTS STILL RUNNING --
      *    EITHER FILE MISSING SIMPLY SKIPS ITS CHECK, AS IN LIB001A.
       C014-LOAD-ZIP-TABLES.
      *
           OPEN INPUT ZIP-REFERENCE-FILE.
           IF WORK-ZIPREF-STATUS EQUAL "00"
               MOVE "0" TO W005-END-OF-FILE-SWITCH
               PERFORM C015-READ-NEXT-ZIPREF UNTIL W005-END-OF-FILE
               CLOSE ZIP-REFERENCE-FILE
           END-IF.
           OPEN INPUT RECIPROCAL-ZIP-FILE.
           IF WORK-RECIPZIP-STATUS EQUAL "00"
               MOVE "0" TO W005-END-OF-FILE-SWITCH
               PERFORM C015A-READ-NEXT-RECIPZIP UNTIL W005-END-OF-FILE
               CLOSE RECIPROCAL-ZIP-FILE
           END-IF.
      *
       C015-READ-NEXT-ZIPREF.
      *
           READ ZIP-REFERENCE-FILE
               AT END
                   MOVE "1" TO W005-END-OF-FILE-SWITCH
               NOT AT END
                   IF W022-ZIPREF-COUNT LESS THAN 100
                       ADD 1 TO W022-ZIPREF-COUNT
                       SET W022-ZR-I TO W022-ZIPREF-COUNT
                       MOVE ZIPREF-LOW  TO W022-ZIPREF-LOW (W022-ZR-I)
                       MOVE ZIPREF-HIGH TO W022-ZIPREF-HIGH (W022-ZR-I)
                       MOVE ZIPREF-CITY TO W022-ZIPREF-CITY (W022-ZR-I)
                       MOVE ZIPREF-STATE
                               TO W022-ZIPREF-STATE (W022-ZR-I)
                   END-IF
           END-READ.
      *
       C015A-READ-NEXT-RECIPZIP.
      *
           READ RECIPROCAL-ZIP-FILE NEXT RECORD
               AT END
                   MOVE "1" TO W005-END-OF-FILE-SWITCH
               NOT AT END
                   IF W022-RECIPZIP-COUNT LESS THAN 50
                      AND (RECIP-END-DATE EQUAL ZERO
                       OR RECIP-END-DATE NOT LESS THAN
                           W006-TODAY-DATE-N)
                       ADD 1 TO W022-RECIPZIP-COUNT
                       SET W022-RZ-I TO W022-RECIPZIP-COUNT
                       MOVE RECIP-ZIP-LOW
                               TO W022-RECIPZIP-LOW (W022-RZ-I)
                       MOVE RECIP-ZIP-HIGH
                               TO W022-RECIPZIP-HIGH (W022-RZ-I)
                   END-IF
           END-READ.
      *
       C016-LOAD-RETIRED-CARDS.
      *
           OPEN INPUT ARCHIVE-PATRON-FILE.
           IF WORK-ARCHIVE-FILE-STATUS EQUAL "00"
               MOVE "0" TO W005-END-OF-FILE-SWITCH
               PERFORM C017-READ-NEXT-RETIRED UNTIL W005-END-OF-FILE
               CLOSE ARCHIVE-PATRON-FILE
           END-IF.
           OPEN INPUT BLOCKED-CARD-FILE.
           IF WORK-BLOCKED-CARD-STATUS EQUAL "00"
               MOVE "0" TO W005-END-OF-FILE-SWITCH
               PERFORM C018-READ-NEXT-BLOCKED UNTIL W005-END-OF-FILE
               CLOSE BLOCKED-CARD-FILE
           END-IF.
           IF W021-RETIRED-OVERFLOW GREATER THAN ZERO
               DISPLAY "WARNING: RETIRED-CARD TABLE FULL -- "
                       W021-RETIRED-OVERFLOW
                       " RETIRED CARDS NOT CHECKED"
           END-IF.
      *
       C017-READ-NEXT-RETIRED.
      *
           READ ARCHIVE-PATRON-FILE
               AT END
                   MOVE "1" TO W005-END-OF-FILE-SWITCH
               NOT AT END
                   MOVE ARCHIVE-PATRON-NUMBER TO W021-RETIRED-HOLD
                   PERFORM C019-ADD-RETIRED-CARD
           END-READ.
      *
       C018-READ-NEXT-BLOCKED.
      *
           READ BLOCKED-CARD-FILE NEXT RECORD
               AT END
                   MOVE "1" TO W005-END-OF-FILE-SWITCH
               NOT AT END
                   MOVE BLK-CARD-NUMBER TO W021-RETIRED-HOLD
                   PERFORM C019-ADD-RETIRED-CARD
           END-READ.
      *
       C019-ADD-RETIRED-CARD.
      *
           IF W021-RETIRED-COUNT LESS THAN 2000
               ADD 1 TO W021-RETIRED-COUNT
               SET W021-RET-I TO W021-RETIRED-COUNT
               MOVE W021-RETIRED-HOLD TO W021-RETIRED-CARD (W021-RET-I)
           ELSE
               ADD 1 TO W021-RETIRED-OVERFLOW
           END-IF.
      *
       C020-LOAD-PATRON-TABLE.
      *
           MOVE "0" TO W005-END-OF-FILE-SWITCH.
           MOVE LOW-VALUES TO PATRON-NUMBER.
           START NAMES-LIST KEY IS NOT LESS THAN PATRON-NUMBER
               INVALID KEY
                   MOVE "1" TO W005-END-OF-FILE-SWITCH
           END-START.
           PERFORM C022-READ-NEXT-PATRON UNTIL W005-END-OF-FILE.
           IF W020-PATRON-OVERFLOW GREATER THAN ZERO
               DISPLAY "WARNING: PATRON MATCH TABLE FULL -- "
                       W020-PATRON-OVERFLOW
                       " CARDS NOT MATCHED AGAINST"
           END-IF.
      *
       C022-READ-NEXT-PATRON.
      *
           READ NAMES-LIST NEXT RECORD
               AT END
                   MOVE "1" TO W005-END-OF-FILE-SWITCH
               NOT AT END
                   PERFORM C024-ADD-TABLE-ENTRY
           END-READ.
      *
      *    ADDS THE CARD NOW IN NAMES-RECORD TO THE MATCH TABLE.
       C024-ADD-TABLE-ENTRY.
      *
           IF W020-PATRON-COUNT LESS THAN 20000
               ADD 1 TO W020-PATRON-COUNT
               SET W020-PT-I TO W020-PATRON-COUNT
               MOVE PATRON-NUMBER      TO W020-PT-NUMBER (W020-PT-I)
               MOVE PATRON-NAME-LAST   TO W020-PT-LAST (W020-PT-I)
               MOVE PATRON-NAME-FIRST  TO W020-PT-FIRST (W020-PT-I)
               MOVE PATRON-BIRTH-DATE  TO W020-PT-BIRTH (W020-PT-I)
               MOVE PATRON-ADDRESS-ADD TO W020-PT-STREET (W020-PT-I)
               MOVE PATRON-ADDRESS-ZIP TO W020-PT-ZIP (W020-PT-I)
               MOVE PATRON-TYPE        TO W020-PT-TYPE (W020-PT-I)
           ELSE
               ADD 1 TO W020-PATRON-OVERFLOW
           END-IF.
      *
       C030-PROCESS-ROSTER-ROW.
      *
           READ ROSTER-FILE
               AT END
                   MOVE "1" TO W005-ROSTER-EOF-SWITCH
               NOT AT END
                   ADD 1 TO W012-ROWS-READ
                   PERFORM C035-MATCH-ONE-STUDENT
           END-READ.
      *
      *    ONE PASS OF THE TABLE SORTS EVERY CARD WITH THE STUDENT'S
      *    NAME INTO AN EXACT MATCH (SAME BIRTH DATE), A POSSIBLE
      *    ONE (SAME ADDRESS, BIRTH DATE MISSING OR DIFFERENT), OR A
      *    NAMESAKE ELSEWHERE.
       C035-MATCH-ONE-STUDENT.
      *
           MOVE SPACES TO W015-DETAIL-LINE.
           MOVE ROSTER-STUDENT-ID TO W015-DETAIL-STUDENT.
           STRING ROSTER-NAME-FIRST DELIMITED BY "  "
                  " "               DELIMITED BY SIZE
                  ROSTER-NAME-LAST  DELIMITED BY "  "
                  INTO W015-DETAIL-NAME.
           MOVE ZERO   TO W030-EXACT-COUNT
                          W030-POSSIBLE-COUNT.
           MOVE SPACES TO W030-EXACT-NUMBER
                          W030-POSSIBLE-NUMBER
                          W030-NAME-ONLY-NUMBER.
           MOVE "N" TO W030-EXACT-ADDR-SWITCH.
           PERFORM C036-COMPARE-ONE-CARD
               VARYING W020-PT-I FROM 1 BY 1
               UNTIL W020-PT-I GREATER THAN W020-PATRON-COUNT.
           IF W030-EXACT-COUNT EQUAL 1
               PERFORM C040-EXTEND-EXISTING-CARD THRU C040-EXIT
           ELSE
               IF W030-EXACT-COUNT GREATER THAN 1
                   MOVE W030-EXACT-NUMBER TO W015-DETAIL-CARD
                   MOVE "DUPLICATE CARDS ON FILE"
                           TO W015-DETAIL-NOTE
                   PERFORM C092-WRITE-REVIEW-LINE
               ELSE
                   IF W030-POSSIBLE-COUNT GREATER THAN ZERO
                       MOVE W030-POSSIBLE-NUMBER TO W015-DETAIL-CARD
                       MOVE "POSSIBLE MATCH - CHECK BIRTH DT"
                               TO W015-DETAIL-NOTE
                       PERFORM C092-WRITE-REVIEW-LINE
                   ELSE
                       PERFORM C050-CREATE-NEW-CARD THRU C050-EXIT
                   END-IF
               END-IF
           END-IF.
      *
       C036-COMPARE-ONE-CARD.
      *
           IF W020-PT-LAST (W020-PT-I) EQUAL ROSTER-NAME-LAST
              AND W020-PT-FIRST (W020-PT-I) EQUAL ROSTER-NAME-FIRST
               IF W020-PT-BIRTH (W020-PT-I) EQUAL ROSTER-BIRTH-DATE
                   ADD 1 TO W030-EXACT-COUNT
                   IF W030-EXACT-COUNT EQUAL 1
                       MOVE W020-PT-NUMBER (W020-PT-I)
                               TO W030-EXACT-NUMBER
                       IF W020-PT-STREET (W020-PT-I) EQUAL
                               ROSTER-ADDRESS-ADD
                          AND W020-PT-ZIP (W020-PT-I) EQUAL
                               ROSTER-ADDRESS-ZIP
                           MOVE "Y" TO W030-EXACT-ADDR-SWITCH
                       END-IF
                   END-IF
               ELSE
                   IF W020-PT-STREET (W020-PT-I) EQUAL
                           ROSTER-ADDRESS-ADD
                      AND W020-PT-ZIP (W020-PT-I) EQUAL
                           ROSTER-ADDRESS-ZIP
                       ADD 1 TO W030-POSSIBLE-COUNT
                       MOVE W020-PT-NUMBER (W020-PT-I)
                               TO W030-POSSIBLE-NUMBER
                   ELSE
                       MOVE W020-PT-NUMBER (W020-PT-I)
                               TO W030-NAME-ONLY-NUMBER
                   END-IF
               END-IF
           END-IF.
      *
      *    THE STUDENT'S OWN CARD -- PUSHED OUT TO A YEAR FROM TODAY
      *    UNLESS IT ALREADY RUNS LONGER. A NON-RESIDENT CARD OWES
      *    ITS FEE AT RENEWAL AND AN INACTIVE ONE WAS STOPPED FOR A
      *    REASON, SO BOTH GO TO THE DESK INSTEAD.
       C040-EXTEND-EXISTING-CARD.
      *
           MOVE W030-EXACT-NUMBER TO W015-DETAIL-CARD.
           MOVE W030-EXACT-NUMBER TO PATRON-NUMBER.
           READ NAMES-LIST
               INVALID KEY
                   MOVE "CARD NO LONGER ON FILE" TO W015-DETAIL-NOTE
                   PERFORM C092-WRITE-REVIEW-LINE
                   GO TO C040-EXIT
           END-READ.
           IF PATRON-IS-INACTIVE
               MOVE "CARD INACTIVE - SEE DESK" TO W015-DETAIL-NOTE
               PERFORM C092-WRITE-REVIEW-LINE
               GO TO C040-EXIT
           END-IF.
           IF PATRON-IS-NON-RESIDENT
               MOVE "NON-RESIDENT - RENEW AT DESK" TO W015-DETAIL-NOTE
               PERFORM C092-WRITE-REVIEW-LINE
               GO TO C040-EXIT
           END-IF.
           MOVE PATRON-EXP-CARD-DATE TO W006-ON-FILE-EXPIRY-N.
           IF W006-ON-FILE-EXPIRY-N NOT LESS THAN W006-EXPIRY-DATE-N
               MOVE "MATCHED - EXPIRY ALREADY LATER" TO W015-DETAIL-NOTE
           ELSE
               MOVE W006-EXPIRY-CC TO PATRON-EXP-CARD-DATE-CC
               MOVE W006-EXPIRY-YY TO PATRON-EXP-CARD-DATE-YY
               MOVE W006-EXPIRY-MM TO PATRON-EXP-CARD-DATE-MM
               MOVE W006-EXPIRY-DD TO PATRON-EXP-CARD-DATE-DD
               IF NOT W006-TRIAL-RUN
                   REWRITE NAMES-RECORD
                       INVALID KEY
                           MOVE "CARD NO LONGER ON FILE"
                                   TO W015-DETAIL-NOTE
                           PERFORM C092-WRITE-REVIEW-LINE
                           GO TO C040-EXIT
                   END-REWRITE
                   IF W005-CONTROL-IS-OPEN
                       ADD 1 TO CONTROL-EDIT-COUNT
                   END-IF
                   MOVE "ROSTER" TO AUDIT-TRAIL-ACTION
                   PERFORM C085-WRITE-AUDIT-RECORD
               END-IF
               ADD 1 TO W012-EXTENDED-COUNT
               MOVE "MATCHED - EXPIRY EXTENDED" TO W015-DETAIL-NOTE
           END-IF.
           IF W030-EXACT-SAME-ADDRESS
               PERFORM C090-WRITE-DETAIL-LINE
           ELSE
               IF W015-DETAIL-NOTE EQUAL "MATCHED - EXPIRY EXTENDED"
                   MOVE "EXTENDED - ADDRESS DIFFERS" TO W015-DETAIL-NOTE
               ELSE
                   MOVE "MATCHED - ADDRESS DIFFERS" TO W015-DETAIL-NOTE
               END-IF
               PERFORM C092-WRITE-REVIEW-LINE
           END-IF.
      *
       C040-EXIT.
           EXIT.
      *
      *    A STUDENT NOT ON FILE. THE ROW IS EDITED AS THE LIB001A
      *    ADD SCREEN WOULD EDIT IT; A ROW THAT FAILS IS REJECTED
      *    FOR THE DISTRICT TO CORRECT, SINCE THERE IS NOBODY AT A
      *    SCREEN TO RE-KEY IT.
       C050-CREATE-NEW-CARD.
      *
           MOVE "Y" TO W030-ROW-OK-SWITCH.
           MOVE ROSTER-ADDRESS-STATE TO WS-VALID-STATE-CHECK.
           MOVE ROSTER-BIRTH-DATE TO W006-BIRTH-SPLIT.
           IF ROSTER-NAME-LAST EQUAL SPACES
              OR ROSTER-NAME-FIRST EQUAL SPACES
              OR ROSTER-ADDRESS-ADD EQUAL SPACES
               MOVE "NAME OR ADDRESS MISSING" TO W015-DETAIL-NOTE
               PERFORM C094-WRITE-REJECT-LINE
               GO TO C050-EXIT
           END-IF.
           IF ROSTER-BIRTH-DATE NOT NUMERIC
              OR W006-BIRTH-MM LESS THAN 1
              OR W006-BIRTH-MM GREATER THAN 12
              OR W006-BIRTH-DD LESS THAN 1
              OR W006-BIRTH-DD GREATER THAN 31
              OR ROSTER-BIRTH-DATE NOT LESS THAN W006-TODAY-DATE-N
               MOVE "INVALID BIRTH DATE" TO W015-DETAIL-NOTE
               PERFORM C094-WRITE-REJECT-LINE
               GO TO C050-EXIT
           END-IF.
           IF NOT WS-VALID-STATE-CODE
               MOVE "INVALID STATE CODE" TO W015-DETAIL-NOTE
               PERFORM C094-WRITE-REJECT-LINE
               GO TO C050-EXIT
           END-IF.
           IF ROSTER-ADDRESS-ZIP NOT NUMERIC
               MOVE "INVALID ZIP CODE" TO W015-DETAIL-NOTE
               PERFORM C094-WRITE-REJECT-LINE
               GO TO C050-EXIT
           END-IF.
           IF ROSTER-PHONE-PRE NOT NUMERIC
              OR ROSTER-PHONE-SUF NOT NUMERIC
               MOVE "INVALID PHONE NUMBER" TO W015-DETAIL-NOTE
               PERFORM C094-WRITE-REJECT-LINE
               GO TO C050-EXIT
           END-IF.
           PERFORM C055-CHECK-ZIP-REFERENCE.
           IF NOT W022-ZIPREF-OK
               MOVE "CITY/STATE/ZIP DO NOT AGREE" TO W015-DETAIL-NOTE
               PERFORM C094-WRITE-REJECT-LINE
               GO TO C050-EXIT
           END-IF.
           PERFORM C057-ASSESS-RESIDENCY.
           IF W022-RESIDENCY-FLAG EQUAL "N"
               MOVE "NON-RESIDENT - REGISTER AT DESK"
                       TO W015-DETAIL-NOTE
               PERFORM C092-WRITE-REVIEW-LINE
               GO TO C050-EXIT
           END-IF.
           COMPUTE W006-ADULT-DATE-N = ROSTER-BIRTH-DATE + 180000.
           MOVE SPACES TO W030-GUARDIAN-NUMBER.
           IF W006-ADULT-DATE-N NOT GREATER THAN W006-TODAY-DATE-N
               MOVE "A" TO W030-NEW-TYPE
           ELSE
               MOVE "J" TO W030-NEW-TYPE
               PERFORM C060-FIND-GUARDIAN
               IF NOT W030-ROW-OK
                   GO TO C050-EXIT
               END-IF
           END-IF.
           IF W006-TRIAL-RUN
               MOVE SPACES TO PATRON-NUMBER
           ELSE
               PERFORM C070-ASSIGN-CARD-NUMBER
           END-IF.
           PERFORM C075-BUILD-NEW-CARD.
           IF NOT W006-TRIAL-RUN
               WRITE NAMES-RECORD
                   INVALID KEY
                       MOVE "CARD NUMBER TAKEN - RERUN ROW"
                               TO W015-DETAIL-NOTE
                       PERFORM C094-WRITE-REJECT-LINE
                       GO TO C050-EXIT
               END-WRITE
               IF W005-CONTROL-IS-OPEN
                   ADD 1 TO RECORD-COUNTER
                   ADD 1 TO CONTROL-ADD-COUNT
               END-IF
      *        THE ADD LINE IS WHAT PUTS THE CARD ON THE NEXT
      *        LIB019A VENDOR ORDER.
               MOVE "ADD" TO AUDIT-TRAIL-ACTION
               PERFORM C085-WRITE-AUDIT-RECORD
           END-IF.
           PERFORM C024-ADD-TABLE-ENTRY.
           ADD 1 TO W012-CREATED-COUNT.
           MOVE PATRON-NUMBER TO W015-DETAIL-CARD.
           IF W030-NAME-ONLY-NUMBER EQUAL SPACES
               IF W030-NEW-TYPE EQUAL "A"
                   MOVE "NEW ADULT CARD (AGE 18+)" TO W015-DETAIL-NOTE
               ELSE
                   STRING "NEW CARD - GUARDIAN "  DELIMITED BY SIZE
                          W030-GUARDIAN-NUMBER    DELIMITED BY SIZE
                          INTO W015-DETAIL-NOTE
               END-IF
               PERFORM C090-WRITE-DETAIL-LINE
           ELSE
               STRING "NEW CARD - NAME ALSO ON "  DELIMITED BY SIZE
                      W030-NAME-ONLY-NUMBER       DELIMITED BY SIZE
                      INTO W015-DETAIL-NOTE
               PERFORM C092-WRITE-REVIEW-LINE
           END-IF.
      *
       C050-EXIT.
           EXIT.
      *
      *    THE ZIP HAS ALREADY PASSED THE NUMERIC EDIT. A ZIP INSIDE
      *    A KNOWN RANGE PASSES ONLY IF SOME RANGE COVERING IT CARRIES
      *    THE ROW'S CITY AND STATE; A ZIP NO RANGE COVERS PASSES.
       C055-CHECK-ZIP-REFERENCE.
      *
           MOVE "Y" TO W022-ZIPREF-OK-FLAG.
           MOVE ROSTER-ADDRESS-ZIP TO W022-ZIP-NUMERIC.
           PERFORM C056-CHECK-ONE-ZIP-RANGE
               VARYING W022-ZR-I FROM 1 BY 1
               UNTIL W022-ZR-I GREATER THAN W022-ZIPREF-COUNT.
      *
       C056-CHECK-ONE-ZIP-RANGE.
      *
           IF W022-ZIP-NUMERIC NOT LESS THAN
                   W022-ZIPREF-LOW (W022-ZR-I)
              AND W022-ZIP-NUMERIC NOT GREATER THAN
                   W022-ZIPREF-HIGH (W022-ZR-I)
               IF W022-ZIPREF-CITY (W022-ZR-I) EQUAL
                       ROSTER-ADDRESS-CITY
                  AND W022-ZIPREF-STATE (W022-ZR-I) EQUAL
                       ROSTER-ADDRESS-STATE
                   MOVE "Y" TO W022-ZIPREF-OK-FLAG
                   SET W022-ZR-I TO W022-ZIPREF-COUNT
               ELSE
                   MOVE "N" TO W022-ZIPREF-OK-FLAG
               END-IF
           END-IF.
      *
      *    R = INSIDE SOME ZIPREF RANGE, X = RECIPROCAL, N = NON-
      *    RESIDENT. WITH NO ZIPREF.DAT NOBODY IS NON-RESIDENT.
       C057-ASSESS-RESIDENCY.
      *
           MOVE "R" TO W022-RESIDENCY-FLAG.
           IF W022-ZIPREF-COUNT GREATER THAN ZERO
               MOVE "N" TO W022-RESIDENCY-FLAG
               PERFORM C058-CHECK-ZIP-IN-AREA
                   VARYING W022-ZR-I FROM 1 BY 1
                   UNTIL W022-ZR-I GREATER THAN W022-ZIPREF-COUNT
               IF W022-RESIDENCY-FLAG EQUAL "N"
                   PERFORM C059-CHECK-ZIP-RECIPROCAL
                       VARYING W022-RZ-I FROM 1 BY 1
                       UNTIL W022-RZ-I GREATER THAN W022-RECIPZIP-COUNT
               END-IF
           END-IF.
      *
       C058-CHECK-ZIP-IN-AREA.
      *
           IF W022-ZIP-NUMERIC NOT LESS THAN
                   W022-ZIPREF-LOW (W022-ZR-I)
              AND W022-ZIP-NUMERIC NOT GREATER THAN
                   W022-ZIPREF-HIGH (W022-ZR-I)
               MOVE "R" TO W022-RESIDENCY-FLAG
           END-IF.
      *
       C059-CHECK-ZIP-RECIPROCAL.
      *
           IF W022-ZIP-NUMERIC NOT LESS THAN
                   W022-RECIPZIP-LOW (W022-RZ-I)
              AND W022-ZIP-NUMERIC NOT GREATER THAN
                   W022-RECIPZIP-HIGH (W022-RZ-I)
               MOVE "X" TO W022-RESIDENCY-FLAG
           END-IF.
      *
      *    A JUVENILE CARD MUST NAME AN ADULT CARD ON FILE. THE CARD
      *    NUMBER ON THE ROSTER WINS; WITHOUT ONE, THE GUARDIAN'S
      *    NAME AT THE STUDENT'S ADDRESS MUST PICK OUT EXACTLY ONE
      *    NON-JUVENILE CARD.
       C060-FIND-GUARDIAN.
      *
           IF ROSTER-GUARDIAN-CARD NOT EQUAL SPACES
               MOVE ROSTER-GUARDIAN-CARD TO PATRON-NUMBER
               READ NAMES-LIST
                   INVALID KEY
                       MOVE "N" TO W030-ROW-OK-SWITCH
                   NOT INVALID KEY
                       IF PATRON-IS-JUVENILE
                           MOVE "N" TO W030-ROW-OK-SWITCH
                       ELSE
                           MOVE PATRON-NUMBER TO W030-GUARDIAN-NUMBER
                       END-IF
               END-READ
               IF NOT W030-ROW-OK
                   MOVE ROSTER-GUARDIAN-CARD TO W015-DETAIL-CARD
                   MOVE "GUARDIAN CARD NOT VALID" TO W015-DETAIL-NOTE
                   PERFORM C094-WRITE-REJECT-LINE
               END-IF
           ELSE
               MOVE ZERO TO W030-GUARDIAN-COUNT
               PERFORM C062-COMPARE-ONE-GUARDIAN
                   VARYING W020-PT-I FROM 1 BY 1
                   UNTIL W020-PT-I GREATER THAN W020-PATRON-COUNT
               IF W030-GUARDIAN-COUNT NOT EQUAL 1
                   MOVE "N" TO W030-ROW-OK-SWITCH
                   IF W030-GUARDIAN-COUNT EQUAL ZERO
                       MOVE "NO GUARDIAN CARD ON FILE"
                               TO W015-DETAIL-NOTE
                   ELSE
                       MOVE "GUARDIAN NAME ON 2+ CARDS"
                               TO W015-DETAIL-NOTE
                   END-IF
                   PERFORM C094-WRITE-REJECT-LINE
               END-IF
           END-IF.
      *
       C062-COMPARE-ONE-GUARDIAN.
      *
           IF W020-PT-TYPE (W020-PT-I) NOT EQUAL "J"
              AND W020-PT-NUMBER (W020-PT-I) NOT EQUAL SPACES
              AND W020-PT-LAST (W020-PT-I) EQUAL ROSTER-GUARDIAN-LAST
              AND W020-PT-FIRST (W020-PT-I) EQUAL ROSTER-GUARDIAN-FIRST
              AND W020-PT-STREET (W020-PT-I) EQUAL ROSTER-ADDRESS-ADD
              AND W020-PT-ZIP (W020-PT-I) EQUAL ROSTER-ADDRESS-ZIP
               ADD 1 TO W030-GUARDIAN-COUNT
               MOVE W020-PT-NUMBER (W020-PT-I) TO W030-GUARDIAN-NUMBER
           END-IF.
      *
      *    TAKES THE NEXT NUMBER OFF NEXTCARD.DAT (00001 ON A FRESH
      *    SYSTEM), SKIPPING ANY NUMBER STILL ON NAMES-LIST OR IN THE
      *    RETIRED TABLE, AND SAVES THE COUNTER BACK POINTING PAST
      *    IT -- CARD BY CARD, AS LIB001A DOES, SO A DESK ADDING
      *    CARDS WHILE THIS RUNS NEVER DRAWS THE SAME NUMBER.
       C070-ASSIGN-CARD-NUMBER.
      *
           MOVE 1 TO W040-NEXT-CARD-NUMERIC.
           OPEN INPUT NEXT-CARD-FILE.
           IF WORK-NEXT-CARD-STATUS EQUAL "00"
               READ NEXT-CARD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE NEXT-CARD-COUNTER TO W040-NEXT-CARD-NUMERIC
               END-READ
               CLOSE NEXT-CARD-FILE
           END-IF.
           MOVE "N" TO W040-CARD-FREE-SWITCH.
           PERFORM C072-TRY-CARD-NUMBER UNTIL W040-CARD-IS-FREE.
           OPEN OUTPUT NEXT-CARD-FILE.
           COMPUTE NEXT-CARD-COUNTER = W040-NEXT-CARD-NUMERIC + 1.
           WRITE NEXT-CARD-RECORD.
           CLOSE NEXT-CARD-FILE.
           MOVE W040-ASSIGNED-CARD-NUMBER TO PATRON-NUMBER.
      *
       C072-TRY-CARD-NUMBER.
      *
           MOVE W040-NEXT-CARD-NUMERIC TO W040-ASSIGNED-CARD-NUMBER.
           MOVE "Y" TO W040-CARD-FREE-SWITCH.
           MOVE W040-ASSIGNED-CARD-NUMBER TO PATRON-NUMBER.
           READ NAMES-LIST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "N" TO W040-CARD-FREE-SWITCH
           END-READ.
           IF W040-CARD-IS-FREE
               MOVE "N" TO W021-RETIRED-FOUND-SWITCH
               PERFORM C074-CHECK-RETIRED-CARD
                   VARYING W021-RET-I FROM 1 BY 1
                   UNTIL W021-RET-I GREATER THAN W021-RETIRED-COUNT
                      OR W021-RETIRED-FOUND
               IF W021-RETIRED-FOUND
                   MOVE "N" TO W040-CARD-FREE-SWITCH
               END-IF
           END-IF.
           IF NOT W040-CARD-IS-FREE
               ADD 1 TO W040-NEXT-CARD-NUMERIC
           END-IF.
      *
       C074-CHECK-RETIRED-CARD.
      *
           IF W021-RETIRED-CARD (W021-RET-I) EQUAL
                   W040-ASSIGNED-CARD-NUMBER
               MOVE "Y" TO W021-RETIRED-FOUND-SWITCH
           END-IF.
      *
      *    THE DEFAULTS LIB001A GIVES AN APPROVED WEB APPLICATION --
      *    MAIL NOTICES, NO PIN, NO HOUSEHOLD, HISTORY NOT OPTED IN
      *    -- WITH THE ROSTER'S BIRTH DATE AND GUARDIAN ADDED. THE
      *    CARD IS ISSUED TODAY AND RUNS A YEAR.
       C075-BUILD-NEW-CARD.
      *
           MOVE ROSTER-NAME-FIRST    TO PATRON-NAME-FIRST.
           MOVE ROSTER-NAME-MIDDLE   TO PATRON-NAME-MIDDLE.
           MOVE ROSTER-NAME-LAST     TO PATRON-NAME-LAST.
           MOVE ROSTER-ADDRESS-ADD   TO PATRON-ADDRESS-ADD.
           MOVE ROSTER-ADDRESS-ADD2  TO PATRON-ADDRESS-ADD2.
           MOVE ROSTER-ADDRESS-CITY  TO PATRON-ADDRESS-CITY.
           MOVE ROSTER-ADDRESS-STATE TO PATRON-ADDRESS-STATE.
           MOVE ROSTER-ADDRESS-ZIP   TO PATRON-ADDRESS-ZIP.
           MOVE W006-TODAY-CC  TO PATRON-NEW-CARD-DATE-CC.
           MOVE W006-TODAY-YY  TO PATRON-NEW-CARD-DATE-YY.
           MOVE W006-TODAY-MM  TO PATRON-NEW-CARD-DATE-MM.
           MOVE W006-TODAY-DD  TO PATRON-NEW-CARD-DATE-DD.
           MOVE W006-EXPIRY-CC TO PATRON-EXP-CARD-DATE-CC.
           MOVE W006-EXPIRY-YY TO PATRON-EXP-CARD-DATE-YY.
           MOVE W006-EXPIRY-MM TO PATRON-EXP-CARD-DATE-MM.
           MOVE W006-EXPIRY-DD TO PATRON-EXP-CARD-DATE-DD.
           MOVE ROSTER-PHONE-PRE TO PATRON-PHONE-NUMBER-PRE.
           MOVE ROSTER-PHONE-SUF TO PATRON-PHONE-NUMBER-SUF.
           MOVE "N"  TO PATRON-LATE-BOOKS-FLAG.
           MOVE ZERO TO PATRON-LATE-BOOKS-COUNT.
           MOVE ZERO TO PATRON-LATE-BOOKS-DUE-DATE.
           MOVE "N"  TO PATRON-LATE-MOVIE-FLAG.
           MOVE ZERO TO PATRON-LATE-MOVIE-COUNT.
           MOVE ZERO TO PATRON-LATE-MOVIE-DUE-DATE.
           MOVE SPACES TO PATRON-HOUSEHOLD-NUMBER.
           MOVE "N"  TO PATRON-INACTIVE-FLAG.
           MOVE SPACES TO PATRON-PIN.
           MOVE W007-BRANCH-ID TO PATRON-BRANCH-ID.
           MOVE W030-NEW-TYPE TO PATRON-TYPE.
           MOVE W030-GUARDIAN-NUMBER TO PATRON-GUARDIAN-NUMBER.
           MOVE "M"  TO PATRON-CONTACT-FLAG.
           MOVE SPACES TO PATRON-EMAIL-ADDRESS.
           MOVE ROSTER-BIRTH-DATE TO PATRON-BIRTH-DATE.
           MOVE "N"  TO PATRON-HISTORY-OPTIN-FLAG.
           MOVE ZERO TO PATRON-CLAIMS-COUNT.
           MOVE "N"  TO PATRON-ADDRESS-BAD-FLAG.
           MOVE "N"  TO PATRON-EMAIL-BAD-FLAG.
           MOVE SPACES TO PATRON-MOBILE-NUMBER.
           MOVE SPACES TO PATRON-EMP-MASTER-ID.
           MOVE W022-RESIDENCY-FLAG TO PATRON-RESIDENCY-FLAG.
           MOVE SPACE TO PATRON-NONRES-FEE-FLAG.
      *
      *    SAME ONE-LINE-PER-CHANGE TRAIL LIB001A WRITES -- THE
      *    LIB012A INQUIRY SHOWS THE LOAD LIKE ANY OTHER CHANGE.
       C085-WRITE-AUDIT-RECORD.
      *
           ACCEPT AUDIT-TRAIL-DATE FROM DATE.
           ACCEPT AUDIT-TRAIL-TIME FROM TIME.
           MOVE PATRON-NUMBER TO AUDIT-TRAIL-PATRON-NUMBER.
           WRITE AUDIT-TRAIL-RECORD.
      *
       C090-WRITE-DETAIL-LINE.
      *
           MOVE W015-DETAIL-LINE TO ROSTER-REPORT-LINE.
           WRITE ROSTER-REPORT-LINE.
      *
       C092-WRITE-REVIEW-LINE.
      *
           ADD 1 TO W012-REVIEW-COUNT.
           MOVE "***" TO W015-DETAIL-FLAG.
           PERFORM C090-WRITE-DETAIL-LINE.
      *
       C094-WRITE-REJECT-LINE.
      *
           ADD 1 TO W012-REJECTED-COUNT.
           MOVE "***" TO W015-DETAIL-FLAG.
           PERFORM C090-WRITE-DETAIL-LINE.
      *
       C095-PRINT-TOTALS.
      *
           MOVE SPACES TO ROSTER-REPORT-LINE.
           WRITE ROSTER-REPORT-LINE.
           STRING "ROSTER ROWS READ:          " DELIMITED BY SIZE
                  W012-ROWS-READ                DELIMITED BY SIZE
                  INTO ROSTER-REPORT-LINE.
           WRITE ROSTER-REPORT-LINE.
           MOVE SPACES TO ROSTER-REPORT-LINE.
           STRING "NEW CARDS ISSUED:          " DELIMITED BY SIZE
                  W012-CREATED-COUNT            DELIMITED BY SIZE
                  INTO ROSTER-REPORT-LINE.
           WRITE ROSTER-REPORT-LINE.
           MOVE SPACES TO ROSTER-REPORT-LINE.
           STRING "CARDS EXTENDED:            " DELIMITED BY SIZE
                  W012-EXTENDED-COUNT           DELIMITED BY SIZE
                  INTO ROSTER-REPORT-LINE.
           WRITE ROSTER-REPORT-LINE.
           MOVE SPACES TO ROSTER-REPORT-LINE.
           STRING "ROWS FOR STAFF REVIEW:     " DELIMITED BY SIZE
                  W012-REVIEW-COUNT             DELIMITED BY SIZE
                  INTO ROSTER-REPORT-LINE.
           WRITE ROSTER-REPORT-LINE.
           MOVE SPACES TO ROSTER-REPORT-LINE.
           STRING "ROWS REJECTED:             " DELIMITED BY SIZE
                  W012-REJECTED-COUNT           DELIMITED BY SIZE
                  INTO ROSTER-REPORT-LINE.
           WRITE ROSTER-REPORT-LINE.
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
