       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. LIB049A.
      *
       DATE-WRITTEN. 10/15/26.
      *
      ***************************************************************
      *                                                             *
      * UNREACHABLE PATRONS -- EVERY CARD THE LIBRARY HAS NO WAY TO *
      * SEND A NOTICE TO: THE POSTAL ADDRESS IS MARKED              *
      * UNDELIVERABLE (LIB001A F8, R -- RETURNED MAIL) AND THERE IS *
      * NO EMAIL, OR THE EMAIL HAS BOUNCED (LIB048A), AND THE CARD  *
      * IS NOT SET UP FOR TEXT MESSAGES TO A MOBILE. THE LIB027A    *
      * NOTICE RUN HOLDS THESE PATRONS' LINES RATHER THAN PRINT A   *
      * LETTER NOBODY WILL GET, SO THE DESK WORKS THIS LIST BY      *
      * PHONE. CARDS ARE LISTED BY HOME BRANCH, THEN CARD NUMBER,   *
      * WITH THE PHONE NUMBER AND WHICH CONTACTS HAVE FAILED.       *
      * A CARD DROPS OFF THE LIST AS SOON AS EITHER ADDRESS IS      *
      * CORRECTED ON LIB001A. SCHEDULED WEEKLY (MONDAY).            *
      *                                                             *
      ***************************************************************
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT NAMES-LIST ASSIGN TO DISK
           ACCESS MODE SEQUENTIAL
           ORGANIZATION INDEXED
           RECORD KEY PATRON-NUMBER
           FILE STATUS IS WORK-NAMES-LIST-STATUS.
      *
           SELECT CONTROL-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL.
      *
      *    SPOOLED TO DISK (SEE SPOOL.CPY) -- THE SPOL001A MANAGER
      *    VIEWS, PRINTS, REPRINTS, OR PURGES THE SPOOLED REPORT.
           SELECT UNREACHABLE-PRINT ASSIGN TO WS-SPOOL-FILE-NAME
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
       copy patron.
      *
       copy spool.

       FD  UNREACHABLE-PRINT
           LABEL RECORDS OMITTED.
       01  UNREACHABLE-LINE                         PIC X(100).
      *
       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SORT-WORK-BRANCH                     PIC X(3).
           05  SORT-WORK-PATRON                     PIC X(5).
           05  SORT-WORK-NAME-LAST                  PIC X(20).
           05  SORT-WORK-NAME-FIRST                 PIC X(15).
           05  SORT-WORK-PHONE.
               10  SORT-WORK-PHONE-PRE              PIC X(3).
               10  SORT-WORK-PHONE-SUF              PIC X(4).
           05  SORT-WORK-EMAIL-STATE                PIC X(7).
      *
       WORKING-STORAGE SECTION.
      *
      *    SPOOL BOOKKEEPING -- THE SPOOL FILE NAME CARRIES THE JOB
      *    AND RUN DATE, AND EVERY RUN REGISTERS ITSELF ON THE
      *    SPOOL INDEX BEFORE WRITING A LINE.
       01  WS-SPOOL-FILE-NAME                       PIC X(20).
       01  WORK-SPOOL-INDEX-STATUS                  PIC XX.
       01  W037-SPOOL-JOB-NAME                      PIC X(8)
                                                     VALUE "LIB049A".
       01  W037-SPOOL-RUN-DATE                      PIC 9(6).
       01  W037-SPOOL-RUN-TIME                      PIC 9(8).
       01  W005-END-OF-FILE-SWITCH                  PIC X.
           88  W005-END-OF-FILE                     VALUE "1".
       01  W005-SORT-END-OF-FILE-SWITCH             PIC X.
           88  W005-SORT-END-OF-FILE                VALUE "1".
       01  WORK-NAMES-LIST-STATUS                   PIC XX.
      *
       01  W049-PATRON-COUNT                        PIC 9(5) VALUE 0.
       01  W049-NO-EMAIL-COUNT                      PIC 9(5) VALUE 0.
       01  W049-BOUNCED-COUNT                       PIC 9(5) VALUE 0.
       01  W049-BRANCH-COUNT                        PIC 9(5) VALUE 0.
      *
       01  W020-CURRENT-BRANCH                      PIC X(3).
      *
       01  W015-BRANCH-LINE.
           05  FILLER                     PIC X(7) VALUE "BRANCH ".
           05  W015-BRANCH-ID                       PIC X(3).
      *
       01  W015-HEADING-LINE.
           05  FILLER                     PIC X(11) VALUE
               "    CARD   ".
           05  FILLER                     PIC X(37) VALUE "NAME".
           05  FILLER                     PIC X(10) VALUE "PHONE".
           05  FILLER                     PIC X(14) VALUE "MAIL".
           05  FILLER                     PIC X(5) VALUE "EMAIL".
      *
       01  W015-DETAIL-LINE.
           05  FILLER                     PIC X(4) VALUE SPACES.
           05  W015-DETAIL-CARD                     PIC X(5).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  W015-DETAIL-NAME-LAST                PIC X(20).
           05  FILLER                     PIC X VALUE SPACE.
           05  W015-DETAIL-NAME-FIRST               PIC X(15).
           05  FILLER                     PIC X VALUE SPACE.
           05  W015-DETAIL-PHONE-PRE                PIC X(3).
           05  FILLER                     PIC X VALUE "-".
           05  W015-DETAIL-PHONE-SUF                PIC X(4).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  W015-DETAIL-MAIL                     PIC X(13)
                                            VALUE "RETURNED MAIL".
           05  FILLER                     PIC X VALUE SPACE.
           05  W015-DETAIL-EMAIL                    PIC X(7).
      *
       01  W015-TITLE-LINE                          PIC X(80) VALUE
           "UNREACHABLE PATRONS -- NO DELIVERABLE ADDRESS OR EMAIL".
      *
       PROCEDURE DIVISION.
      *
       C000-MAIN-LINE-LOGIC.
      *
           SORT SORT-WORK-FILE
                ON ASCENDING KEY SORT-WORK-BRANCH
                ON ASCENDING KEY SORT-WORK-PATRON
                INPUT PROCEDURE IS C030-SELECT-UNREACHABLE
                OUTPUT PROCEDURE IS C050-PRINT-UNREACHABLE-LIST.
           DISPLAY "LIB049A UNREACHABLE PATRON LIST COMPLETE".
           DISPLAY "PATRONS UNREACHABLE:  " W049-PATRON-COUNT.
           DISPLAY "  NO EMAIL ON FILE:   " W049-NO-EMAIL-COUNT.
           DISPLAY "  EMAIL BOUNCED:      " W049-BOUNCED-COUNT.
           GOBACK.
      *
      *    INPUT PROCEDURE -- ONE SORT RECORD PER CARD WHOSE POSTAL
      *    ADDRESS IS UNDELIVERABLE AND WHICH HAS NO GOOD EMAIL. THE
      *    SAME TEST LIB027A USES TO HOLD A PATRON'S NOTICES.
       C030-SELECT-UNREACHABLE.
      *
           OPEN INPUT NAMES-LIST.
           IF WORK-NAMES-LIST-STATUS NOT EQUAL "00"
               DISPLAY "LIB049A: NO PATRON FILE -- NOTHING TO LIST"
           ELSE
               MOVE "0" TO W005-END-OF-FILE-SWITCH
               PERFORM C035-READ-NAMES-LIST
               PERFORM C040-RELEASE-ONE-PATRON UNTIL W005-END-OF-FILE
               CLOSE NAMES-LIST
           END-IF.
      *
       C035-READ-NAMES-LIST.
      *
           READ NAMES-LIST NEXT RECORD
                AT END, MOVE "1" TO W005-END-OF-FILE-SWITCH.
      *
       C040-RELEASE-ONE-PATRON.
      *
           IF PATRON-ADDRESS-IS-BAD
              AND (PATRON-EMAIL-ADDRESS EQUAL SPACES
                   OR PATRON-EMAIL-IS-BAD)
              AND NOT (PATRON-WANTS-TEXT
                       AND PATRON-MOBILE-NUMBER IS NUMERIC)
               MOVE PATRON-BRANCH-ID TO SORT-WORK-BRANCH
               MOVE PATRON-NUMBER TO SORT-WORK-PATRON
               MOVE PATRON-NAME-LAST TO SORT-WORK-NAME-LAST
               MOVE PATRON-NAME-FIRST TO SORT-WORK-NAME-FIRST
               MOVE PATRON-PHONE-NUMBER TO SORT-WORK-PHONE
               IF PATRON-EMAIL-ADDRESS EQUAL SPACES
                   MOVE "NONE" TO SORT-WORK-EMAIL-STATE
                   ADD 1 TO W049-NO-EMAIL-COUNT
               ELSE
                   MOVE "BOUNCED" TO SORT-WORK-EMAIL-STATE
                   ADD 1 TO W049-BOUNCED-COUNT
               END-IF
               RELEASE SORT-WORK-RECORD
               ADD 1 TO W049-PATRON-COUNT
           END-IF.
           PERFORM C035-READ-NAMES-LIST.
      *
       C050-PRINT-UNREACHABLE-LIST.
      *
           PERFORM C900-REGISTER-SPOOL-FILE.
           OPEN OUTPUT UNREACHABLE-PRINT.
           MOVE W015-TITLE-LINE TO UNREACHABLE-LINE.
           WRITE UNREACHABLE-LINE.
           MOVE HIGH-VALUES TO W020-CURRENT-BRANCH.
           MOVE "0" TO W005-SORT-END-OF-FILE-SWITCH.
           RETURN SORT-WORK-FILE
                AT END MOVE "1" TO W005-SORT-END-OF-FILE-SWITCH.
           PERFORM C055-PRINT-ONE-PATRON UNTIL W005-SORT-END-OF-FILE.
           MOVE SPACES TO UNREACHABLE-LINE.
           WRITE UNREACHABLE-LINE.
           IF W049-PATRON-COUNT EQUAL ZERO
               MOVE "  (EVERY PATRON CAN BE REACHED BY MAIL OR EMAIL)"
                       TO UNREACHABLE-LINE
               WRITE UNREACHABLE-LINE
           ELSE
               STRING "UNREACHABLE: " DELIMITED BY SIZE
                      W049-PATRON-COUNT DELIMITED BY SIZE
                      "  NO EMAIL: " DELIMITED BY SIZE
                      W049-NO-EMAIL-COUNT DELIMITED BY SIZE
                      "  EMAIL BOUNCED: " DELIMITED BY SIZE
                      W049-BOUNCED-COUNT DELIMITED BY SIZE
                      "  BRANCHES: " DELIMITED BY SIZE
                      W049-BRANCH-COUNT DELIMITED BY SIZE
                      INTO UNREACHABLE-LINE
               WRITE UNREACHABLE-LINE
           END-IF.
           CLOSE UNREACHABLE-PRINT.
      *
       C055-PRINT-ONE-PATRON.
      *
           IF SORT-WORK-BRANCH NOT EQUAL W020-CURRENT-BRANCH
               MOVE SORT-WORK-BRANCH TO W020-CURRENT-BRANCH
               ADD 1 TO W049-BRANCH-COUNT
               MOVE SORT-WORK-BRANCH TO W015-BRANCH-ID
               MOVE W015-BRANCH-LINE TO UNREACHABLE-LINE
               WRITE UNREACHABLE-LINE AFTER ADVANCING 2 LINES
               MOVE W015-HEADING-LINE TO UNREACHABLE-LINE
               WRITE UNREACHABLE-LINE
           END-IF.
           MOVE SORT-WORK-PATRON TO W015-DETAIL-CARD.
           MOVE SORT-WORK-NAME-LAST TO W015-DETAIL-NAME-LAST.
           MOVE SORT-WORK-NAME-FIRST TO W015-DETAIL-NAME-FIRST.
           MOVE SORT-WORK-PHONE-PRE TO W015-DETAIL-PHONE-PRE.
           MOVE SORT-WORK-PHONE-SUF TO W015-DETAIL-PHONE-SUF.
           MOVE SORT-WORK-EMAIL-STATE TO W015-DETAIL-EMAIL.
           MOVE W015-DETAIL-LINE TO UNREACHABLE-LINE.
           WRITE UNREACHABLE-LINE.
           RETURN SORT-WORK-FILE
              AT END MOVE "1" TO W005-SORT-END-OF-FILE-SWITCH.
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
