       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. LIB072A.
      *
       DATE-WRITTEN. 10/15/26.
      *
      ***************************************************************
      *                                                             *
      * SPOOL DISTRIBUTION RUN -- WALKS THE SPOOL INDEX FOR REPORTS *
      * NOT YET DISTRIBUTED (STATUS A) AND SENDS EACH TO THE        *
      * RECIPIENTS ON ITS JOB'S DISTRIBUTION LIST (DISTRIB.DAT,     *
      * KEPT ON DIST001A): A COPY INTO A BRANCH PRINTER QUEUE OR A  *
      * MAILBOX DIRECTORY, OR A HOLD ON THE SPOOL FOR VIEWING ONLY. *
      * A BRANCH ROW WITH A SPLIT TEXT GETS ONLY THE TITLE AND      *
      * HEADINGS, ITS OWN BRANCH GROUP, AND THE COMMON CLOSING      *
      * LINES -- SO A BRANCH WITH NOTHING IN THE REPORT GETS NO     *
      * COPY AT ALL. EVERY RECIPIENT ACTED ON WRITES ONE LINE TO    *
      * THE DELIVERY LOG (DELIVLOG.DAT), AND THE INDEX ENTRY IS     *
      * REWRITTEN IN PLACE WITH ITS DELIVERY STATUS (SEE SPOOL.CPY) *
      * FOR SPOL001A. RESTRICTED REPORTS (STATUS R) ARE NEVER SENT. *
      * RUNS LAST IN NIGHTLY AND MAY BE RERUN ON DEMAND AT ANY      *
      * TIME -- IT ONLY EVER PICKS UP ENTRIES STILL AT STATUS A.    *
      *                                                             *
      ***************************************************************
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT SPOOL-INDEX-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WORK-SPOOL-INDEX-STATUS.
      *
      *    KEY COUNTS AND EXCEPTIONS FOR THE NIGHTLY MORNING SUMMARY
      *    (SEE STEPMSG.CPY).
           SELECT STEP-MESSAGE-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WORK-STEP-MESSAGE-STATUS.
      *
           SELECT DISTRIBUTION-FILE ASSIGN TO DISK
           ACCESS MODE DYNAMIC
           ORGANIZATION INDEXED
           RECORD KEY DIST-KEY
           FILE STATUS IS WORK-DISTRIBUTION-STATUS.
      *
           SELECT DELIVERY-LOG-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WORK-DELIVERY-LOG-STATUS.
      *
      *    THE SPOOLED REPORT BEING SENT, AND THE COPY BEING MADE --
      *    BOTH NAMES ARE BUILT AT RUN TIME.
           SELECT SPOOLED-REPORT-FILE ASSIGN TO WS-SPOOL-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WORK-SPOOL-REPORT-STATUS.
      *
           SELECT DELIVERED-REPORT-FILE
           ASSIGN TO W020-DELIVERED-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WORK-DELIVERED-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       copy spool.
      *
       copy stepmsg.
      *
       copy distrib.
      *
       copy dlvlog.

       FD  SPOOLED-REPORT-FILE
           LABEL RECORDS OMITTED.
      *    WIDE ENOUGH FOR THE WIDEST SPOOLED REPORT, AS ON SPOL001A.
       01  SPOOLED-REPORT-LINE                      PIC X(120).

       FD  DELIVERED-REPORT-FILE
           LABEL RECORDS OMITTED.
       01  DELIVERED-REPORT-LINE                    PIC X(120).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-SPOOL-FILE-NAME                       PIC X(20).
       01  WORK-SPOOL-INDEX-STATUS                  PIC XX.
       01  WORK-DISTRIBUTION-STATUS                 PIC XX.
       01  WORK-DELIVERY-LOG-STATUS                 PIC XX.
       01  WORK-SPOOL-REPORT-STATUS                 PIC XX.
       01  WORK-DELIVERED-STATUS                    PIC XX.
      *
      *    ONE LINE FOR THE NIGHTLY MORNING SUMMARY -- A LABEL AND A
      *    COUNT, OR A LINE OF FREE TEXT OVER THE WHOLE 60 BYTES.
       01  WORK-STEP-MESSAGE-STATUS                 PIC XX.
       01  W095-MESSAGE-KIND                        PIC X.
       01  W095-MESSAGE-TEXT.
           05  W095-MESSAGE-LABEL                   PIC X(49).
           05  W095-MESSAGE-COUNT                   PIC ZZZ,ZZZ,ZZ9.
       01  W005-END-OF-FILE-SWITCH                  PIC X.
           88  W005-END-OF-FILE                     VALUE "1".
       01  W005-REPORT-EOF-SWITCH                   PIC X.
           88  W005-REPORT-EOF                      VALUE "1".
       01  W005-LIST-EOF-SWITCH                     PIC X.
           88  W005-LIST-EOF                        VALUE "1".
       01  W005-DISTRIB-OPEN-SWITCH                 PIC X VALUE "N".
           88  W005-DISTRIB-IS-OPEN                 VALUE "Y".
      *
      *    ONE INDEX ENTRY'S WORTH OF BOOKKEEPING.
       01  W010-RECIPIENT-COUNT                     PIC 9(3).
       01  W010-FILE-ON-DISK-SWITCH                 PIC X.
           88  W010-FILE-ON-DISK                    VALUE "Y".
       01  W010-ANY-FAILED-SWITCH                   PIC X.
           88  W010-ANY-FAILED                      VALUE "Y".
      *
      *    ONE RECIPIENT'S WORTH. THE SECTION SWITCH SAYS WHICH PART
      *    OF THE REPORT THE LINE JUST READ FALLS IN -- COMMON (GOES
      *    TO EVERY BRANCH), THIS BRANCH'S OWN GROUP, OR ANOTHER
      *    BRANCH'S GROUP (LEFT OUT).
       01  W020-DELIVERED-FILE-NAME                 PIC X(40).
       01  W020-SPLIT-SWITCH                        PIC X.
           88  W020-SPLITTING                       VALUE "Y".
       01  W020-SPLIT-LENGTH                        PIC 99.
       01  W020-COMMON-LENGTH                       PIC 99.
       01  W020-SECTION-SWITCH                      PIC X.
           88  W020-IN-COMMON-SECTION               VALUE "C".
           88  W020-IN-OWN-SECTION                  VALUE "O".
           88  W020-IN-OTHER-SECTION                VALUE "X".
       01  W020-OWN-LINE-COUNT                      PIC 9(6).
       01  W020-LINES-COPIED                        PIC 9(6).
      *
       01  W030-ENTRIES-READ                        PIC 9(5) VALUE 0.
       01  W030-ENTRIES-DELIVERED                   PIC 9(5) VALUE 0.
       01  W030-ENTRIES-NO-LIST                     PIC 9(5) VALUE 0.
       01  W030-ENTRIES-FAILED                      PIC 9(5) VALUE 0.
       01  W030-ENTRIES-MISSING                     PIC 9(5) VALUE 0.
       01  W030-COPIES-WRITTEN                      PIC 9(5) VALUE 0.
       01  W030-COPIES-HELD                         PIC 9(5) VALUE 0.
       01  W030-COPIES-EMPTY                        PIC 9(5) VALUE 0.
      *
       PROCEDURE DIVISION.
      *
       C000-MAIN-LINE-LOGIC.
      *
      *    NIGHTLY CALLS THIS RUN A SECOND TIME TO SEND ITS MORNING
      *    SUMMARY, SO NOTHING MAY BE CARRIED OVER FROM THE FIRST.
           MOVE "N" TO W005-DISTRIB-OPEN-SWITCH.
           MOVE ZERO TO W030-ENTRIES-READ W030-ENTRIES-DELIVERED
                        W030-ENTRIES-NO-LIST W030-ENTRIES-FAILED
                        W030-ENTRIES-MISSING W030-COPIES-WRITTEN
                        W030-COPIES-HELD W030-COPIES-EMPTY.
           OPEN I-O SPOOL-INDEX-FILE.
           IF WORK-SPOOL-INDEX-STATUS NOT EQUAL "00"
               DISPLAY "LIB072A: NO SPOOL INDEX ON SYSTEM -- NOTHING "
                       "TO DISTRIBUTE"
               GOBACK
           END-IF.
      *    NO DISTRIBUTION TABLE AT ALL IS THE SAME AS NO LIST FOR
      *    ANY JOB -- EVERY NEW ENTRY IS MARKED N AND STAYS ON THE
      *    SPOOL FOR THE OPERATOR AS BEFORE.
           OPEN INPUT DISTRIBUTION-FILE.
           IF WORK-DISTRIBUTION-STATUS EQUAL "00"
               MOVE "Y" TO W005-DISTRIB-OPEN-SWITCH.
           OPEN EXTEND DELIVERY-LOG-FILE.
           IF WORK-DELIVERY-LOG-STATUS NOT EQUAL "00"
               OPEN OUTPUT DELIVERY-LOG-FILE.
           MOVE "0" TO W005-END-OF-FILE-SWITCH.
           PERFORM C090-READ-SPOOL-INDEX.
           PERFORM C020-PROCESS-INDEX-ENTRY
                UNTIL W005-END-OF-FILE.
           CLOSE SPOOL-INDEX-FILE
                 DELIVERY-LOG-FILE.
           IF W005-DISTRIB-IS-OPEN
               CLOSE DISTRIBUTION-FILE.
           DISPLAY "LIB072A: NEW SPOOL ENTRIES:           "
                   W030-ENTRIES-READ.
           DISPLAY "LIB072A: REPORTS DISTRIBUTED:         "
                   W030-ENTRIES-DELIVERED.
           DISPLAY "LIB072A: REPORTS WITH NO LIST:        "
                   W030-ENTRIES-NO-LIST.
           DISPLAY "LIB072A: REPORTS WITH A FAILED COPY:  "
                   W030-ENTRIES-FAILED.
           DISPLAY "LIB072A: REPORTS GONE FROM DISK:      "
                   W030-ENTRIES-MISSING.
           DISPLAY "LIB072A: COPIES DELIVERED:            "
                   W030-COPIES-WRITTEN.
           DISPLAY "LIB072A: COPIES HELD FOR VIEWING:     "
                   W030-COPIES-HELD.
           DISPLAY "LIB072A: BRANCHES WITH NO PAGES:      "
                   W030-COPIES-EMPTY.
           MOVE "C" TO W095-MESSAGE-KIND.
           MOVE "SPOOLED REPORTS DISTRIBUTED:" TO W095-MESSAGE-LABEL.
           MOVE W030-ENTRIES-DELIVERED TO W095-MESSAGE-COUNT.
           PERFORM C950-WRITE-STEP-MESSAGE.
           MOVE "REPORT COPIES DELIVERED:" TO W095-MESSAGE-LABEL.
           MOVE W030-COPIES-WRITTEN TO W095-MESSAGE-COUNT.
           PERFORM C950-WRITE-STEP-MESSAGE.
           IF W030-ENTRIES-FAILED GREATER THAN ZERO
              OR W030-ENTRIES-MISSING GREATER THAN ZERO
               MOVE "W" TO W095-MESSAGE-KIND
               MOVE "REPORTS NOT FULLY DELIVERED -- SEE SPOL001A:"
                       TO W095-MESSAGE-LABEL
               COMPUTE W095-MESSAGE-COUNT =
                       W030-ENTRIES-FAILED + W030-ENTRIES-MISSING
               PERFORM C950-WRITE-STEP-MESSAGE
           END-IF.
           GOBACK.
      *
      *    ONLY ENTRIES STILL AT A ARE TOUCHED. RESTRICTED (R),
      *    PURGED, AND ALREADY-DISTRIBUTED ENTRIES PASS BY.
       C020-PROCESS-INDEX-ENTRY.
      *
           IF SPOOL-IDX-AWAITING-DELIVERY
               ADD 1 TO W030-ENTRIES-READ
               PERFORM C030-DISTRIBUTE-ENTRY
               REWRITE SPOOL-INDEX-RECORD
           END-IF.
           PERFORM C090-READ-SPOOL-INDEX.
      *
       C030-DISTRIBUTE-ENTRY.
      *
           MOVE SPOOL-IDX-FILE-NAME TO WS-SPOOL-FILE-NAME.
           MOVE "N" TO W010-FILE-ON-DISK-SWITCH.
           OPEN INPUT SPOOLED-REPORT-FILE.
           IF WORK-SPOOL-REPORT-STATUS EQUAL "00"
               MOVE "Y" TO W010-FILE-ON-DISK-SWITCH
               CLOSE SPOOLED-REPORT-FILE
           END-IF.
           MOVE 0 TO W010-RECIPIENT-COUNT.
           MOVE "N" TO W010-ANY-FAILED-SWITCH.
           IF W005-DISTRIB-IS-OPEN
               MOVE SPOOL-IDX-JOB-NAME TO DIST-JOB-NAME
               MOVE LOW-VALUES TO DIST-RECIPIENT-TYPE
                                  DIST-RECIPIENT
               MOVE "0" TO W005-LIST-EOF-SWITCH
               START DISTRIBUTION-FILE KEY NOT LESS THAN DIST-KEY
                   INVALID KEY
                       MOVE "1" TO W005-LIST-EOF-SWITCH
               END-START
               IF NOT W005-LIST-EOF
                   PERFORM C095-READ-DISTRIBUTION-ROW
               END-IF
               PERFORM C040-DELIVER-TO-RECIPIENT
                    UNTIL W005-LIST-EOF
           END-IF.
           IF W010-RECIPIENT-COUNT EQUAL ZERO
               MOVE "N" TO SPOOL-IDX-STATUS
               ADD 1 TO W030-ENTRIES-NO-LIST
           ELSE IF NOT W010-FILE-ON-DISK
               MOVE "X" TO SPOOL-IDX-STATUS
               ADD 1 TO W030-ENTRIES-MISSING
           ELSE IF W010-ANY-FAILED
               MOVE "F" TO SPOOL-IDX-STATUS
               ADD 1 TO W030-ENTRIES-FAILED
           ELSE
               MOVE "D" TO SPOOL-IDX-STATUS
               ADD 1 TO W030-ENTRIES-DELIVERED
           END-IF.
      *
      *    ONE DISTRIBUTION ROW. EVERY OUTCOME IS LOGGED, INCLUDING
      *    THE ONES THAT SEND NOTHING.
       C040-DELIVER-TO-RECIPIENT.
      *
           ADD 1 TO W010-RECIPIENT-COUNT.
           MOVE SPACES TO DELIVERY-LOG-RECORD.
           MOVE 0 TO DLV-LINE-COUNT.
           MOVE SPACES TO W020-DELIVERED-FILE-NAME.
           IF DIST-HOLD-FOR-VIEWING
               MOVE "HELD ON THE SPOOL FOR VIEWING"
                       TO DLV-DELIVERED-FILE
               MOVE "H" TO DLV-RESULT-FLAG
               ADD 1 TO W030-COPIES-HELD
           ELSE IF NOT W010-FILE-ON-DISK
               MOVE "SPOOL FILE NOT ON DISK" TO DLV-DELIVERED-FILE
               MOVE "F" TO DLV-RESULT-FLAG
               MOVE "Y" TO W010-ANY-FAILED-SWITCH
      *    A ROW WITH NO DESTINATION WOULD COPY THE REPORT ONTO
      *    ITSELF.
           ELSE IF DIST-DESTINATION EQUAL SPACES
               MOVE "NO DESTINATION ON THE DISTRIBUTION ROW"
                       TO DLV-DELIVERED-FILE
               MOVE "F" TO DLV-RESULT-FLAG
               MOVE "Y" TO W010-ANY-FAILED-SWITCH
           ELSE
               PERFORM C050-COPY-FOR-RECIPIENT THRU C050-EXIT
           END-IF.
           PERFORM C080-WRITE-DELIVERY-LOG.
           PERFORM C095-READ-DISTRIBUTION-ROW.
      *
       C050-COPY-FOR-RECIPIENT.
      *
           STRING DIST-DESTINATION DELIMITED BY SPACE
                  SPOOL-IDX-FILE-NAME DELIMITED BY SPACE
                  INTO W020-DELIVERED-FILE-NAME.
           MOVE W020-DELIVERED-FILE-NAME TO DLV-DELIVERED-FILE.
           MOVE "N" TO W020-SPLIT-SWITCH.
           IF DIST-TO-BRANCH
              AND DIST-SPLIT-TEXT NOT EQUAL SPACES
              AND DIST-SPLIT-COLUMN GREATER THAN ZERO
               MOVE "Y" TO W020-SPLIT-SWITCH
               MOVE 0 TO W020-SPLIT-LENGTH
                         W020-COMMON-LENGTH
               INSPECT DIST-SPLIT-TEXT TALLYING W020-SPLIT-LENGTH
                       FOR CHARACTERS BEFORE INITIAL "  "
               INSPECT DIST-COMMON-TEXT TALLYING W020-COMMON-LENGTH
                       FOR CHARACTERS BEFORE INITIAL "  "
               IF W020-SPLIT-LENGTH EQUAL ZERO
                   MOVE "N" TO W020-SPLIT-SWITCH
               END-IF
           END-IF.
      *    A SPLIT COPY IS MADE ONLY WHEN THE BRANCH HAS A GROUP OF
      *    ITS OWN -- THE TITLE AND TOTALS ALONE ARE NOT WORTH A
      *    PAGE IN THE BRANCH'S TRAY.
           IF W020-SPLITTING
               MOVE 0 TO W020-OWN-LINE-COUNT
               OPEN INPUT SPOOLED-REPORT-FILE
               MOVE "C" TO W020-SECTION-SWITCH
               MOVE "0" TO W005-REPORT-EOF-SWITCH
               PERFORM C060-COUNT-OWN-LINE
                    UNTIL W005-REPORT-EOF
               CLOSE SPOOLED-REPORT-FILE
               IF W020-OWN-LINE-COUNT EQUAL ZERO
                   MOVE "NO PAGES FOR THIS BRANCH"
                           TO DLV-DELIVERED-FILE
                   MOVE "E" TO DLV-RESULT-FLAG
                   ADD 1 TO W030-COPIES-EMPTY
                   GO TO C050-EXIT
               END-IF
           END-IF.
           OPEN OUTPUT DELIVERED-REPORT-FILE.
           IF WORK-DELIVERED-STATUS NOT EQUAL "00"
               MOVE "F" TO DLV-RESULT-FLAG
               MOVE "Y" TO W010-ANY-FAILED-SWITCH
               GO TO C050-EXIT
           END-IF.
           MOVE 0 TO W020-LINES-COPIED.
           OPEN INPUT SPOOLED-REPORT-FILE.
           MOVE "C" TO W020-SECTION-SWITCH.
           MOVE "0" TO W005-REPORT-EOF-SWITCH.
           PERFORM C065-COPY-ONE-LINE
                UNTIL W005-REPORT-EOF.
           CLOSE SPOOLED-REPORT-FILE
                 DELIVERED-REPORT-FILE.
           MOVE W020-LINES-COPIED TO DLV-LINE-COUNT.
           MOVE "D" TO DLV-RESULT-FLAG.
           ADD 1 TO W030-COPIES-WRITTEN.
      *
       C050-EXIT.
           EXIT.
      *
       C060-COUNT-OWN-LINE.
      *
           READ SPOOLED-REPORT-FILE
               AT END
                   MOVE "1" TO W005-REPORT-EOF-SWITCH
               NOT AT END
                   PERFORM C070-CLASSIFY-LINE
                   IF W020-IN-OWN-SECTION
                       ADD 1 TO W020-OWN-LINE-COUNT
                   END-IF
           END-READ.
      *
       C065-COPY-ONE-LINE.
      *
           READ SPOOLED-REPORT-FILE
               AT END
                   MOVE "1" TO W005-REPORT-EOF-SWITCH
               NOT AT END
                   IF W020-SPLITTING
                       PERFORM C070-CLASSIFY-LINE
                   END-IF
                   IF NOT W020-IN-OTHER-SECTION
                       MOVE SPOOLED-REPORT-LINE
                               TO DELIVERED-REPORT-LINE
                       WRITE DELIVERED-REPORT-LINE
                       ADD 1 TO W020-LINES-COPIED
                   END-IF
           END-READ.
      *
      *    A GROUP HEADING SWITCHES TO THIS BRANCH'S OWN SECTION OR
      *    TO ANOTHER BRANCH'S; THE COMMON TEXT SWITCHES BACK. ANY
      *    OTHER LINE STAYS IN WHATEVER SECTION IT FALLS IN.
       C070-CLASSIFY-LINE.
      *
           IF SPOOLED-REPORT-LINE (1:W020-SPLIT-LENGTH) EQUAL
                   DIST-SPLIT-TEXT (1:W020-SPLIT-LENGTH)
               IF SPOOLED-REPORT-LINE (DIST-SPLIT-COLUMN:3) EQUAL
                       DIST-RECIPIENT
                   MOVE "O" TO W020-SECTION-SWITCH
               ELSE
                   MOVE "X" TO W020-SECTION-SWITCH
               END-IF
           ELSE IF W020-COMMON-LENGTH GREATER THAN ZERO
               IF SPOOLED-REPORT-LINE (1:W020-COMMON-LENGTH) EQUAL
                       DIST-COMMON-TEXT (1:W020-COMMON-LENGTH)
                   MOVE "C" TO W020-SECTION-SWITCH
               END-IF
           END-IF.
      *
       C080-WRITE-DELIVERY-LOG.
      *
           ACCEPT DLV-DATE FROM DATE.
           ACCEPT DLV-TIME FROM TIME.
           MOVE SPOOL-IDX-JOB-NAME TO DLV-JOB-NAME.
           MOVE SPOOL-IDX-RUN-DATE TO DLV-RUN-DATE.
           MOVE SPOOL-IDX-RUN-TIME TO DLV-RUN-TIME.
           MOVE DIST-RECIPIENT-TYPE TO DLV-RECIPIENT-TYPE.
           MOVE DIST-RECIPIENT TO DLV-RECIPIENT.
           MOVE DIST-METHOD-FLAG TO DLV-METHOD-FLAG.
           WRITE DELIVERY-LOG-RECORD.
      *
       C090-READ-SPOOL-INDEX.
      *
           READ SPOOL-INDEX-FILE
                AT END, MOVE "1" TO W005-END-OF-FILE-SWITCH.
      *
      *    THE ROWS FOR ONE JOB ARE CONTIGUOUS ON THE KEY -- THE
      *    FIRST ROW FOR THE NEXT JOB ENDS THE LIST.
       C095-READ-DISTRIBUTION-ROW.
      *
           READ DISTRIBUTION-FILE NEXT RECORD
               AT END
                   MOVE "1" TO W005-LIST-EOF-SWITCH
               NOT AT END
                   IF DIST-JOB-NAME NOT EQUAL SPOOL-IDX-JOB-NAME
                       MOVE "1" TO W005-LIST-EOF-SWITCH
                   END-IF
           END-READ.
      *
      *    APPENDS ONE LINE TO THE STEP MESSAGE FILE -- THE CALLER
      *    HAS SET W095-MESSAGE-KIND (C COUNT, W WARNING) AND THE
      *    TEXT.
       C950-WRITE-STEP-MESSAGE.
      *
           OPEN EXTEND STEP-MESSAGE-FILE.
           IF WORK-STEP-MESSAGE-STATUS NOT EQUAL "00"
               OPEN OUTPUT STEP-MESSAGE-FILE.
           ACCEPT STEPMSG-DATE FROM DATE.
           ACCEPT STEPMSG-TIME FROM TIME.
           MOVE "LIB072A" TO STEPMSG-JOB-NAME.
           MOVE W095-MESSAGE-KIND TO STEPMSG-KIND.
           MOVE W095-MESSAGE-TEXT TO STEPMSG-TEXT.
           WRITE STEP-MESSAGE-RECORD.
           CLOSE STEP-MESSAGE-FILE.
