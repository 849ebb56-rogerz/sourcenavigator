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
       DATA DIVISION.
      *
       copy chainlog.
      *
       copy spool.
      *
       copy stepmsg.

       FD  INTEGRITY-REPORT-PRINT
           LABEL RECORDS OMITTED.
                                                     VALUE "LIB021A".
       01  W037-SPOOL-RUN-DATE                      PIC 9(6).
       01  W037-SPOOL-RUN-TIME                      PIC 9(8).
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
       01  WORK-NAMES-LIST-STATUS                   PIC XX.
           PERFORM C080-WRITE-TOTALS.
           CLOSE INTEGRITY-REPORT-PRINT.
           DISPLAY "LIB021A INTEGRITY CHECK COMPLETE".
           PERFORM C085-WRITE-STEP-MESSAGES.
           GOBACK.
      *
       C010-LOAD-PATRON-TABLE.
           MOVE "A" TO SPOOL-IDX-STATUS.
           WRITE SPOOL-INDEX-RECORD.
           CLOSE SPOOL-INDEX-FILE.
      *
      *    THE FINDING COUNTS FOR THE MORNING SUMMARY. SEVERITY 1
      *    (LOANS TO NO ACCOUNT) AND SEVERITY 2 (ORPHANED HOUSEHOLD
      *    LINKS AND UNCATALOGED LOANS) ARE ALSO RAISED AS WARNINGS.
       C085-WRITE-STEP-MESSAGES.
      *
           MOVE "C" TO W095-MESSAGE-KIND.
           MOVE "INTEGRITY FINDINGS, SEVERITY 1:" TO W095-MESSAGE-LABEL.
           MOVE W010-SEV1-COUNT TO W095-MESSAGE-COUNT.
           PERFORM C950-WRITE-STEP-MESSAGE.
           MOVE "INTEGRITY FINDINGS, SEVERITY 2:" TO W095-MESSAGE-LABEL.
           MOVE W010-SEV2-COUNT TO W095-MESSAGE-COUNT.
           PERFORM C950-WRITE-STEP-MESSAGE.
           MOVE "INTEGRITY FINDINGS, SEVERITY 3:" TO W095-MESSAGE-LABEL.
           MOVE W010-SEV3-COUNT TO W095-MESSAGE-COUNT.
           PERFORM C950-WRITE-STEP-MESSAGE.
           MOVE "W" TO W095-MESSAGE-KIND.
           IF W010-SEV1-COUNT GREATER THAN ZERO
               MOVE "ORPHAN LOANS -- PATRON NOT ON FILE (SEV 1):"
                       TO W095-MESSAGE-LABEL
               MOVE W010-SEV1-COUNT TO W095-MESSAGE-COUNT
               PERFORM C950-WRITE-STEP-MESSAGE
           END-IF.
           IF W010-SEV2-COUNT GREATER THAN ZERO
               MOVE "ORPHAN LINKS / UNCATALOGED LOANS (SEV 2):"
                       TO W095-MESSAGE-LABEL
               MOVE W010-SEV2-COUNT TO W095-MESSAGE-COUNT
               PERFORM C950-WRITE-STEP-MESSAGE
           END-IF.
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
           MOVE W037-SPOOL-JOB-NAME TO STEPMSG-JOB-NAME.
           MOVE W095-MESSAGE-KIND TO STEPMSG-KIND.
           MOVE W095-MESSAGE-TEXT TO STEPMSG-TEXT.
           WRITE STEP-MESSAGE-RECORD.
           CLOSE STEP-MESSAGE-FILE.
