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
           05  SNAP-TAKEN-DATE                     PIC 9(6).
      *
       copy spool.
      *
       copy stepmsg.

       FD  BALANCE-REPORT-PRINT
           LABEL RECORDS OMITTED.
                                                     VALUE "LIB020A".
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
       01  WORK-AUDIT-FILE-STATUS                   PIC XX.
           PERFORM C090-SAVE-NEW-SNAPSHOT.
           DISPLAY "LIB020A BALANCING COMPLETE, DISCREPANCIES: "
                   W010-DISCREPANCY-COUNT.
           MOVE "C" TO W095-MESSAGE-KIND.
           MOVE "ACTIVITY BALANCING DISCREPANCIES:"
                   TO W095-MESSAGE-LABEL.
           MOVE W010-DISCREPANCY-COUNT TO W095-MESSAGE-COUNT.
           PERFORM C950-WRITE-STEP-MESSAGE.
           IF W010-DISCREPANCY-COUNT GREATER THAN ZERO
               MOVE "W" TO W095-MESSAGE-KIND
               MOVE "ACTIVITY OUT OF BALANCE -- DISCREPANCIES:"
                       TO W095-MESSAGE-LABEL
               PERFORM C950-WRITE-STEP-MESSAGE
           END-IF.
           GOBACK.
      *
       C010-READ-CONTROL-COUNTERS.
           MOVE "A" TO SPOOL-IDX-STATUS.
           WRITE SPOOL-INDEX-RECORD.
           CLOSE SPOOL-INDEX-FILE.
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
