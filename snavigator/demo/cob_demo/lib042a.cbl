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
           VALUE OF FILE-ID "NAMES.LST".
       01  COUNT-NAMES-RECORD.
           05  COUNT-NAMES-KEY                      PIC X(5).
           05  FILLER                               PIC X(233).
      *
       FD  COUNT-CIRC-FILE
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID "CIRC.DAT".
       01  COUNT-CIRC-RECORD.
           05  COUNT-CIRC-KEY                       PIC X(10).
           05  FILLER                               PIC X(74).
      *
       FD  COUNT-BOOKS-FILE
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID "BOOKS.LST".
       01  COUNT-BOOKS-RECORD.
           05  COUNT-BOOKS-KEY                      PIC X(5).
           05  FILLER                               PIC X(122).
      *
       FD  COUNT-ITEM-FILE
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID "ITEMFILE.DAT".
       01  COUNT-ITEM-RECORD.
           05  COUNT-ITEM-KEY                       PIC X(10).
           05  FILLER                               PIC X(36).
      *
       FD  COUNT-HOLD-FILE
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID "HOLDS.DAT".
       01  COUNT-HOLD-RECORD.
           05  COUNT-HOLD-KEY                       PIC X(12).
           05  FILLER                               PIC X(41).
      *
       FD  COUNT-FINES-FILE
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID "EMPMAST.DAT".
       01  COUNT-EMPMAST-RECORD.
           05  COUNT-EMPMAST-KEY                    PIC X(5).
           05  FILLER                               PIC X(68).
      *
       FD  COUNT-PAYYTD-FILE
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID "PAYYTD.DAT".
       01  COUNT-PAYYTD-RECORD.
           05  COUNT-PAYYTD-KEY                     PIC X(5).
           05  FILLER                               PIC X(236).
      *
       FD  COUNT-AUDIT-FILE
           LABEL RECORDS STANDARD
       FD  COUNT-CIRCHIST-FILE
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID "CIRCHIST.DAT".
       01  COUNT-CIRCHIST-RECORD                    PIC X(58).
      *
       FD  FILE-METRICS-FILE
           LABEL RECORDS STANDARD
       copy sysparm.
      *
       copy spool.
      *
       copy stepmsg.

       FD  METRICS-REPORT-PRINT
           LABEL RECORDS OMITTED.
                                                     VALUE "LIB042A".
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
      *
       01  WORK-COUNT-STATUS                        PIC XX.
       01  WORK-METRICS-STATUS                      PIC XX.
       C005-INIT-FILE-TABLE.
      *
           MOVE "NAMES.LST" TO W041-NAME (1).
           MOVE 238 TO W041-REC-LEN (1).
           MOVE "CIRC.DAT" TO W041-NAME (2).
           MOVE 84 TO W041-REC-LEN (2).
           MOVE "BOOKS.LST" TO W041-NAME (3).
           MOVE 127 TO W041-REC-LEN (3).
           MOVE "ITEMFILE.DAT" TO W041-NAME (4).
           MOVE 46 TO W041-REC-LEN (4).
           MOVE "HOLDS.DAT" TO W041-NAME (5).
           MOVE 53 TO W041-REC-LEN (5).
           MOVE "FINES.DAT" TO W041-NAME (6).
           MOVE 29 TO W041-REC-LEN (6).
           MOVE "EMPMAST.DAT" TO W041-NAME (7).
           MOVE 73 TO W041-REC-LEN (7).
           MOVE "PAYYTD.DAT" TO W041-NAME (8).
           MOVE 241 TO W041-REC-LEN (8).
           MOVE "AUDIT.DAT" TO W041-NAME (9).
           MOVE 25 TO W041-REC-LEN (9).
           MOVE "CIRCHIST.DAT" TO W041-NAME (10).
           MOVE 58 TO W041-REC-LEN (10).
           PERFORM C006-ZERO-ONE-FILE-SLOT
               VARYING W041-FILE-INDEX FROM 1 BY 1
               UNTIL W041-FILE-INDEX GREATER THAN 10.
                           " DOUBLED OVERNIGHT ("
                           W041-PRIOR-COUNT (W041-FILE-INDEX) " TO "
                           W041-TONIGHT-COUNT (W041-FILE-INDEX) ")"
                   MOVE SPACES TO W095-MESSAGE-LABEL
                   STRING W041-NAME (W041-FILE-INDEX)
                               DELIMITED BY SPACE
                          " DOUBLED OVERNIGHT -- RECORDS NOW:"
                               DELIMITED BY SIZE
                          INTO W095-MESSAGE-LABEL
                   MOVE W041-TONIGHT-COUNT (W041-FILE-INDEX)
                           TO W095-MESSAGE-COUNT
                   MOVE "W" TO W095-MESSAGE-KIND
                   PERFORM C950-WRITE-STEP-MESSAGE
               END-IF
               IF W041-TONIGHT-COUNT (W041-FILE-INDEX) LESS THAN
                       W041-PRIOR-COUNT (W041-FILE-INDEX)
                           W041-PRIOR-COUNT (W041-FILE-INDEX) " TO "
                           W041-TONIGHT-COUNT (W041-FILE-INDEX)
                           ") -- EXPECTED ONLY AFTER A PURGE RUN"
                   MOVE SPACES TO W095-MESSAGE-LABEL
                   STRING W041-NAME (W041-FILE-INDEX)
                               DELIMITED BY SPACE
                          " SHRANK OVERNIGHT -- RECORDS NOW:"
                               DELIMITED BY SIZE
                          INTO W095-MESSAGE-LABEL
                   MOVE W041-TONIGHT-COUNT (W041-FILE-INDEX)
                           TO W095-MESSAGE-COUNT
                   MOVE "W" TO W095-MESSAGE-KIND
                   PERFORM C950-WRITE-STEP-MESSAGE
               END-IF
           END-IF.
      *
               IF W042-DAYS-TO-FULL LESS THAN 90
                   DISPLAY "LIB042A WARNING: DISK PROJECTED FULL IN "
                           W042-DAYS-TO-FULL " DAYS"
                   MOVE "DISK PROJECTED FULL -- DAYS LEFT:"
                           TO W095-MESSAGE-LABEL
                   MOVE W042-DAYS-TO-FULL TO W095-MESSAGE-COUNT
                   MOVE "W" TO W095-MESSAGE-KIND
                   PERFORM C950-WRITE-STEP-MESSAGE
               END-IF
           ELSE IF W042-CAPACITY-BYTES NOT GREATER THAN
                   W042-TOTAL-BYTES
               WRITE METRICS-REPORT-LINE
               DISPLAY "LIB042A WARNING: TRACKED FILES EXCEED THE "
                       "CONFIGURED DISK CAPACITY"
               MOVE "TRACKED FILES EXCEED THE CONFIGURED DISK CAPACITY"
                       TO W095-MESSAGE-TEXT
               MOVE "W" TO W095-MESSAGE-KIND
               PERFORM C950-WRITE-STEP-MESSAGE
           ELSE
               MOVE "NO NET GROWTH -- NO FILL DATE PROJECTED"
                       TO METRICS-REPORT-LINE
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
