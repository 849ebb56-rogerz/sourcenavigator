      * DEADLINE), OR RELEASES IT FOR RESHELVING WHEN THE QUEUE IS  *
      * EMPTY. THE RESHELVE/RE-TRAP LIST PRINTS FOR THE MORNING     *
      * DESK. RUNS BEFORE LIB008A SO THE PICKUP LIST NEVER SHOWS    *
      * AN ITEM THIS SWEEP JUST PULLED. THE COPY ON THE SHELF GOES  *
      * TO WHICHEVER WAS PLACED FIRST -- THE NEXT HOLD ON THAT COPY  *
      * OR THE NEXT HOLD ON ITS TITLE. A HOLD WAITING FOR ANOTHER   *
      * PICKUP BRANCH IS ROUTED THERE IN TRANSIT INSTEAD (ROUTE).   *
      *                                                             *
      ***************************************************************
      *
           ORGANIZATION INDEXED
           RECORD KEY HOLD-KEY
           FILE STATUS IS WORK-HOLD-FILE-STATUS.
      *
           SELECT ITEM-COPY-FILE ASSIGN TO DISK
           ACCESS MODE RANDOM
           ORGANIZATION INDEXED
           RECORD KEY ITEM-BARCODE
           FILE STATUS IS WORK-ITEM-FILE-STATUS.
      *
           SELECT SYSTEM-PARM-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
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
       FILE SECTION.
      *
       copy holds.
      *
       copy itemfile.
      *
       copy sysparm.
      *
       copy spool.
      *
       copy stepmsg.

       FD  SWEEP-LIST-PRINT
           LABEL RECORDS OMITTED.
                                                     VALUE "LIB025A".
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
       01  WORK-HOLD-FILE-STATUS                    PIC XX.
       01  WORK-SYSPARM-STATUS                      PIC XX.
       01  WORK-ITEM-FILE-STATUS                    PIC XX.
       01  WORK-ITEMS-OPEN-SWITCH                   PIC X.
           88  WORK-ITEMS-IS-OPEN                   VALUE "Y".
      *
       01  W005-TODAY-RAW-DATE.
           05  W005-TODAY-RAW-YY                    PIC 99.
                                                    INDEXED BY W010-E-I.
               10  W010-EXPIRED-BARCODE             PIC X(10).
               10  W010-EXPIRED-SEQUENCE            PIC 99.
               10  W010-EXPIRED-COPY                PIC X(10).
               10  W010-EXPIRED-BOOK-NUMBER         PIC X(5).
       01  W010-EXPIRED-OVERFLOW-SWITCH             PIC X VALUE "N".
           88  W010-EXPIRED-OVERFLOWED              VALUE "Y".
       01  W010-WORK-BARCODE                        PIC X(10).
       01  W010-WORK-SEQUENCE                       PIC 99.
       01  W010-RETRAP-SWITCH                       PIC X.
           88  W010-HOLD-RETRAPPED                  VALUE "Y".
       01  W010-ROUTED-SWITCH                       PIC X.
           88  W010-HOLD-ROUTED                     VALUE "Y".
       01  W010-QUEUE-EOF-SWITCH                    PIC X.
           88  W010-QUEUE-EOF                       VALUE "1".
      *
      *    THE COPY ACTUALLY SITTING ON THE SHELF, THE TITLE IT IS A
      *    COPY OF, AND THE OLDEST ACTIVE HOLD FOUND IN EACH OF ITS
      *    TWO QUEUES (SEQUENCE ZERO = NONE).
       01  W011-SHELF-COPY                          PIC X(10).
       01  W011-SHELF-BOOK-NUMBER                   PIC X(5).
       01  W011-QUEUE-KEY                           PIC X(10).
       01  W011-CANDIDATE-SEQ                       PIC 99.
       01  W011-CANDIDATE-DATE                      PIC 9(8).
       01  W011-COPY-CANDIDATE-SEQ                  PIC 99.
       01  W011-COPY-CANDIDATE-DATE                 PIC 9(8).
      *
       01  W012-EXPIRED-TOTAL                       PIC 9(5) VALUE 0.
       01  W012-RETRAP-TOTAL                        PIC 9(5) VALUE 0.
               DISPLAY "LIB025A: NO HOLD FILE ON SYSTEM -- NO SWEEP"
               GOBACK
           END-IF.
           MOVE "N" TO WORK-ITEMS-OPEN-SWITCH.
           OPEN I-O ITEM-COPY-FILE.
           IF WORK-ITEM-FILE-STATUS EQUAL "00"
               MOVE "Y" TO WORK-ITEMS-OPEN-SWITCH
           END-IF.
           PERFORM C900-REGISTER-SPOOL-FILE.
           OPEN OUTPUT SWEEP-LIST-PRINT.
           MOVE W015-TITLE-LINE TO SWEEP-LIST-LINE.
           PERFORM C080-WRITE-TOTAL-LINES.
           CLOSE HOLD-FILE
                 SWEEP-LIST-PRINT.
           IF WORK-ITEMS-IS-OPEN
               CLOSE ITEM-COPY-FILE
           END-IF.
           DISPLAY "LIB025A EXPIRED-HOLD SWEEP COMPLETE".
           DISPLAY "HOLDS EXPIRED: " W012-EXPIRED-TOTAL.
           MOVE "C" TO W095-MESSAGE-KIND.
           MOVE "HOLDS EXPIRED OFF THE PICKUP SHELF:"
                   TO W095-MESSAGE-LABEL.
           MOVE W012-EXPIRED-TOTAL TO W095-MESSAGE-COUNT.
           PERFORM C950-WRITE-STEP-MESSAGE.
           IF W012-EXPIRED-TOTAL GREATER THAN ZERO
               MOVE "W" TO W095-MESSAGE-KIND
               MOVE "EXPIRED HOLDS TO PULL FROM THE PICKUP SHELF:"
                       TO W095-MESSAGE-LABEL
               PERFORM C950-WRITE-STEP-MESSAGE
           END-IF.
           GOBACK.
      *
       C010-CALC-TODAY-DATE.
                               TO W010-EXPIRED-BARCODE (W010-E-I)
                       MOVE HOLD-SEQUENCE
                               TO W010-EXPIRED-SEQUENCE (W010-E-I)
                       IF HOLD-TRAPPED-BARCODE EQUAL SPACES
                           MOVE HOLD-ITEM-BARCODE
                                   TO W010-EXPIRED-COPY (W010-E-I)
                       ELSE
                           MOVE HOLD-TRAPPED-BARCODE
                                   TO W010-EXPIRED-COPY (W010-E-I)
                       END-IF
                       MOVE HOLD-BOOK-NUMBER
                               TO W010-EXPIRED-BOOK-NUMBER (W010-E-I)
                   ELSE
                       MOVE "Y" TO W010-EXPIRED-OVERFLOW-SWITCH
                   END-IF
           MOVE W010-EXPIRED-BARCODE (W010-E-I) TO W010-WORK-BARCODE.
           MOVE W010-EXPIRED-SEQUENCE (W010-E-I)
                   TO W010-WORK-SEQUENCE.
           MOVE W010-EXPIRED-COPY (W010-E-I) TO W011-SHELF-COPY.
           MOVE W010-EXPIRED-BOOK-NUMBER (W010-E-I)
                   TO W011-SHELF-BOOK-NUMBER.
           MOVE W010-WORK-BARCODE TO HOLD-ITEM-BARCODE.
           MOVE W010-WORK-SEQUENCE TO HOLD-SEQUENCE.
           READ HOLD-FILE
                   REWRITE HOLD-RECORD
                   ADD 1 TO W012-EXPIRED-TOTAL
                   MOVE "EXPIRED" TO W015-DETAIL-ACTION
                   MOVE W011-SHELF-COPY TO W015-DETAIL-BARCODE
                   MOVE HOLD-PATRON-NUMBER TO W015-DETAIL-CARD
                   MOVE "NOT PICKED UP BY DEADLINE"
                           TO W015-DETAIL-NOTE
                   PERFORM C050-OFFER-TO-NEXT-IN-QUEUE
           END-READ.
      *
      *    THE SHELF COPY CAN GO TO THE NEXT ACTIVE HOLD ON ITSELF
      *    OR ON ITS TITLE -- WHICHEVER WAS PLACED FIRST, A SAME-DAY
      *    TIE GOING TO THE COPY HOLD, SAME RULE AS THE DESK.
       C050-OFFER-TO-NEXT-IN-QUEUE.
      *
           MOVE "N" TO W010-RETRAP-SWITCH.
           IF W011-SHELF-BOOK-NUMBER EQUAL SPACES
               PERFORM C052-RESOLVE-SHELF-TITLE
           END-IF.
           MOVE W011-SHELF-COPY TO W011-QUEUE-KEY.
           PERFORM C053-FIND-OLDEST-ACTIVE-HOLD.
           MOVE W011-CANDIDATE-SEQ TO W011-COPY-CANDIDATE-SEQ.
           MOVE W011-CANDIDATE-DATE TO W011-COPY-CANDIDATE-DATE.
           MOVE W011-SHELF-BOOK-NUMBER TO W011-QUEUE-KEY.
           PERFORM C053-FIND-OLDEST-ACTIVE-HOLD.
           IF W011-COPY-CANDIDATE-SEQ NOT EQUAL ZERO
              AND (W011-CANDIDATE-SEQ EQUAL ZERO
                OR W011-COPY-CANDIDATE-DATE NOT GREATER THAN
                   W011-CANDIDATE-DATE)
               MOVE W011-SHELF-COPY TO W011-QUEUE-KEY
               MOVE W011-COPY-CANDIDATE-SEQ TO W011-CANDIDATE-SEQ
           END-IF.
           IF W011-CANDIDATE-SEQ NOT EQUAL ZERO
               PERFORM C058-RETRAP-CHOSEN-HOLD
           END-IF.
           IF W010-HOLD-RETRAPPED
               ADD 1 TO W012-RETRAP-TOTAL
           ELSE
               ADD 1 TO W012-RESHELVE-TOTAL
               MOVE "RESHELVE" TO W015-DETAIL-ACTION
               MOVE W011-SHELF-COPY TO W015-DETAIL-BARCODE
               MOVE SPACES TO W015-DETAIL-CARD
               MOVE "QUEUE EMPTY -- BACK TO SHELF"
                       TO W015-DETAIL-NOTE
               MOVE W015-DETAIL-LINE TO SWEEP-LIST-LINE
               WRITE SWEEP-LIST-LINE
           END-IF.
      *
      *    A HOLD TRAPPED BEFORE TITLE HOLDS EXISTED CARRIES NO BOOK
      *    NUMBER -- TAKE IT OFF THE COPY'S ITEM RECORD, OR THE
      *    BARCODE(1:5) CONVENTION FOR A COPY WITH NONE.
       C052-RESOLVE-SHELF-TITLE.
      *
           MOVE W011-SHELF-COPY (1:5) TO W011-SHELF-BOOK-NUMBER.
           IF WORK-ITEMS-IS-OPEN
               MOVE W011-SHELF-COPY TO ITEM-BARCODE
               READ ITEM-COPY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ITEM-BOOK-NUMBER TO W011-SHELF-BOOK-NUMBER
               END-READ
           END-IF.
      *
       C053-FIND-OLDEST-ACTIVE-HOLD.
      *
           MOVE ZERO TO W011-CANDIDATE-SEQ.
           MOVE ZERO TO W011-CANDIDATE-DATE.
           MOVE "0" TO W010-QUEUE-EOF-SWITCH.
           MOVE W011-QUEUE-KEY TO HOLD-ITEM-BARCODE.
           MOVE ZERO TO HOLD-SEQUENCE.
           START HOLD-FILE KEY IS GREATER THAN HOLD-KEY
               INVALID KEY
                   MOVE "1" TO W010-QUEUE-EOF-SWITCH
           END-START.
           PERFORM C055-READ-NEXT-QUEUE-HOLD UNTIL W010-QUEUE-EOF.
      *
       C055-READ-NEXT-QUEUE-HOLD.
      *
               AT END
                   MOVE "1" TO W010-QUEUE-EOF-SWITCH
               NOT AT END
                   IF HOLD-ITEM-BARCODE EQUAL W011-QUEUE-KEY
                       IF HOLD-IS-ACTIVE
                           MOVE HOLD-SEQUENCE TO W011-CANDIDATE-SEQ
                           MOVE HOLD-PLACED-DATE
                                   TO W011-CANDIDATE-DATE
                           MOVE "1" TO W010-QUEUE-EOF-SWITCH
                       END-IF
                   ELSE
                       MOVE "1" TO W010-QUEUE-EOF-SWITCH
                   END-IF
           END-READ.
      *
       C058-RETRAP-CHOSEN-HOLD.
      *
           MOVE W011-QUEUE-KEY TO HOLD-ITEM-BARCODE.
           MOVE W011-CANDIDATE-SEQ TO HOLD-SEQUENCE.
           READ HOLD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "T" TO HOLD-STATUS-FLAG
                   PERFORM C060-STAMP-PICKUP-DEADLINE
                   MOVE W011-SHELF-COPY TO HOLD-TRAPPED-BARCODE
                   PERFORM C059-ROUTE-TO-PICKUP-BRANCH
                   REWRITE HOLD-RECORD
                   MOVE "Y" TO W010-RETRAP-SWITCH
                   MOVE W011-SHELF-COPY TO W015-DETAIL-BARCODE
                   MOVE HOLD-PATRON-NUMBER TO W015-DETAIL-CARD
                   IF W010-HOLD-ROUTED
                       MOVE "ROUTE" TO W015-DETAIL-ACTION
                       MOVE SPACES TO W015-DETAIL-NOTE
                       STRING "SEND TO PICKUP BRANCH "
                                   DELIMITED BY SIZE
                              HOLD-PICKUP-BRANCH DELIMITED BY SIZE
                              INTO W015-DETAIL-NOTE
                   ELSE
                       MOVE "RE-TRAP" TO W015-DETAIL-ACTION
                       MOVE "SET ASIDE FOR NEXT IN QUEUE"
                               TO W015-DETAIL-NOTE
                   END-IF
                   MOVE W015-DETAIL-LINE TO SWEEP-LIST-LINE
                   WRITE SWEEP-LIST-LINE
           END-READ.
      *
      *    THE NEXT PATRON MAY COLLECT AT ANOTHER BUILDING -- THE
      *    COPY GOES IN THE COURIER BIN MARKED IN TRANSIT THERE AND
      *    THE HOLD WAITS IN STATUS I, NO DEADLINE, UNTIL XFER001A
      *    RECEIVES IT. A COPY NOT ON THE ITEM FILE CANNOT BE SENT
      *    AND STAYS ON THIS SHELF.
       C059-ROUTE-TO-PICKUP-BRANCH.
      *
           MOVE "N" TO W010-ROUTED-SWITCH.
           IF WORK-ITEMS-IS-OPEN
              AND HOLD-PICKUP-BRANCH NOT EQUAL SPACES
               MOVE W011-SHELF-COPY TO ITEM-BARCODE
               READ ITEM-COPY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF HOLD-PICKUP-BRANCH NOT EQUAL ITEM-BRANCH-ID
                          AND ITEM-BRANCH-ID NOT EQUAL SPACES
                           MOVE "T" TO ITEM-TRANSIT-FLAG
                           MOVE HOLD-PICKUP-BRANCH
                                   TO ITEM-TRANSIT-TO-BRANCH
                           MOVE W005-TODAY-DATE-N
                                   TO ITEM-TRANSIT-SENT-DATE
                           REWRITE ITEM-COPY-RECORD
                           MOVE "I" TO HOLD-STATUS-FLAG
                           MOVE ZERO TO HOLD-PICKUP-DEADLINE
                           MOVE "Y" TO W010-ROUTED-SWITCH
                       END-IF
               END-READ
           END-IF.
      *
      *    FRESH DEADLINE FOR THE RE-TRAPPED HOLD -- SAME CARRY
      *    SHAPE AS CIRC001A'S DO-STAMP-PICKUP-DEADLINE.
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
