           ORGANIZATION INDEXED
           RECORD KEY XREF-KEY
           FILE STATUS IS WORK-XREF-STATUS.
      *    DUE-DATE INDEX -- KEPT IN STEP THE WAY THE DESK KEEPS IT,
      *    ONLY WHEN DUEXBLD HAS CREATED IT.
           SELECT DUE-DATE-XREF ASSIGN TO DISK
           ACCESS MODE RANDOM
           ORGANIZATION INDEXED
           RECORD KEY DUEX-KEY
           FILE STATUS IS WORK-DUE-XREF-STATUS.
           SELECT BOOKS-LIST ASSIGN TO DISK
           ACCESS MODE RANDOM
           ORGANIZATION INDEXED
           SELECT SPOOL-INDEX-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WORK-SPOOL-INDEX-STATUS.
      *    CARD NUMBERS LIB001A HAS BLOCKED AS LOST OR STOLEN.
           SELECT BLOCKED-CARD-FILE ASSIGN TO DISK
           ACCESS MODE RANDOM
           ORGANIZATION INDEXED
           RECORD KEY BLK-CARD-NUMBER
           FILE STATUS IS WORK-BLOCKED-CARD-STATUS.
       DATA DIVISION.
       FILE SECTION.


       copy circxref.

       copy circdue.

       copy books.

       copy loanrule.

       copy spool.

       copy blkcard.

       FD  EXCEPTION-LIST-PRINT
           LABEL RECORDS OMITTED.
       01  EXCEPTION-LIST-LINE                    PIC X(80).
       01 WORK-FINE-CONTROL-STATUS                PIC XX.
       01 WORK-HOLD-FILE-STATUS                   PIC XX.
       01 WORK-XREF-STATUS                        PIC XX.
       01 WORK-DUE-XREF-STATUS                    PIC XX.
       01 WORK-DUEX-OPEN-SWITCH                   PIC X.
          88 WORK-DUEX-IS-OPEN                        VALUE "Y".
       01 WORK-DUEX-OLD-STATUS                    PIC X.
       01 WORK-DUEX-OLD-DUE-DATE                  PIC X(8).
       01 WORK-BOOKS-LIST-STATUS                  PIC XX.
       01 WORK-LOAN-RULES-STATUS                  PIC XX.
       01 WORK-ITEM-FILE-STATUS                   PIC XX.
          05 WORK-CAPTURE-YY                      PIC 99.
          05 WORK-CAPTURE-MM                      PIC 99.
          05 WORK-CAPTURE-DD                      PIC 99.
       01 WORK-REASON-TEXT                        PIC X(58).

      *    POLICY IN FORCE -- SAME FALLBACKS AS THE DESK.
       01 WORK-LOAN-PERIOD-DAYS                   PIC 99 VALUE 14.
       01 WORK-DAILY-FINE-RATE                    PIC 9V99 VALUE 0.25.
       01 WORK-RULE-JUVENILE-OK-HELD              PIC X.
       01 WORK-RULE-LOOKUP-TYPE                   PIC X(6).
       01 WORK-LOAN-PERIOD-HOURS                  PIC 99 VALUE 0.
       01 WORK-HOURLY-FINE-RATE                   PIC 9V99 VALUE 0.
      *    AN HOURLY LOAN COMING BACK THROUGH THE OFFLINE PILE HAS
      *    NO CLOCK TIME -- IT COUNTS AS BACK AT THE END OF THE
      *    CAPTURE DAY, THE SAME AS A BOOK-DROP RETURN AT THE DESK.
       01 WORK-DUE-MINUTE                         PIC 9(10).
       01 WORK-RETURN-MINUTE                      PIC 9(10).
       01 WORK-MINUTES-LATE                       PIC 9(10).
       01 WORK-MINUTES-OVER                       PIC 99.
       01 WORK-HOURS-LATE                         PIC 9(6).
       01 WORK-FINE-THRESHOLD                     PIC 9(3)V99
                                                  VALUE 5.00.
       01 WORK-ITEM-LIMIT                         PIC 99 VALUE 5.
      *    DESK, REPLACED FROM SYSPARM.DAT AT STARTUP.
       01 WORK-INST-ITEM-LIMIT                    PIC 9(3) VALUE 50.
       01 WORK-INST-LOAN-DAYS                     PIC 99 VALUE 28.
      *    STAFF-CARD TERMS FROM THE MEDIA TYPE'S RULE -- SAME AS
      *    THE DESK.
       01 WORK-STAFF-LOAN-DAYS                    PIC 99 VALUE 0.
       01 WORK-STAFF-FINE-EXEMPT-HELD             PIC X.
       01 WORK-HOLD-PICKUP-DAYS                   PIC 99 VALUE 7.
      *    PAST THIS MANY LIFETIME CLAIMS-RETURNED DISPUTES THE DESK
      *    WANTS A SUPERVISOR AT CHECKOUT -- NONE HERE IN BATCH.
       01 WORK-CLAIMS-LIMIT                       PIC 99 VALUE 3.
       01 WORK-PATRON-CLAIMS-HELD                 PIC 99.
       01 WORK-DESK-BRANCH-ID                     PIC X(3) VALUE "001".
      *    THE LEDGER STAMPS AN OPERATOR ON EVERY POSTING -- THE
      *    REPLAY SIGNS ITS LINES AS THE OFFLINE DESK.

       01 WORK-PATRON-INACTIVE-SWITCH             PIC X.
          88 WORK-PATRON-IS-INACTIVE                  VALUE "Y".
       01 WORK-NONRES-FEE-SWITCH                  PIC X.
          88 WORK-NONRES-FEE-IS-DUE                   VALUE "Y".
       01 WORK-PATRON-FOUND-SWITCH                PIC X.
          88 WORK-PATRON-IS-FOUND                     VALUE "Y".
      *    A CARD NOT ON FILE MAY HAVE BEEN REPORTED LOST SINCE THE
      *    CAPTURE -- THE EXCEPTION LINE SAYS SO, WITH THE NEW NUMBER.
       01 WORK-BLOCKED-CARD-STATUS                PIC XX.
       01 WORK-CARD-BLOCKED-SWITCH                PIC X.
          88 WORK-CARD-IS-BLOCKED                     VALUE "Y".
       01 WORK-BLOCKED-REPLACED-BY                PIC X(5).
       01 WORK-PATRON-JUVENILE-SWITCH             PIC X.
          88 WORK-PATRON-IS-JUVENILE                  VALUE "Y".
       01 WORK-PATRON-INSTITUTION-SWITCH          PIC X.
          88 WORK-PATRON-IS-INSTITUTION               VALUE "Y".
       01 WORK-PATRON-STAFF-SWITCH                PIC X.
          88 WORK-PATRON-IS-STAFF                     VALUE "Y".
       01 WORK-REPAIR-BLOCKED-SWITCH              PIC X.
          88 WORK-REPAIR-BLOCK-CHECKOUT               VALUE "Y".
       01 WORK-REFERRED-BLOCKED-SWITCH            PIC X.
          88 WORK-HOLD-EOF                            VALUE "1".
       01 WORK-HOLD-TRAPPED-SWITCH                PIC X.
          88 WORK-HOLD-TRAPPED                        VALUE "Y".
       01 WORK-HOLD-ROUTED-SWITCH                 PIC X.
          88 WORK-HOLD-ROUTED                         VALUE "Y".
      *    THE PICKUP BRANCH'S NAME OFF THE BRANCH DIRECTORY, OR
      *    "BRANCH" AND ITS CODE WHEN THE DIRECTORY DOES NOT NAME IT.
       01 WORK-ROUTE-REASON-TEXT.
          05 FILLER                               PIC X(25)
                       VALUE "TRAPPED HOLD -- ROUTE TO ".
          05 WORK-ROUTE-DESTINATION               PIC X(33).
       copy brdlnk.
      *    A REPLAYED RETURN OR CHECKOUT WORKS THE COPY'S OWN QUEUE
      *    AND ITS TITLE'S QUEUE THE SAME WAY THE DESK DOES.
       01 WORK-HOLD-QUEUE-KEY                     PIC X(10).
       01 WORK-HOLD-BOOK-NUMBER                   PIC X(5).
       01 WORK-HOLD-FILLED-SWITCH                 PIC X.
          88 WORK-HOLD-WAS-FILLED                     VALUE "Y".
       01 WORK-HOLD-CANDIDATE-SEQ                 PIC 99.
       01 WORK-HOLD-CANDIDATE-DATE                PIC 9(8).
       01 WORK-COPY-CANDIDATE-SEQ                 PIC 99.
       01 WORK-COPY-CANDIDATE-DATE                PIC 9(8).
       01 WORK-WAS-LOST-SWITCH                    PIC X.
          88 WORK-RETURN-WAS-LOST                     VALUE "Y".
       01 WORK-WAS-CLAIMED-SWITCH                 PIC X.
          88 WORK-RETURN-WAS-CLAIMED                  VALUE "Y".
       01 WORK-DAYS-LATE                          PIC 9(4).
       01 WORK-FINE-ASSESSED                      PIC 9(5)V99.
       01 WORK-FINE-LEDGER-TYPE                   PIC X.
          05 WORK-EXC-PATRON                      PIC X(5).
          05 FILLER                               PIC X(2)
                                                  VALUE SPACES.
          05 WORK-EXC-REASON                      PIC X(58).

       PROCEDURE DIVISION.
       C000-MAIN-LINE SECTION.
               CLOSE PATRON-LOAN-XREF
               OPEN I-O PATRON-LOAN-XREF
           END-IF.
      *    THE DUE-DATE INDEX IS NEVER CREATED HERE -- AN EMPTY ONE
      *    WOULD HIDE THE LOANS ALREADY OUT FROM THE SWEEPS.
           MOVE "N" TO WORK-DUEX-OPEN-SWITCH.
           OPEN I-O DUE-DATE-XREF.
           IF WORK-DUE-XREF-STATUS EQUAL "00"
               MOVE "Y" TO WORK-DUEX-OPEN-SWITCH
           END-IF.
           MOVE "N" TO WORK-BOOKS-OPEN-SWITCH.
           OPEN INPUT BOOKS-LIST.
           IF WORK-BOOKS-LIST-STATUS EQUAL "00"
               MOVE "Y" TO WORK-RULES-OPEN-SWITCH
           END-IF.
           MOVE "N" TO WORK-ITEMS-OPEN-SWITCH.
           OPEN I-O ITEM-COPY-FILE.
           IF WORK-ITEM-FILE-STATUS EQUAL "00"
               MOVE "Y" TO WORK-ITEMS-OPEN-SWITCH
           END-IF.
           CLOSE FINE-DETAIL-FILE.
           CLOSE HOLD-FILE.
           CLOSE PATRON-LOAN-XREF.
           IF WORK-DUEX-IS-OPEN
               CLOSE DUE-DATE-XREF
           END-IF.
           IF WORK-BOOKS-IS-OPEN
               CLOSE BOOKS-LIST
           END-IF.
               MOVE "ITEM IS WITHDRAWN" TO WORK-REASON-TEXT
               PERFORM DO-WRITE-EXCEPTION-LINE
           ELSE IF WORK-REPAIR-BLOCK-CHECKOUT
               MOVE "ITEM IS OUT OF SERVICE" TO WORK-REASON-TEXT
               PERFORM DO-WRITE-EXCEPTION-LINE
           ELSE IF WORK-CARD-IS-BLOCKED
               MOVE SPACES TO WORK-REASON-TEXT
               STRING "CARD REPORTED LOST -- REPLACED BY "
                       DELIMITED BY SIZE
                       WORK-BLOCKED-REPLACED-BY DELIMITED BY SIZE
                  INTO WORK-REASON-TEXT
               PERFORM DO-WRITE-EXCEPTION-LINE
           ELSE IF NOT WORK-PATRON-IS-FOUND
               MOVE "PATRON NOT ON FILE" TO WORK-REASON-TEXT
               PERFORM DO-WRITE-EXCEPTION-LINE
           ELSE IF WORK-NONRES-FEE-IS-DUE
               MOVE "NON-RESIDENT CARD FEE UNPAID"
                       TO WORK-REASON-TEXT
               PERFORM DO-WRITE-EXCEPTION-LINE
           ELSE IF WORK-PATRON-IS-INACTIVE
               MOVE "PATRON CARD IS INACTIVE" TO WORK-REASON-TEXT
               PERFORM DO-WRITE-EXCEPTION-LINE
               MOVE "JUVENILE CARD MAY NOT TAKE THIS TYPE"
                       TO WORK-REASON-TEXT
               PERFORM DO-WRITE-EXCEPTION-LINE
      *    THE CAPTURE CARRIES NO CLOCK TIME TO START AN HOURLY
      *    LOAN FROM -- EQUIPMENT IS LENT AT THE DESK.
           ELSE IF WORK-LOAN-PERIOD-HOURS GREATER THAN ZERO
               MOVE "EQUIPMENT -- LEND IT AT THE DESK"
                       TO WORK-REASON-TEXT
               PERFORM DO-WRITE-EXCEPTION-LINE
           ELSE IF WORK-REFERRED-BLOCK-CHECKOUT
               MOVE "CARD REFERRED TO COLLECTIONS"
                       TO WORK-REASON-TEXT
               MOVE "ITEM LIMIT REACHED -- NO BATCH OVERRIDE"
                       TO WORK-REASON-TEXT
               PERFORM DO-WRITE-EXCEPTION-LINE
           ELSE IF WORK-PATRON-CLAIMS-HELD GREATER THAN
                       WORK-CLAIMS-LIMIT
               MOVE "CLAIMS LIMIT PASSED -- NO BATCH OVERRIDE"
                       TO WORK-REASON-TEXT
               PERFORM DO-WRITE-EXCEPTION-LINE
           ELSE
               PERFORM DO-POST-THE-CHECKOUT.

           MOVE WORK-CIRC-ITEM-BARCODE TO CIRC-ITEM-BARCODE.
           READ CIRCULATION-FILE
               INVALID KEY
                   MOVE SPACE TO WORK-DUEX-OLD-STATUS
                   PERFORM DO-BUILD-CIRC-RECORD
                   WRITE CIRCULATION-RECORD
                   PERFORM DO-ADD-LOAN-XREF
                   PERFORM DO-SYNC-DUE-XREF
                   PERFORM DO-FILL-TRAPPED-HOLD
                   ADD 1 TO WORK-POSTED-COUNT
               NOT INVALID KEY
                       MOVE "ITEM ALREADY CHECKED OUT"
                               TO WORK-REASON-TEXT
                       PERFORM DO-WRITE-EXCEPTION-LINE
                   ELSE IF CIRC-ITEM-CLAIMED-RETURNED
                       MOVE "CLAIMS-RETURNED -- CHECK IN AT THE DESK"
                               TO WORK-REASON-TEXT
                       PERFORM DO-WRITE-EXCEPTION-LINE
                   ELSE
                       PERFORM DO-HOLD-DUE-XREF-KEY
                       PERFORM DO-BUILD-CIRC-RECORD
                       REWRITE CIRCULATION-RECORD
                       PERFORM DO-ADD-LOAN-XREF
                       PERFORM DO-SYNC-DUE-XREF
                       PERFORM DO-FILL-TRAPPED-HOLD
                       ADD 1 TO WORK-POSTED-COUNT
                   END-IF
           MOVE WORK-CIRC-PATRON-NUMBER TO CIRC-PATRON-NUMBER.
           MOVE WORK-CIRC-ITEM-TYPE     TO CIRC-ITEM-TYPE.
           MOVE WORK-TODAY-DATE         TO CIRC-CHECKOUT-DATE.
      *    THE LOAN IS TIMED AS OF THE CAPTURE, LIKE ITS DATE.
           MOVE OFL-CAPTURE-TIME (1:4) TO CIRC-CHECKOUT-TIME.
           MOVE ZERO TO CIRC-RETURN-TIME.
           MOVE ZERO TO CIRC-LAST-RENEWAL-TIME.
           MOVE "O" TO CIRC-STATUS-FLAG.
           MOVE ZERO TO CIRC-RENEWAL-COUNT.
           MOVE ZERO TO CIRC-LAST-RENEWAL-DATE.
           MOVE ZERO TO CIRC-CLAIM-DATE.
           MOVE WORK-DESK-BRANCH-ID TO CIRC-BRANCH-ID.
           MOVE SPACE TO CIRC-LOAN-UNIT-FLAG.
           MOVE ZERO TO CIRC-DUE-TIME.
           MOVE CIRC-CHECKOUT-DATE TO CIRC-DUE-DATE.
      *    AN INSTITUTIONAL ACCOUNT BORROWS ON ITS OWN LOAN PERIOD,
      *    WHATEVER THE MEDIA TYPE'S RULE SAYS -- SAME AS THE DESK,
      *    AS IS A STAFF CARD'S OWN PERIOD.
           IF WORK-PATRON-IS-INSTITUTION
               MOVE WORK-INST-LOAN-DAYS TO WORK-LOAN-PERIOD-DAYS
           ELSE IF WORK-PATRON-IS-STAFF
                   AND WORK-STAFF-LOAN-DAYS GREATER THAN ZERO
               MOVE WORK-STAFF-LOAN-DAYS TO WORK-LOAN-PERIOD-DAYS.
           PERFORM DO-ADD-LOAN-PERIOD.

       DO-REPLAY-RETURN.
                   PERFORM DO-WRITE-EXCEPTION-LINE
               NOT INVALID KEY
                   IF NOT CIRC-ITEM-OUT AND NOT CIRC-ITEM-LOST
                      AND NOT CIRC-ITEM-CLAIMED-RETURNED
                       MOVE "ITEM IS NOT CHECKED OUT"
                               TO WORK-REASON-TEXT
                       PERFORM DO-WRITE-EXCEPTION-LINE
      *    SAME RETURN PROCESSING AS THE DESK, AS OF THE CAPTURE
      *    DATE. A LOST ITEM REAPPEARING THROUGH THE OFFLINE PILE
      *    IS TOO ODD FOR BATCH -- IT GOES TO THE EXCEPTION LIST
      *    FOR THE DESK TO HANDLE WITH THE CHARGE REVERSAL. A
      *    CLAIMS-RETURNED ITEM TURNING UP NEEDS NO REVERSAL -- IT
      *    POSTS LIKE ANY RETURN, FINED ONLY TO THE CLAIM DATE.
       DO-POST-THE-RETURN.
           MOVE "N" TO WORK-WAS-LOST-SWITCH.
           MOVE "N" TO WORK-WAS-CLAIMED-SWITCH.
           IF CIRC-ITEM-CLAIMED-RETURNED
               MOVE "Y" TO WORK-WAS-CLAIMED-SWITCH.
           IF CIRC-ITEM-LOST
               MOVE "LOST ITEM -- TAKE TO THE DESK TO REVERSE"
                       TO WORK-REASON-TEXT
               PERFORM DO-WRITE-EXCEPTION-LINE
           ELSE
               PERFORM DO-HOLD-DUE-XREF-KEY
               MOVE WORK-TODAY-DATE TO CIRC-RETURN-DATE
               MOVE OFL-CAPTURE-TIME (1:4) TO CIRC-RETURN-TIME
               MOVE "R" TO CIRC-STATUS-FLAG
               REWRITE CIRCULATION-RECORD
               PERFORM DO-DROP-LOAN-XREF
               PERFORM DO-SYNC-DUE-XREF
               PERFORM DO-APPEND-CIRC-HISTORY
               PERFORM DO-CLEAR-LATE-FLAG
               PERFORM DO-ASSESS-OVERDUE-FINE

       DO-CHECK-PATRON-STATUS.
           MOVE "N" TO WORK-PATRON-FOUND-SWITCH.
           MOVE "N" TO WORK-CARD-BLOCKED-SWITCH.
           MOVE "N" TO WORK-PATRON-INACTIVE-SWITCH.
           MOVE "N" TO WORK-NONRES-FEE-SWITCH.
           MOVE "N" TO WORK-PATRON-INSTITUTION-SWITCH.
           MOVE "N" TO WORK-PATRON-STAFF-SWITCH.
           MOVE "N" TO WORK-PATRON-JUVENILE-SWITCH.
           MOVE ZERO TO WORK-PATRON-CLAIMS-HELD.
           MOVE WORK-CIRC-PATRON-NUMBER TO PATRON-NUMBER.
           READ NAMES-LIST
               INVALID KEY
                   PERFORM DO-CHECK-BLOCKED-CARD
               NOT INVALID KEY
                   MOVE "Y" TO WORK-PATRON-FOUND-SWITCH
                   IF PATRON-IS-INACTIVE
                       MOVE "Y" TO WORK-PATRON-INACTIVE-SWITCH
                   END-IF
                   IF PATRON-NONRES-FEE-DUE
                       MOVE "Y" TO WORK-NONRES-FEE-SWITCH
                   END-IF
                   IF PATRON-IS-INSTITUTION
                       MOVE "Y" TO WORK-PATRON-INSTITUTION-SWITCH
                   END-IF
                   IF PATRON-IS-STAFF
                       MOVE "Y" TO WORK-PATRON-STAFF-SWITCH
                   END-IF
                   IF PATRON-IS-JUVENILE
                       MOVE "Y" TO WORK-PATRON-JUVENILE-SWITCH
                   END-IF
                   IF PATRON-CLAIMS-COUNT IS NUMERIC
                       MOVE PATRON-CLAIMS-COUNT
                               TO WORK-PATRON-CLAIMS-HELD
                   END-IF
           END-READ.

      *    SAME CHECK AS CIRC001A'S -- NO BLOCKED-CARD FILE YET MEANS
      *    NO CARD HAS EVER BEEN REPORTED LOST.
       DO-CHECK-BLOCKED-CARD.
           OPEN INPUT BLOCKED-CARD-FILE.
           IF WORK-BLOCKED-CARD-STATUS EQUAL "00"
               MOVE WORK-CIRC-PATRON-NUMBER TO BLK-CARD-NUMBER
               READ BLOCKED-CARD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WORK-CARD-BLOCKED-SWITCH
                       MOVE BLK-REPLACED-BY TO WORK-BLOCKED-REPLACED-BY
               END-READ
               CLOSE BLOCKED-CARD-FILE
           END-IF.

       DO-VALIDATE-ITEM-BARCODE.
           MOVE "N" TO WORK-CATALOG-CHECK-SWITCH.
           MOVE "N" TO WORK-REPAIR-BLOCKED-SWITCH.
                           CONTINUE
                       NOT INVALID KEY
                           MOVE ITEM-BOOK-NUMBER TO BOOK-NUMBER
                           IF ITEM-OUT-OF-SERVICE
                               MOVE "Y"
                                   TO WORK-REPAIR-BLOCKED-SWITCH
                           END-IF
           MOVE 2 TO WORK-RENEWAL-LIMIT.
           MOVE 0.25 TO WORK-DAILY-FINE-RATE.
           MOVE "Y" TO WORK-RULE-JUVENILE-OK-HELD.
           MOVE 0 TO WORK-LOAN-PERIOD-HOURS.
           MOVE 0 TO WORK-HOURLY-FINE-RATE.
           MOVE 0 TO WORK-STAFF-LOAN-DAYS.
           MOVE "N" TO WORK-STAFF-FINE-EXEMPT-HELD.
           IF WORK-RULES-IS-OPEN
               MOVE WORK-RULE-LOOKUP-TYPE TO RULE-MEDIA-TYPE
               READ LOAN-RULES-FILE
                       MOVE RULE-FINE-RATE TO WORK-DAILY-FINE-RATE
                       MOVE RULE-JUVENILE-OK-FLAG
                               TO WORK-RULE-JUVENILE-OK-HELD
                       MOVE RULE-LOAN-HOURS TO WORK-LOAN-PERIOD-HOURS
                       MOVE RULE-HOURLY-FINE-RATE
                               TO WORK-HOURLY-FINE-RATE
                       MOVE RULE-STAFF-LOAN-DAYS
                               TO WORK-STAFF-LOAN-DAYS
                       MOVE RULE-STAFF-FINE-EXEMPT-FLAG
                               TO WORK-STAFF-FINE-EXEMPT-HELD
               END-READ
           END-IF.

                   CONTINUE
           END-DELETE.

      *    SAME DUE-DATE INDEX KEY MAINTENANCE AS THE DESK: THE OLD
      *    STATUS + DUE DATE IS HELD BEFORE THE LOAN IS TOUCHED,
      *    THEN DROPPED AND THE NEW ONE FILED IF THE LOAN IS STILL
      *    OPEN OR CLAIMED.
       DO-HOLD-DUE-XREF-KEY.
           MOVE CIRC-STATUS-FLAG TO WORK-DUEX-OLD-STATUS.
           MOVE CIRC-DUE-DATE TO WORK-DUEX-OLD-DUE-DATE.

       DO-SYNC-DUE-XREF.
           IF WORK-DUEX-IS-OPEN
               IF WORK-DUEX-OLD-STATUS EQUAL "O" OR "C"
                   MOVE WORK-DUEX-OLD-STATUS TO DUEX-STATUS-FLAG
                   MOVE WORK-DUEX-OLD-DUE-DATE TO DUEX-DUE-DATE
                   MOVE CIRC-ITEM-BARCODE TO DUEX-ITEM-BARCODE
                   DELETE DUE-DATE-XREF RECORD
                       INVALID KEY
                           CONTINUE
                   END-DELETE
               END-IF
               IF CIRC-ITEM-OUT OR CIRC-ITEM-CLAIMED-RETURNED
                   MOVE CIRC-STATUS-FLAG TO DUEX-STATUS-FLAG
                   MOVE CIRC-DUE-DATE TO DUEX-DUE-DATE
                   MOVE CIRC-ITEM-BARCODE TO DUEX-ITEM-BARCODE
                   WRITE DUE-DATE-XREF-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               END-IF
           END-IF.

       DO-FILL-TRAPPED-HOLD.
           MOVE "N" TO WORK-HOLD-FILLED-SWITCH.
           MOVE WORK-CIRC-ITEM-BARCODE TO WORK-HOLD-QUEUE-KEY.
           PERFORM DO-FILL-FROM-HOLD-QUEUE.
           IF NOT WORK-HOLD-WAS-FILLED
               PERFORM DO-RESOLVE-HOLD-BOOK-NUMBER
               MOVE WORK-HOLD-BOOK-NUMBER TO WORK-HOLD-QUEUE-KEY
               PERFORM DO-FILL-FROM-HOLD-QUEUE
           END-IF.

       DO-FILL-FROM-HOLD-QUEUE.
           MOVE "0" TO WORK-HOLD-EOF-SWITCH.
           MOVE WORK-HOLD-QUEUE-KEY TO HOLD-ITEM-BARCODE.
           MOVE ZERO TO HOLD-SEQUENCE.
           START HOLD-FILE KEY IS GREATER THAN HOLD-KEY
               INVALID KEY
               AT END
                   MOVE "1" TO WORK-HOLD-EOF-SWITCH
               NOT AT END
                   IF HOLD-ITEM-BARCODE EQUAL WORK-HOLD-QUEUE-KEY
                       IF HOLD-PATRON-NUMBER EQUAL
                               WORK-CIRC-PATRON-NUMBER
                               AND NOT HOLD-IS-FILLED
                           MOVE "F" TO HOLD-STATUS-FLAG
                           REWRITE HOLD-RECORD
                           MOVE "Y" TO WORK-HOLD-FILLED-SWITCH
                           MOVE "1" TO WORK-HOLD-EOF-SWITCH
                       END-IF
                   ELSE
                   END-IF
           END-READ.

       DO-RESOLVE-HOLD-BOOK-NUMBER.
           MOVE WORK-CIRC-ITEM-BARCODE (1:5) TO WORK-HOLD-BOOK-NUMBER.
           IF WORK-ITEMS-IS-OPEN
               MOVE WORK-CIRC-ITEM-BARCODE TO ITEM-BARCODE
               READ ITEM-COPY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ITEM-BOOK-NUMBER TO WORK-HOLD-BOOK-NUMBER
               END-READ
           END-IF.

      *    OLDEST ACTIVE HOLD ON THE COPY AGAINST OLDEST ACTIVE HOLD
      *    ON ITS TITLE -- EARLIER PLACED DATE TRAPS, A SAME-DAY TIE
      *    GOES TO THE COPY HOLD, EXACTLY AS CIRC001A DOES IT.
       DO-CHECK-FOR-HOLD.
           MOVE "N" TO WORK-HOLD-TRAPPED-SWITCH.
           MOVE "N" TO WORK-HOLD-ROUTED-SWITCH.
           MOVE WORK-CIRC-ITEM-BARCODE TO WORK-HOLD-QUEUE-KEY.
           PERFORM DO-FIND-OLDEST-ACTIVE-HOLD.
           MOVE WORK-HOLD-CANDIDATE-SEQ TO WORK-COPY-CANDIDATE-SEQ.
           MOVE WORK-HOLD-CANDIDATE-DATE TO WORK-COPY-CANDIDATE-DATE.
           PERFORM DO-RESOLVE-HOLD-BOOK-NUMBER.
           MOVE WORK-HOLD-BOOK-NUMBER TO WORK-HOLD-QUEUE-KEY.
           PERFORM DO-FIND-OLDEST-ACTIVE-HOLD.
           IF WORK-COPY-CANDIDATE-SEQ NOT EQUAL ZERO
              AND (WORK-HOLD-CANDIDATE-SEQ EQUAL ZERO
                OR WORK-COPY-CANDIDATE-DATE NOT GREATER THAN
                   WORK-HOLD-CANDIDATE-DATE)
               MOVE WORK-CIRC-ITEM-BARCODE TO WORK-HOLD-QUEUE-KEY
               MOVE WORK-COPY-CANDIDATE-SEQ TO WORK-HOLD-CANDIDATE-SEQ
           END-IF.
           IF WORK-HOLD-CANDIDATE-SEQ NOT EQUAL ZERO
               MOVE WORK-HOLD-QUEUE-KEY TO HOLD-ITEM-BARCODE
               MOVE WORK-HOLD-CANDIDATE-SEQ TO HOLD-SEQUENCE
               READ HOLD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "T" TO HOLD-STATUS-FLAG
                       PERFORM DO-STAMP-PICKUP-DEADLINE
                       MOVE WORK-CIRC-ITEM-BARCODE
                               TO HOLD-TRAPPED-BARCODE
                       IF HOLD-PICKUP-BRANCH NOT EQUAL SPACES
                          AND HOLD-PICKUP-BRANCH NOT EQUAL
                              WORK-DESK-BRANCH-ID
                           PERFORM DO-ROUTE-HOLD-TO-PICKUP
                       END-IF
                       REWRITE HOLD-RECORD
                       MOVE "Y" TO WORK-HOLD-TRAPPED-SWITCH
               END-READ
           END-IF.
           IF WORK-HOLD-ROUTED
               PERFORM DO-NAME-ROUTE-DESTINATION
               MOVE WORK-ROUTE-REASON-TEXT TO WORK-REASON-TEXT
               PERFORM DO-WRITE-EXCEPTION-LINE
           ELSE IF WORK-HOLD-TRAPPED
               MOVE "RETURNED ITEM TRAPPED FOR A HOLD"
                       TO WORK-REASON-TEXT
               PERFORM DO-WRITE-EXCEPTION-LINE.

      *    THE DESK PULLING THE ITEM FOR THE COURIER BIN SEES WHERE
      *    IT IS GOING BY NAME.
       DO-NAME-ROUTE-DESTINATION.
           MOVE HOLD-PICKUP-BRANCH TO BRLK-BRANCH-ID.
           CALL "BRDLOOK" USING BRANCH-LOOKUP-AREA.
           MOVE SPACES TO WORK-ROUTE-DESTINATION.
           IF BRLK-BRANCH-NAME NOT EQUAL SPACES
               MOVE BRLK-BRANCH-NAME TO WORK-ROUTE-DESTINATION
           ELSE
               STRING "BRANCH " DELIMITED BY SIZE
                      HOLD-PICKUP-BRANCH DELIMITED BY SIZE
                      INTO WORK-ROUTE-DESTINATION
           END-IF.

      *    SAME ROUTING AS THE CIRC001A RETURN DESK -- THE COPY IS
      *    MARKED IN TRANSIT TO THE PATRON'S PICKUP BRANCH AND THE
      *    HOLD WAITS IN STATUS I UNTIL XFER001A RECEIVES IT THERE.
      *    THE EXCEPTION LINE TELLS THE DESK TO PULL IT FOR THE BIN.
       DO-ROUTE-HOLD-TO-PICKUP.
           IF WORK-ITEMS-IS-OPEN
               MOVE WORK-CIRC-ITEM-BARCODE TO ITEM-BARCODE
               READ ITEM-COPY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "T" TO ITEM-TRANSIT-FLAG
                       MOVE HOLD-PICKUP-BRANCH
                               TO ITEM-TRANSIT-TO-BRANCH
                       MOVE WORK-TODAY-DATE TO ITEM-TRANSIT-SENT-DATE
                       REWRITE ITEM-COPY-RECORD
                       MOVE "I" TO HOLD-STATUS-FLAG
                       MOVE ZERO TO HOLD-PICKUP-DEADLINE
                       MOVE "Y" TO WORK-HOLD-ROUTED-SWITCH
               END-READ
           END-IF.

       DO-FIND-OLDEST-ACTIVE-HOLD.
           MOVE ZERO TO WORK-HOLD-CANDIDATE-SEQ.
           MOVE ZERO TO WORK-HOLD-CANDIDATE-DATE.
           MOVE "0" TO WORK-HOLD-EOF-SWITCH.
           MOVE WORK-HOLD-QUEUE-KEY TO HOLD-ITEM-BARCODE.
           MOVE ZERO TO HOLD-SEQUENCE.
           START HOLD-FILE KEY IS GREATER THAN HOLD-KEY
               INVALID KEY
                   MOVE "1" TO WORK-HOLD-EOF-SWITCH
           END-START.
           PERFORM DO-READ-NEXT-TRAP-HOLD UNTIL WORK-HOLD-EOF.

       DO-READ-NEXT-TRAP-HOLD.
           READ HOLD-FILE NEXT RECORD
               AT END
                   MOVE "1" TO WORK-HOLD-EOF-SWITCH
               NOT AT END
                   IF HOLD-ITEM-BARCODE EQUAL WORK-HOLD-QUEUE-KEY
                       IF HOLD-IS-ACTIVE
                           MOVE HOLD-SEQUENCE
                                   TO WORK-HOLD-CANDIDATE-SEQ
                           MOVE HOLD-PLACED-DATE
                                   TO WORK-HOLD-CANDIDATE-DATE
                           MOVE "1" TO WORK-HOLD-EOF-SWITCH
                       END-IF
                   ELSE
           MOVE CIRC-RETURN-DATE   TO HIST-RETURN-DATE.
           MOVE CIRC-RENEWAL-COUNT TO HIST-RENEWAL-COUNT.
           MOVE CIRC-BRANCH-ID     TO HIST-BRANCH-ID.
           MOVE CIRC-CHECKOUT-TIME TO HIST-CHECKOUT-TIME.
           MOVE CIRC-RETURN-TIME   TO HIST-RETURN-TIME.
           WRITE CIRC-HISTORY-RECORD.
           CLOSE CIRC-HISTORY-FILE.

                   REWRITE NAMES-RECORD
           END-READ.

      *    A STAFF CARD IS LOOKED UP AFRESH OFF THE LOAN -- NO FINE
      *    WHERE THE MEDIA TYPE'S RULE EXEMPTS STAFF.
       DO-ASSESS-OVERDUE-FINE.
           MOVE CIRC-ITEM-TYPE TO WORK-RULE-LOOKUP-TYPE.
           PERFORM DO-GET-LOAN-RULE.
           MOVE "N" TO WORK-PATRON-STAFF-SWITCH.
           MOVE CIRC-PATRON-NUMBER TO PATRON-NUMBER.
           READ NAMES-LIST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PATRON-IS-STAFF
                       MOVE "Y" TO WORK-PATRON-STAFF-SWITCH
                   END-IF
           END-READ.
           IF WORK-PATRON-IS-STAFF
              AND WORK-STAFF-FINE-EXEMPT-HELD EQUAL "Y"
               CONTINUE
           ELSE IF CIRC-IS-HOURLY-LOAN AND NOT WORK-RETURN-WAS-CLAIMED
               PERFORM DO-ASSESS-HOURLY-FINE
           ELSE
               PERFORM DO-ASSESS-DAILY-FINE.

       DO-ASSESS-DAILY-FINE.
           MOVE CIRC-DUE-DATE TO WORK-CONV-DATE.
           PERFORM DO-DATE-TO-SERIAL.
           MOVE WORK-CONV-SERIAL TO WORK-DUE-SERIAL.
           MOVE CIRC-RETURN-DATE TO WORK-CONV-DATE.
           IF WORK-RETURN-WAS-CLAIMED
              AND CIRC-CLAIM-DATE IS NUMERIC
              AND CIRC-CLAIM-DATE GREATER THAN ZERO
              AND CIRC-CLAIM-DATE LESS THAN CIRC-RETURN-DATE
               MOVE CIRC-CLAIM-DATE TO WORK-CONV-DATE.
           PERFORM DO-DATE-TO-SERIAL.
           MOVE WORK-CONV-SERIAL TO WORK-RETURN-SERIAL.
           IF WORK-RETURN-SERIAL GREATER THAN WORK-DUE-SERIAL
               END-IF
           END-IF.

      *    SAME HOURLY CHARGE AS THE DESK, RETURN TAKEN AS 23:59 ON
      *    THE CAPTURE DATE.
       DO-ASSESS-HOURLY-FINE.
           MOVE CIRC-DUE-DATE TO WORK-CONV-DATE.
           PERFORM DO-DATE-TO-SERIAL.
           COMPUTE WORK-DUE-MINUTE = WORK-CONV-SERIAL * 1440
                   + CIRC-DUE-HH * 60 + CIRC-DUE-MN.
           MOVE CIRC-RETURN-DATE TO WORK-CONV-DATE.
           PERFORM DO-DATE-TO-SERIAL.
           COMPUTE WORK-RETURN-MINUTE = WORK-CONV-SERIAL * 1440
                   + 23 * 60 + 59.
           IF WORK-RETURN-MINUTE GREATER THAN WORK-DUE-MINUTE
               COMPUTE WORK-MINUTES-LATE =
                       WORK-RETURN-MINUTE - WORK-DUE-MINUTE
               DIVIDE WORK-MINUTES-LATE BY 60 GIVING WORK-HOURS-LATE
                       REMAINDER WORK-MINUTES-OVER
               IF WORK-MINUTES-OVER GREATER THAN ZERO
                   ADD 1 TO WORK-HOURS-LATE
               END-IF
               COMPUTE WORK-FINE-ASSESSED ROUNDED =
                       WORK-HOURS-LATE * WORK-HOURLY-FINE-RATE
               IF WORK-FINE-ASSESSED GREATER THAN ZERO
                   MOVE "C" TO WORK-FINE-LEDGER-TYPE
                   PERFORM DO-POST-FINE-CHARGE
               END-IF
           END-IF.

       DO-COUNT-OPEN-DAYS-LATE.
           MOVE 0 TO WORK-OPEN-DAYS-LATE.
           MOVE CIRC-DUE-DATE TO WORK-AGE-DATE.
           MOVE WORK-TODAY-DATE TO FINE-DTL-DATE.
           MOVE WORK-REPLAY-OPERATOR-ID TO FINE-DTL-OPERATOR-ID.
           MOVE WORK-DESK-BRANCH-ID TO FINE-DTL-BRANCH-ID.
           MOVE SPACES TO FINE-DTL-CAMPAIGN-CODE.
           MOVE SPACES TO FINE-DTL-ONLINE-REF.
           MOVE OFL-CAPTURE-TIME (1:4) TO FINE-DTL-TIME.
           WRITE FINE-DETAIL-RECORD.

       DO-SCAN-FINE-DETAILS.
                           MOVE PARM-INST-LOAN-DAYS
                                   TO WORK-INST-LOAN-DAYS
                       END-IF
                       IF PARM-CLAIMS-LIMIT IS NUMERIC
                          AND PARM-CLAIMS-LIMIT GREATER THAN ZERO
                           MOVE PARM-CLAIMS-LIMIT TO WORK-CLAIMS-LIMIT
                       END-IF
               END-READ
               CLOSE SYSTEM-PARM-FILE
           END-IF.
