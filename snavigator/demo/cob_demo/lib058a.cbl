       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. LIB058A.
      *
       DATE-WRITTEN. 10/15/26.
      *
      ***************************************************************
      *                                                             *
      * MONTHLY VENDOR CLAIM RUN -- AGES EVERY OPEN LINE ON         *
      * ONORDER.DAT BY ITS ORDER DATE AGAINST THE VENDOR'S DELIVERY *
      * DAYS ON VENDOR.DAT (THE HOUSE DEFAULT BELOW WHEN THE VENDOR *
      * HAS NONE OR THE LINE PREDATES THE VENDOR MASTER). EACH      *
      * VENDOR WITH OVERDUE LINES GETS ONE CLAIM LETTER LISTING     *
      * THEM, AND EACH LINE CLAIMED HAS ITS CLAIM COUNT AND DATE    *
      * STAMPED ON THE ORDER. A LINE IS NOT CLAIMED AGAIN UNTIL A   *
      * MONTH AFTER ITS LAST CLAIM, SO A RERUN DOES NOT DOUBLE UP.  *
      * A LINE CLAIMED THREE TIMES STOPS GETTING LETTERS AND GOES   *
      * ON THE CANCEL-AND-REORDER LIST AT THE END FOR THE SELECTOR, *
      * WHO CANCELS IT ON ACQ001A -- RELEASING ITS FUND             *
      * ENCUMBRANCE -- AND CAN REORDER IT FROM ANOTHER VENDOR.      *
      * SCHEDULED MONTHLY (THE 1ST).                                *
      *                                                             *
      ***************************************************************
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
      *    DYNAMIC -- SCANNED FRONT TO BACK TO FIND THE LATE LINES,
      *    THEN READ BY KEY TO STAMP EACH CLAIM.
           SELECT ON-ORDER-FILE ASSIGN TO DISK
           ACCESS MODE DYNAMIC
           ORGANIZATION INDEXED
           RECORD KEY ORD-NUMBER
           FILE STATUS IS WORK-ON-ORDER-STATUS.
      *
           SELECT ORDER-CONTROL-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL.
      *
           SELECT VENDOR-FILE ASSIGN TO DISK
           ACCESS MODE RANDOM
           ORGANIZATION INDEXED
           RECORD KEY VEND-CODE
           FILE STATUS IS WORK-VENDOR-STATUS.
      *
      *    SPOOLED TO DISK (SEE SPOOL.CPY) -- THE SPOL001A MANAGER
      *    VIEWS, PRINTS, REPRINTS, OR PURGES THE SPOOLED LETTERS.
           SELECT CLAIM-LETTER-PRINT ASSIGN TO WS-SPOOL-FILE-NAME
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
       copy onorder.
      *
       copy vendor.
      *
       copy spool.

       FD  CLAIM-LETTER-PRINT
           LABEL RECORDS OMITTED.
       01  CLAIM-LETTER-LINE                        PIC X(80).
      *
      *    ACTION C = CLAIM THE LINE THIS RUN, L = ALREADY CLAIMED
      *    TO THE LIMIT -- CANCEL-AND-REORDER LIST ONLY.
       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SORT-WORK-VENDOR-CODE                PIC X(6).
           05  SORT-WORK-VENDOR-NAME                PIC X(20).
           05  SORT-WORK-ORDER                      PIC X(5).
           05  SORT-WORK-ACTION                     PIC X.
           05  SORT-WORK-TITLE                      PIC X(30).
           05  SORT-WORK-AUTHOR                     PIC X(25).
           05  SORT-WORK-ORDER-DATE                 PIC 9(8).
           05  SORT-WORK-COPIES                     PIC 99.
           05  SORT-WORK-AGE                        PIC 9(5).
      *
       WORKING-STORAGE SECTION.
      *
      *    SPOOL BOOKKEEPING -- THE SPOOL FILE NAME CARRIES THE JOB
      *    AND RUN DATE, AND EVERY RUN REGISTERS ITSELF ON THE
      *    SPOOL INDEX BEFORE WRITING A LINE.
       01  WS-SPOOL-FILE-NAME                       PIC X(20).
       01  WORK-SPOOL-INDEX-STATUS                  PIC XX.
       01  W037-SPOOL-JOB-NAME                      PIC X(8)
                                                     VALUE "LIB058A".
       01  W037-SPOOL-RUN-DATE                      PIC 9(6).
       01  W037-SPOOL-RUN-TIME                      PIC 9(8).
       01  W005-END-OF-FILE-SWITCH                  PIC X.
           88  W005-END-OF-FILE                     VALUE "1".
       01  W005-SORT-END-OF-FILE-SWITCH             PIC X.
           88  W005-SORT-END-OF-FILE                VALUE "1".
       01  WORK-ON-ORDER-STATUS                     PIC XX.
       01  WORK-VENDOR-STATUS                       PIC XX.
       01  W005-VENDORS-OPEN-SWITCH                 PIC X.
           88  W005-VENDORS-IS-OPEN                 VALUE "Y".
      *
      *    CLAIM RULES -- DAYS A VENDOR WITH NO DELIVERY DAYS ON FILE
      *    IS GIVEN, DAYS BETWEEN CLAIMS ON ONE LINE (28, SO A RUN ON
      *    THE 1ST OF EVERY MONTH ALWAYS QUALIFIES), AND THE CLAIM
      *    COUNT THAT PUTS A LINE ON THE CANCEL-AND-REORDER LIST.
       01  W058-DEFAULT-DELIVERY-DAYS               PIC 999 VALUE 90.
       01  W058-CLAIM-INTERVAL-DAYS                 PIC 99 VALUE 28.
       01  W058-CLAIM-LIMIT                         PIC 9 VALUE 3.
      *
       01  W005-TODAY-RAW-DATE.
           05  W005-TODAY-RAW-YY                    PIC 99.
           05  W005-TODAY-RAW-MM                    PIC 99.
           05  W005-TODAY-RAW-DD                    PIC 99.
       01  W005-TODAY-DATE                          PIC 9(8).
      *
      *    SERIAL-DAY CONVERSION (SAME 4/100/400 ARITHMETIC AS
      *    CIRC001A) SO THE AGE OF AN ORDER IS A SUBTRACTION.
       01  W007-CUM-DAYS-TABLE.
           05  FILLER                               PIC 999 VALUE 000.
           05  FILLER                               PIC 999 VALUE 031.
           05  FILLER                               PIC 999 VALUE 059.
           05  FILLER                               PIC 999 VALUE 090.
           05  FILLER                               PIC 999 VALUE 120.
           05  FILLER                               PIC 999 VALUE 151.
           05  FILLER                               PIC 999 VALUE 181.
           05  FILLER                               PIC 999 VALUE 212.
           05  FILLER                               PIC 999 VALUE 243.
           05  FILLER                               PIC 999 VALUE 273.
           05  FILLER                               PIC 999 VALUE 304.
           05  FILLER                               PIC 999 VALUE 334.
       01  W007-CUM-DAYS REDEFINES W007-CUM-DAYS-TABLE.
           05  W007-MONTH-CUM-DAYS                  PIC 999 OCCURS 12.
       01  W007-CONV-DATE.
           05  W007-CONV-CC                         PIC 99.
           05  W007-CONV-YY                         PIC 99.
           05  W007-CONV-MM                         PIC 99.
           05  W007-CONV-DD                         PIC 99.
       01  W007-CONV-YEAR                           PIC 9(4).
       01  W007-LEAP-YEAR                           PIC 9(4).
       01  W007-LEAP-4                              PIC 9(4).
       01  W007-LEAP-100                            PIC 9(4).
       01  W007-LEAP-400                            PIC 9(4).
       01  W007-CONV-SERIAL                         PIC 9(7).
       01  W007-TODAY-SERIAL                        PIC 9(7).
       01  W007-DAYS-AGO                            PIC S9(5).
       01  W007-SINCE-CLAIM                         PIC S9(5).
      *
       01  W012-LINES-READ                          PIC 9(5) VALUE 0.
       01  W012-OPEN-LINES                          PIC 9(5) VALUE 0.
       01  W012-LINES-CLAIMED                       PIC 9(5) VALUE 0.
       01  W012-LETTER-COUNT                        PIC 9(5) VALUE 0.
       01  W012-RECENTLY-CLAIMED                    PIC 9(5) VALUE 0.
       01  W012-CANCEL-COUNT                        PIC 9(5) VALUE 0.
      *
       01  W020-DELIVERY-DAYS                       PIC 999.
       01  W020-LETTER-VENDOR-CODE                  PIC X(6).
       01  W020-LETTER-VENDOR-NAME                  PIC X(20).
      *
      *    THE CANCEL-AND-REORDER LIST, GATHERED WHILE THE LETTERS
      *    PRINT AND PRINTED AFTER THEM. LINES PAST THE TABLE ARE
      *    COUNTED, NOT LISTED.
       01  W021-CANCEL-MAX                          PIC 999 VALUE 200.
       01  W021-CANCEL-USED                         PIC 999 VALUE 0.
       01  W021-CANCEL-OVERFLOW                     PIC 9(5) VALUE 0.
       01  W021-CANCEL-SUB                          PIC 999.
       01  W021-CANCEL-TABLE.
           05  W021-CANCEL-ENTRY OCCURS 200 TIMES.
               10  W021-CAN-ORDER                   PIC X(5).
               10  W021-CAN-VENDOR-CODE             PIC X(6).
               10  W021-CAN-VENDOR-NAME             PIC X(20).
               10  W021-CAN-TITLE                   PIC X(30).
               10  W021-CAN-ORDER-DATE              PIC 9(8).
       01  W021-DATE-WORK.
           05  W021-DATE-CCYY                       PIC 9(4).
           05  W021-DATE-MM                         PIC 99.
           05  W021-DATE-DD                         PIC 99.
      *
       01  W010-LETTER-TITLE-LINE                   PIC X(80) VALUE
           "CLAIM -- ORDERED ITEMS NOT RECEIVED".
       01  W010-LETTER-BODY-1                       PIC X(80) VALUE
           "THE ITEMS BELOW WERE ORDERED FROM YOU AND HAVE NOT BEEN".
       01  W010-LETTER-BODY-2                       PIC X(80) VALUE
           "RECEIVED. PLEASE SHIP THEM OR REPORT THEIR STATUS. AN".
       01  W010-LETTER-BODY-3                       PIC X(80) VALUE
           "ITEM ON ITS THIRD CLAIM MAY BE CANCELLED AND REORDERED.".
       01  W010-LETTER-NAME-LINE                    PIC X(80).
       01  W010-LETTER-ADDR-LINE                    PIC X(80).
       01  W010-LETTER-CITY-LINE                    PIC X(80).
      *
       01  W015-COLUMN-LINE.
           05  FILLER                     PIC X(40) VALUE
               "  ORDER  ORDERED     TITLE              ".
           05  FILLER                     PIC X(38) VALUE
               "                  COPIES  DAYS  CLAIM".
      *
       01  W015-DETAIL-LINE.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  W015-DET-ORDER                       PIC X(5).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  W015-DET-MM                          PIC 99.
           05  FILLER                     PIC X VALUE "/".
           05  W015-DET-DD                          PIC 99.
           05  FILLER                     PIC X VALUE "/".
           05  W015-DET-CCYY                        PIC 9(4).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  W015-DET-TITLE                       PIC X(30).
           05  FILLER                     PIC X(6) VALUE SPACES.
           05  W015-DET-COPIES                      PIC Z9.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  W015-DET-AGE                         PIC ZZZZ9.
           05  FILLER                     PIC X(5) VALUE SPACES.
           05  W015-DET-CLAIM                       PIC 9.
      *
       01  W015-CANCEL-TITLE-LINE                   PIC X(80) VALUE
           "CANCEL AND REORDER -- LINES CLAIMED 3 TIMES, NOT RECEIVED".
      *
       01  W015-CANCEL-COLUMN-LINE.
           05  FILLER                     PIC X(40) VALUE
               "  ORDER  ORDERED     VENDOR             ".
           05  FILLER                     PIC X(38) VALUE
               "          TITLE".
      *
       01  W015-CANCEL-LINE.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  W015-CAN-ORDER                       PIC X(5).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  W015-CAN-MM                          PIC 99.
           05  FILLER                     PIC X VALUE "/".
           05  W015-CAN-DD                          PIC 99.
           05  FILLER                     PIC X VALUE "/".
           05  W015-CAN-CCYY                        PIC 9(4).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  W015-CAN-VENDOR-CODE                 PIC X(6).
           05  FILLER                     PIC X VALUE SPACE.
           05  W015-CAN-VENDOR-NAME                 PIC X(20).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  W015-CAN-TITLE                       PIC X(30).
      *
       PROCEDURE DIVISION.
      *
       C000-MAIN-LINE-LOGIC.
      *
           PERFORM C010-CALC-TODAY-SERIAL.
           MOVE "N" TO W005-VENDORS-OPEN-SWITCH.
           OPEN INPUT VENDOR-FILE.
           IF WORK-VENDOR-STATUS EQUAL "00"
               MOVE "Y" TO W005-VENDORS-OPEN-SWITCH
           END-IF.
           SORT SORT-WORK-FILE
                ON ASCENDING KEY SORT-WORK-VENDOR-CODE
                ON ASCENDING KEY SORT-WORK-VENDOR-NAME
                ON ASCENDING KEY SORT-WORK-ORDER
                INPUT PROCEDURE IS C030-SELECT-LATE-LINES
                OUTPUT PROCEDURE IS C050-PRINT-CLAIM-LETTERS.
           IF W005-VENDORS-IS-OPEN
               CLOSE VENDOR-FILE
           END-IF.
           DISPLAY "LIB058A MONTHLY VENDOR CLAIM RUN COMPLETE".
           DISPLAY "ORDER LINES READ:     " W012-LINES-READ.
           DISPLAY "OPEN LINES:           " W012-OPEN-LINES.
           DISPLAY "LINES CLAIMED:        " W012-LINES-CLAIMED.
           DISPLAY "CLAIM LETTERS:        " W012-LETTER-COUNT.
           DISPLAY "CLAIMED THIS MONTH:   " W012-RECENTLY-CLAIMED.
           DISPLAY "CANCEL AND REORDER:   " W012-CANCEL-COUNT.
           GOBACK.
      *
       C010-CALC-TODAY-SERIAL.
      *
           ACCEPT W005-TODAY-RAW-DATE FROM DATE.
           IF W005-TODAY-RAW-YY LESS THAN 50
               MOVE 20 TO W007-CONV-CC
           ELSE
               MOVE 19 TO W007-CONV-CC.
           MOVE W005-TODAY-RAW-YY TO W007-CONV-YY.
           MOVE W005-TODAY-RAW-MM TO W007-CONV-MM.
           MOVE W005-TODAY-RAW-DD TO W007-CONV-DD.
           MOVE W007-CONV-DATE TO W005-TODAY-DATE.
           PERFORM C015-DATE-TO-SERIAL.
           MOVE W007-CONV-SERIAL TO W007-TODAY-SERIAL.
      *
      *    CONVERTS W007-CONV-DATE (CCYYMMDD) TO A DAY NUMBER IN
      *    W007-CONV-SERIAL.
       C015-DATE-TO-SERIAL.
      *
           COMPUTE W007-CONV-YEAR =
                   W007-CONV-CC * 100 + W007-CONV-YY.
           IF W007-CONV-MM GREATER THAN 2
               MOVE W007-CONV-YEAR TO W007-LEAP-YEAR
           ELSE
               COMPUTE W007-LEAP-YEAR = W007-CONV-YEAR - 1.
           DIVIDE W007-LEAP-YEAR BY 4 GIVING W007-LEAP-4.
           DIVIDE W007-LEAP-YEAR BY 100 GIVING W007-LEAP-100.
           DIVIDE W007-LEAP-YEAR BY 400 GIVING W007-LEAP-400.
           COMPUTE W007-CONV-SERIAL =
                   W007-CONV-YEAR * 365
                 + W007-LEAP-4 - W007-LEAP-100 + W007-LEAP-400
                 + W007-MONTH-CUM-DAYS (W007-CONV-MM)
                 + W007-CONV-DD.
      *
      *
      *    INPUT PROCEDURE -- ONE SORT RECORD PER OPEN LINE OLDER
      *    THAN ITS VENDOR'S DELIVERY DAYS THAT IS DUE A CLAIM, OR
      *    ALREADY CLAIMED TO THE LIMIT.
       C030-SELECT-LATE-LINES.
      *
           OPEN INPUT ON-ORDER-FILE.
           IF WORK-ON-ORDER-STATUS NOT EQUAL "00"
               DISPLAY "LIB058A: NO ON-ORDER FILE -- NOTHING TO CLAIM"
           ELSE
               MOVE "0" TO W005-END-OF-FILE-SWITCH
               PERFORM C035-READ-ORDER-LINE
               PERFORM C040-CHECK-ONE-LINE UNTIL W005-END-OF-FILE
               CLOSE ON-ORDER-FILE
           END-IF.
      *
       C035-READ-ORDER-LINE.
      *
           READ ON-ORDER-FILE NEXT RECORD
                AT END, MOVE "1" TO W005-END-OF-FILE-SWITCH.
      *
       C040-CHECK-ONE-LINE.
      *
           ADD 1 TO W012-LINES-READ.
           IF ORD-IS-OPEN
               ADD 1 TO W012-OPEN-LINES
               PERFORM C042-FIND-DELIVERY-DAYS
               MOVE ORD-ORDER-DATE TO W007-CONV-DATE
               PERFORM C015-DATE-TO-SERIAL
               COMPUTE W007-DAYS-AGO =
                       W007-TODAY-SERIAL - W007-CONV-SERIAL
               IF W007-DAYS-AGO GREATER THAN W020-DELIVERY-DAYS
                   PERFORM C045-RELEASE-LATE-LINE
               END-IF
           END-IF.
           PERFORM C035-READ-ORDER-LINE.
      *
      *    A LINE WITH NO VENDOR CODE (KEYED BEFORE VENDOR.DAT), A
      *    CODE NO LONGER ON FILE, OR A VENDOR WITH NO DELIVERY DAYS
      *    TAKES THE HOUSE DEFAULT.
       C042-FIND-DELIVERY-DAYS.
      *
           MOVE W058-DEFAULT-DELIVERY-DAYS TO W020-DELIVERY-DAYS.
           IF W005-VENDORS-IS-OPEN
              AND ORD-VENDOR-CODE NOT EQUAL SPACES
               MOVE ORD-VENDOR-CODE TO VEND-CODE
               READ VENDOR-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF VEND-DELIVERY-DAYS IS NUMERIC
                          AND VEND-DELIVERY-DAYS GREATER THAN ZERO
                           MOVE VEND-DELIVERY-DAYS
                                   TO W020-DELIVERY-DAYS
                       END-IF
               END-READ
           END-IF.
      *
      *    A LINE AT THE CLAIM LIMIT GOES TO THE LIST ONLY; A LINE
      *    CLAIMED WITHIN THE INTERVAL IS LEFT FOR NEXT MONTH.
       C045-RELEASE-LATE-LINE.
      *
           IF ORD-CLAIM-COUNT IS NOT NUMERIC
               MOVE ZERO TO ORD-CLAIM-COUNT
           END-IF.
           IF ORD-LAST-CLAIM-DATE IS NOT NUMERIC
               MOVE ZERO TO ORD-LAST-CLAIM-DATE
           END-IF.
           MOVE ORD-VENDOR-CODE TO SORT-WORK-VENDOR-CODE.
           MOVE ORD-VENDOR TO SORT-WORK-VENDOR-NAME.
           MOVE ORD-NUMBER TO SORT-WORK-ORDER.
           MOVE ORD-TITLE TO SORT-WORK-TITLE.
           MOVE ORD-AUTHOR TO SORT-WORK-AUTHOR.
           MOVE ORD-ORDER-DATE TO SORT-WORK-ORDER-DATE.
           MOVE ORD-COPIES-ORDERED TO SORT-WORK-COPIES.
           MOVE W007-DAYS-AGO TO SORT-WORK-AGE.
           MOVE 99999 TO W007-SINCE-CLAIM.
           IF ORD-LAST-CLAIM-DATE GREATER THAN ZERO
               MOVE ORD-LAST-CLAIM-DATE TO W007-CONV-DATE
               PERFORM C015-DATE-TO-SERIAL
               COMPUTE W007-SINCE-CLAIM =
                       W007-TODAY-SERIAL - W007-CONV-SERIAL
           END-IF.
           IF ORD-CLAIM-COUNT NOT LESS THAN W058-CLAIM-LIMIT
               MOVE "L" TO SORT-WORK-ACTION
               RELEASE SORT-WORK-RECORD
           ELSE IF W007-SINCE-CLAIM LESS THAN W058-CLAIM-INTERVAL-DAYS
               ADD 1 TO W012-RECENTLY-CLAIMED
           ELSE
               MOVE "C" TO SORT-WORK-ACTION
               RELEASE SORT-WORK-RECORD
           END-IF.
      *
      *    OUTPUT PROCEDURE -- THE LATE LINES ARRIVE GROUPED BY
      *    VENDOR; EACH VENDOR'S LINES DUE A CLAIM BECOME ONE LETTER,
      *    AND EACH LINE CLAIMED IS STAMPED ON THE ORDER.
       C050-PRINT-CLAIM-LETTERS.
      *
           PERFORM C900-REGISTER-SPOOL-FILE.
           OPEN OUTPUT CLAIM-LETTER-PRINT.
           OPEN I-O ON-ORDER-FILE.
           MOVE HIGH-VALUES TO W020-LETTER-VENDOR-CODE.
           MOVE HIGH-VALUES TO W020-LETTER-VENDOR-NAME.
           MOVE "0" TO W005-SORT-END-OF-FILE-SWITCH.
           RETURN SORT-WORK-FILE
                AT END MOVE "1" TO W005-SORT-END-OF-FILE-SWITCH.
           PERFORM C055-HANDLE-ONE-LINE UNTIL W005-SORT-END-OF-FILE.
           IF W012-LETTER-COUNT EQUAL ZERO
               MOVE "(NO ORDER LINES DUE A CLAIM THIS MONTH)"
                       TO CLAIM-LETTER-LINE
               WRITE CLAIM-LETTER-LINE
           END-IF.
           PERFORM C070-PRINT-CANCEL-LIST.
           CLOSE ON-ORDER-FILE.
           CLOSE CLAIM-LETTER-PRINT.
      *
       C055-HANDLE-ONE-LINE.
      *
           IF SORT-WORK-ACTION EQUAL "L"
               PERFORM C065-ADD-TO-CANCEL-LIST
           ELSE
               IF SORT-WORK-VENDOR-CODE NOT EQUAL
                       W020-LETTER-VENDOR-CODE
                  OR SORT-WORK-VENDOR-NAME NOT EQUAL
                       W020-LETTER-VENDOR-NAME
                   PERFORM C060-START-LETTER-PAGE
               END-IF
               PERFORM C058-CLAIM-ORDER-LINE
           END-IF.
           RETURN SORT-WORK-FILE
              AT END MOVE "1" TO W005-SORT-END-OF-FILE-SWITCH.
      *
      *    STAMP THE CLAIM ON THE ORDER AND PRINT THE LETTER LINE. THE
      *    CLAIM THAT REACHES THE LIMIT STILL GOES TO THE VENDOR, AND
      *    PUTS THE LINE ON THIS MONTH'S CANCEL-AND-REORDER LIST.
       C058-CLAIM-ORDER-LINE.
      *
           MOVE SORT-WORK-ORDER TO ORD-NUMBER.
           READ ON-ORDER-FILE
               INVALID KEY
                   DISPLAY "LIB058A: ORDER " SORT-WORK-ORDER
                           " VANISHED -- NOT CLAIMED"
               NOT INVALID KEY
                   IF ORD-CLAIM-COUNT IS NOT NUMERIC
                       MOVE ZERO TO ORD-CLAIM-COUNT
                   END-IF
                   ADD 1 TO ORD-CLAIM-COUNT
                   MOVE W005-TODAY-DATE TO ORD-LAST-CLAIM-DATE
                   REWRITE ON-ORDER-RECORD
                   ADD 1 TO W012-LINES-CLAIMED
                   MOVE SORT-WORK-ORDER TO W015-DET-ORDER
                   MOVE SORT-WORK-ORDER-DATE TO W021-DATE-WORK
                   MOVE W021-DATE-MM TO W015-DET-MM
                   MOVE W021-DATE-DD TO W015-DET-DD
                   MOVE W021-DATE-CCYY TO W015-DET-CCYY
                   MOVE SORT-WORK-TITLE TO W015-DET-TITLE
                   MOVE SORT-WORK-COPIES TO W015-DET-COPIES
                   MOVE SORT-WORK-AGE TO W015-DET-AGE
                   MOVE ORD-CLAIM-COUNT TO W015-DET-CLAIM
                   MOVE W015-DETAIL-LINE TO CLAIM-LETTER-LINE
                   WRITE CLAIM-LETTER-LINE
                   IF ORD-CLAIM-COUNT NOT LESS THAN W058-CLAIM-LIMIT
                       PERFORM C065-ADD-TO-CANCEL-LIST
                   END-IF
           END-READ.
      *
      *    ONE PAGE PER VENDOR -- NAME, REMIT-TO ADDRESS, AND OUR
      *    ACCOUNT NUMBER OFF VENDOR.DAT. A LINE WITH NO VENDOR CODE
      *    IS ADDRESSED BY THE NAME ON THE ORDER ALONE.
       C060-START-LETTER-PAGE.
      *
           MOVE SORT-WORK-VENDOR-CODE TO W020-LETTER-VENDOR-CODE.
           MOVE SORT-WORK-VENDOR-NAME TO W020-LETTER-VENDOR-NAME.
           ADD 1 TO W012-LETTER-COUNT.
           MOVE SORT-WORK-VENDOR-NAME TO W010-LETTER-NAME-LINE.
           MOVE SPACES TO W010-LETTER-ADDR-LINE
                          W010-LETTER-CITY-LINE.
           MOVE SPACES TO VEND-ACCOUNT-NUMBER.
           IF W005-VENDORS-IS-OPEN
              AND SORT-WORK-VENDOR-CODE NOT EQUAL SPACES
               MOVE SORT-WORK-VENDOR-CODE TO VEND-CODE
               READ VENDOR-FILE
                   INVALID KEY
                       MOVE SPACES TO VEND-ACCOUNT-NUMBER
                   NOT INVALID KEY
                       MOVE VEND-NAME TO W010-LETTER-NAME-LINE
                       STRING VEND-REMIT-ADD DELIMITED BY "  "
                              "  " DELIMITED BY SIZE
                              VEND-REMIT-ADD2 DELIMITED BY "  "
                              INTO W010-LETTER-ADDR-LINE
                       STRING VEND-REMIT-CITY DELIMITED BY "  "
                              " " DELIMITED BY SIZE
                              VEND-REMIT-STATE DELIMITED BY SIZE
                              "  " DELIMITED BY SIZE
                              VEND-REMIT-ZIP DELIMITED BY SIZE
                              INTO W010-LETTER-CITY-LINE
               END-READ
           END-IF.
           MOVE W010-LETTER-TITLE-LINE TO CLAIM-LETTER-LINE.
           WRITE CLAIM-LETTER-LINE AFTER ADVANCING PAGE.
           MOVE W010-LETTER-NAME-LINE TO CLAIM-LETTER-LINE.
           WRITE CLAIM-LETTER-LINE AFTER ADVANCING 2 LINES.
           MOVE W010-LETTER-ADDR-LINE TO CLAIM-LETTER-LINE.
           WRITE CLAIM-LETTER-LINE.
           MOVE W010-LETTER-CITY-LINE TO CLAIM-LETTER-LINE.
           WRITE CLAIM-LETTER-LINE.
           MOVE SPACES TO CLAIM-LETTER-LINE.
           STRING "OUR ACCOUNT: " DELIMITED BY SIZE
                  VEND-ACCOUNT-NUMBER DELIMITED BY SIZE
                  INTO CLAIM-LETTER-LINE.
           WRITE CLAIM-LETTER-LINE AFTER ADVANCING 2 LINES.
           MOVE W010-LETTER-BODY-1 TO CLAIM-LETTER-LINE.
           WRITE CLAIM-LETTER-LINE AFTER ADVANCING 2 LINES.
           MOVE W010-LETTER-BODY-2 TO CLAIM-LETTER-LINE.
           WRITE CLAIM-LETTER-LINE.
           MOVE W010-LETTER-BODY-3 TO CLAIM-LETTER-LINE.
           WRITE CLAIM-LETTER-LINE.
           MOVE W015-COLUMN-LINE TO CLAIM-LETTER-LINE.
           WRITE CLAIM-LETTER-LINE AFTER ADVANCING 2 LINES.
      *
       C065-ADD-TO-CANCEL-LIST.
      *
           ADD 1 TO W012-CANCEL-COUNT.
           IF W021-CANCEL-USED NOT LESS THAN W021-CANCEL-MAX
               ADD 1 TO W021-CANCEL-OVERFLOW
           ELSE
               ADD 1 TO W021-CANCEL-USED
               MOVE SORT-WORK-ORDER
                       TO W021-CAN-ORDER (W021-CANCEL-USED)
               MOVE SORT-WORK-VENDOR-CODE
                       TO W021-CAN-VENDOR-CODE (W021-CANCEL-USED)
               MOVE SORT-WORK-VENDOR-NAME
                       TO W021-CAN-VENDOR-NAME (W021-CANCEL-USED)
               MOVE SORT-WORK-TITLE
                       TO W021-CAN-TITLE (W021-CANCEL-USED)
               MOVE SORT-WORK-ORDER-DATE
                       TO W021-CAN-ORDER-DATE (W021-CANCEL-USED)
           END-IF.
      *
      *    THE SELECTOR'S PAGE -- CANCEL EACH LINE ON ACQ001A (C),
      *    WHICH RELEASES ITS FUND ENCUMBRANCE AND OFFERS A REORDER.
       C070-PRINT-CANCEL-LIST.
      *
           MOVE W015-CANCEL-TITLE-LINE TO CLAIM-LETTER-LINE.
           WRITE CLAIM-LETTER-LINE AFTER ADVANCING PAGE.
           MOVE "CANCEL EACH ON ACQ001A (C) -- RELEASES THE FUND, OFFERS
      -         " A REORDER" TO CLAIM-LETTER-LINE.
           WRITE CLAIM-LETTER-LINE.
           IF W012-CANCEL-COUNT EQUAL ZERO
               MOVE "  (NONE THIS MONTH)" TO CLAIM-LETTER-LINE
               WRITE CLAIM-LETTER-LINE AFTER ADVANCING 2 LINES
           ELSE
               MOVE W015-CANCEL-COLUMN-LINE TO CLAIM-LETTER-LINE
               WRITE CLAIM-LETTER-LINE AFTER ADVANCING 2 LINES
               MOVE 1 TO W021-CANCEL-SUB
               PERFORM C075-PRINT-CANCEL-LINE
                   UNTIL W021-CANCEL-SUB GREATER THAN W021-CANCEL-USED
           END-IF.
           IF W021-CANCEL-OVERFLOW GREATER THAN ZERO
               MOVE SPACES TO CLAIM-LETTER-LINE
               STRING "  ... AND " DELIMITED BY SIZE
                      W021-CANCEL-OVERFLOW DELIMITED BY SIZE
                      " MORE NOT LISTED -- SEE ACQ001A F"
                           DELIMITED BY SIZE
                      INTO CLAIM-LETTER-LINE
               WRITE CLAIM-LETTER-LINE
           END-IF.
           MOVE SPACES TO CLAIM-LETTER-LINE.
           STRING "LINES CLAIMED: " DELIMITED BY SIZE
                  W012-LINES-CLAIMED DELIMITED BY SIZE
                  "  LETTERS: " DELIMITED BY SIZE
                  W012-LETTER-COUNT DELIMITED BY SIZE
                  "  TO CANCEL: " DELIMITED BY SIZE
                  W012-CANCEL-COUNT DELIMITED BY SIZE
                  INTO CLAIM-LETTER-LINE.
           WRITE CLAIM-LETTER-LINE AFTER ADVANCING 2 LINES.
      *
       C075-PRINT-CANCEL-LINE.
      *
           MOVE W021-CAN-ORDER (W021-CANCEL-SUB) TO W015-CAN-ORDER.
           MOVE W021-CAN-ORDER-DATE (W021-CANCEL-SUB)
                   TO W021-DATE-WORK.
           MOVE W021-DATE-MM TO W015-CAN-MM.
           MOVE W021-DATE-DD TO W015-CAN-DD.
           MOVE W021-DATE-CCYY TO W015-CAN-CCYY.
           MOVE W021-CAN-VENDOR-CODE (W021-CANCEL-SUB)
                   TO W015-CAN-VENDOR-CODE.
           MOVE W021-CAN-VENDOR-NAME (W021-CANCEL-SUB)
                   TO W015-CAN-VENDOR-NAME.
           MOVE W021-CAN-TITLE (W021-CANCEL-SUB) TO W015-CAN-TITLE.
           MOVE W015-CANCEL-LINE TO CLAIM-LETTER-LINE.
           WRITE CLAIM-LETTER-LINE.
           ADD 1 TO W021-CANCEL-SUB.
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
