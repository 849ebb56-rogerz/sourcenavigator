      * FROM THE HISTORY FILE ALONE. RENEWALS COUNT OFF THE LOAN'S  *
      * LAST-RENEWAL DATE, HOLDS OFF THEIR PLACED DATE (BRANCH      *
      * RESOLVED THROUGH THE ITEM FILE), AND FINES OFF THE LEDGER'S *
      * PAYMENT LINES, WHICH CARRY THEIR BRANCH EXACTLY. IN-HOUSE   *
      * USES COUNT OFF INHOUSE.DAT AT THE BRANCH THAT SCANNED THEM. *
      * THE SAME CHECKOUTS, RETURNS, RENEWALS, AND DESK PAYMENTS    *
      * ARE ALSO BROKEN OUT BY THE CLOCK HOUR STAMPED ON THEM AND    *
      * APPENDED TO HOURSNAP.DAT FOR THE LIB070A DESK TRAFFIC       *
      * REPORT; AN EVENT WITH NO TIME STAMP IS LEFT OUT OF THE      *
      * HOURS BUT STILL COUNTS IN THE DAY.                          *
      *                                                             *
      * A LOAN CHECKED OUT OR RENEWED TODAY IS DUE TODAY OR LATER,  *
      * SO WHEN THE DUE-DATE INDEX (CIRCDUE.DAT) IS ON THE SYSTEM   *
      * ONLY THOSE OPEN LOANS ARE READ; WITHOUT IT, THE WHOLE OF    *
      * CIRC.DAT IS SCANNED.                                        *
      *                                                             *
      ***************************************************************
      *
       FILE-CONTROL.
      *
           SELECT CIRCULATION-FILE ASSIGN TO DISK
           ACCESS MODE DYNAMIC
           ORGANIZATION INDEXED
           RECORD KEY CIRC-ITEM-BARCODE
           FILE STATUS IS WORK-CIRC-FILE-STATUS.
      *
           SELECT DUE-DATE-XREF ASSIGN TO DISK
           ACCESS MODE DYNAMIC
           ORGANIZATION INDEXED
           RECORD KEY DUEX-KEY
           FILE STATUS IS WORK-DUE-XREF-STATUS.
      *
           SELECT CIRC-HISTORY-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           SELECT CIRC-SNAPSHOT-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WORK-SNAPSHOT-STATUS.
      *
           SELECT IN-HOUSE-USE-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WORK-INHOUSE-FILE-STATUS.
      *
           SELECT HOUR-SNAPSHOT-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WORK-HOUR-SNAPSHOT-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       copy circ.
      *
       copy circdue.
      *
       copy circhist.
      *
       copy finedtl.
      *
       copy circsnap.
      *
       copy inhouse.
      *
       copy hoursnap.
      *
       WORKING-STORAGE SECTION.
      *
       01  W005-END-OF-FILE-SWITCH                  PIC X.
           88  W005-END-OF-FILE                     VALUE "1".
       01  WORK-CIRC-FILE-STATUS                    PIC XX.
       01  WORK-DUE-XREF-STATUS                     PIC XX.
       01  WORK-HISTORY-FILE-STATUS                 PIC XX.
       01  WORK-HOLD-FILE-STATUS                    PIC XX.
       01  WORK-ITEM-FILE-STATUS                    PIC XX.
       01  WORK-FINE-DETAIL-STATUS                  PIC XX.
       01  WORK-SNAPSHOT-STATUS                     PIC XX.
       01  WORK-INHOUSE-FILE-STATUS                 PIC XX.
       01  WORK-HOUR-SNAPSHOT-STATUS                PIC XX.
       01  WORK-ITEMS-OPEN-SWITCH                   PIC X.
           88  WORK-ITEMS-IS-OPEN                   VALUE "Y".
      *
               10  W010-BRANCH-RENEWALS             PIC 9(5).
               10  W010-BRANCH-HOLDS                PIC 9(5).
               10  W010-BRANCH-FINES                PIC 9(5)V99.
               10  W010-BRANCH-IN-HOUSE-USES        PIC 9(5).
       01  W010-BRANCH-FOUND-SWITCH                 PIC X.
           88  W010-BRANCH-FOUND                    VALUE "Y".
       01  W010-OVERFLOW-NOTICE-SWITCH              PIC X VALUE "N".
           88  W010-OVERFLOW-NOTICED                VALUE "Y".
       01  W010-WORK-BRANCH-ID                      PIC X(3).
      *
      *    THE SAME BRANCH SLOTS BROKEN INTO THE 24 CLOCK HOURS --
      *    HOUR SLOT 1 IS 00:00-00:59, SLOT 10 IS 09:00-09:59.
       01  W011-HOUR-TABLE.
           05  W011-HOUR-BRANCH                     OCCURS 10 TIMES.
               10  W011-HOUR                        OCCURS 24 TIMES.
                   15  W011-HOUR-CHECKOUTS          PIC 9(5).
                   15  W011-HOUR-RETURNS            PIC 9(5).
                   15  W011-HOUR-RENEWALS           PIC 9(5).
                   15  W011-HOUR-PAYMENTS           PIC 9(5).
       01  W011-B                                   PIC 99.
       01  W011-H                                   PIC 99.
       01  W011-HOUR-FOUND-SWITCH                   PIC X.
           88  W011-HOUR-FOUND                      VALUE "Y".
       01  W011-WORK-TIME.
           05  W011-WORK-HH                         PIC 99.
           05  W011-WORK-MN                         PIC 99.
       01  W011-HOUR-RECORD-COUNT                   PIC 9(5) VALUE 0.
      *
       PROCEDURE DIVISION.
      *
       C000-MAIN-LINE-LOGIC.
      *
           PERFORM C010-CALC-TODAY-DATE.
           INITIALIZE W011-HOUR-TABLE.
           MOVE "N" TO WORK-ITEMS-OPEN-SWITCH.
           OPEN INPUT ITEM-COPY-FILE.
           IF WORK-ITEM-FILE-STATUS EQUAL "00"
           PERFORM C030-TALLY-HISTORY.
           PERFORM C040-TALLY-HOLDS-PLACED.
           PERFORM C050-TALLY-FINES-COLLECTED.
           PERFORM C070-TALLY-IN-HOUSE-USES.
           IF WORK-ITEMS-IS-OPEN
               CLOSE ITEM-COPY-FILE.
           PERFORM C060-APPEND-SNAPSHOT-RECORDS.
           PERFORM C080-APPEND-HOUR-RECORDS.
           DISPLAY "LIB039A SNAPSHOT COMPLETE -- BRANCH RECORDS: "
                   W010-BRANCH-COUNT.
           DISPLAY "                             HOUR RECORDS:   "
                   W011-HOUR-RECORD-COUNT.
           GOBACK.
      *
       C010-CALC-TODAY-DATE.
                   MOVE ZERO TO W010-BRANCH-RENEWALS (W010-B-I)
                   MOVE ZERO TO W010-BRANCH-HOLDS (W010-B-I)
                   MOVE ZERO TO W010-BRANCH-FINES (W010-B-I)
                   MOVE ZERO TO W010-BRANCH-IN-HOUSE-USES (W010-B-I)
                   MOVE "Y" TO W010-BRANCH-FOUND-SWITCH
               ELSE
                   IF NOT W010-OVERFLOW-NOTICED
               END-IF
           END-IF.
      *
      *    TURNS AN HHMM STAMP IN W011-WORK-TIME INTO ITS HOUR SLOT
      *    IN W011-H, AND POINTS W011-B AT THE BRANCH SLOT C015
      *    JUST FOUND. A ZERO STAMP IS AN EVENT WRITTEN BEFORE THE
      *    TIMES WERE KEPT (OR A BACKDATED OR PORTAL ONE) AND FINDS
      *    NO SLOT, AS DOES ANYTHING THAT IS NOT A CLOCK TIME.
       C017-FIND-HOUR-SLOT.
      *
           MOVE "N" TO W011-HOUR-FOUND-SWITCH.
           SET W011-B TO W010-B-I.
           IF W011-WORK-TIME NUMERIC
              AND W011-WORK-TIME NOT EQUAL ZERO
              AND W011-WORK-HH LESS THAN 24
               COMPUTE W011-H = W011-WORK-HH + 1
               MOVE "Y" TO W011-HOUR-FOUND-SWITCH
           END-IF.
      *
      *    STILL-OPEN LOANS -- TODAY'S CHECKOUTS NOT YET RETURNED,
      *    AND TODAY'S IN-PLACE RENEWALS.
       C020-TALLY-OPEN-LOANS.
           OPEN INPUT CIRCULATION-FILE.
           IF WORK-CIRC-FILE-STATUS EQUAL "00"
               MOVE "0" TO W005-END-OF-FILE-SWITCH
               OPEN INPUT DUE-DATE-XREF
               IF WORK-DUE-XREF-STATUS EQUAL "00"
                   PERFORM C022-START-DUE-INDEX
                   PERFORM C024-TALLY-INDEXED-LOAN
                           UNTIL W005-END-OF-FILE
                   CLOSE DUE-DATE-XREF
               ELSE
                   PERFORM C025-TALLY-ONE-LOAN UNTIL W005-END-OF-FILE
               END-IF
               CLOSE CIRCULATION-FILE
           END-IF.
      *
      *    THE STATUS-O ENTRIES DUE TODAY OR LATER, IN INDEX ORDER.
      *    EACH LOAN IS FETCHED BY BARCODE AND COUNTED ONLY IF IT
      *    STILL SHOWS OUT ON THE SAME DUE DATE.
       C022-START-DUE-INDEX.
      *
           MOVE "O" TO DUEX-STATUS-FLAG.
           MOVE W005-TODAY-DATE TO DUEX-DUE-DATE.
           MOVE LOW-VALUES TO DUEX-ITEM-BARCODE.
           START DUE-DATE-XREF KEY IS NOT LESS THAN DUEX-KEY
               INVALID KEY
                   MOVE "1" TO W005-END-OF-FILE-SWITCH
           END-START.
           PERFORM C023-READ-DUE-INDEX.
      *
       C023-READ-DUE-INDEX.
      *
           IF NOT W005-END-OF-FILE
               READ DUE-DATE-XREF NEXT RECORD
                   AT END
                       MOVE "1" TO W005-END-OF-FILE-SWITCH
                   NOT AT END
                       IF DUEX-STATUS-FLAG NOT EQUAL "O"
                           MOVE "1" TO W005-END-OF-FILE-SWITCH
                       END-IF
               END-READ
           END-IF.
      *
       C024-TALLY-INDEXED-LOAN.
      *
           MOVE DUEX-ITEM-BARCODE TO CIRC-ITEM-BARCODE.
           READ CIRCULATION-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CIRC-ITEM-OUT
                      AND CIRC-DUE-DATE EQUAL DUEX-DUE-DATE
                       PERFORM C026-TALLY-OPEN-LOAN
                   END-IF
           END-READ.
           PERFORM C023-READ-DUE-INDEX.
      *
       C025-TALLY-ONE-LOAN.
      *
                   MOVE "1" TO W005-END-OF-FILE-SWITCH
               NOT AT END
                   IF CIRC-ITEM-OUT
                       PERFORM C026-TALLY-OPEN-LOAN
                   END-IF
           END-READ.
      *
       C026-TALLY-OPEN-LOAN.
      *
           COMPUTE W005-EVENT-DATE-N =
                   CIRC-CHECKOUT-CC * 1000000
                 + CIRC-CHECKOUT-YY * 10000
                 + CIRC-CHECKOUT-MM * 100
                 + CIRC-CHECKOUT-DD.
           IF W005-EVENT-DATE-N EQUAL W005-TODAY-DATE-N
               MOVE CIRC-BRANCH-ID TO W010-WORK-BRANCH-ID
               PERFORM C015-FIND-BRANCH-SLOT
               IF W010-BRANCH-FOUND
                   ADD 1 TO W010-BRANCH-CHECKOUTS (W010-B-I)
                   MOVE CIRC-CHECKOUT-TIME TO W011-WORK-TIME
                   PERFORM C017-FIND-HOUR-SLOT
                   IF W011-HOUR-FOUND
                       ADD 1 TO W011-HOUR-CHECKOUTS (W011-B, W011-H)
                   END-IF
               END-IF
           END-IF.
           IF CIRC-LAST-RENEWAL-DATE EQUAL W005-TODAY-DATE-N
               MOVE CIRC-BRANCH-ID TO W010-WORK-BRANCH-ID
               PERFORM C015-FIND-BRANCH-SLOT
               IF W010-BRANCH-FOUND
                   ADD 1 TO W010-BRANCH-RENEWALS (W010-B-I)
                   MOVE CIRC-LAST-RENEWAL-TIME TO W011-WORK-TIME
                   PERFORM C017-FIND-HOUR-SLOT
                   IF W011-HOUR-FOUND
                       ADD 1 TO W011-HOUR-RENEWALS (W011-B, W011-H)
                   END-IF
               END-IF
           END-IF.
      *
      *    COMPLETED LOANS -- TODAY'S RETURNS, AND TODAY'S
      *    CHECKOUTS THAT ALREADY CAME BACK (COUNTED HERE, NOT ON
                       PERFORM C015-FIND-BRANCH-SLOT
                       IF W010-BRANCH-FOUND
                           ADD 1 TO W010-BRANCH-CHECKOUTS (W010-B-I)
                           MOVE HIST-CHECKOUT-TIME TO W011-WORK-TIME
                           PERFORM C017-FIND-HOUR-SLOT
                           IF W011-HOUR-FOUND
                               ADD 1 TO W011-HOUR-CHECKOUTS
                                           (W011-B, W011-H)
                           END-IF
                       END-IF
                   END-IF
                   COMPUTE W005-EVENT-DATE-N =
                       PERFORM C015-FIND-BRANCH-SLOT
                       IF W010-BRANCH-FOUND
                           ADD 1 TO W010-BRANCH-RETURNS (W010-B-I)
                           MOVE HIST-RETURN-TIME TO W011-WORK-TIME
                           PERFORM C017-FIND-HOUR-SLOT
                           IF W011-HOUR-FOUND
                               ADD 1 TO W011-HOUR-RETURNS
                                           (W011-B, W011-H)
                           END-IF
                       END-IF
                   END-IF
           END-READ.
      *
      *    HOLDS PLACED TODAY -- COUNTED AT THE PATRON'S PICKUP
      *    BRANCH; A HOLD PLACED BEFORE PICKUP BRANCHES EXISTED
      *    RESOLVES THROUGH THE COPY'S OWNING BRANCH ON THE ITEM FILE.
       C040-TALLY-HOLDS-PLACED.
      *
           OPEN INPUT HOLD-FILE.
                         + HOLD-PLACED-MM * 100
                         + HOLD-PLACED-DD
                   IF W005-EVENT-DATE-N EQUAL W005-TODAY-DATE-N
                       MOVE HOLD-PICKUP-BRANCH TO W010-WORK-BRANCH-ID
                       IF WORK-ITEMS-IS-OPEN
                          AND HOLD-PICKUP-BRANCH EQUAL SPACES
                           MOVE HOLD-ITEM-BARCODE TO ITEM-BARCODE
                           READ ITEM-COPY-FILE
                               INVALID KEY
                       IF W010-BRANCH-FOUND
                           ADD FINE-DTL-AMOUNT
                                   TO W010-BRANCH-FINES (W010-B-I)
                           MOVE FINE-DTL-TIME TO W011-WORK-TIME
                           PERFORM C017-FIND-HOUR-SLOT
                           IF W011-HOUR-FOUND
                              AND NOT FINE-DTL-IS-ONLINE-PAYMENT
                               ADD 1 TO W011-HOUR-PAYMENTS
                                           (W011-B, W011-H)
                           END-IF
                       END-IF
                   END-IF
           END-READ.
           MOVE W010-BRANCH-RENEWALS (W010-B-I) TO SNAP-RENEWALS.
           MOVE W010-BRANCH-HOLDS (W010-B-I) TO SNAP-HOLDS-PLACED.
           MOVE W010-BRANCH-FINES (W010-B-I) TO SNAP-FINES-COLLECTED.
           MOVE W010-BRANCH-IN-HOUSE-USES (W010-B-I)
                   TO SNAP-IN-HOUSE-USES.
           WRITE CIRC-SNAPSHOT-RECORD.
      *
      *    ITEMS USED IN THE BUILDING TODAY -- COUNTED AT THE BRANCH
      *    WHOSE DESK SCANNED THEM.
       C070-TALLY-IN-HOUSE-USES.
      *
           OPEN INPUT IN-HOUSE-USE-FILE.
           IF WORK-INHOUSE-FILE-STATUS EQUAL "00"
               MOVE "0" TO W005-END-OF-FILE-SWITCH
               PERFORM C075-TALLY-ONE-USE UNTIL W005-END-OF-FILE
               CLOSE IN-HOUSE-USE-FILE
           END-IF.
      *
       C075-TALLY-ONE-USE.
      *
           READ IN-HOUSE-USE-FILE
               AT END
                   MOVE "1" TO W005-END-OF-FILE-SWITCH
               NOT AT END
                   IF INUSE-DATE EQUAL W005-TODAY-DATE
                       MOVE INUSE-BRANCH-ID TO W010-WORK-BRANCH-ID
                       PERFORM C015-FIND-BRANCH-SLOT
                       IF W010-BRANCH-FOUND
                           ADD 1 TO
                               W010-BRANCH-IN-HOUSE-USES (W010-B-I)
                       END-IF
                   END-IF
           END-READ.
      *
      *    ONE HOURSNAP.DAT RECORD FOR EVERY BRANCH HOUR THAT SAW
      *    ANY OF THE FOUR DESK EVENTS.
       C080-APPEND-HOUR-RECORDS.
      *
           OPEN EXTEND HOUR-SNAPSHOT-FILE.
           IF WORK-HOUR-SNAPSHOT-STATUS NOT EQUAL "00"
               OPEN OUTPUT HOUR-SNAPSHOT-FILE.
           PERFORM C082-WRITE-BRANCH-HOURS
                VARYING W010-B-I FROM 1 BY 1
                UNTIL W010-B-I GREATER THAN W010-BRANCH-COUNT.
           CLOSE HOUR-SNAPSHOT-FILE.
      *
       C082-WRITE-BRANCH-HOURS.
      *
           SET W011-B TO W010-B-I.
           PERFORM C085-WRITE-ONE-HOUR
                VARYING W011-H FROM 1 BY 1
                UNTIL W011-H GREATER THAN 24.
      *
       C085-WRITE-ONE-HOUR.
      *
           IF W011-HOUR-CHECKOUTS (W011-B, W011-H) GREATER THAN ZERO
              OR W011-HOUR-RETURNS (W011-B, W011-H) GREATER THAN ZERO
              OR W011-HOUR-RENEWALS (W011-B, W011-H) GREATER THAN ZERO
              OR W011-HOUR-PAYMENTS (W011-B, W011-H) GREATER THAN ZERO
               MOVE W005-TODAY-DATE-N TO HSNAP-DATE
               MOVE W010-BRANCH-ID (W010-B-I) TO HSNAP-BRANCH-ID
               COMPUTE HSNAP-HOUR = W011-H - 1
               MOVE W011-HOUR-CHECKOUTS (W011-B, W011-H)
                       TO HSNAP-CHECKOUTS
               MOVE W011-HOUR-RETURNS (W011-B, W011-H)
                       TO HSNAP-RETURNS
               MOVE W011-HOUR-RENEWALS (W011-B, W011-H)
                       TO HSNAP-RENEWALS
               MOVE W011-HOUR-PAYMENTS (W011-B, W011-H)
                       TO HSNAP-PAYMENTS
               WRITE HOUR-SNAPSHOT-RECORD
               ADD 1 TO W011-HOUR-RECORD-COUNT
           END-IF.
