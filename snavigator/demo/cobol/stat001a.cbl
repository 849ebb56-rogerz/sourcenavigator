       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CIRCULATION-FILE ASSIGN TO DISK
           ACCESS MODE DYNAMIC
           ORGANIZATION INDEXED
           RECORD KEY CIRC-ITEM-BARCODE
           FILE STATUS IS WORK-CIRC-FILE-STATUS.
      *    DUE-DATE INDEX -- WHEN DUEXBLD HAS BUILT IT, THE OPEN
      *    LOANS ARE READ OFF IT INSTEAD OF SCANNING ALL OF CIRC.DAT.
           SELECT DUE-DATE-XREF ASSIGN TO DISK
           ACCESS MODE DYNAMIC
           ORGANIZATION INDEXED
           RECORD KEY DUEX-KEY
           FILE STATUS IS WORK-DUE-XREF-STATUS.
           SELECT CIRC-HISTORY-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WORK-HISTORY-FILE-STATUS.
           SELECT IN-HOUSE-USE-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WORK-INHOUSE-FILE-STATUS.
      *    PATRON FILE -- LOOKED UP BY EACH LOAN'S CARD SO STAFF
      *    BORROWING CAN BE COUNTED ON ITS OWN LINE.
           SELECT NAMES-LIST ASSIGN TO DISK
           ACCESS MODE RANDOM
           ORGANIZATION INDEXED
           RECORD KEY PATRON-NUMBER
           FILE STATUS IS WORK-NAMES-FILE-STATUS.
           SELECT CONTROL-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL.
           SELECT CHAIN-LOG-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL.
      *    PRESENT ONLY IN THE TRAINING DIRECTORY -- OPENS ONLY
      *    WHEN A TRAINING SIGN-ON AT MAIN01A HAS POINTED THE DATA
      *    PATH THERE, AND THEN PUTS UP THE TRAINING BANNER.
           SELECT TRAINING-CONTROL-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WORK-TRAINING-STATUS.
       DATA DIVISION.
       FILE SECTION.

       copy circ.

       copy circdue.

       copy circhist.

       copy inhouse.

       copy patron.

       copy chainlog.

       copy trainctl.

       WORKING-STORAGE SECTION.
      *************************************************************
      *                                                           *
      *  AND RETURNS FROM THE HISTORY FILE ALONE -- COUNTING BOTH *
      *  FILES BLIND WOULD DOUBLE EVERY RETURNED LOAN.            *
      *                                                           *
      *  IN-HOUSE USES (ITEMS READ IN THE BUILDING, SCANNED AT    *
      *  THE DESK, NEVER LOANED) COUNT OFF INHOUSE.DAT ALONE.     *
      *                                                           *
      *  LOANS TO STAFF CARDS (PATRON TYPE S) ARE COUNTED IN THE  *
      *  TYPE LINES AS USUAL AND AGAIN ON A STAFF LINE OF THEIR   *
      *  OWN. THE CARD IS LOOKED UP AS IT STANDS TODAY, SO A      *
      *  CARD TURNED BACK TO ADULT AT TERMINATION DROPS OUT.      *
      *                                                           *
      *************************************************************

       01 KEY-SWITCH                              PIC X.
                                                 VALUE "STAT001A.EXE".
       01 CALLED-FROM-PRGM-NAME                  PIC X(12).
       01 WORK-OPERATOR-ID                       PIC X(5).
       01 WORK-TRAINING-STATUS                   PIC XX.
       01 WORK-CIRC-FILE-STATUS                  PIC XX.
       01 WORK-DUE-XREF-STATUS                   PIC XX.
       01 WORK-HISTORY-FILE-STATUS               PIC XX.
       01 WORK-INHOUSE-FILE-STATUS               PIC XX.
       01 WORK-NAMES-FILE-STATUS                 PIC XX.
       01 WORK-NAMES-OPEN-SWITCH                 PIC X.
          88 WORK-NAMES-IS-OPEN                      VALUE "Y".
       01 WORK-BORROWER-STAFF-SWITCH             PIC X.
          88 WORK-BORROWER-IS-STAFF                  VALUE "Y".
       01 WORK-BORROWER-LOOKUP                   PIC X(5).
       01 WORK-STAFF-OUT-TODAY                   PIC 9(5).
       01 WORK-STAFF-OUT-WEEK                    PIC 9(5).
       01 WORK-STAFF-IN-TODAY                    PIC 9(5).
       01 WORK-STAFF-IN-WEEK                     PIC 9(5).
       01 WORK-STAFF-ITEMS-OUT                   PIC 9(5).
       01 WORK-EOF-SWITCH                        PIC X.
          88 WORK-EOF                                VALUE "1".

      *    FOUR TYPE BUCKETS -- BOOK, VIDEO, AUDIO, AND EVERYTHING
      *    ELSE -- EACH WITH TODAY/WEEK CHECKOUT, RETURN AND
      *    IN-HOUSE USE COUNTS.
       01 WORK-TYPE-STATS-TABLE.
          05 WORK-TYPE-STATS                     OCCURS 4.
             10 WORK-STAT-TYPE-NAME              PIC X(6).
             10 WORK-STAT-OUT-WEEK               PIC 9(5).
             10 WORK-STAT-IN-TODAY               PIC 9(5).
             10 WORK-STAT-IN-WEEK                PIC 9(5).
             10 WORK-STAT-USE-TODAY              PIC 9(5).
             10 WORK-STAT-USE-WEEK               PIC 9(5).
       01 WORK-TYPE-INDEX                        PIC 9.
       01 WORK-TYPE-LOOKUP                       PIC X(6).
       01 WORK-ITEMS-OUT-COUNT                   PIC 9(5).
                                   WORK-OPERATOR-ID.
       C000-MAIN-LINE SECTION.
       C020-MAIN-LINE-LOGIC.
           PERFORM DO-CHECK-TRAINING-MODE.
           PERFORM DO-INIT-STATISTICS.
           MOVE "N" TO WORK-NAMES-OPEN-SWITCH.
           OPEN INPUT NAMES-LIST.
           IF WORK-NAMES-FILE-STATUS EQUAL "00"
               MOVE "Y" TO WORK-NAMES-OPEN-SWITCH.
           PERFORM DO-SCAN-CIRCULATION.
           PERFORM DO-SCAN-HISTORY.
           IF WORK-NAMES-IS-OPEN
               CLOSE NAMES-LIST.
           PERFORM DO-SCAN-IN-HOUSE-USE.
           PERFORM DO-DISPLAY-STATISTICS.
           PERFORM DO-WAIT-FOR-EXIT UNTIL KEY-SWITCH
                   EQUAL KEY-SWITCH-F10.
               MOVE ZERO TO WORK-STAT-OUT-WEEK (WORK-TYPE-INDEX)
               MOVE ZERO TO WORK-STAT-IN-TODAY (WORK-TYPE-INDEX)
               MOVE ZERO TO WORK-STAT-IN-WEEK (WORK-TYPE-INDEX)
               MOVE ZERO TO WORK-STAT-USE-TODAY (WORK-TYPE-INDEX)
               MOVE ZERO TO WORK-STAT-USE-WEEK (WORK-TYPE-INDEX)
           END-PERFORM.
           MOVE ZERO TO WORK-ITEMS-OUT-COUNT.
           MOVE ZERO TO WORK-OVERDUE-COUNT.
           MOVE ZERO TO WORK-STAFF-OUT-TODAY.
           MOVE ZERO TO WORK-STAFF-OUT-WEEK.
           MOVE ZERO TO WORK-STAFF-IN-TODAY.
           MOVE ZERO TO WORK-STAFF-IN-WEEK.
           MOVE ZERO TO WORK-STAFF-ITEMS-OUT.
           ACCEPT WORK-TODAY-RAW-DATE FROM DATE.
           IF WORK-TODAY-RAW-YY LESS THAN 50
               MOVE 20 TO WORK-TODAY-CC
           OPEN INPUT CIRCULATION-FILE.
           IF WORK-CIRC-FILE-STATUS EQUAL "00"
               MOVE "0" TO WORK-EOF-SWITCH
               OPEN INPUT DUE-DATE-XREF
               IF WORK-DUE-XREF-STATUS EQUAL "00"
                   PERFORM DO-START-OPEN-LOAN-INDEX
                   PERFORM DO-TALLY-INDEXED-LOAN UNTIL WORK-EOF
                   CLOSE DUE-DATE-XREF
               ELSE
                   PERFORM DO-READ-NEXT-CIRC
                   PERFORM DO-TALLY-CIRC-RECORD UNTIL WORK-EOF
               END-IF
               CLOSE CIRCULATION-FILE
           END-IF.


       DO-TALLY-CIRC-RECORD.
           IF CIRC-ITEM-OUT
               PERFORM DO-TALLY-OPEN-LOAN
           END-IF.
           PERFORM DO-READ-NEXT-CIRC.

      *    THE STATUS-O ENTRIES ARE ONE RUN OF THE INDEX. EACH LOAN
      *    IS FETCHED BY BARCODE AND COUNTED ONLY IF IT STILL SHOWS
      *    OUT ON THE SAME DUE DATE, SO A STALE ENTRY COUNTS NOTHING.
       DO-START-OPEN-LOAN-INDEX.
           MOVE "O" TO DUEX-STATUS-FLAG.
           MOVE LOW-VALUES TO DUEX-DUE-DATE.
           MOVE LOW-VALUES TO DUEX-ITEM-BARCODE.
           START DUE-DATE-XREF KEY IS NOT LESS THAN DUEX-KEY
               INVALID KEY
                   MOVE "1" TO WORK-EOF-SWITCH
           END-START.
           PERFORM DO-READ-NEXT-DUE-XREF.

       DO-READ-NEXT-DUE-XREF.
           IF NOT WORK-EOF
               READ DUE-DATE-XREF NEXT RECORD
                   AT END
                       MOVE "1" TO WORK-EOF-SWITCH
                   NOT AT END
                       IF DUEX-STATUS-FLAG NOT EQUAL "O"
                           MOVE "1" TO WORK-EOF-SWITCH
                       END-IF
               END-READ
           END-IF.

       DO-TALLY-INDEXED-LOAN.
           MOVE DUEX-ITEM-BARCODE TO CIRC-ITEM-BARCODE.
           READ CIRCULATION-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CIRC-ITEM-OUT
                      AND CIRC-DUE-DATE EQUAL DUEX-DUE-DATE
                       PERFORM DO-TALLY-OPEN-LOAN
                   END-IF
           END-READ.
           PERFORM DO-READ-NEXT-DUE-XREF.

       DO-TALLY-OPEN-LOAN.
           ADD 1 TO WORK-ITEMS-OUT-COUNT.
           PERFORM DO-TALLY-BRANCH-OUT.
           MOVE CIRC-PATRON-NUMBER TO WORK-BORROWER-LOOKUP.
           PERFORM DO-CHECK-STAFF-BORROWER.
           IF WORK-BORROWER-IS-STAFF
               ADD 1 TO WORK-STAFF-ITEMS-OUT
           END-IF.
           COMPUTE WORK-DUE-DATE-N =
                   CIRC-DUE-CC * 1000000 + CIRC-DUE-YY * 10000
                 + CIRC-DUE-MM * 100 + CIRC-DUE-DD.
           IF WORK-DUE-DATE-N LESS THAN WORK-TODAY-DATE-N
               ADD 1 TO WORK-OVERDUE-COUNT
           END-IF.
           MOVE CIRC-ITEM-TYPE TO WORK-TYPE-LOOKUP.
           PERFORM DO-PICK-TYPE-BUCKET.
           MOVE CIRC-CHECKOUT-DATE TO WORK-CONV-DATE.
           PERFORM DO-DATE-TO-SERIAL.
           MOVE WORK-CONV-SERIAL TO WORK-EVENT-SERIAL.
           PERFORM DO-TALLY-CHECKOUT-EVENT.

      *    COMPLETED LOANS -- EVERY RETURN IS ON THE HISTORY FILE,
      *    AND ITS CHECKOUT DATE COUNTS THERE TOO SO A LOAN THAT
      *    WENT OUT AND CAME BACK THE SAME WEEK IS COUNTED ONCE.
       DO-TALLY-HISTORY-RECORD.
           MOVE HIST-ITEM-TYPE TO WORK-TYPE-LOOKUP.
           PERFORM DO-PICK-TYPE-BUCKET.
           MOVE HIST-PATRON-NUMBER TO WORK-BORROWER-LOOKUP.
           PERFORM DO-CHECK-STAFF-BORROWER.
           MOVE HIST-CHECKOUT-DATE TO WORK-CONV-DATE.
           PERFORM DO-DATE-TO-SERIAL.
           MOVE WORK-CONV-SERIAL TO WORK-EVENT-SERIAL.
           PERFORM DO-TALLY-RETURN-EVENT.
           PERFORM DO-READ-NEXT-HISTORY.

       DO-SCAN-IN-HOUSE-USE.
           OPEN INPUT IN-HOUSE-USE-FILE.
           IF WORK-INHOUSE-FILE-STATUS EQUAL "00"
               MOVE "0" TO WORK-EOF-SWITCH
               PERFORM DO-READ-NEXT-IN-HOUSE-USE
               PERFORM DO-TALLY-IN-HOUSE-USE UNTIL WORK-EOF
               CLOSE IN-HOUSE-USE-FILE
           END-IF.

       DO-READ-NEXT-IN-HOUSE-USE.
           READ IN-HOUSE-USE-FILE
               AT END MOVE "1" TO WORK-EOF-SWITCH.

       DO-TALLY-IN-HOUSE-USE.
           MOVE INUSE-ITEM-TYPE TO WORK-TYPE-LOOKUP.
           PERFORM DO-PICK-TYPE-BUCKET.
           MOVE INUSE-DATE TO WORK-CONV-DATE.
           PERFORM DO-DATE-TO-SERIAL.
           COMPUTE WORK-EVENT-AGE-DAYS =
                   WORK-TODAY-SERIAL - WORK-CONV-SERIAL.
           IF WORK-EVENT-AGE-DAYS EQUAL ZERO
               ADD 1 TO WORK-STAT-USE-TODAY (WORK-TYPE-INDEX).
           IF WORK-EVENT-AGE-DAYS NOT LESS THAN ZERO
                   AND WORK-EVENT-AGE-DAYS LESS THAN 7
               ADD 1 TO WORK-STAT-USE-WEEK (WORK-TYPE-INDEX).
           PERFORM DO-READ-NEXT-IN-HOUSE-USE.

       DO-PICK-TYPE-BUCKET.
           IF WORK-TYPE-LOOKUP EQUAL "BOOK"
               MOVE 1 TO WORK-TYPE-INDEX
           COMPUTE WORK-EVENT-AGE-DAYS =
                   WORK-TODAY-SERIAL - WORK-EVENT-SERIAL.
           IF WORK-EVENT-AGE-DAYS EQUAL ZERO
               ADD 1 TO WORK-STAT-OUT-TODAY (WORK-TYPE-INDEX)
               IF WORK-BORROWER-IS-STAFF
                   ADD 1 TO WORK-STAFF-OUT-TODAY.
           IF WORK-EVENT-AGE-DAYS NOT LESS THAN ZERO
                   AND WORK-EVENT-AGE-DAYS LESS THAN 7
               ADD 1 TO WORK-STAT-OUT-WEEK (WORK-TYPE-INDEX)
               IF WORK-BORROWER-IS-STAFF
                   ADD 1 TO WORK-STAFF-OUT-WEEK.

       DO-TALLY-RETURN-EVENT.
           COMPUTE WORK-EVENT-AGE-DAYS =
                   WORK-TODAY-SERIAL - WORK-EVENT-SERIAL.
           IF WORK-EVENT-AGE-DAYS EQUAL ZERO
               ADD 1 TO WORK-STAT-IN-TODAY (WORK-TYPE-INDEX)
               IF WORK-BORROWER-IS-STAFF
                   ADD 1 TO WORK-STAFF-IN-TODAY.
           IF WORK-EVENT-AGE-DAYS NOT LESS THAN ZERO
                   AND WORK-EVENT-AGE-DAYS LESS THAN 7
               ADD 1 TO WORK-STAT-IN-WEEK (WORK-TYPE-INDEX)
               IF WORK-BORROWER-IS-STAFF
                   ADD 1 TO WORK-STAFF-IN-WEEK.

      *    IS THE LOAN'S CARD A STAFF CARD? NO PATRON FILE, OR A
      *    CARD SINCE DELETED, COUNTS AS NOT.
       DO-CHECK-STAFF-BORROWER.
           MOVE "N" TO WORK-BORROWER-STAFF-SWITCH.
           IF WORK-NAMES-IS-OPEN
               MOVE WORK-BORROWER-LOOKUP TO PATRON-NUMBER
               READ NAMES-LIST
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PATRON-IS-STAFF
                           MOVE "Y" TO WORK-BORROWER-STAFF-SWITCH
                       END-IF
               END-READ
           END-IF.

       DO-TALLY-BRANCH-OUT.
           MOVE "N" TO WORK-BRANCH-FOUND-SWITCH.
       DO-DISPLAY-STATISTICS.
           DISPLAY "CIRCULATION STATISTICS AS OF " WORK-TODAY-MM "/"
                   WORK-TODAY-DD "/" WORK-TODAY-YY.
           DISPLAY "TYPE    OUT-TODAY  OUT-WEEK  IN-TODAY   IN-WEEK"
                   "  USE-TODAY  USE-WEEK".
           PERFORM DO-DISPLAY-TYPE-LINE
                   VARYING WORK-TYPE-INDEX FROM 1 BY 1
                   UNTIL WORK-TYPE-INDEX GREATER THAN 4.
           DISPLAY "STAFF " "      "
                   WORK-STAFF-OUT-TODAY "      "
                   WORK-STAFF-OUT-WEEK "     "
                   WORK-STAFF-IN-TODAY "      "
                   WORK-STAFF-IN-WEEK "   (STAFF CARDS, IN ABOVE)".
           DISPLAY "ITEMS CURRENTLY OUT:     " WORK-ITEMS-OUT-COUNT.
           DISPLAY "  ON STAFF CARDS:        " WORK-STAFF-ITEMS-OUT.
           DISPLAY "CURRENTLY OVERDUE:       " WORK-OVERDUE-COUNT.
           IF WORK-BRANCH-TALLY-COUNT GREATER THAN ZERO
               DISPLAY "ITEMS OUT BY BRANCH:"
                   WORK-STAT-OUT-TODAY (WORK-TYPE-INDEX) "      "
                   WORK-STAT-OUT-WEEK (WORK-TYPE-INDEX) "     "
                   WORK-STAT-IN-TODAY (WORK-TYPE-INDEX) "      "
                   WORK-STAT-IN-WEEK (WORK-TYPE-INDEX) "      "
                   WORK-STAT-USE-TODAY (WORK-TYPE-INDEX) "     "
                   WORK-STAT-USE-WEEK (WORK-TYPE-INDEX).

       DO-WAIT-FOR-EXIT.
           MOVE "N" TO KEY-SWITCH.
                 + WORK-MONTH-CUM-DAYS (WORK-CONV-MM)
                 + WORK-CONV-DD.

      *    THE MARKER FILE EXISTS ONLY IN THE TRAINING DIRECTORY,
      *    SO FINDING IT MEANS EVERY FILE HERE IS A TRAINING COPY.
       DO-CHECK-TRAINING-MODE.
           OPEN INPUT TRAINING-CONTROL-FILE.
           IF WORK-TRAINING-STATUS EQUAL "00"
               DISPLAY "*** TRAINING -- PRACTICE FILES, NOT LIVE ***"
               CLOSE TRAINING-CONTROL-FILE.

       DO-LOG-CHAIN.
      *    LOG THE RETURN HOP TO WHICHEVER MENU PROGRAM CHAINED IN,
      *    SO THE TRIP THROUGH THIS PROGRAM SHOWS UP IN CHAINLOG.DAT.
