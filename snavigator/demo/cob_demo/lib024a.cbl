      * THEM BY OPERATOR AND BY BRANCH, SO THE DRAWER COUNT CAN BE  *
      * BALANCED AGAINST THE SYSTEM BEFORE THE DEPOSIT GOES TO THE  *
      * BANK. WAIVES ARE LISTED SEPARATELY -- THEY REDUCE BALANCES  *
      * BUT PUT NOTHING IN THE DRAWER -- AND SO ARE PORTAL CARD     *
      * PAYMENTS, WHICH THE PROCESSOR SETTLES (SEE LIB054A), NOT    *
      * THE DESK. THE REPORT CLOSES WITH EVERY PIECE OF HOURLY      *
      * EQUIPMENT (LAPTOP, HOTSPOT, ROOM KEY) STILL OUT ON CIRC.DAT,*
      * SO THE DESK CAN CHASE IT BEFORE LOCKING UP.                 *
      *                                                             *
      ***************************************************************
      *
      *
           SELECT FINE-CONTROL-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL.
      *
           SELECT CIRCULATION-FILE ASSIGN TO DISK
           ACCESS MODE SEQUENTIAL
           ORGANIZATION INDEXED
           RECORD KEY CIRC-ITEM-BARCODE
           FILE STATUS IS WORK-CIRCULATION-FILE-STATUS.
      *
      *    SPOOLED TO DISK (SEE SPOOL.CPY) -- THE SPOL001A MANAGER
      *    VIEWS, PRINTS, REPRINTS, OR PURGES THE SPOOLED REPORT.
       FILE SECTION.
      *
       copy finedtl.
      *
       copy circ.
      *
       copy spool.

       01  W005-END-OF-FILE-SWITCH                  PIC X.
           88  W005-END-OF-FILE                     VALUE "1".
       01  WORK-FINE-DETAIL-STATUS                  PIC XX.
       01  WORK-CIRCULATION-FILE-STATUS             PIC XX.
      *
       01  W005-TODAY-RAW-DATE.
           05  W005-TODAY-RAW-YY                    PIC 99.
       01  W012-TOTAL-PAY-COUNT                     PIC 9(5) VALUE 0.
       01  W012-TOTAL-WAIVES                        PIC 9(7)V99 VALUE 0.
       01  W012-TOTAL-WAIVE-COUNT                   PIC 9(5) VALUE 0.
       01  W012-TOTAL-ONLINE                        PIC 9(7)V99 VALUE 0.
       01  W012-TOTAL-ONLINE-COUNT                  PIC 9(5) VALUE 0.
      *
       01  W015-HEADING-LINE.
           05  FILLER                     PIC X(36) VALUE
           05  FILLER                     PIC X(22) VALUE
               "WAIVED (NOT IN DRAWER)".
           05  W015-WAIVE-AMOUNT                     PIC ZZZZZZ9.99.
      *
       01  W015-ONLINE-LINE.
           05  FILLER                     PIC X(22) VALUE
               "PORTAL (NOT IN DRAWER)".
           05  W015-ONLINE-AMOUNT                    PIC ZZZZZZ9.99.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  W015-ONLINE-COUNT                     PIC ZZZ9.
           05  FILLER                     PIC X(5) VALUE " PMTS".
      *
      *    EQUIPMENT STILL OUT AT CLOSING -- ONE LINE PER HOURLY LOAN,
      *    MARKED OVERDUE WHEN ITS DUE DATE AND TIME ARE ALREADY PAST.
       01  W016-NOW-TIME.
           05  W016-NOW-HHMM                         PIC 9(4).
           05  FILLER                                PIC 9(4).
       01  W016-EQUIP-OUT-COUNT                     PIC 9(4) VALUE 0.
       01  W016-EQUIP-LINE.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  W016-EQUIP-BARCODE                    PIC X(10).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  W016-EQUIP-TYPE                       PIC X(6).
           05  FILLER                     PIC X(6) VALUE " CARD ".
           05  W016-EQUIP-PATRON                     PIC X(5).
           05  FILLER                     PIC X(6) VALUE "  DUE ".
           05  W016-EQUIP-DUE-MM                     PIC 99.
           05  FILLER                     PIC X VALUE "/".
           05  W016-EQUIP-DUE-DD                     PIC 99.
           05  FILLER                     PIC X VALUE SPACE.
           05  W016-EQUIP-DUE-HH                     PIC 99.
           05  FILLER                     PIC X VALUE ":".
           05  W016-EQUIP-DUE-MN                     PIC 99.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  W016-EQUIP-OVERDUE                    PIC X(7).
      *
       PROCEDURE DIVISION.
      *
               PERFORM C025-READ-FINE-DETAIL
               PERFORM UNTIL W005-END-OF-FILE
                   IF FINE-DTL-DATE EQUAL W005-TODAY-DATE
                       IF FINE-DTL-IS-ONLINE-PAYMENT
                           ADD FINE-DTL-AMOUNT TO W012-TOTAL-ONLINE
                           ADD 1 TO W012-TOTAL-ONLINE-COUNT
                       ELSE IF FINE-DTL-IS-PAYMENT
                           PERFORM C030-TALLY-ONE-PAYMENT
                       ELSE IF FINE-DTL-IS-WAIVE
                           ADD FINE-DTL-AMOUNT TO W012-TOTAL-WAIVES
           MOVE W012-TOTAL-WAIVES TO W015-WAIVE-AMOUNT.
           MOVE W015-WAIVE-LINE TO DRAWER-REPORT-LINE.
           WRITE DRAWER-REPORT-LINE.
           MOVE W012-TOTAL-ONLINE TO W015-ONLINE-AMOUNT.
           MOVE W012-TOTAL-ONLINE-COUNT TO W015-ONLINE-COUNT.
           MOVE W015-ONLINE-LINE TO DRAWER-REPORT-LINE.
           WRITE DRAWER-REPORT-LINE.
           PERFORM C060-LIST-EQUIPMENT-OUT.
           CLOSE DRAWER-REPORT-PRINT.
      *
      *    EVERY OPEN HOURLY LOAN ON CIRC.DAT GOES ON THE REPORT --
      *    NOTHING INDEXES LOANS BY MEDIA, SO THIS IS A FULL PASS,
      *    SAME AS THE LEDGER SCAN ABOVE.
       C060-LIST-EQUIPMENT-OUT.
      *
           MOVE "EQUIPMENT STILL OUT AT CLOSING:" TO DRAWER-REPORT-LINE.
           WRITE DRAWER-REPORT-LINE AFTER ADVANCING 2 LINES.
           ACCEPT W016-NOW-TIME FROM TIME.
           OPEN INPUT CIRCULATION-FILE.
           IF WORK-CIRCULATION-FILE-STATUS NOT EQUAL "00"
               MOVE "  (NO CIRCULATION FILE)" TO DRAWER-REPORT-LINE
               WRITE DRAWER-REPORT-LINE
           ELSE
               MOVE "0" TO W005-END-OF-FILE-SWITCH
               PERFORM C065-READ-CIRCULATION
               PERFORM UNTIL W005-END-OF-FILE
                   IF CIRC-ITEM-OUT AND CIRC-IS-HOURLY-LOAN
                       PERFORM C070-PRINT-ONE-EQUIPMENT-LINE
                   END-IF
                   PERFORM C065-READ-CIRCULATION
               END-PERFORM
               CLOSE CIRCULATION-FILE
               IF W016-EQUIP-OUT-COUNT EQUAL ZERO
                   MOVE "  (NONE)" TO DRAWER-REPORT-LINE
                   WRITE DRAWER-REPORT-LINE
               END-IF
           END-IF.
      *
       C065-READ-CIRCULATION.
      *
           READ CIRCULATION-FILE NEXT RECORD
                AT END, MOVE "1" TO W005-END-OF-FILE-SWITCH.
      *
       C070-PRINT-ONE-EQUIPMENT-LINE.
      *
           ADD 1 TO W016-EQUIP-OUT-COUNT.
           MOVE CIRC-ITEM-BARCODE TO W016-EQUIP-BARCODE.
           MOVE CIRC-ITEM-TYPE TO W016-EQUIP-TYPE.
           MOVE CIRC-PATRON-NUMBER TO W016-EQUIP-PATRON.
           MOVE CIRC-DUE-MM TO W016-EQUIP-DUE-MM.
           MOVE CIRC-DUE-DD TO W016-EQUIP-DUE-DD.
           MOVE CIRC-DUE-HH TO W016-EQUIP-DUE-HH.
           MOVE CIRC-DUE-MN TO W016-EQUIP-DUE-MN.
           MOVE SPACES TO W016-EQUIP-OVERDUE.
           IF CIRC-DUE-DATE LESS THAN W005-TODAY-DATE
              OR (CIRC-DUE-DATE EQUAL W005-TODAY-DATE
                  AND CIRC-DUE-TIME LESS THAN W016-NOW-HHMM)
               MOVE "OVERDUE" TO W016-EQUIP-OVERDUE.
           MOVE W016-EQUIP-LINE TO DRAWER-REPORT-LINE.
           WRITE DRAWER-REPORT-LINE.
      *
      *    NAMES THE SPOOL FILE <JOB>.<YYMMDD>.RPT AND APPENDS THE
      *    RUN TO THE SPOOL INDEX SPOL001A WORKS FROM. PERFORMED
      *    BEFORE THE REPORT FILE OPENS.
