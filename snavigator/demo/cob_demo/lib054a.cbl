       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. LIB054A.
      *
       DATE-WRITTEN. 10/15/26.
      *
      ***************************************************************
      *                                                             *
      * PORTAL PAYMENT SETTLEMENT RECONCILIATION -- LIB015A POSTS   *
      * EACH FINE A PATRON PAYS BY CARD ON THE PORTAL AS AN ONLINE  *
      * (O) LINE ON FINEDTL.DAT CARRYING THE PAYMENT PROCESSOR'S    *
      * TRANSACTION REFERENCE. THE PROCESSOR SENDS A DAILY          *
      * SETTLEMENT FILE (SETTLE.DAT), ONE ROW PER PAYMENT IT HAS    *
      * PAID OVER TO THE LIBRARY. THIS RUN MATCHES THE TWO ON THE   *
      * REFERENCE AND REPORTS:                                      *
      *   POSTED, NOT SETTLED - O LINES POSTED ON THE DATE BEING    *
      *                         RECONCILED THAT THE PROCESSOR HAS   *
      *                         NOT PAID                            *
      *   AMOUNT MISMATCHES   - SETTLED FOR A DIFFERENT AMOUNT THAN *
      *                         WAS POSTED                          *
      *   SETTLED, NOT POSTED - ROWS WITH NO O LINE ON THE LEDGER,  *
      *                         USUALLY A PORTAL ROW LIB015A        *
      *                         REJECTED AND A REFUND IS OWED       *
      * A SETTLED ROW MAY MATCH AN O LINE POSTED ON ANY DATE -- THE *
      * PROCESSOR OFTEN SETTLES A DAY OR TWO BEHIND THE PORTAL.     *
      * THE OPERATOR KEYS THE POSTING DATE TO RECONCILE. NOTHING IS *
      * WRITTEN BACK; CORRECTIONS ARE MADE AT THE DESK.             *
      *                                                             *
      ***************************************************************
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT SETTLEMENT-FILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WORK-SETTLEMENT-STATUS.
      *
           SELECT FINE-DETAIL-FILE ASSIGN TO DISK
           ACCESS MODE SEQUENTIAL
           ORGANIZATION INDEXED
           RECORD KEY FINE-DTL-KEY
           FILE STATUS IS WORK-FINE-DETAIL-STATUS.
      *
           SELECT FINE-CONTROL-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL.
      *
      *    SPOOLED TO DISK (SEE SPOOL.CPY) -- THE SPOL001A MANAGER
      *    VIEWS, PRINTS, REPRINTS, OR PURGES THE SPOOLED REPORT.
           SELECT SETTLE-REPORT-PRINT ASSIGN TO WS-SPOOL-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT SPOOL-INDEX-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WORK-SPOOL-INDEX-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
      *    THE PROCESSOR'S DAILY SETTLEMENT, ONE FIXED-FORMAT ROW PER
      *    PAYMENT PAID OVER. THE CARD NUMBER IS THE ONE THE PORTAL
      *    PASSED WITH THE PAYMENT.
       FD  SETTLEMENT-FILE
           LABEL RECORDS OMITTED
           VALUE OF FILE-ID "SETTLE.DAT".
       01  SETTLEMENT-RECORD.
           05  SETL-REFERENCE                       PIC X(12).
           05  SETL-CARD-NUMBER                     PIC X(5).
           05  SETL-AMOUNT                          PIC 9(5)V99.
      *    CCYYMMDD THE PROCESSOR PAID THE MONEY OVER.
           05  SETL-SETTLE-DATE                     PIC 9(8).
      *
       copy finedtl.
      *
       copy spool.

       FD  SETTLE-REPORT-PRINT
           LABEL RECORDS OMITTED.
       01  SETTLE-REPORT-LINE                       PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
      *    SPOOL BOOKKEEPING -- THE SPOOL FILE NAME CARRIES THE JOB
      *    AND RUN DATE, AND EVERY RUN REGISTERS ITSELF ON THE
      *    SPOOL INDEX BEFORE WRITING A LINE.
       01  WS-SPOOL-FILE-NAME                       PIC X(20).
       01  WORK-SPOOL-INDEX-STATUS                  PIC XX.
       01  W037-SPOOL-JOB-NAME                      PIC X(8)
                                                     VALUE "LIB054A".
       01  W037-SPOOL-RUN-DATE                      PIC 9(6).
       01  W037-SPOOL-RUN-TIME                      PIC 9(8).
       01  W005-END-OF-FILE-SWITCH                  PIC X.
           88  W005-END-OF-FILE                     VALUE "1".
       01  WORK-SETTLEMENT-STATUS                   PIC XX.
       01  WORK-FINE-DETAIL-STATUS                  PIC XX.
      *
       01  W005-TODAY-RAW-DATE.
           05  W005-TODAY-RAW-YY                    PIC 99.
           05  W005-TODAY-RAW-MM                    PIC 99.
           05  W005-TODAY-RAW-DD                    PIC 99.
       01  W005-TODAY-DATE-N                        PIC 9(8).
      *
      *    THE POSTING DATE BEING RECONCILED.
       01  W006-ENTRY-FIELD                         PIC X(8).
       01  W006-RECON-DATE-N                        PIC 9(8).
      *
      *    THE SETTLEMENT FILE, HELD SO EACH O LINE CAN BE LOOKED UP
      *    BY REFERENCE AS THE LEDGER GOES PAST. A MATCHED ROW KEEPS
      *    WHAT WAS POSTED AGAINST IT FOR THE MISMATCH SECTION.
       01  W020-SETTLE-COUNT                        PIC 9(3) VALUE 0.
       01  W020-SETTLE-TABLE.
           05  W020-SETTLE                          OCCURS 500 TIMES.
               10  W020-SETTLE-REF                  PIC X(12).
               10  W020-SETTLE-CARD                 PIC X(5).
               10  W020-SETTLE-AMOUNT               PIC 9(5)V99.
               10  W020-SETTLE-DATE-N               PIC 9(8).
               10  W020-SETTLE-MATCH-SWITCH         PIC X.
                   88  W020-SETTLE-MATCHED          VALUE "Y".
               10  W020-POSTED-AMOUNT               PIC 9(5)V99.
               10  W020-POSTED-RECEIPT              PIC 9(6).
       01  W020-I                                   PIC 9(3).
       01  W020-FOUND-SWITCH                        PIC X.
           88  W020-FOUND                           VALUE "Y".
       01  W020-FOUND-SLOT                          PIC 9(3).
      *
       01  W012-SETTLED-COUNT                       PIC 9(5) VALUE 0.
       01  W012-SETTLED-TOTAL                       PIC 9(7)V99 VALUE 0.
       01  W012-POSTED-COUNT                        PIC 9(5) VALUE 0.
       01  W012-POSTED-TOTAL                        PIC 9(7)V99 VALUE 0.
       01  W012-MATCHED-COUNT                       PIC 9(5) VALUE 0.
       01  W012-UNSETTLED-COUNT                     PIC 9(5) VALUE 0.
       01  W012-UNSETTLED-TOTAL                     PIC 9(7)V99 VALUE 0.
       01  W012-UNPOSTED-COUNT                      PIC 9(5) VALUE 0.
       01  W012-UNPOSTED-TOTAL                      PIC 9(7)V99 VALUE 0.
       01  W012-MISMATCH-COUNT                      PIC 9(5) VALUE 0.
       01  W012-OVERFLOW-COUNT                      PIC 9(5) VALUE 0.
       01  W012-SECTION-COUNT                       PIC 9(5).
      *
       01  W016-SHOW-DATE-N                         PIC 9(8).
       01  W016-SHOW-DATE REDEFINES W016-SHOW-DATE-N.
           05  W016-SHOW-CCYY                       PIC 9(4).
           05  W016-SHOW-MM                         PIC 99.
           05  W016-SHOW-DD                         PIC 99.
      *
       01  W015-HEADING-LINE.
           05  FILLER                     PIC X(47) VALUE
               "LIB054A PORTAL PAYMENT SETTLEMENT -- POSTED ON ".
           05  W015-HEADING-MM                       PIC 99.
           05  FILLER                     PIC X VALUE "/".
           05  W015-HEADING-DD                       PIC 99.
           05  FILLER                     PIC X VALUE "/".
           05  W015-HEADING-CCYY                     PIC 9(4).
      *
       01  W015-UNSETTLED-LINE.
           05  FILLER                     PIC X(7) VALUE "  CARD ".
           05  W015-UNSET-CARD                       PIC X(5).
           05  FILLER                     PIC X(7) VALUE "  RCPT ".
           05  W015-UNSET-RECEIPT                    PIC 9(6).
           05  FILLER                     PIC X(6) VALUE "  REF ".
           05  W015-UNSET-REF                        PIC X(12).
           05  FILLER                     PIC X(6) VALUE "  AMT ".
           05  W015-UNSET-AMOUNT                     PIC ZZZZ9.99.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  W015-UNSET-NOTE                       PIC X(19).
      *
       01  W015-MISMATCH-LINE.
           05  FILLER                     PIC X(7) VALUE "  CARD ".
           05  W015-MISM-CARD                        PIC X(5).
           05  FILLER                     PIC X(6) VALUE "  REF ".
           05  W015-MISM-REF                         PIC X(12).
           05  FILLER                     PIC X(9) VALUE "  POSTED ".
           05  W015-MISM-POSTED                      PIC ZZZZ9.99.
           05  FILLER                     PIC X(10) VALUE
               "  SETTLED ".
           05  W015-MISM-SETTLED                     PIC ZZZZ9.99.
           05  FILLER                     PIC X(7) VALUE "  RCPT ".
           05  W015-MISM-RECEIPT                     PIC 9(6).
      *
       01  W015-UNPOSTED-LINE.
           05  FILLER                     PIC X(7) VALUE "  CARD ".
           05  W015-UNPOST-CARD                      PIC X(5).
           05  FILLER                     PIC X(6) VALUE "  REF ".
           05  W015-UNPOST-REF                       PIC X(12).
           05  FILLER                     PIC X(10) VALUE
               "  SETTLED ".
           05  W015-UNPOST-MM                        PIC 99.
           05  FILLER                     PIC X VALUE "/".
           05  W015-UNPOST-DD                        PIC 99.
           05  FILLER                     PIC X VALUE "/".
           05  W015-UNPOST-CCYY                      PIC 9(4).
           05  FILLER                     PIC X(6) VALUE "  AMT ".
           05  W015-UNPOST-AMOUNT                    PIC ZZZZ9.99.
      *
       01  W015-FIGURE-LINE.
           05  W015-FIGURE-LABEL                    PIC X(34).
           05  W015-FIGURE-COUNT                    PIC ZZZZ9.
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  W015-FIGURE-VALUE                    PIC Z,ZZZ,ZZ9.99.
      *
       PROCEDURE DIVISION.
      *
       C000-MAIN-LINE-LOGIC.
      *
           PERFORM C010-ACCEPT-RECON-DATE.
           OPEN INPUT SETTLEMENT-FILE.
           IF WORK-SETTLEMENT-STATUS NOT EQUAL "00"
               DISPLAY "LIB054A: NO SETTLE.DAT -- NOTHING TO RECONCILE"
               GOBACK
           END-IF.
           MOVE "0" TO W005-END-OF-FILE-SWITCH.
           PERFORM C020-LOAD-SETTLEMENT-ROW UNTIL W005-END-OF-FILE.
           CLOSE SETTLEMENT-FILE.
           PERFORM C900-REGISTER-SPOOL-FILE.
           OPEN OUTPUT SETTLE-REPORT-PRINT.
           MOVE W006-RECON-DATE-N TO W016-SHOW-DATE-N.
           MOVE W016-SHOW-MM TO W015-HEADING-MM.
           MOVE W016-SHOW-DD TO W015-HEADING-DD.
           MOVE W016-SHOW-CCYY TO W015-HEADING-CCYY.
           MOVE W015-HEADING-LINE TO SETTLE-REPORT-LINE.
           WRITE SETTLE-REPORT-LINE AFTER ADVANCING PAGE.
           MOVE "POSTED, NOT SETTLED:" TO SETTLE-REPORT-LINE.
           WRITE SETTLE-REPORT-LINE AFTER ADVANCING 2 LINES.
      *    NO LEDGER MEANS NOTHING WAS EVER POSTED -- EVERY SETTLED
      *    ROW THEN SHOWS AS NOT POSTED.
           OPEN INPUT FINE-DETAIL-FILE.
           IF WORK-FINE-DETAIL-STATUS EQUAL "00"
               MOVE "0" TO W005-END-OF-FILE-SWITCH
               PERFORM C030-MATCH-ONE-LEDGER-LINE
                       UNTIL W005-END-OF-FILE
               CLOSE FINE-DETAIL-FILE
           ELSE
               DISPLAY "LIB054A: NO FINES LEDGER ON FILE"
           END-IF.
           IF W012-UNSETTLED-COUNT EQUAL ZERO
               MOVE "  (NONE)" TO SETTLE-REPORT-LINE
               WRITE SETTLE-REPORT-LINE
           END-IF.
           PERFORM C040-PRINT-MISMATCHES.
           PERFORM C050-PRINT-UNPOSTED.
           PERFORM C080-PRINT-TOTALS.
           CLOSE SETTLE-REPORT-PRINT.
           DISPLAY "LIB054A SETTLEMENT RECONCILIATION COMPLETE".
           DISPLAY "POSTED, NOT SETTLED: " W012-UNSETTLED-COUNT.
           DISPLAY "SETTLED, NOT POSTED: " W012-UNPOSTED-COUNT.
           DISPLAY "AMOUNT MISMATCHES:   " W012-MISMATCH-COUNT.
           GOBACK.
      *
       C010-ACCEPT-RECON-DATE.
      *
           ACCEPT W005-TODAY-RAW-DATE FROM DATE.
           IF W005-TODAY-RAW-YY LESS THAN 50
               COMPUTE W005-TODAY-DATE-N = 20000000
                     + W005-TODAY-RAW-YY * 10000
                     + W005-TODAY-RAW-MM * 100 + W005-TODAY-RAW-DD
           ELSE
               COMPUTE W005-TODAY-DATE-N = 19000000
                     + W005-TODAY-RAW-YY * 10000
                     + W005-TODAY-RAW-MM * 100 + W005-TODAY-RAW-DD.
           MOVE W005-TODAY-DATE-N TO W006-RECON-DATE-N.
           DISPLAY "RECONCILE PORTAL PAYMENTS POSTED ON, CCYYMMDD "
                   "(BLANK = TODAY):".
           MOVE SPACES TO W006-ENTRY-FIELD.
           ACCEPT W006-ENTRY-FIELD.
           IF W006-ENTRY-FIELD IS NUMERIC
               MOVE W006-ENTRY-FIELD TO W006-RECON-DATE-N.
      *
      *    A ROW PAST THE END OF THE TABLE CANNOT BE MATCHED -- IT IS
      *    COUNTED, AND THE TOTALS SAY THE RUN WAS INCOMPLETE.
       C020-LOAD-SETTLEMENT-ROW.
      *
           READ SETTLEMENT-FILE
               AT END
                   MOVE "1" TO W005-END-OF-FILE-SWITCH
               NOT AT END
                   ADD 1 TO W012-SETTLED-COUNT
                   IF SETL-AMOUNT IS NUMERIC
                       ADD SETL-AMOUNT TO W012-SETTLED-TOTAL
                   END-IF
                   IF W020-SETTLE-COUNT LESS THAN 500
                       ADD 1 TO W020-SETTLE-COUNT
                       MOVE SETL-REFERENCE
                               TO W020-SETTLE-REF (W020-SETTLE-COUNT)
                       MOVE SETL-CARD-NUMBER
                               TO W020-SETTLE-CARD (W020-SETTLE-COUNT)
                       MOVE ZERO
                               TO W020-SETTLE-AMOUNT (W020-SETTLE-COUNT)
                       IF SETL-AMOUNT IS NUMERIC
                           MOVE SETL-AMOUNT TO
                               W020-SETTLE-AMOUNT (W020-SETTLE-COUNT)
                       END-IF
                       MOVE SETL-SETTLE-DATE
                               TO W020-SETTLE-DATE-N (W020-SETTLE-COUNT)
                       MOVE "N" TO
                           W020-SETTLE-MATCH-SWITCH (W020-SETTLE-COUNT)
                       MOVE ZERO
                               TO W020-POSTED-AMOUNT (W020-SETTLE-COUNT)
                       MOVE ZERO TO
                           W020-POSTED-RECEIPT (W020-SETTLE-COUNT)
                   ELSE
                       ADD 1 TO W012-OVERFLOW-COUNT
                   END-IF
           END-READ.
      *
      *    ONLY O LINES TAKE PART. ONE POSTED ON THE RECONCILE DATE
      *    COUNTS TOWARD THE DAY'S POSTINGS WHETHER OR NOT IT MATCHES.
       C030-MATCH-ONE-LEDGER-LINE.
      *
           READ FINE-DETAIL-FILE NEXT RECORD
               AT END
                   MOVE "1" TO W005-END-OF-FILE-SWITCH
               NOT AT END
                   IF FINE-DTL-IS-ONLINE-PAYMENT
                       PERFORM C032-MATCH-ONLINE-PAYMENT
                   END-IF
           END-READ.
      *
       C032-MATCH-ONLINE-PAYMENT.
      *
           IF FINE-DTL-DATE EQUAL W006-RECON-DATE-N
               ADD 1 TO W012-POSTED-COUNT
               ADD FINE-DTL-AMOUNT TO W012-POSTED-TOTAL
           END-IF.
           MOVE "N" TO W020-FOUND-SWITCH.
           PERFORM C034-TEST-SETTLE-SLOT
               VARYING W020-I FROM 1 BY 1
               UNTIL W020-I GREATER THAN W020-SETTLE-COUNT
                  OR W020-FOUND.
           IF W020-FOUND
               IF W020-SETTLE-MATCHED (W020-FOUND-SLOT)
      *            A SECOND O LINE ON THE SAME REFERENCE -- THE ONE
      *            PAYMENT HAS BEEN POSTED TWICE.
                   MOVE "POSTED TWICE" TO W015-UNSET-NOTE
                   PERFORM C036-PRINT-UNSETTLED-LINE
               ELSE
                   MOVE "Y" TO W020-SETTLE-MATCH-SWITCH
                                   (W020-FOUND-SLOT)
                   MOVE FINE-DTL-AMOUNT
                           TO W020-POSTED-AMOUNT (W020-FOUND-SLOT)
                   MOVE FINE-DTL-RECEIPT-NUMBER
                           TO W020-POSTED-RECEIPT (W020-FOUND-SLOT)
                   ADD 1 TO W012-MATCHED-COUNT
               END-IF
           ELSE
               IF FINE-DTL-DATE EQUAL W006-RECON-DATE-N
                   MOVE SPACES TO W015-UNSET-NOTE
                   PERFORM C036-PRINT-UNSETTLED-LINE
               END-IF
           END-IF.
      *
       C034-TEST-SETTLE-SLOT.
      *
           IF W020-SETTLE-REF (W020-I) EQUAL FINE-DTL-ONLINE-REF
               MOVE "Y" TO W020-FOUND-SWITCH
               MOVE W020-I TO W020-FOUND-SLOT.
      *
       C036-PRINT-UNSETTLED-LINE.
      *
           ADD 1 TO W012-UNSETTLED-COUNT.
           ADD FINE-DTL-AMOUNT TO W012-UNSETTLED-TOTAL.
           MOVE FINE-DTL-PATRON-NUMBER TO W015-UNSET-CARD.
           MOVE FINE-DTL-RECEIPT-NUMBER TO W015-UNSET-RECEIPT.
           MOVE FINE-DTL-ONLINE-REF TO W015-UNSET-REF.
           MOVE FINE-DTL-AMOUNT TO W015-UNSET-AMOUNT.
           MOVE W015-UNSETTLED-LINE TO SETTLE-REPORT-LINE.
           WRITE SETTLE-REPORT-LINE.
      *
       C040-PRINT-MISMATCHES.
      *
           MOVE "AMOUNT MISMATCHES:" TO SETTLE-REPORT-LINE.
           WRITE SETTLE-REPORT-LINE AFTER ADVANCING 2 LINES.
           PERFORM C042-CHECK-ONE-MISMATCH
               VARYING W020-I FROM 1 BY 1
               UNTIL W020-I GREATER THAN W020-SETTLE-COUNT.
           IF W012-MISMATCH-COUNT EQUAL ZERO
               MOVE "  (NONE)" TO SETTLE-REPORT-LINE
               WRITE SETTLE-REPORT-LINE
           END-IF.
      *
       C042-CHECK-ONE-MISMATCH.
      *
           IF W020-SETTLE-MATCHED (W020-I)
              AND W020-POSTED-AMOUNT (W020-I) NOT EQUAL
                  W020-SETTLE-AMOUNT (W020-I)
               ADD 1 TO W012-MISMATCH-COUNT
               MOVE W020-SETTLE-CARD (W020-I) TO W015-MISM-CARD
               MOVE W020-SETTLE-REF (W020-I) TO W015-MISM-REF
               MOVE W020-POSTED-AMOUNT (W020-I) TO W015-MISM-POSTED
               MOVE W020-SETTLE-AMOUNT (W020-I) TO W015-MISM-SETTLED
               MOVE W020-POSTED-RECEIPT (W020-I) TO W015-MISM-RECEIPT
               MOVE W015-MISMATCH-LINE TO SETTLE-REPORT-LINE
               WRITE SETTLE-REPORT-LINE
           END-IF.
      *
       C050-PRINT-UNPOSTED.
      *
           MOVE "SETTLED, NOT POSTED:" TO SETTLE-REPORT-LINE.
           WRITE SETTLE-REPORT-LINE AFTER ADVANCING 2 LINES.
           PERFORM C052-CHECK-ONE-UNPOSTED
               VARYING W020-I FROM 1 BY 1
               UNTIL W020-I GREATER THAN W020-SETTLE-COUNT.
           IF W012-UNPOSTED-COUNT EQUAL ZERO
               MOVE "  (NONE)" TO SETTLE-REPORT-LINE
               WRITE SETTLE-REPORT-LINE
           END-IF.
      *
       C052-CHECK-ONE-UNPOSTED.
      *
           IF NOT W020-SETTLE-MATCHED (W020-I)
               ADD 1 TO W012-UNPOSTED-COUNT
               ADD W020-SETTLE-AMOUNT (W020-I) TO W012-UNPOSTED-TOTAL
               MOVE W020-SETTLE-CARD (W020-I) TO W015-UNPOST-CARD
               MOVE W020-SETTLE-REF (W020-I) TO W015-UNPOST-REF
               MOVE W020-SETTLE-DATE-N (W020-I) TO W016-SHOW-DATE-N
               MOVE W016-SHOW-MM TO W015-UNPOST-MM
               MOVE W016-SHOW-DD TO W015-UNPOST-DD
               MOVE W016-SHOW-CCYY TO W015-UNPOST-CCYY
               MOVE W020-SETTLE-AMOUNT (W020-I) TO W015-UNPOST-AMOUNT
               MOVE W015-UNPOSTED-LINE TO SETTLE-REPORT-LINE
               WRITE SETTLE-REPORT-LINE
           END-IF.
      *
       C080-PRINT-TOTALS.
      *
           MOVE "SETTLEMENT ROWS READ" TO W015-FIGURE-LABEL.
           MOVE W012-SETTLED-COUNT TO W015-FIGURE-COUNT.
           MOVE W012-SETTLED-TOTAL TO W015-FIGURE-VALUE.
           MOVE W015-FIGURE-LINE TO SETTLE-REPORT-LINE.
           WRITE SETTLE-REPORT-LINE AFTER ADVANCING 2 LINES.
           MOVE "PORTAL PAYMENTS POSTED ON THE DATE"
                   TO W015-FIGURE-LABEL.
           MOVE W012-POSTED-COUNT TO W015-FIGURE-COUNT.
           MOVE W012-POSTED-TOTAL TO W015-FIGURE-VALUE.
           MOVE W015-FIGURE-LINE TO SETTLE-REPORT-LINE.
           WRITE SETTLE-REPORT-LINE.
           MOVE "POSTED, NOT SETTLED" TO W015-FIGURE-LABEL.
           MOVE W012-UNSETTLED-COUNT TO W015-FIGURE-COUNT.
           MOVE W012-UNSETTLED-TOTAL TO W015-FIGURE-VALUE.
           MOVE W015-FIGURE-LINE TO SETTLE-REPORT-LINE.
           WRITE SETTLE-REPORT-LINE.
           MOVE "SETTLED, NOT POSTED" TO W015-FIGURE-LABEL.
           MOVE W012-UNPOSTED-COUNT TO W015-FIGURE-COUNT.
           MOVE W012-UNPOSTED-TOTAL TO W015-FIGURE-VALUE.
           MOVE W015-FIGURE-LINE TO SETTLE-REPORT-LINE.
           WRITE SETTLE-REPORT-LINE.
           MOVE SPACES TO W015-FIGURE-LINE.
           MOVE "MATCHED ON REFERENCE" TO W015-FIGURE-LABEL.
           MOVE W012-MATCHED-COUNT TO W015-FIGURE-COUNT.
           MOVE W015-FIGURE-LINE TO SETTLE-REPORT-LINE.
           WRITE SETTLE-REPORT-LINE.
           MOVE "AMOUNT MISMATCHES" TO W015-FIGURE-LABEL.
           MOVE W012-MISMATCH-COUNT TO W015-FIGURE-COUNT.
           MOVE W015-FIGURE-LINE TO SETTLE-REPORT-LINE.
           WRITE SETTLE-REPORT-LINE.
           IF W012-OVERFLOW-COUNT GREATER THAN ZERO
               MOVE "ROWS NOT RECONCILED (TABLE FULL)"
                       TO W015-FIGURE-LABEL
               MOVE W012-OVERFLOW-COUNT TO W015-FIGURE-COUNT
               MOVE W015-FIGURE-LINE TO SETTLE-REPORT-LINE
               WRITE SETTLE-REPORT-LINE
           END-IF.
           COMPUTE W012-SECTION-COUNT = W012-UNSETTLED-COUNT
                   + W012-UNPOSTED-COUNT + W012-MISMATCH-COUNT
                   + W012-OVERFLOW-COUNT.
           IF W012-SECTION-COUNT EQUAL ZERO
               MOVE "SETTLEMENT IN BALANCE" TO SETTLE-REPORT-LINE
           ELSE
               MOVE "** CHECK ** -- SETTLEMENT DOES NOT BALANCE"
                       TO SETTLE-REPORT-LINE
           END-IF.
           WRITE SETTLE-REPORT-LINE AFTER ADVANCING 2 LINES.
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
