       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. LIB055A.
      *
       DATE-WRITTEN. 10/15/26.
      *
      ***************************************************************
      *                                                             *
      * NIGHTLY LIBRARY REVENUE GL EXTRACT -- THE LIBRARY-SIDE      *
      * TWIN OF THE CHAP426 PAYROLL JOURNAL. SUMMARISES ONE DAY'S   *
      * FINEDTL.DAT ACTIVITY BY TRANSACTION TYPE AND BRANCH AND     *
      * WRITES A BALANCED DEBIT AND CREDIT PAIR FOR EACH TOTAL TO   *
      * LIBGL.DAT, IN THE SAME LAYOUT AS GLPOST.DAT, SO THE FINANCE *
      * OFFICE STOPS RE-KEYING THE LIB024A PRINTOUT. ACCOUNTS COME  *
      * OFF GLMAP.DAT (GLM001A) BY COMPONENT, WITH THE BRANCH IN    *
      * THE DEPARTMENT FIELD:                                       *
      *   LIBFINE  - OVERDUE CHARGES (C)    DR RECEIVABLE  CR REV.  *
      *   LIBLOST  - LOST-ITEM BILLS (L)    DR RECEIVABLE  CR REV.  *
      *   LIBCARD  - CARD FEES (K, N)       DR RECEIVABLE  CR REV.  *
      *   LIBILL   - ILL PARTNER FEES (I)   DR RECEIVABLE  CR REV.  *
      *   LIBCASH  - DESK PAYMENTS (P, F)   DR CASH        CR RECV. *
      *   LIBPORTL - PORTAL PAYMENTS (O)    DR CLEARING    CR RECV. *
      *   LIBWAIVE - WAIVES (W)             DR WAIVED      CR RECV. *
      *   LIBREVRS - REVERSALS (R)          DR REVERSALS   CR RECV. *
      * AS IN CHAP426, THE BRANCH ROW WINS, THE BLANK-DEPARTMENT    *
      * ROW BACKS IT UP, AND A HARDCODED ACCOUNT BACKS THAT UP.     *
      * THE POSTING DATE IS THE COMMAND-LINE PARM (CCYYMMDD, BLANK  *
      * = TODAY). A DATE ALREADY ON THE LIBGLLOG.DAT POSTING LOG IS *
      * REFUSED, AND ONLY A RELEASED (IN-BALANCE) EXTRACT IS        *
      * LOGGED. THE CONTROL REPORT CLOSES WITH THE DESK PAYMENT,    *
      * WAIVE, AND PORTAL TOTALS THAT TIE TO LIB024A FOR THE DAY.   *
      *                                                             *
      ***************************************************************
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
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
           SELECT GL-MAP-FILE ASSIGN TO DISK
           ACCESS MODE RANDOM
           ORGANIZATION INDEXED
           RECORD KEY GLM-KEY
           FILE STATUS IS WORK-GLMAP-STATUS.
      *
      *    THE JOURNAL FOR ACCOUNTING -- REWRITTEN EACH NIGHT AND
      *    COLLECTED BEFORE THE NEXT RUN, THE SAME AS GLPOST.DAT.
           SELECT GL-POSTING-FILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
      *
      *    ONE ROW PER DAY RELEASED TO ACCOUNTING.
           SELECT GL-POSTING-LOG-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WORK-GL-LOG-STATUS.
      *
      *    SPOOLED TO DISK (SEE SPOOL.CPY) -- THE SPOL001A MANAGER
      *    VIEWS, PRINTS, REPRINTS, OR PURGES THE SPOOLED REPORT.
           SELECT GL-REPORT-PRINT ASSIGN TO WS-SPOOL-FILE-NAME
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
       copy finedtl.
      *
       copy glmap.
      *
       FD  GL-POSTING-FILE
           LABEL RECORDS OMITTED
           VALUE OF FILE-ID "LIBGL.DAT".
       01  GL-POSTING-LINE.
           05  GL-RECORD-TYPE                        PIC X.
           05  GL-ACCOUNT                            PIC X(8).
           05  GL-DEPARTMENT                         PIC X(4).
           05  GL-DEBIT-AMOUNT                       PIC 9(7)V99.
           05  GL-CREDIT-AMOUNT                      PIC 9(7)V99.
           05  GL-RUN-DATE                           PIC 9(6).
      *
       FD  GL-POSTING-LOG-FILE
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID "LIBGLLOG.DAT".
       01  GL-POSTING-LOG-RECORD.
           05  GLLOG-POST-DATE                       PIC 9(8).
           05  GLLOG-RUN-DATE                        PIC 9(6).
           05  GLLOG-RUN-TIME                        PIC 9(8).
           05  GLLOG-DEBIT-TOTAL                     PIC 9(8)V99.
      *
       copy spool.

       FD  GL-REPORT-PRINT
           LABEL RECORDS OMITTED.
       01  GL-REPORT-LINE                           PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
      *    SPOOL BOOKKEEPING -- THE SPOOL FILE NAME CARRIES THE JOB
      *    AND RUN DATE, AND EVERY RUN REGISTERS ITSELF ON THE
      *    SPOOL INDEX BEFORE WRITING A LINE.
       01  WS-SPOOL-FILE-NAME                       PIC X(20).
       01  WORK-SPOOL-INDEX-STATUS                  PIC XX.
       01  W037-SPOOL-JOB-NAME                      PIC X(8)
                                                     VALUE "LIB055A".
       01  W037-SPOOL-RUN-DATE                      PIC 9(6).
       01  W037-SPOOL-RUN-TIME                      PIC 9(8).
       01  W005-END-OF-FILE-SWITCH                  PIC X.
           88  W005-END-OF-FILE                     VALUE "1".
       01  WORK-FINE-DETAIL-STATUS                  PIC XX.
       01  WORK-GLMAP-STATUS                        PIC XX.
       01  WORK-GL-LOG-STATUS                       PIC XX.
       01  W037-GLMAP-OPEN-SWITCH                   PIC X.
           88  W037-GLMAP-IS-OPEN                   VALUE "Y".
      *
       01  W005-TODAY-RAW-DATE.
           05  W005-TODAY-RAW-YY                    PIC 99.
           05  W005-TODAY-RAW-MM                    PIC 99.
           05  W005-TODAY-RAW-DD                    PIC 99.
      *
      *    THE DAY BEING POSTED, AND ITS YYMMDD FORM FOR THE
      *    GL-RUN-DATE FIELD ACCOUNTING ALREADY READS.
       01  W006-POST-PARM                           PIC X(10).
       01  W006-POST-DATE-N                         PIC 9(8).
       01  W006-POST-DATE REDEFINES W006-POST-DATE-N.
           05  W006-POST-CC                         PIC 99.
           05  W006-POST-YYMMDD                     PIC 9(6).
       01  W006-SHOW-DATE REDEFINES W006-POST-DATE-N.
           05  W006-SHOW-CCYY                       PIC 9(4).
           05  W006-SHOW-MM                         PIC 99.
           05  W006-SHOW-DD                         PIC 99.
       01  W006-ALREADY-POSTED-SWITCH               PIC X.
           88  W006-ALREADY-POSTED                  VALUE "Y".
      *
      *    THE DAY'S ACTIVITY, ONE SLOT PER COMPONENT AND BRANCH.
       01  W020-SUMMARY-COUNT                       PIC 99 VALUE 0.
       01  W020-SUMMARY-TABLE.
           05  W020-SUMMARY                         OCCURS 80 TIMES.
               10  W020-SUM-COMPONENT               PIC X(8).
               10  W020-SUM-BRANCH                  PIC X(3).
               10  W020-SUM-LINES                   PIC 9(5).
               10  W020-SUM-AMOUNT                  PIC 9(7)V99.
       01  W020-I                                   PIC 99.
       01  W020-FOUND-SWITCH                        PIC X.
           88  W020-FOUND                           VALUE "Y".
       01  W020-FOUND-SLOT                          PIC 99.
       01  W020-OVERFLOW-SWITCH                     PIC X VALUE "N".
           88  W020-TABLE-OVERFLOWED                VALUE "Y".
       01  W020-LINE-COMPONENT                      PIC X(8).
      *
      *    MAP-LOOKUP SCRATCH, AS IN CHAP426.
       01  W021-MAP-COMPONENT                       PIC X(8).
       01  W021-MAP-DEPARTMENT                      PIC X(4).
       01  W021-MAP-FALLBACK-DEBIT                  PIC X(8).
       01  W021-MAP-FALLBACK-CREDIT                 PIC X(8).
       01  W021-MAP-DEBIT-ACCOUNT                   PIC X(8).
       01  W021-MAP-CREDIT-ACCOUNT                  PIC X(8).
      *
       01  W034-GL-DEBIT-TOTAL                      PIC 9(8)V99.
       01  W034-GL-CREDIT-TOTAL                     PIC 9(8)V99.
       01  W034-GL-OUT-OF-BALANCE                   PIC S9(8)V99.
       01  W034-RELEASED-SWITCH                     PIC X.
           88  W034-RELEASED                        VALUE "Y".
      *
      *    THE FIGURES LIB024A PRINTS FOR THE SAME DAY.
       01  W012-DESK-PAYMENTS                       PIC 9(7)V99 VALUE 0.
       01  W012-WAIVES                              PIC 9(7)V99 VALUE 0.
       01  W012-PORTAL-PAYMENTS                     PIC 9(7)V99 VALUE 0.
       01  W012-LEDGER-LINES                        PIC 9(5) VALUE 0.
      *
       01  W015-HEADING-LINE.
           05  FILLER                     PIC X(40) VALUE
               "LIB055A LIBRARY REVENUE GL EXTRACT -- ".
           05  W015-HEADING-MM                       PIC 99.
           05  FILLER                     PIC X VALUE "/".
           05  W015-HEADING-DD                       PIC 99.
           05  FILLER                     PIC X VALUE "/".
           05  W015-HEADING-CCYY                     PIC 9(4).
      *
       01  W015-COLUMN-LINE.
           05  FILLER                     PIC X(40) VALUE
               "COMPONENT BRANCH LINES  DEBIT    CREDIT ".
           05  FILLER                     PIC X(14) VALUE
               "        AMOUNT".
      *
       01  W015-DETAIL-LINE.
           05  W015-DET-COMPONENT                    PIC X(8).
           05  FILLER                     PIC X(3) VALUE SPACES.
           05  W015-DET-BRANCH                       PIC X(3).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  W015-DET-LINES                        PIC ZZZZ9.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  W015-DET-DEBIT                        PIC X(8).
           05  FILLER                     PIC X VALUE SPACE.
           05  W015-DET-CREDIT                       PIC X(8).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  W015-DET-AMOUNT                       PIC Z,ZZZ,ZZ9.99.
      *
       01  W015-FIGURE-LINE.
           05  W015-FIGURE-LABEL                    PIC X(44).
           05  W015-FIGURE-VALUE                    PIC ZZ,ZZZ,ZZ9.99.
      *
       PROCEDURE DIVISION.
      *
       C000-MAIN-LINE-LOGIC.
      *
           PERFORM C010-GET-POSTING-DATE.
           PERFORM C015-CHECK-ALREADY-POSTED.
           IF W006-ALREADY-POSTED
               DISPLAY "LIB055A: " W006-POST-DATE-N
                       " IS ALREADY POSTED TO THE GL -- RUN REFUSED"
               GOBACK
           END-IF.
           OPEN INPUT FINE-DETAIL-FILE.
           IF WORK-FINE-DETAIL-STATUS NOT EQUAL "00"
               DISPLAY "LIB055A: NO FINES LEDGER -- NOTHING TO POST"
               GOBACK
           END-IF.
           MOVE "0" TO W005-END-OF-FILE-SWITCH.
           PERFORM C020-SUMMARISE-ONE-LINE UNTIL W005-END-OF-FILE.
           CLOSE FINE-DETAIL-FILE.
           MOVE "N" TO W037-GLMAP-OPEN-SWITCH.
           OPEN INPUT GL-MAP-FILE.
           IF WORK-GLMAP-STATUS EQUAL "00"
               MOVE "Y" TO W037-GLMAP-OPEN-SWITCH
           END-IF.
           PERFORM C900-REGISTER-SPOOL-FILE.
           OPEN OUTPUT GL-REPORT-PRINT.
           MOVE W006-SHOW-MM TO W015-HEADING-MM.
           MOVE W006-SHOW-DD TO W015-HEADING-DD.
           MOVE W006-SHOW-CCYY TO W015-HEADING-CCYY.
           MOVE W015-HEADING-LINE TO GL-REPORT-LINE.
           WRITE GL-REPORT-LINE AFTER ADVANCING PAGE.
           MOVE W015-COLUMN-LINE TO GL-REPORT-LINE.
           WRITE GL-REPORT-LINE AFTER ADVANCING 2 LINES.
           PERFORM C050-WRITE-GL-EXTRACT.
           PERFORM C060-PRINT-CONTROL-TOTALS.
           CLOSE GL-REPORT-PRINT.
           IF W037-GLMAP-IS-OPEN
               CLOSE GL-MAP-FILE.
           IF W034-RELEASED
               PERFORM C070-LOG-POSTED-DATE
           END-IF.
           DISPLAY "LIB055A GL EXTRACT COMPLETE FOR " W006-POST-DATE-N.
           GOBACK.
      *
       C010-GET-POSTING-DATE.
      *
           ACCEPT W005-TODAY-RAW-DATE FROM DATE.
           MOVE SPACES TO W006-POST-PARM.
           ACCEPT W006-POST-PARM FROM COMMAND-LINE.
           IF W006-POST-PARM (1:8) IS NUMERIC
               MOVE W006-POST-PARM (1:8) TO W006-POST-DATE-N
           ELSE
               IF W005-TODAY-RAW-YY LESS THAN 50
                   COMPUTE W006-POST-DATE-N = 20000000
                         + W005-TODAY-RAW-YY * 10000
                         + W005-TODAY-RAW-MM * 100 + W005-TODAY-RAW-DD
               ELSE
                   COMPUTE W006-POST-DATE-N = 19000000
                         + W005-TODAY-RAW-YY * 10000
                         + W005-TODAY-RAW-MM * 100 + W005-TODAY-RAW-DD
               END-IF
           END-IF.
      *
      *    A MISSING LOG MEANS NOTHING HAS EVER BEEN POSTED.
       C015-CHECK-ALREADY-POSTED.
      *
           MOVE "N" TO W006-ALREADY-POSTED-SWITCH.
           OPEN INPUT GL-POSTING-LOG-FILE.
           IF WORK-GL-LOG-STATUS EQUAL "00"
               MOVE "0" TO W005-END-OF-FILE-SWITCH
               PERFORM C016-READ-LOG-ENTRY UNTIL W005-END-OF-FILE
               CLOSE GL-POSTING-LOG-FILE
           END-IF.
      *
       C016-READ-LOG-ENTRY.
      *
           READ GL-POSTING-LOG-FILE
               AT END
                   MOVE "1" TO W005-END-OF-FILE-SWITCH
               NOT AT END
                   IF GLLOG-POST-DATE EQUAL W006-POST-DATE-N
                       MOVE "Y" TO W006-ALREADY-POSTED-SWITCH
                       MOVE "1" TO W005-END-OF-FILE-SWITCH
                   END-IF
           END-READ.
      *
      *    THE WHOLE LEDGER IS READ -- IT IS KEYED BY PATRON, NOT
      *    DATE, THE SAME FULL PASS LIB024A MAKES.
       C020-SUMMARISE-ONE-LINE.
      *
           READ FINE-DETAIL-FILE NEXT RECORD
               AT END
                   MOVE "1" TO W005-END-OF-FILE-SWITCH
               NOT AT END
                   IF FINE-DTL-DATE EQUAL W006-POST-DATE-N
                       PERFORM C025-CLASSIFY-LEDGER-LINE
                   END-IF
           END-READ.
      *
       C025-CLASSIFY-LEDGER-LINE.
      *
           ADD 1 TO W012-LEDGER-LINES.
           MOVE SPACES TO W020-LINE-COMPONENT.
           IF FINE-DTL-IS-CARD-FEE OR FINE-DTL-IS-NONRES-FEE
               MOVE "LIBCARD" TO W020-LINE-COMPONENT
           ELSE IF FINE-DTL-IS-ILL-FEE
               MOVE "LIBILL" TO W020-LINE-COMPONENT
           ELSE IF FINE-DTL-IS-CHARGE
               MOVE "LIBFINE" TO W020-LINE-COMPONENT
           ELSE IF FINE-DTL-IS-LOST-BILL
               MOVE "LIBLOST" TO W020-LINE-COMPONENT
           ELSE IF FINE-DTL-IS-ONLINE-PAYMENT
               MOVE "LIBPORTL" TO W020-LINE-COMPONENT
               ADD FINE-DTL-AMOUNT TO W012-PORTAL-PAYMENTS
           ELSE IF FINE-DTL-IS-PAYMENT
               MOVE "LIBCASH" TO W020-LINE-COMPONENT
               ADD FINE-DTL-AMOUNT TO W012-DESK-PAYMENTS
           ELSE IF FINE-DTL-IS-WAIVE
               MOVE "LIBWAIVE" TO W020-LINE-COMPONENT
               ADD FINE-DTL-AMOUNT TO W012-WAIVES
           ELSE IF FINE-DTL-IS-REVERSAL
               MOVE "LIBREVRS" TO W020-LINE-COMPONENT
           END-IF.
           IF W020-LINE-COMPONENT NOT EQUAL SPACES
               PERFORM C027-ADD-TO-SUMMARY
           END-IF.
      *
      *    A FULL TABLE HOLDS THE EXTRACT -- THE OVERFLOW'S AMOUNTS
      *    ARE MISSING FROM BOTH SIDES, SO IT WOULD STILL BALANCE.
       C027-ADD-TO-SUMMARY.
      *
           MOVE "N" TO W020-FOUND-SWITCH.
           PERFORM C028-TEST-SUMMARY-SLOT
               VARYING W020-I FROM 1 BY 1
               UNTIL W020-I GREATER THAN W020-SUMMARY-COUNT
                  OR W020-FOUND.
           IF NOT W020-FOUND
               IF W020-SUMMARY-COUNT LESS THAN 80
                   ADD 1 TO W020-SUMMARY-COUNT
                   MOVE W020-SUMMARY-COUNT TO W020-FOUND-SLOT
                   MOVE W020-LINE-COMPONENT
                           TO W020-SUM-COMPONENT (W020-FOUND-SLOT)
                   MOVE FINE-DTL-BRANCH-ID
                           TO W020-SUM-BRANCH (W020-FOUND-SLOT)
                   MOVE ZERO TO W020-SUM-LINES (W020-FOUND-SLOT)
                   MOVE ZERO TO W020-SUM-AMOUNT (W020-FOUND-SLOT)
                   MOVE "Y" TO W020-FOUND-SWITCH
               ELSE
                   MOVE "Y" TO W020-OVERFLOW-SWITCH
               END-IF
           END-IF.
           IF W020-FOUND
               ADD 1 TO W020-SUM-LINES (W020-FOUND-SLOT)
               ADD FINE-DTL-AMOUNT TO W020-SUM-AMOUNT (W020-FOUND-SLOT)
           END-IF.
      *
       C028-TEST-SUMMARY-SLOT.
      *
           IF W020-SUM-COMPONENT (W020-I) EQUAL W020-LINE-COMPONENT
              AND W020-SUM-BRANCH (W020-I) EQUAL FINE-DTL-BRANCH-ID
               MOVE "Y" TO W020-FOUND-SWITCH
               MOVE W020-I TO W020-FOUND-SLOT.
      *
      *    ONE DEBIT AND ONE CREDIT PER SUMMARY SLOT, THEN THE
      *    TRAILER: R(ELEASED) WHEN DEBITS EQUAL CREDITS AND THE
      *    TABLE HELD THE WHOLE DAY, OTHERWISE HELD -- ACCOUNTING
      *    ONLY TAKES A RELEASED FILE.
       C050-WRITE-GL-EXTRACT.
      *
           OPEN OUTPUT GL-POSTING-FILE.
           MOVE ZERO TO W034-GL-DEBIT-TOTAL.
           MOVE ZERO TO W034-GL-CREDIT-TOTAL.
           PERFORM C055-POST-ONE-SUMMARY
               VARYING W020-I FROM 1 BY 1
               UNTIL W020-I GREATER THAN W020-SUMMARY-COUNT.
           COMPUTE W034-GL-OUT-OF-BALANCE =
                   W034-GL-DEBIT-TOTAL - W034-GL-CREDIT-TOTAL.
           MOVE "T" TO GL-RECORD-TYPE.
           MOVE SPACES TO GL-DEPARTMENT.
           MOVE W034-GL-DEBIT-TOTAL TO GL-DEBIT-AMOUNT.
           MOVE W034-GL-CREDIT-TOTAL TO GL-CREDIT-AMOUNT.
           MOVE W006-POST-YYMMDD TO GL-RUN-DATE.
           MOVE "N" TO W034-RELEASED-SWITCH.
           IF W034-GL-OUT-OF-BALANCE EQUAL ZERO
              AND NOT W020-TABLE-OVERFLOWED
               MOVE "RELEASED" TO GL-ACCOUNT
               MOVE "Y" TO W034-RELEASED-SWITCH
               DISPLAY "LIB055A: GL EXTRACT BALANCED AND RELEASED"
               DISPLAY "LIB055A: DEBITS " W034-GL-DEBIT-TOTAL
                       " = CREDITS " W034-GL-CREDIT-TOTAL
           ELSE
               MOVE "HELD" TO GL-ACCOUNT
               IF W020-TABLE-OVERFLOWED
                   DISPLAY "LIB055A: SUMMARY TABLE FULL -- THE DAY "
                           "IS INCOMPLETE, FILE HELD"
               ELSE
                   DISPLAY "LIB055A: GL EXTRACT OUT OF BALANCE BY "
                           W034-GL-OUT-OF-BALANCE " -- FILE HELD"
               END-IF
           END-IF.
           WRITE GL-POSTING-LINE.
           CLOSE GL-POSTING-FILE.
      *
      *    CHARGES DEBIT RECEIVABLES AND CREDIT REVENUE; EVERYTHING
      *    THAT REDUCES A BALANCE CREDITS RECEIVABLES AND DEBITS
      *    CASH, THE PROCESSOR CLEARING ACCOUNT, OR ITS OWN
      *    WAIVED OR REVERSALS ACCOUNT.
       C055-POST-ONE-SUMMARY.
      *
           MOVE W020-SUM-COMPONENT (W020-I) TO W021-MAP-COMPONENT.
           MOVE W020-SUM-BRANCH (W020-I) TO W021-MAP-DEPARTMENT.
           MOVE "1210" TO W021-MAP-FALLBACK-DEBIT.
           MOVE "1210" TO W021-MAP-FALLBACK-CREDIT.
           EVALUATE W021-MAP-COMPONENT
               WHEN "LIBFINE"
                   MOVE "4310" TO W021-MAP-FALLBACK-CREDIT
               WHEN "LIBLOST"
                   MOVE "4320" TO W021-MAP-FALLBACK-CREDIT
               WHEN "LIBCARD"
                   MOVE "4330" TO W021-MAP-FALLBACK-CREDIT
               WHEN "LIBILL"
                   MOVE "4340" TO W021-MAP-FALLBACK-CREDIT
               WHEN "LIBCASH"
                   MOVE "1010" TO W021-MAP-FALLBACK-DEBIT
               WHEN "LIBPORTL"
                   MOVE "1020" TO W021-MAP-FALLBACK-DEBIT
               WHEN "LIBWAIVE"
                   MOVE "4390" TO W021-MAP-FALLBACK-DEBIT
               WHEN "LIBREVRS"
                   MOVE "4321" TO W021-MAP-FALLBACK-DEBIT
           END-EVALUATE.
           PERFORM C057-LOOK-UP-MAP-ROW.
           MOVE "D" TO GL-RECORD-TYPE.
           MOVE W021-MAP-DEBIT-ACCOUNT TO GL-ACCOUNT.
           MOVE W020-SUM-BRANCH (W020-I) TO GL-DEPARTMENT.
           MOVE W020-SUM-AMOUNT (W020-I) TO GL-DEBIT-AMOUNT.
           MOVE ZERO TO GL-CREDIT-AMOUNT.
           MOVE W006-POST-YYMMDD TO GL-RUN-DATE.
           WRITE GL-POSTING-LINE.
           ADD W020-SUM-AMOUNT (W020-I) TO W034-GL-DEBIT-TOTAL.
           MOVE "C" TO GL-RECORD-TYPE.
           MOVE W021-MAP-CREDIT-ACCOUNT TO GL-ACCOUNT.
           MOVE ZERO TO GL-DEBIT-AMOUNT.
           MOVE W020-SUM-AMOUNT (W020-I) TO GL-CREDIT-AMOUNT.
           WRITE GL-POSTING-LINE.
           ADD W020-SUM-AMOUNT (W020-I) TO W034-GL-CREDIT-TOTAL.
           MOVE W020-SUM-COMPONENT (W020-I) TO W015-DET-COMPONENT.
           MOVE W020-SUM-BRANCH (W020-I) TO W015-DET-BRANCH.
           MOVE W020-SUM-LINES (W020-I) TO W015-DET-LINES.
           MOVE W021-MAP-DEBIT-ACCOUNT TO W015-DET-DEBIT.
           MOVE W021-MAP-CREDIT-ACCOUNT TO W015-DET-CREDIT.
           MOVE W020-SUM-AMOUNT (W020-I) TO W015-DET-AMOUNT.
           MOVE W015-DETAIL-LINE TO GL-REPORT-LINE.
           WRITE GL-REPORT-LINE.
      *
      *    COMPONENT AND BRANCH IN, ACCOUNTS OUT: THE BRANCH ROW
      *    FIRST, THE BLANK-DEPARTMENT DEFAULT NEXT, AND THE
      *    HARDCODED ACCOUNTS LAST OF ALL.
       C057-LOOK-UP-MAP-ROW.
      *
           MOVE W021-MAP-FALLBACK-DEBIT TO W021-MAP-DEBIT-ACCOUNT.
           MOVE W021-MAP-FALLBACK-CREDIT TO W021-MAP-CREDIT-ACCOUNT.
           IF W037-GLMAP-IS-OPEN
               MOVE W021-MAP-COMPONENT TO GLM-COMPONENT
               MOVE W021-MAP-DEPARTMENT TO GLM-DEPARTMENT
               READ GL-MAP-FILE
                   INVALID KEY
                       MOVE W021-MAP-COMPONENT TO GLM-COMPONENT
                       MOVE SPACES TO GLM-DEPARTMENT
                       READ GL-MAP-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE GLM-DEBIT-ACCOUNT
                                       TO W021-MAP-DEBIT-ACCOUNT
                               MOVE GLM-CREDIT-ACCOUNT
                                       TO W021-MAP-CREDIT-ACCOUNT
                       END-READ
                   NOT INVALID KEY
                       MOVE GLM-DEBIT-ACCOUNT
                               TO W021-MAP-DEBIT-ACCOUNT
                       MOVE GLM-CREDIT-ACCOUNT
                               TO W021-MAP-CREDIT-ACCOUNT
               END-READ
           END-IF.
      *
       C060-PRINT-CONTROL-TOTALS.
      *
           IF W020-SUMMARY-COUNT EQUAL ZERO
               MOVE "  (NO LEDGER ACTIVITY ON THIS DATE)"
                       TO GL-REPORT-LINE
               WRITE GL-REPORT-LINE
           END-IF.
           MOVE "TOTAL DEBITS" TO W015-FIGURE-LABEL.
           MOVE W034-GL-DEBIT-TOTAL TO W015-FIGURE-VALUE.
           MOVE W015-FIGURE-LINE TO GL-REPORT-LINE.
           WRITE GL-REPORT-LINE AFTER ADVANCING 2 LINES.
           MOVE "TOTAL CREDITS" TO W015-FIGURE-LABEL.
           MOVE W034-GL-CREDIT-TOTAL TO W015-FIGURE-VALUE.
           MOVE W015-FIGURE-LINE TO GL-REPORT-LINE.
           WRITE GL-REPORT-LINE.
           IF W034-RELEASED
               MOVE "EXTRACT BALANCED AND RELEASED TO ACCOUNTING"
                       TO GL-REPORT-LINE
           ELSE
               MOVE "** EXTRACT HELD -- NOT RELEASED, DATE NOT LOGGED"
                       TO GL-REPORT-LINE
           END-IF.
           WRITE GL-REPORT-LINE.
           MOVE "CONTROL TOTALS -- TIE TO LIB024A FOR THE SAME DAY:"
                   TO GL-REPORT-LINE.
           WRITE GL-REPORT-LINE AFTER ADVANCING 2 LINES.
           MOVE "  DESK PAYMENTS (TOTAL CASH TO DEPOSIT)"
                   TO W015-FIGURE-LABEL.
           MOVE W012-DESK-PAYMENTS TO W015-FIGURE-VALUE.
           MOVE W015-FIGURE-LINE TO GL-REPORT-LINE.
           WRITE GL-REPORT-LINE.
           MOVE "  WAIVES (WAIVED, NOT IN DRAWER)" TO W015-FIGURE-LABEL.
           MOVE W012-WAIVES TO W015-FIGURE-VALUE.
           MOVE W015-FIGURE-LINE TO GL-REPORT-LINE.
           WRITE GL-REPORT-LINE.
           MOVE "  PORTAL PAYMENTS (PORTAL, NOT IN DRAWER)"
                   TO W015-FIGURE-LABEL.
           MOVE W012-PORTAL-PAYMENTS TO W015-FIGURE-VALUE.
           MOVE W015-FIGURE-LINE TO GL-REPORT-LINE.
           WRITE GL-REPORT-LINE.
      *
       C070-LOG-POSTED-DATE.
      *
           OPEN EXTEND GL-POSTING-LOG-FILE.
           IF WORK-GL-LOG-STATUS NOT EQUAL "00"
               OPEN OUTPUT GL-POSTING-LOG-FILE.
           MOVE W006-POST-DATE-N TO GLLOG-POST-DATE.
           ACCEPT GLLOG-RUN-DATE FROM DATE.
           ACCEPT GLLOG-RUN-TIME FROM TIME.
           MOVE W034-GL-DEBIT-TOTAL TO GLLOG-DEBIT-TOTAL.
           WRITE GL-POSTING-LOG-RECORD.
           CLOSE GL-POSTING-LOG-FILE.
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
