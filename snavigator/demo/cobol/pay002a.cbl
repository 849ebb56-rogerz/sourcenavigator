      * CLEARLY MARKED DUPLICATE, WITH NO CHECK NUMBER CONSUMED    *
      * AND NOTHING JOURNALED.                                     *
      *                                                             *
      * THE NORMAL RUN PAYS ONLY A CALCULATED PAY PERIOD ON         *
      * PAYPERD.DAT, AND ONLY ONCE -- THE CHECKS-ISSUED DATE IT     *
      * SETS THERE REFUSES A SECOND RUN FOR THE SAME WEEK.          *
      *                                                             *
      ***************************************************************
      *
           SELECT PAYROLL-NET-FILE
                  ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WORK-PAYNET-ARCHIVE-STATUS.
      *
           SELECT PAY-PERIOD-FILE ASSIGN TO DISK
           ACCESS MODE DYNAMIC
           ORGANIZATION INDEXED
           RECORD KEY PPD-PERIOD-NUMBER
           FILE STATUS IS WORK-PAYPERD-STATUS.
      *
           SELECT CHECK-PRINT ASSIGN TO PRINTER.
      *
       copy bankfile.
      *
       copy paynarch.
      *
       copy payperd.
      *
      *    NEXT CHECK NUMBER -- READ, USED IN SEQUENCE, AND SAVED
      *    BACK AT END OF JOB. SEEDED AT 000001 ON A FRESH SYSTEM.
       01  WORK-CHECK-CONTROL-STATUS                PIC XX.
       01  WORK-CHECK-LOG-STATUS                    PIC XX.
       01  WORK-PAYNET-ARCHIVE-STATUS               PIC XX.
       01  WORK-PAYPERD-STATUS                      PIC XX.
      *
      *    THE CALCULATED PERIOD THE CHECKS PAY.
       01  W060-PERIOD-SWITCH                       PIC X.
           88  W060-PERIOD-READY                    VALUE "Y".
       01  W060-PERIOD-EOF-SWITCH                   PIC X.
           88  W060-PERIOD-EOF                      VALUE "1".
       01  W060-PERIOD-NUMBER                       PIC 9(4).
       01  W060-REFUSAL                             PIC X(60).
      *
      *    THE DEPOSIT-FLAGGED EMPLOYEES -- PAID BY THE BANK FILE,
      *    NOT BY A CHECK OFF THIS RUN.
      ***************************************************************
       C100-PRINT-CHECK-RUN.
      *
           PERFORM C050-FIND-CALCULATED-PERIOD.
           IF NOT W060-PERIOD-READY
               DISPLAY "PAY002A: " W060-REFUSAL
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT PAYROLL-NET-FILE
               IF WORK-PAYNET-STATUS NOT EQUAL "00"
                   DISPLAY "PAY002A: NO PAYNET.DAT -- RUN CHAP426 "
                           "FIRST"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE "0" TO W005-END-OF-FILE-SWITCH
                   PERFORM C110-READ-PAYNET-FILE
                   PERFORM C120-PRINT-ONE-CHECK
                       UNTIL W005-END-OF-FILE
                   CLOSE PAYROLL-NET-FILE
                   PERFORM C060-MARK-CHECKS-ISSUED
               END-IF
           END-IF.
      *
      *    PAYNET.DAT BELONGS TO THE ONE CALCULATED PERIOD -- CHAP426
      *    WILL NOT CALCULATE ANOTHER WHILE ONE IS UNPAID. NO SUCH
      *    PERIOD, OR ITS CHECKS ALREADY OUT, AND NOTHING PRINTS.
       C050-FIND-CALCULATED-PERIOD.
      *
           MOVE "N" TO W060-PERIOD-SWITCH.
           MOVE "NO CALCULATED PAY PERIOD ON PAYPERD.DAT -- RUN CHAP426"
               TO W060-REFUSAL.
           OPEN INPUT PAY-PERIOD-FILE.
           IF WORK-PAYPERD-STATUS EQUAL "00"
               MOVE "0" TO W060-PERIOD-EOF-SWITCH
               MOVE ZERO TO PPD-PERIOD-NUMBER
               START PAY-PERIOD-FILE
                       KEY IS NOT LESS THAN PPD-PERIOD-NUMBER
                   INVALID KEY
                       MOVE "1" TO W060-PERIOD-EOF-SWITCH
               END-START
               PERFORM C055-READ-NEXT-PERIOD
               PERFORM C055-READ-NEXT-PERIOD
                   UNTIL W060-PERIOD-EOF OR PPD-CALCULATED
               IF NOT W060-PERIOD-EOF
                   IF PPD-CHECKS-DATE NOT EQUAL ZERO
                       MOVE SPACES TO W060-REFUSAL
                       STRING "CHECKS FOR PERIOD " PPD-PERIOD-NUMBER
                              " ALREADY ISSUED ON " PPD-CHECKS-DATE
                              DELIMITED BY SIZE INTO W060-REFUSAL
                   ELSE
                       MOVE PPD-PERIOD-NUMBER TO W060-PERIOD-NUMBER
                       MOVE "Y" TO W060-PERIOD-SWITCH
                   END-IF
               END-IF
               CLOSE PAY-PERIOD-FILE
           END-IF.
      *
       C055-READ-NEXT-PERIOD.
      *
           IF NOT W060-PERIOD-EOF
               READ PAY-PERIOD-FILE NEXT RECORD
                   AT END
                       MOVE "1" TO W060-PERIOD-EOF-SWITCH
               END-READ
           END-IF.
      *
      *    THE CHECKS ARE OUT -- WITH THE DEPOSIT FILE ALSO SENT THE
      *    PERIOD IS PAID.
       C060-MARK-CHECKS-ISSUED.
      *
           OPEN I-O PAY-PERIOD-FILE.
           MOVE W060-PERIOD-NUMBER TO PPD-PERIOD-NUMBER.
           READ PAY-PERIOD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE W010-TODAY-DATE TO PPD-CHECKS-DATE
                   IF PPD-DEPOSITS-DATE NOT EQUAL ZERO
                       MOVE "P" TO PPD-STATUS
                   END-IF
                   REWRITE PAY-PERIOD-RECORD
           END-READ.
           CLOSE PAY-PERIOD-FILE.
      *
       C110-READ-PAYNET-FILE.
      *
               MOVE PAYNET-STATE-TAX TO W040-STUB-VALUE
               MOVE W040-STUB-LINE TO CHECK-PRINT-LINE
               WRITE CHECK-PRINT-LINE
               MOVE "SOCIAL SEC:" TO W040-STUB-LABEL
               MOVE PAYNET-SOCSEC-TAX TO W040-STUB-VALUE
               MOVE W040-STUB-LINE TO CHECK-PRINT-LINE
               WRITE CHECK-PRINT-LINE
               MOVE "MEDICARE:" TO W040-STUB-LABEL
               MOVE PAYNET-MEDICARE-TAX TO W040-STUB-VALUE
               MOVE W040-STUB-LINE TO CHECK-PRINT-LINE
               WRITE CHECK-PRINT-LINE
               MOVE "DEDUCTIONS:" TO W040-STUB-LABEL
               MOVE PAYNET-DEDUCTIONS TO W040-STUB-VALUE
               MOVE W040-STUB-LINE TO CHECK-PRINT-LINE
               MOVE PAYNET-HOLIDAY-PREMIUM TO W040-STUB-VALUE
               MOVE W040-STUB-LINE TO CHECK-PRINT-LINE
               WRITE CHECK-PRINT-LINE
      *        EXPENSE CLAIMS REIMBURSED -- NOT PAY, NOT TAXED, BUT
      *        PART OF THE NET BELOW.
               MOVE "EXPENSES:" TO W040-STUB-LABEL
               MOVE PAYNET-EXPENSE-REIMB TO W040-STUB-VALUE
               MOVE W040-STUB-LINE TO CHECK-PRINT-LINE
               WRITE CHECK-PRINT-LINE
      *        THE WALL CHART, RETIRED -- CURRENT LEAVE BALANCES
      *        ON EVERY STUB.
               MOVE "VAC BAL HRS:" TO W040-STUB-LABEL
           MOVE PNA-STATE-TAX TO W040-STUB-VALUE.
           MOVE W040-STUB-LINE TO CHECK-PRINT-LINE.
           WRITE CHECK-PRINT-LINE.
      *    LINES ARCHIVED BEFORE SOCIAL SECURITY AND MEDICARE WERE
      *    WITHHELD END SHORT -- THEIR STUBS SHOW ZERO.
           IF PNA-SOCSEC-TAX IS NOT NUMERIC
               MOVE ZERO TO PNA-SOCSEC-TAX.
           IF PNA-MEDICARE-TAX IS NOT NUMERIC
               MOVE ZERO TO PNA-MEDICARE-TAX.
           MOVE "SOCIAL SEC:" TO W040-STUB-LABEL.
           MOVE PNA-SOCSEC-TAX TO W040-STUB-VALUE.
           MOVE W040-STUB-LINE TO CHECK-PRINT-LINE.
           WRITE CHECK-PRINT-LINE.
           MOVE "MEDICARE:" TO W040-STUB-LABEL.
           MOVE PNA-MEDICARE-TAX TO W040-STUB-VALUE.
           MOVE W040-STUB-LINE TO CHECK-PRINT-LINE.
           WRITE CHECK-PRINT-LINE.
           MOVE "DEDUCTIONS:" TO W040-STUB-LABEL.
           MOVE PNA-DEDUCTIONS TO W040-STUB-VALUE.
           MOVE W040-STUB-LINE TO CHECK-PRINT-LINE.
           MOVE PNA-HOLIDAY-PREMIUM TO W040-STUB-VALUE.
           MOVE W040-STUB-LINE TO CHECK-PRINT-LINE.
           WRITE CHECK-PRINT-LINE.
      *    LINES ARCHIVED BEFORE EXPENSE CLAIMS WERE PAID THROUGH
      *    PAYROLL END SHORT TOO.
           IF PNA-EXPENSE-REIMB IS NOT NUMERIC
               MOVE ZERO TO PNA-EXPENSE-REIMB.
           MOVE "EXPENSES:" TO W040-STUB-LABEL.
           MOVE PNA-EXPENSE-REIMB TO W040-STUB-VALUE.
           MOVE W040-STUB-LINE TO CHECK-PRINT-LINE.
           WRITE CHECK-PRINT-LINE.
           MOVE "VAC BAL HRS:" TO W040-STUB-LABEL.
           MOVE PNA-VAC-BALANCE TO W040-STUB-VALUE.
           MOVE W040-STUB-LINE TO CHECK-PRINT-LINE.
