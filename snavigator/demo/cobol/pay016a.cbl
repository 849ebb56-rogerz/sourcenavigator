      *
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. PAY016A.
      *
      ***************************************************************
      *                                                             *
      * OFF-CYCLE PAYMENT -- THE CHECK WRITTEN BY HAND FROM THE    *
      * MANUAL CHECKBOOK FOR SOMEONE SHORTED, OR A NEW HIRE WHO    *
      * MISSED THE CUTOFF, USED TO REACH NO FILE AT ALL AND CAME   *
      * BACK MONTHS LATER AS A W-2 DISCREPANCY. THE OPERATOR KEYS  *
      * THE EMPLOYEE AND THE GROSS, AND EITHER LETS THIS RUN       *
      * WITHHOLD EXACTLY THE WAY CHAP426 DOES (MODE C -- THE SAME  *
      * TAXTBL.DAT BRACKETS, THE SAME PAYPARM.DAT RATES AND WAGE   *
      * BASES AGAINST THE EMPLOYEE'S PAYYTD.DAT WAGES) OR KEYS THE *
      * WITHHOLDING OFF A CHECK ALREADY WRITTEN (MODE K). THE      *
      * MANUAL CHECK'S NUMBER IS KEYED AND REFUSED IF CHECKLOG.DAT *
      * ALREADY HAS IT. ON CONFIRMATION THE PAYMENT:               *
      *   1. ROLLS INTO THE YTD AND QTD BUCKETS ON PAYYTD.DAT      *
      *   2. JOURNALS THE CHECK ON CHECKLOG.DAT, SO THE PAY007A    *
      *      RECONCILIATION AND THE PAY008A POSITIVE-PAY FILE      *
      *      BOTH SEE IT                                           *
      *   3. APPENDS A BALANCED GL BATCH TO GLOFFC.DAT THROUGH     *
      *      THE GLMAP ACCOUNTS, AND                               *
      *   4. ARCHIVES THE STUB FIGURES ON PAYNARCH.DAT FOR THE     *
      *      PAY002A REPRINT.                                      *
      * NO VOLUNTARY DEDUCTIONS COME OFF AN OFF-CYCLE CHECK, AND   *
      * NOTHING GOES ON PAYPOST.DAT -- THE PAYMENT BELONGS TO NO   *
      * PAY PERIOD, SO NO PERIOD REOPEN MAY REVERSE IT.            *
      *                                                             *
      ***************************************************************
      *
       ENVIRONMENT DIVISION.
      *
       CONFIGURATION SECTION.
      *
       SPECIAL-NAMES.
           PRINTER IS PRINTER-DISPLAY.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT EMPLOYMENT-MASTER
                  ASSIGN TO DISK
                  ACCESS MODE RANDOM
                  ORGANIZATION INDEXED
                  RECORD KEY EMP-MASTER-ID
                  FILE STATUS IS WORK-EMPMAST-STATUS.
      *
           SELECT PAYROLL-YTD-MASTER
                  ASSIGN TO DISK
                  ACCESS MODE RANDOM
                  ORGANIZATION INDEXED
                  RECORD KEY YTD-EMPLOYEE-ID
                  FILE STATUS IS WORK-PAYROLL-YTD-STATUS.
      *
           SELECT PAYNET-ARCHIVE-FILE
                  ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WORK-PAYNET-ARCHIVE-STATUS.
      *
           SELECT CHECK-LOG-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WORK-CHECK-LOG-STATUS.
      *
           SELECT TAX-TABLE-FILE
                  ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WORK-TAX-TABLE-STATUS.
      *
           SELECT PAY-PARM-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WORK-PAYPARM-STATUS.
      *
           SELECT GL-MAP-FILE ASSIGN TO DISK
           ACCESS MODE RANDOM
           ORGANIZATION INDEXED
           RECORD KEY GLM-KEY
           FILE STATUS IS WORK-GLMAP-STATUS.
      *
      *    THE OFF-CYCLE GL EXTRACT -- THE SAME LINE LAYOUT AS THE
      *    CHAP426 GLPOST.DAT, ONE BALANCED BATCH PER PAYMENT, EACH
      *    CLOSED BY ITS OWN RELEASED/HELD TRAILER.
           SELECT GL-POSTING-FILE
                  ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WORK-GLOFFC-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       copy empmast.
      *
       copy payytd.
      *
       copy paynarch.
      *
       copy checklog.
      *
       copy payparm.
      *
       copy glmap.
      *
       FD  TAX-TABLE-FILE
           LABEL RECORDS OMITTED
           VALUE OF FILE-ID "TAXTBL.DAT".
       01  TAX-TABLE-ROW.
           05  TAX-JURISDICTION                      PIC X.
           05  TAX-FILING-STATUS                     PIC X.
           05  TAX-EFFECTIVE-DATE                    PIC 9(8).
           05  TAX-BRACKET-FLOOR                     PIC 9(7)V99.
           05  TAX-BRACKET-RATE                      PIC 9V999.
      *
       FD  GL-POSTING-FILE
           LABEL RECORDS OMITTED
           VALUE OF FILE-ID "GLOFFC.DAT".
       01  GL-POSTING-LINE.
           05  GL-RECORD-TYPE                        PIC X.
           05  GL-ACCOUNT                            PIC X(8).
           05  GL-DEPARTMENT                         PIC X(4).
           05  GL-DEBIT-AMOUNT                       PIC 9(7)V99.
           05  GL-CREDIT-AMOUNT                      PIC 9(7)V99.
           05  GL-RUN-DATE                           PIC 9(6).
      *
       WORKING-STORAGE SECTION.
      *
       01  WORK-EMPMAST-STATUS                      PIC XX.
       01  WORK-PAYROLL-YTD-STATUS                  PIC XX.
       01  WORK-PAYNET-ARCHIVE-STATUS               PIC XX.
       01  WORK-CHECK-LOG-STATUS                    PIC XX.
       01  WORK-TAX-TABLE-STATUS                    PIC XX.
       01  WORK-PAYPARM-STATUS                      PIC XX.
       01  WORK-GLMAP-STATUS                        PIC XX.
       01  WORK-GLOFFC-STATUS                       PIC XX.
      *
       01  W005-END-OF-FILE-SWITCH                  PIC X.
           88  W005-END-OF-FILE                     VALUE "1".
      *
       01  W010-EMPLOYEE-ENTRY                      PIC X(5).
       01  W010-MODE-ENTRY                          PIC X.
           88  W010-MODE-COMPUTED                   VALUE "C".
           88  W010-MODE-KEYED                      VALUE "K".
       01  W010-AMOUNT-ENTRY                        PIC X(8).
       01  W010-AMOUNT                              PIC 9(5)V99.
       01  W010-CHECK-ENTRY                         PIC X(6).
       01  W010-CHECK-NUMBER                        PIC 9(6).
       01  W010-CONFIRM-REPLY                       PIC X.
       01  W010-CHECK-USED-SWITCH                   PIC X.
           88  W010-CHECK-ALREADY-USED              VALUE "Y".
       01  W010-DEPARTMENT                          PIC X(4).
      *
       01  W027-RUN-YY                              PIC 99.
       01  W027-RUN-RAW-DATE.
           05  W027-RUN-RAW-YY                      PIC 99.
           05  W027-RUN-RAW-MM                      PIC 99.
           05  W027-RUN-RAW-DD                      PIC 99.
      *
       01  W005-GROSS-PAY                           PIC 9(5)V99.
       01  W005-FEDERAL-TAX                         PIC 9(5)V99.
       01  W005-STATE-TAX                           PIC 9(5)V99.
       01  W005-NET-PAY                             PIC 9(5)V99.
       01  W005-TOTAL-TAXES                         PIC 9(6)V99.
      *
      *    THE CHAP426 FALLBACK FLAT RATES -- USED ONLY WHEN
      *    TAXTBL.DAT HAS NO ROWS IN FORCE FOR A JURISDICTION.
       01  W005-FEDERAL-TAX-RATE                    PIC V999 VALUE .150.
       01  W005-STATE-TAX-RATE                      PIC V999 VALUE .050.
      *
      *    SOCIAL SECURITY, MEDICARE, AND THE EMPLOYER'S TAXES --
      *    THE CHAP426 DEFAULTS, OVERRIDDEN BY PAYPARM.DAT.
       01  W039-SS-RATE                             PIC V9(4)
                                                     VALUE .0620.
       01  W039-SS-WAGE-BASE                        PIC 9(7)V99
                                                     VALUE 168600.00.
       01  W039-MEDICARE-RATE                       PIC V9(4)
                                                     VALUE .0145.
       01  W039-FUTA-RATE                           PIC V9(4)
                                                     VALUE .0060.
       01  W039-FUTA-WAGE-BASE                      PIC 9(7)V99
                                                     VALUE 7000.00.
       01  W039-SUTA-RATE                           PIC V9(4)
                                                     VALUE .0270.
       01  W039-SUTA-WAGE-BASE                      PIC 9(7)V99
                                                     VALUE 9000.00.
       01  W039-PRIOR-SS-WAGES                      PIC 9(7)V99.
       01  W039-PRIOR-FUTA-WAGES                    PIC 9(7)V99.
       01  W039-PRIOR-SUTA-WAGES                    PIC 9(7)V99.
       01  W039-ROOM-UNDER-BASE                     PIC S9(7)V99.
       01  W039-SS-WAGES                            PIC 9(5)V99.
       01  W039-SS-TAX                              PIC 9(5)V99.
       01  W039-MEDICARE-TAX                        PIC 9(5)V99.
       01  W039-ER-SS-TAX                           PIC 9(5)V99.
       01  W039-ER-MEDICARE-TAX                     PIC 9(5)V99.
       01  W039-FUTA-WAGES                          PIC 9(5)V99.
       01  W039-FUTA-TAX                            PIC 9(5)V99.
       01  W039-SUTA-WAGES                          PIC 9(5)V99.
       01  W039-SUTA-TAX                            PIC 9(5)V99.
      *
      *    THE TAX TABLE AND THE BRACKET ARITHMETIC, AS IN CHAP426.
       01  W029-TAX-ROW-COUNT                       PIC 99 VALUE 0.
       01  W029-TAX-TABLE.
           05  W029-TAX-ROW                         OCCURS 50 TIMES
                                                    INDEXED BY W029-I.
               10  W029-ROW-JURISDICTION            PIC X.
               10  W029-ROW-FILING-STATUS           PIC X.
               10  W029-ROW-EFFECTIVE-DATE          PIC 9(8).
               10  W029-ROW-FLOOR                   PIC 9(7)V99.
               10  W029-ROW-RATE                    PIC 9V999.
       01  W029-FILING-STATUS                       PIC X.
       01  W029-JURISDICTION                        PIC X.
       01  W029-PAY-DATE-N                          PIC 9(8).
       01  W029-BEST-EFFECTIVE                      PIC 9(8).
       01  W029-ROWS-IN-FORCE-SWITCH                PIC X.
           88  W029-ROWS-IN-FORCE                   VALUE "Y".
       01  W029-SCAN-2                              PIC 99.
       01  W029-ROW-NUMBER                          PIC 99.
       01  W029-NEXT-FLOOR                          PIC 9(7)V99.
       01  W029-PORTION                             PIC 9(7)V99.
       01  W029-TAX-RESULT                          PIC 9(5)V99.
      *
      *    GL BATCH BOOKKEEPING AND THE MAP LOOKUP, AS IN CHAP426.
       01  W034-GL-DEBIT-TOTAL                      PIC 9(8)V99.
       01  W034-GL-CREDIT-TOTAL                     PIC 9(8)V99.
       01  W034-GL-OUT-OF-BALANCE                   PIC S9(8)V99.
       01  W037-GLMAP-OPEN-SWITCH                   PIC X.
           88  W037-GLMAP-IS-OPEN                   VALUE "Y".
       01  W037-MAP-COMPONENT                       PIC X(8).
       01  W037-MAP-FALLBACK-ACCOUNT                PIC X(8).
       01  W037-MAP-FALLBACK-DEBIT                  PIC X(8).
       01  W037-MAP-DEBIT-ACCOUNT                   PIC X(8).
       01  W037-MAP-CREDIT-ACCOUNT                  PIC X(8).
      *
       PROCEDURE DIVISION.
      *
       C000-MAIN-LINE-LOGIC.
      *
           ACCEPT W027-RUN-RAW-DATE FROM DATE.
           MOVE W027-RUN-RAW-YY TO W027-RUN-YY.
           IF W027-RUN-RAW-YY LESS THAN 50
               COMPUTE W029-PAY-DATE-N = 20000000
                     + W027-RUN-RAW-YY * 10000
                     + W027-RUN-RAW-MM * 100 + W027-RUN-RAW-DD
           ELSE
               COMPUTE W029-PAY-DATE-N = 19000000
                     + W027-RUN-RAW-YY * 10000
                     + W027-RUN-RAW-MM * 100 + W027-RUN-RAW-DD
           END-IF.
           PERFORM C010-FIND-EMPLOYEE.
           PERFORM C020-GATHER-THE-PAYMENT.
           IF W005-GROSS-PAY EQUAL ZERO
               DISPLAY "PAY016A: NO GROSS PAY KEYED -- NOTHING PAID"
               STOP RUN.
           OPEN I-O PAYROLL-YTD-MASTER.
           IF WORK-PAYROLL-YTD-STATUS NOT EQUAL "00"
               OPEN OUTPUT PAYROLL-YTD-MASTER
               CLOSE PAYROLL-YTD-MASTER
               OPEN I-O PAYROLL-YTD-MASTER
           END-IF.
           PERFORM C011-READ-PAY-PARMS.
           PERFORM C035D-COMPUTE-FICA.
           IF W010-MODE-COMPUTED
               PERFORM C012-LOAD-TAX-TABLE
               PERFORM C030-COMPUTE-WITHHOLDING
           ELSE
               PERFORM C025-TAKE-KEYED-WITHHOLDING
           END-IF.
           COMPUTE W005-TOTAL-TAXES =
                   W005-FEDERAL-TAX + W005-STATE-TAX
                 + W039-SS-TAX + W039-MEDICARE-TAX.
           IF W005-TOTAL-TAXES NOT LESS THAN W005-GROSS-PAY
               DISPLAY "PAY016A: WITHHOLDING TAKES THE WHOLE GROSS "
                       "-- NOTHING PAID"
               CLOSE PAYROLL-YTD-MASTER
               STOP RUN.
           COMPUTE W005-NET-PAY = W005-GROSS-PAY - W005-TOTAL-TAXES.
           PERFORM C040-TAKE-CHECK-NUMBER.
           IF W010-CHECK-NUMBER EQUAL ZERO
              OR W010-CHECK-ALREADY-USED
               CLOSE PAYROLL-YTD-MASTER
               STOP RUN.
           PERFORM C050-CONFIRM-THE-PAYMENT.
           IF W010-CONFIRM-REPLY NOT EQUAL "Y"
               DISPLAY "PAY016A: NOT CONFIRMED -- NOTHING POSTED"
               CLOSE PAYROLL-YTD-MASTER
               STOP RUN.
           PERFORM C060-ROLL-INTO-YTD-MASTER.
           CLOSE PAYROLL-YTD-MASTER.
           PERFORM C065-JOURNAL-THE-CHECK.
           PERFORM C070-WRITE-GL-EXTRACT.
           PERFORM C080-ARCHIVE-THE-PAYMENT.
           DISPLAY "PAY016A OFF-CYCLE CHECK " W010-CHECK-NUMBER
                   " POSTED -- RUN PAY008A SO THE BANK HONORS IT".
           STOP RUN.
      *
      *    THE EMPLOYEE MUST BE ON THE EMPLOYMENT MASTER -- THE
      *    FILING STATUS DRIVES THE BRACKETS AND THE DEPARTMENT
      *    DRIVES THE GL ACCOUNTS.
       C010-FIND-EMPLOYEE.
      *
           OPEN INPUT EMPLOYMENT-MASTER.
           IF WORK-EMPMAST-STATUS NOT EQUAL "00"
               DISPLAY "PAY016A: NO EMPLOYMENT MASTER -- NOTHING "
                       "CAN BE PAID"
               STOP RUN.
           DISPLAY "EMPLOYEE ID FOR THE OFF-CYCLE CHECK: ".
           MOVE SPACES TO W010-EMPLOYEE-ENTRY.
           ACCEPT W010-EMPLOYEE-ENTRY.
           MOVE W010-EMPLOYEE-ENTRY TO EMP-MASTER-ID.
           READ EMPLOYMENT-MASTER
               INVALID KEY
                   DISPLAY "NO EMPLOYMENT RECORD FOR THAT ID"
                   CLOSE EMPLOYMENT-MASTER
                   STOP RUN
               NOT INVALID KEY
                   CONTINUE
           END-READ.
           MOVE "S" TO W029-FILING-STATUS.
           IF EMP-FILES-MARRIED
               MOVE "M" TO W029-FILING-STATUS.
           MOVE EMP-DEPARTMENT TO W010-DEPARTMENT.
           CLOSE EMPLOYMENT-MASTER.
      *
       C020-GATHER-THE-PAYMENT.
      *
           DISPLAY "C = COMPUTE THE WITHHOLDING, "
                   "K = KEY IT OFF A CHECK ALREADY WRITTEN: ".
           MOVE SPACES TO W010-MODE-ENTRY.
           ACCEPT W010-MODE-ENTRY.
           IF NOT W010-MODE-COMPUTED AND NOT W010-MODE-KEYED
               DISPLAY "PAY016A: MODE MUST BE C OR K"
               STOP RUN.
           DISPLAY "GROSS PAY, CENTS (E.G. 125000 = 1250.00): ".
           PERFORM C090-TAKE-AMOUNT.
           MOVE W010-AMOUNT TO W005-GROSS-PAY.
      *
      *    MODE K -- THE FOUR EMPLOYEE WITHHOLDINGS AS WRITTEN ON THE
      *    CHECK STUB. THE EMPLOYER'S MATCH FOLLOWS THE KEYED SOCIAL
      *    SECURITY AND MEDICARE; THE WAGE FIGURES AND THE
      *    UNEMPLOYMENT TAXES ARE C035D'S, SINCE THE CHECK WRITER
      *    NEVER SEES THEM.
       C025-TAKE-KEYED-WITHHOLDING.
      *
           DISPLAY "FEDERAL TAX WITHHELD, CENTS: ".
           PERFORM C090-TAKE-AMOUNT.
           MOVE W010-AMOUNT TO W005-FEDERAL-TAX.
           DISPLAY "STATE TAX WITHHELD, CENTS: ".
           PERFORM C090-TAKE-AMOUNT.
           MOVE W010-AMOUNT TO W005-STATE-TAX.
           DISPLAY "SOCIAL SECURITY WITHHELD, CENTS: ".
           PERFORM C090-TAKE-AMOUNT.
           MOVE W010-AMOUNT TO W039-SS-TAX.
           MOVE W039-SS-TAX TO W039-ER-SS-TAX.
           DISPLAY "MEDICARE WITHHELD, CENTS: ".
           PERFORM C090-TAKE-AMOUNT.
           MOVE W010-AMOUNT TO W039-MEDICARE-TAX.
           MOVE W039-MEDICARE-TAX TO W039-ER-MEDICARE-TAX.
      *
      *    MODE C -- FEDERAL AND STATE OFF THE BRACKETS IN FORCE
      *    TODAY FOR THE EMPLOYEE'S FILING STATUS, EXACTLY AS THE
      *    WEEKLY RUN WITHHOLDS; SOCIAL SECURITY AND MEDICARE ARE
      *    ALREADY C035D'S.
       C030-COMPUTE-WITHHOLDING.
      *
           MOVE "F" TO W029-JURISDICTION.
           PERFORM C035A-COMPUTE-BRACKET-TAX.
           IF W029-ROWS-IN-FORCE
               MOVE W029-TAX-RESULT TO W005-FEDERAL-TAX
           ELSE
               COMPUTE W005-FEDERAL-TAX ROUNDED =
                     W005-GROSS-PAY * W005-FEDERAL-TAX-RATE
           END-IF.
           MOVE "S" TO W029-JURISDICTION.
           PERFORM C035A-COMPUTE-BRACKET-TAX.
           IF W029-ROWS-IN-FORCE
               MOVE W029-TAX-RESULT TO W005-STATE-TAX
           ELSE
               COMPUTE W005-STATE-TAX ROUNDED =
                     W005-GROSS-PAY * W005-STATE-TAX-RATE
           END-IF.
      *
      *    THE CHAP426 BRACKET SEARCH: THE LATEST EFFECTIVE DATE ON
      *    OR BEFORE THE PAY DATE, THEN EACH BRACKET'S SLICE OF
      *    GROSS AT THAT BRACKET'S RATE.
       C035A-COMPUTE-BRACKET-TAX.
      *
           MOVE "N" TO W029-ROWS-IN-FORCE-SWITCH.
           MOVE ZERO TO W029-TAX-RESULT.
           MOVE ZERO TO W029-BEST-EFFECTIVE.
           PERFORM VARYING W029-ROW-NUMBER FROM 1 BY 1
                   UNTIL W029-ROW-NUMBER GREATER THAN
                         W029-TAX-ROW-COUNT
               SET W029-I TO W029-ROW-NUMBER
               IF W029-ROW-JURISDICTION (W029-I) EQUAL
                       W029-JURISDICTION
                  AND W029-ROW-FILING-STATUS (W029-I) EQUAL
                       W029-FILING-STATUS
                  AND W029-ROW-EFFECTIVE-DATE (W029-I) NOT GREATER
                       THAN W029-PAY-DATE-N
                  AND W029-ROW-EFFECTIVE-DATE (W029-I) GREATER THAN
                       W029-BEST-EFFECTIVE
                   MOVE W029-ROW-EFFECTIVE-DATE (W029-I)
                           TO W029-BEST-EFFECTIVE
                   MOVE "Y" TO W029-ROWS-IN-FORCE-SWITCH
               END-IF
           END-PERFORM.
           IF W029-ROWS-IN-FORCE
               PERFORM C035B-TAX-ONE-BRACKET
                   VARYING W029-ROW-NUMBER FROM 1 BY 1
                   UNTIL W029-ROW-NUMBER GREATER THAN
                         W029-TAX-ROW-COUNT
           END-IF.
      *
       C035B-TAX-ONE-BRACKET.
      *
           SET W029-I TO W029-ROW-NUMBER.
           IF W029-ROW-JURISDICTION (W029-I) EQUAL W029-JURISDICTION
              AND W029-ROW-FILING-STATUS (W029-I) EQUAL
                   W029-FILING-STATUS
              AND W029-ROW-EFFECTIVE-DATE (W029-I) EQUAL
                   W029-BEST-EFFECTIVE
              AND W005-GROSS-PAY GREATER THAN
                   W029-ROW-FLOOR (W029-I)
               PERFORM C035C-FIND-NEXT-FLOOR
               IF W029-NEXT-FLOOR GREATER THAN W005-GROSS-PAY
                   COMPUTE W029-PORTION =
                       W005-GROSS-PAY - W029-ROW-FLOOR (W029-I)
               ELSE
                   COMPUTE W029-PORTION =
                       W029-NEXT-FLOOR - W029-ROW-FLOOR (W029-I)
               END-IF
               COMPUTE W029-TAX-RESULT ROUNDED =
                   W029-TAX-RESULT
                   + W029-PORTION * W029-ROW-RATE (W029-I)
           END-IF.
      *
       C035C-FIND-NEXT-FLOOR.
      *
           MOVE 9999999.99 TO W029-NEXT-FLOOR.
           PERFORM VARYING W029-SCAN-2 FROM 1 BY 1
                   UNTIL W029-SCAN-2 GREATER THAN W029-TAX-ROW-COUNT
               IF W029-ROW-JURISDICTION (W029-SCAN-2) EQUAL
                       W029-JURISDICTION
                  AND W029-ROW-FILING-STATUS (W029-SCAN-2) EQUAL
                       W029-FILING-STATUS
                  AND W029-ROW-EFFECTIVE-DATE (W029-SCAN-2) EQUAL
                       W029-BEST-EFFECTIVE
                  AND W029-ROW-FLOOR (W029-SCAN-2) GREATER THAN
                       W029-ROW-FLOOR (W029-I)
                  AND W029-ROW-FLOOR (W029-SCAN-2) LESS THAN
                       W029-NEXT-FLOOR
                   MOVE W029-ROW-FLOOR (W029-SCAN-2)
                           TO W029-NEXT-FLOOR
               END-IF
           END-PERFORM.
      *
      *    THE CHAP426 PAYROLL-TAX ARITHMETIC: SOCIAL SECURITY UP TO
      *    WHAT IS LEFT UNDER THE WAGE BASE, MEDICARE ON ALL OF IT,
      *    THE EMPLOYER'S MATCH, AND FUTA/SUTA EACH TO ITS OWN BASE,
      *    AGAINST THE WAGES ALREADY ON PAYYTD.DAT.
       C035D-COMPUTE-FICA.
      *
           MOVE ZERO TO W039-PRIOR-SS-WAGES.
           MOVE ZERO TO W039-PRIOR-FUTA-WAGES.
           MOVE ZERO TO W039-PRIOR-SUTA-WAGES.
           MOVE W010-EMPLOYEE-ENTRY TO YTD-EMPLOYEE-ID.
           READ PAYROLL-YTD-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE YTD-SOCSEC-WAGES TO W039-PRIOR-SS-WAGES
                   MOVE YTD-FUTA-WAGES TO W039-PRIOR-FUTA-WAGES
                   MOVE YTD-SUTA-WAGES TO W039-PRIOR-SUTA-WAGES
           END-READ.
           COMPUTE W039-ROOM-UNDER-BASE =
                   W039-SS-WAGE-BASE - W039-PRIOR-SS-WAGES.
           IF W039-ROOM-UNDER-BASE NOT GREATER THAN ZERO
               MOVE ZERO TO W039-SS-WAGES
           ELSE IF W039-ROOM-UNDER-BASE LESS THAN W005-GROSS-PAY
               MOVE W039-ROOM-UNDER-BASE TO W039-SS-WAGES
           ELSE
               MOVE W005-GROSS-PAY TO W039-SS-WAGES
           END-IF.
           COMPUTE W039-SS-TAX ROUNDED = W039-SS-WAGES * W039-SS-RATE.
           MOVE W039-SS-TAX TO W039-ER-SS-TAX.
           COMPUTE W039-MEDICARE-TAX ROUNDED =
                   W005-GROSS-PAY * W039-MEDICARE-RATE.
           MOVE W039-MEDICARE-TAX TO W039-ER-MEDICARE-TAX.
           COMPUTE W039-ROOM-UNDER-BASE =
                   W039-FUTA-WAGE-BASE - W039-PRIOR-FUTA-WAGES.
           IF W039-ROOM-UNDER-BASE NOT GREATER THAN ZERO
               MOVE ZERO TO W039-FUTA-WAGES
           ELSE IF W039-ROOM-UNDER-BASE LESS THAN W005-GROSS-PAY
               MOVE W039-ROOM-UNDER-BASE TO W039-FUTA-WAGES
           ELSE
               MOVE W005-GROSS-PAY TO W039-FUTA-WAGES
           END-IF.
           COMPUTE W039-FUTA-TAX ROUNDED =
                   W039-FUTA-WAGES * W039-FUTA-RATE.
           COMPUTE W039-ROOM-UNDER-BASE =
                   W039-SUTA-WAGE-BASE - W039-PRIOR-SUTA-WAGES.
           IF W039-ROOM-UNDER-BASE NOT GREATER THAN ZERO
               MOVE ZERO TO W039-SUTA-WAGES
           ELSE IF W039-ROOM-UNDER-BASE LESS THAN W005-GROSS-PAY
               MOVE W039-ROOM-UNDER-BASE TO W039-SUTA-WAGES
           ELSE
               MOVE W005-GROSS-PAY TO W039-SUTA-WAGES
           END-IF.
           COMPUTE W039-SUTA-TAX ROUNDED =
                   W039-SUTA-WAGES * W039-SUTA-RATE.
      *
      *    THE PAYROLL POLICY RECORD, READ ONLY -- CHAP426 OWNS ITS
      *    CREATION. NO FILE MEANS THE SHOP DEFAULTS ABOVE.
       C011-READ-PAY-PARMS.
      *
           OPEN INPUT PAY-PARM-FILE.
           IF WORK-PAYPARM-STATUS EQUAL "00"
               READ PAY-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM C011A-TAKE-PAYROLL-TAX-PARMS
               END-READ
               CLOSE PAY-PARM-FILE
           END-IF.
      *
       C011A-TAKE-PAYROLL-TAX-PARMS.
      *
           IF PAYPARM-SS-RATE IS NUMERIC
              AND PAYPARM-SS-RATE GREATER THAN ZERO
               MOVE PAYPARM-SS-RATE TO W039-SS-RATE.
           IF PAYPARM-SS-WAGE-BASE IS NUMERIC
              AND PAYPARM-SS-WAGE-BASE GREATER THAN ZERO
               MOVE PAYPARM-SS-WAGE-BASE TO W039-SS-WAGE-BASE.
           IF PAYPARM-MEDICARE-RATE IS NUMERIC
              AND PAYPARM-MEDICARE-RATE GREATER THAN ZERO
               MOVE PAYPARM-MEDICARE-RATE TO W039-MEDICARE-RATE.
           IF PAYPARM-FUTA-RATE IS NUMERIC
               MOVE PAYPARM-FUTA-RATE TO W039-FUTA-RATE.
           IF PAYPARM-FUTA-WAGE-BASE IS NUMERIC
              AND PAYPARM-FUTA-WAGE-BASE GREATER THAN ZERO
               MOVE PAYPARM-FUTA-WAGE-BASE TO W039-FUTA-WAGE-BASE.
           IF PAYPARM-SUTA-RATE IS NUMERIC
               MOVE PAYPARM-SUTA-RATE TO W039-SUTA-RATE.
           IF PAYPARM-SUTA-WAGE-BASE IS NUMERIC
              AND PAYPARM-SUTA-WAGE-BASE GREATER THAN ZERO
               MOVE PAYPARM-SUTA-WAGE-BASE TO W039-SUTA-WAGE-BASE.
      *
       C012-LOAD-TAX-TABLE.
      *
           OPEN INPUT TAX-TABLE-FILE.
           IF WORK-TAX-TABLE-STATUS EQUAL "00"
               MOVE "0" TO W005-END-OF-FILE-SWITCH
               PERFORM UNTIL W005-END-OF-FILE
                   READ TAX-TABLE-FILE
                       AT END
                           MOVE "1" TO W005-END-OF-FILE-SWITCH
                       NOT AT END
                           IF W029-TAX-ROW-COUNT LESS THAN 50
                               ADD 1 TO W029-TAX-ROW-COUNT
                               SET W029-I TO W029-TAX-ROW-COUNT
                               MOVE TAX-JURISDICTION TO
                                   W029-ROW-JURISDICTION (W029-I)
                               MOVE TAX-FILING-STATUS TO
                                   W029-ROW-FILING-STATUS (W029-I)
                               MOVE TAX-EFFECTIVE-DATE TO
                                   W029-ROW-EFFECTIVE-DATE (W029-I)
                               MOVE TAX-BRACKET-FLOOR TO
                                   W029-ROW-FLOOR (W029-I)
                               MOVE TAX-BRACKET-RATE TO
                                   W029-ROW-RATE (W029-I)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TAX-TABLE-FILE
           ELSE
               DISPLAY "PAY016A: NO TAX TABLE FILE -- FLAT FALLBACK "
                       "RATES IN EFFECT"
           END-IF.
      *
      *    THE NUMBER PRINTED ON THE MANUAL CHECK. A NUMBER THE
      *    JOURNAL ALREADY HAS -- ISSUED OR VOIDED -- IS REFUSED, SO
      *    THE BANK RECONCILIATION NEVER SEES TWO CHECKS UNDER ONE
      *    NUMBER.
       C040-TAKE-CHECK-NUMBER.
      *
           MOVE ZERO TO W010-CHECK-NUMBER.
           MOVE "N" TO W010-CHECK-USED-SWITCH.
           DISPLAY "MANUAL CHECK NUMBER (6 DIGITS): ".
           MOVE SPACES TO W010-CHECK-ENTRY.
           ACCEPT W010-CHECK-ENTRY.
           IF W010-CHECK-ENTRY IS NUMERIC
               MOVE W010-CHECK-ENTRY TO W010-CHECK-NUMBER
           END-IF.
           IF W010-CHECK-NUMBER EQUAL ZERO
               DISPLAY "PAY016A: CHECK NUMBER MUST BE SIX DIGITS -- "
                       "NOTHING POSTED"
           ELSE
               PERFORM C045-FIND-CHECK-NUMBER
               IF W010-CHECK-ALREADY-USED
                   DISPLAY "PAY016A: CHECK " W010-CHECK-NUMBER
                           " IS ALREADY ON CHECKLOG.DAT -- NOTHING "
                           "POSTED"
               END-IF
           END-IF.
      *
       C045-FIND-CHECK-NUMBER.
      *
           OPEN INPUT CHECK-LOG-FILE.
           IF WORK-CHECK-LOG-STATUS EQUAL "00"
               MOVE "0" TO W005-END-OF-FILE-SWITCH
               PERFORM UNTIL W005-END-OF-FILE
                   READ CHECK-LOG-FILE
                       AT END
                           MOVE "1" TO W005-END-OF-FILE-SWITCH
                       NOT AT END
                           IF CHECK-LOG-NUMBER EQUAL W010-CHECK-NUMBER
                               MOVE "Y" TO W010-CHECK-USED-SWITCH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHECK-LOG-FILE
           END-IF.
      *
       C050-CONFIRM-THE-PAYMENT.
      *
           DISPLAY "OFF-CYCLE CHECK " W010-CHECK-NUMBER
                   " FOR EMPLOYEE " W010-EMPLOYEE-ENTRY.
           DISPLAY "  GROSS PAY:        " W005-GROSS-PAY.
           DISPLAY "  FEDERAL TAX:      " W005-FEDERAL-TAX.
           DISPLAY "  STATE TAX:        " W005-STATE-TAX.
           DISPLAY "  SOCIAL SECURITY:  " W039-SS-TAX.
           DISPLAY "  MEDICARE:         " W039-MEDICARE-TAX.
           DISPLAY "  NET -- THE CHECK: " W005-NET-PAY.
           DISPLAY "POST THIS PAYMENT (Y/N): ".
           MOVE SPACES TO W010-CONFIRM-REPLY.
           ACCEPT W010-CONFIRM-REPLY.
      *
      *    THE SAME YTD AND QTD ROLL THE WEEKLY RUN MAKES, SO THE
      *    QUARTERLY RETURN AND THE W-2 FIGURES CARRY THE CHECK.
       C060-ROLL-INTO-YTD-MASTER.
      *
           MOVE W010-EMPLOYEE-ENTRY TO YTD-EMPLOYEE-ID.
           READ PAYROLL-YTD-MASTER
               INVALID KEY
                   MOVE W010-EMPLOYEE-ENTRY TO YTD-EMPLOYEE-ID
                   MOVE W005-GROSS-PAY TO YTD-GROSS
                   MOVE W005-FEDERAL-TAX TO YTD-FEDERAL-TAX
                   MOVE W005-STATE-TAX TO YTD-STATE-TAX
                   MOVE W005-NET-PAY TO YTD-NET-PAY
                   MOVE W027-RUN-YY TO YTD-LAST-RUN-YY
                   MOVE W005-GROSS-PAY TO YTD-QTD-GROSS
                   MOVE W005-FEDERAL-TAX TO YTD-QTD-FEDERAL-TAX
                   MOVE W005-STATE-TAX TO YTD-QTD-STATE-TAX
                   MOVE ZERO TO YTD-CLOSED-GROSS
                   MOVE ZERO TO YTD-CLOSED-FEDERAL-TAX
                   MOVE ZERO TO YTD-CLOSED-STATE-TAX
                   MOVE W039-SS-WAGES TO YTD-SOCSEC-WAGES
                   MOVE W039-SS-TAX TO YTD-SOCSEC-TAX
                   MOVE W039-MEDICARE-TAX TO YTD-MEDICARE-TAX
                   MOVE W039-FUTA-WAGES TO YTD-FUTA-WAGES
                   MOVE W039-SUTA-WAGES TO YTD-SUTA-WAGES
                   MOVE W039-SS-WAGES TO YTD-QTD-SOCSEC-WAGES
                   MOVE W039-SS-TAX TO YTD-QTD-SOCSEC-TAX
                   MOVE W039-MEDICARE-TAX TO YTD-QTD-MEDICARE-TAX
                   MOVE W039-ER-SS-TAX TO YTD-QTD-ER-SOCSEC-TAX
                   MOVE W039-ER-MEDICARE-TAX
                           TO YTD-QTD-ER-MEDICARE-TAX
                   MOVE W039-FUTA-WAGES TO YTD-QTD-FUTA-WAGES
                   MOVE W039-FUTA-TAX TO YTD-QTD-FUTA-TAX
                   MOVE W039-SUTA-WAGES TO YTD-QTD-SUTA-WAGES
                   MOVE W039-SUTA-TAX TO YTD-QTD-SUTA-TAX
                   MOVE ZERO TO YTD-CLOSED-SOCSEC-TAX
                   MOVE ZERO TO YTD-CLOSED-MEDICARE-TAX
                   WRITE PAYROLL-YTD-RECORD
               NOT INVALID KEY
                   ADD W005-GROSS-PAY TO YTD-GROSS
                   ADD W005-FEDERAL-TAX TO YTD-FEDERAL-TAX
                   ADD W005-STATE-TAX TO YTD-STATE-TAX
                   ADD W005-NET-PAY TO YTD-NET-PAY
                   MOVE W027-RUN-YY TO YTD-LAST-RUN-YY
                   ADD W005-GROSS-PAY TO YTD-QTD-GROSS
                   ADD W005-FEDERAL-TAX TO YTD-QTD-FEDERAL-TAX
                   ADD W005-STATE-TAX TO YTD-QTD-STATE-TAX
                   ADD W039-SS-WAGES TO YTD-SOCSEC-WAGES
                   ADD W039-SS-TAX TO YTD-SOCSEC-TAX
                   ADD W039-MEDICARE-TAX TO YTD-MEDICARE-TAX
                   ADD W039-FUTA-WAGES TO YTD-FUTA-WAGES
                   ADD W039-SUTA-WAGES TO YTD-SUTA-WAGES
                   ADD W039-SS-WAGES TO YTD-QTD-SOCSEC-WAGES
                   ADD W039-SS-TAX TO YTD-QTD-SOCSEC-TAX
                   ADD W039-MEDICARE-TAX TO YTD-QTD-MEDICARE-TAX
                   ADD W039-ER-SS-TAX TO YTD-QTD-ER-SOCSEC-TAX
                   ADD W039-ER-MEDICARE-TAX
                           TO YTD-QTD-ER-MEDICARE-TAX
                   ADD W039-FUTA-WAGES TO YTD-QTD-FUTA-WAGES
                   ADD W039-FUTA-TAX TO YTD-QTD-FUTA-TAX
                   ADD W039-SUTA-WAGES TO YTD-QTD-SUTA-WAGES
                   ADD W039-SUTA-TAX TO YTD-QTD-SUTA-TAX
                   REWRITE PAYROLL-YTD-RECORD
           END-READ.
      *
      *    AN I LINE UNDER THE MANUAL CHECK'S NUMBER, DATED TODAY --
      *    PAY008A PUTS IT ON TODAY'S POSITIVE-PAY FILE AND PAY007A
      *    CARRIES IT OUTSTANDING UNTIL THE BANK PAYS IT.
       C065-JOURNAL-THE-CHECK.
      *
           OPEN EXTEND CHECK-LOG-FILE.
           IF WORK-CHECK-LOG-STATUS NOT EQUAL "00"
               OPEN OUTPUT CHECK-LOG-FILE.
           MOVE W010-CHECK-NUMBER TO CHECK-LOG-NUMBER.
           MOVE W010-EMPLOYEE-ENTRY TO CHECK-LOG-EMPLOYEE-ID.
           MOVE W005-NET-PAY TO CHECK-LOG-AMOUNT.
           MOVE "I" TO CHECK-LOG-STATUS.
           MOVE W027-RUN-RAW-DATE TO CHECK-LOG-DATE.
           WRITE CHECK-LOG-RECORD.
           CLOSE CHECK-LOG-FILE.
      *
      *    THE PAYMENT'S JOURNAL, POSTED THE WAY CHAP426 POSTS ONE
      *    DEPARTMENT: THE GROSS DEBIT, THE WITHHOLDING AND CASH
      *    CREDITS, AND THE EMPLOYER'S TAX EXPENSE/LIABILITY PAIRS,
      *    EACH THROUGH THE GLMAP ACCOUNTS, CLOSED BY A TRAILER THAT
      *    RELEASES THE BATCH ONLY WHEN IT BALANCES.
       C070-WRITE-GL-EXTRACT.
      *
           MOVE "N" TO W037-GLMAP-OPEN-SWITCH.
           OPEN INPUT GL-MAP-FILE.
           IF WORK-GLMAP-STATUS EQUAL "00"
               MOVE "Y" TO W037-GLMAP-OPEN-SWITCH
           END-IF.
           OPEN EXTEND GL-POSTING-FILE.
           IF WORK-GLOFFC-STATUS NOT EQUAL "00"
               OPEN OUTPUT GL-POSTING-FILE.
           MOVE ZERO TO W034-GL-DEBIT-TOTAL.
           MOVE ZERO TO W034-GL-CREDIT-TOTAL.
           MOVE SPACES TO W037-MAP-FALLBACK-DEBIT.
           MOVE "GROSS" TO W037-MAP-COMPONENT.
           MOVE "6100" TO W037-MAP-FALLBACK-ACCOUNT.
           PERFORM C075-LOOK-UP-MAP-ROW.
           MOVE "D" TO GL-RECORD-TYPE.
           MOVE W037-MAP-DEBIT-ACCOUNT TO GL-ACCOUNT.
           MOVE W010-DEPARTMENT TO GL-DEPARTMENT.
           MOVE W005-GROSS-PAY TO GL-DEBIT-AMOUNT.
           MOVE ZERO TO GL-CREDIT-AMOUNT.
           MOVE W027-RUN-RAW-DATE TO GL-RUN-DATE.
           WRITE GL-POSTING-LINE.
           ADD W005-GROSS-PAY TO W034-GL-DEBIT-TOTAL.
           MOVE "FEDTAX" TO W037-MAP-COMPONENT.
           MOVE "2110" TO W037-MAP-FALLBACK-ACCOUNT.
           MOVE W005-FEDERAL-TAX TO GL-CREDIT-AMOUNT.
           PERFORM C076-WRITE-GL-CREDIT.
           MOVE "STATETAX" TO W037-MAP-COMPONENT.
           MOVE "2120" TO W037-MAP-FALLBACK-ACCOUNT.
           MOVE W005-STATE-TAX TO GL-CREDIT-AMOUNT.
           PERFORM C076-WRITE-GL-CREDIT.
           MOVE "NET" TO W037-MAP-COMPONENT.
           MOVE "1010" TO W037-MAP-FALLBACK-ACCOUNT.
           MOVE W005-NET-PAY TO GL-CREDIT-AMOUNT.
           PERFORM C076-WRITE-GL-CREDIT.
           MOVE "FICAEE" TO W037-MAP-COMPONENT.
           MOVE "2140" TO W037-MAP-FALLBACK-ACCOUNT.
           COMPUTE GL-CREDIT-AMOUNT = W039-SS-TAX + W039-MEDICARE-TAX.
           PERFORM C076-WRITE-GL-CREDIT.
           MOVE "FICAER" TO W037-MAP-COMPONENT.
           MOVE "6120" TO W037-MAP-FALLBACK-DEBIT.
           MOVE "2140" TO W037-MAP-FALLBACK-ACCOUNT.
           COMPUTE GL-CREDIT-AMOUNT =
                   W039-ER-SS-TAX + W039-ER-MEDICARE-TAX.
           PERFORM C077-WRITE-GL-EXPENSE-PAIR.
           MOVE "FUTA" TO W037-MAP-COMPONENT.
           MOVE "6130" TO W037-MAP-FALLBACK-DEBIT.
           MOVE "2150" TO W037-MAP-FALLBACK-ACCOUNT.
           MOVE W039-FUTA-TAX TO GL-CREDIT-AMOUNT.
           PERFORM C077-WRITE-GL-EXPENSE-PAIR.
           MOVE "SUTA" TO W037-MAP-COMPONENT.
           MOVE "6140" TO W037-MAP-FALLBACK-DEBIT.
           MOVE "2160" TO W037-MAP-FALLBACK-ACCOUNT.
           MOVE W039-SUTA-TAX TO GL-CREDIT-AMOUNT.
           PERFORM C077-WRITE-GL-EXPENSE-PAIR.
           MOVE SPACES TO W037-MAP-FALLBACK-DEBIT.
           COMPUTE W034-GL-OUT-OF-BALANCE =
                   W034-GL-DEBIT-TOTAL - W034-GL-CREDIT-TOTAL.
           MOVE "T" TO GL-RECORD-TYPE.
           MOVE SPACES TO GL-DEPARTMENT.
           MOVE W034-GL-DEBIT-TOTAL TO GL-DEBIT-AMOUNT.
           MOVE W034-GL-CREDIT-TOTAL TO GL-CREDIT-AMOUNT.
           MOVE W027-RUN-RAW-DATE TO GL-RUN-DATE.
           IF W034-GL-OUT-OF-BALANCE EQUAL ZERO
               MOVE "RELEASED" TO GL-ACCOUNT
           ELSE
               MOVE "HELD" TO GL-ACCOUNT
               DISPLAY "PAY016A: GL BATCH OUT OF BALANCE BY "
                       W034-GL-OUT-OF-BALANCE " -- BATCH HELD"
           END-IF.
           WRITE GL-POSTING-LINE.
           CLOSE GL-POSTING-FILE.
           IF W037-GLMAP-IS-OPEN
               CLOSE GL-MAP-FILE.
      *
      *    THE EMPLOYEE'S DEPARTMENT ROW FIRST, THE BLANK-DEPARTMENT
      *    DEFAULT NEXT, THE OLD HARDCODED ACCOUNT LAST.
       C075-LOOK-UP-MAP-ROW.
      *
           MOVE W037-MAP-FALLBACK-ACCOUNT TO W037-MAP-DEBIT-ACCOUNT.
           MOVE W037-MAP-FALLBACK-ACCOUNT TO W037-MAP-CREDIT-ACCOUNT.
           IF W037-MAP-FALLBACK-DEBIT NOT EQUAL SPACES
               MOVE W037-MAP-FALLBACK-DEBIT TO W037-MAP-DEBIT-ACCOUNT.
           IF W037-GLMAP-IS-OPEN
               MOVE W037-MAP-COMPONENT TO GLM-COMPONENT
               MOVE W010-DEPARTMENT TO GLM-DEPARTMENT
               READ GL-MAP-FILE
                   INVALID KEY
                       MOVE W037-MAP-COMPONENT TO GLM-COMPONENT
                       MOVE SPACES TO GLM-DEPARTMENT
                       READ GL-MAP-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE GLM-DEBIT-ACCOUNT
                                       TO W037-MAP-DEBIT-ACCOUNT
                               MOVE GLM-CREDIT-ACCOUNT
                                       TO W037-MAP-CREDIT-ACCOUNT
                       END-READ
                   NOT INVALID KEY
                       MOVE GLM-DEBIT-ACCOUNT
                               TO W037-MAP-DEBIT-ACCOUNT
                       MOVE GLM-CREDIT-ACCOUNT
                               TO W037-MAP-CREDIT-ACCOUNT
               END-READ
           END-IF.
      *
       C076-WRITE-GL-CREDIT.
      *
           PERFORM C075-LOOK-UP-MAP-ROW.
           MOVE "C" TO GL-RECORD-TYPE.
           MOVE W037-MAP-CREDIT-ACCOUNT TO GL-ACCOUNT.
           MOVE W010-DEPARTMENT TO GL-DEPARTMENT.
           MOVE ZERO TO GL-DEBIT-AMOUNT.
           MOVE W027-RUN-RAW-DATE TO GL-RUN-DATE.
           ADD GL-CREDIT-AMOUNT TO W034-GL-CREDIT-TOTAL.
           WRITE GL-POSTING-LINE.
      *
      *    THE EMPLOYER-PAID TAX -- EXPENSE DEBIT AND LIABILITY
      *    CREDIT FOR THE AMOUNT IN GL-CREDIT-AMOUNT.
       C077-WRITE-GL-EXPENSE-PAIR.
      *
           PERFORM C075-LOOK-UP-MAP-ROW.
           MOVE GL-CREDIT-AMOUNT TO GL-DEBIT-AMOUNT.
           MOVE "D" TO GL-RECORD-TYPE.
           MOVE W037-MAP-DEBIT-ACCOUNT TO GL-ACCOUNT.
           MOVE W010-DEPARTMENT TO GL-DEPARTMENT.
           MOVE ZERO TO GL-CREDIT-AMOUNT.
           MOVE W027-RUN-RAW-DATE TO GL-RUN-DATE.
           ADD GL-DEBIT-AMOUNT TO W034-GL-DEBIT-TOTAL.
           WRITE GL-POSTING-LINE.
           MOVE GL-DEBIT-AMOUNT TO GL-CREDIT-AMOUNT.
           MOVE "C" TO GL-RECORD-TYPE.
           MOVE W037-MAP-CREDIT-ACCOUNT TO GL-ACCOUNT.
           MOVE ZERO TO GL-DEBIT-AMOUNT.
           ADD GL-CREDIT-AMOUNT TO W034-GL-CREDIT-TOTAL.
           WRITE GL-POSTING-LINE.
      *
      *    THE STUB FIGURES ON THE PER-RUN ARCHIVE, DATED TODAY, SO
      *    PAY002A'S REPRINT CAN SERVE THE CHECK LIKE ANY OTHER.
      *    PERIOD ZERO -- NO PAY PERIOD OWNS THE PAYMENT, AND A
      *    PERIOD REOPEN NEVER DROPS IT. THE LEAVE BALANCES ARE NOT
      *    TOUCHED BY AN OFF-CYCLE CHECK AND ARCHIVE AS ZERO.
       C080-ARCHIVE-THE-PAYMENT.
      *
           OPEN EXTEND PAYNET-ARCHIVE-FILE.
           IF WORK-PAYNET-ARCHIVE-STATUS NOT EQUAL "00"
               OPEN OUTPUT PAYNET-ARCHIVE-FILE.
           MOVE W027-RUN-RAW-DATE TO PNA-RUN-DATE.
           MOVE W010-EMPLOYEE-ENTRY TO PNA-EMPLOYEE-ID.
           MOVE ZERO TO PNA-HOURS.
           MOVE W005-GROSS-PAY TO PNA-GROSS.
           MOVE W005-FEDERAL-TAX TO PNA-FEDERAL-TAX.
           MOVE W005-STATE-TAX TO PNA-STATE-TAX.
           MOVE ZERO TO PNA-DEDUCTIONS.
           MOVE W005-NET-PAY TO PNA-NET-PAY.
           MOVE ZERO TO PNA-ARREARS-TAKEN.
           MOVE ZERO TO PNA-VAC-BALANCE.
           MOVE ZERO TO PNA-SICK-BALANCE.
           MOVE ZERO TO PNA-HOLIDAY-PREMIUM.
           MOVE ZERO TO PNA-PERIOD-NUMBER.
           MOVE W039-SS-TAX TO PNA-SOCSEC-TAX.
           MOVE W039-MEDICARE-TAX TO PNA-MEDICARE-TAX.
           MOVE ZERO TO PNA-EXPENSE-REIMB.
           WRITE PAYNET-ARCHIVE-RECORD.
           CLOSE PAYNET-ARCHIVE-FILE.
      *
      *    AN AMOUNT KEYED IN CENTS -- ANYTHING NOT STARTING WITH A
      *    DIGIT IS ZERO.
       C090-TAKE-AMOUNT.
      *
           MOVE SPACES TO W010-AMOUNT-ENTRY.
           ACCEPT W010-AMOUNT-ENTRY.
           IF W010-AMOUNT-ENTRY (1:1) IS NUMERIC
               COMPUTE W010-AMOUNT =
                       FUNCTION NUMVAL (W010-AMOUNT-ENTRY) / 100
           ELSE
               MOVE ZERO TO W010-AMOUNT.
