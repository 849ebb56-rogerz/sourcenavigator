      *
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. PAY017A.
      *
      ***************************************************************
      *                                                             *
      * DIRECT-DEPOSIT RETURNS -- PAY014A HANDLES A BOUNCED        *
      * PRENOTE, BUT A LIVE DEPOSIT THE BANK SENDS BACK (ACCOUNT   *
      * CLOSED, INVALID ACCOUNT) USED TO GO NOWHERE UNTIL THE      *
      * EMPLOYEE CALLED IN ASKING FOR THEIR PAY. THIS RUN:         *
      *   1. IMPORTS THE BANK'S RETURN FILE (DDRETURN.DAT, ONE R   *
      *      LINE PER RETURNED DEPOSIT: TYPE, EMPLOYEE ID, AMOUNT, *
      *      RETURN REASON CODE) AND MATCHES EACH RETURN TO ITS    *
      *      DETAIL ON THE LAST PAY004A FILE, DIRDEP.DAT, BY       *
      *      EMPLOYEE AND AMOUNT                                   *
      *   2. SWITCHES THE EMPLOYEE'S BANKFILE.DAT ROW BACK TO      *
      *      PAPER CHECK WITH THE RETURN REASON, REBUILT THROUGH A *
      *      BANKFILE.TMP COPY THE WAY PAY014A REBUILDS IT         *
      *   3. PRINTS A REPLACEMENT CHECK FOR THE RETURNED AMOUNT    *
      *      UNDER THE NEXT CHKCTL.DAT NUMBER -- PAY002A'S OWN     *
      *      SEQUENCE -- AND JOURNALS IT ON CHECKLOG.DAT, SO THE   *
      *      PAY008A POSITIVE-PAY FILE AND PAY007A RECONCILIATION  *
      *      CARRY IT LIKE ANY OTHER CHECK                         *
      *   4. APPENDS A BALANCED REVERSING BATCH TO THE OFF-CYCLE   *
      *      GL EXTRACT GLOFFC.DAT: THE RETURNED MONEY DEBITED     *
      *      BACK TO PAYROLL CLEARING, CREDITED OFF THE DEPOSIT    *
      *      CASH ACCOUNT (GLMAP COMPONENT DDRETURN), AND          *
      *   5. SPOOLS THE RETURNS REPORT AND CALLS THE LIB072A       *
      *      DISTRIBUTION RUN AT ONCE, SO PAYROLL HAS IT THE SAME  *
      *      MORNING RATHER THAN AFTER THE NEXT NIGHTLY.           *
      * A RETURN ALREADY TAKEN FOR THE SAME DEPOSIT FILE IS NOT    *
      * TAKEN AGAIN, SO A RERUN AGAINST THE SAME RETURN FILE       *
      * NEVER ISSUES A SECOND CHECK. RUN BEFORE THE NEXT PAY004A   *
      * FILE REPLACES DIRDEP.DAT.                                  *
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
           SELECT DEPOSIT-RETURN-FILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WORK-RETURN-STATUS.
      *
           SELECT DIRECT-DEPOSIT-FILE
                  ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WORK-DIRDEP-STATUS.
      *
           SELECT BANK-DETAILS-FILE
                  ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WORK-BANK-FILE-STATUS.
      *
           SELECT BANK-REWRITE-FILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WORK-REWRITE-STATUS.
      *
           SELECT EMPLOYEE-ADDRESS-MASTER
                  ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WORK-EMPLOYEE-MASTER-STATUS.
      *
           SELECT EMPLOYMENT-MASTER
                  ASSIGN TO DISK
                  ACCESS MODE RANDOM
                  ORGANIZATION INDEXED
                  RECORD KEY EMP-MASTER-ID
                  FILE STATUS IS WORK-EMPMAST-STATUS.
      *
           SELECT CHECK-CONTROL-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WORK-CHECK-CONTROL-STATUS.
      *
           SELECT CHECK-LOG-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WORK-CHECK-LOG-STATUS.
      *
           SELECT GL-MAP-FILE ASSIGN TO DISK
           ACCESS MODE RANDOM
           ORGANIZATION INDEXED
           RECORD KEY GLM-KEY
           FILE STATUS IS WORK-GLMAP-STATUS.
      *
      *    THE OFF-CYCLE GL EXTRACT PAY016A ALSO APPENDS TO -- ONE
      *    BALANCED BATCH PER RUN, CLOSED BY ITS OWN TRAILER.
           SELECT GL-POSTING-FILE
                  ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WORK-GLOFFC-STATUS.
      *
      *    SPOOLED TO DISK (SEE SPOOL.CPY) -- THE SPOL001A MANAGER
      *    VIEWS, PRINTS, REPRINTS, OR PURGES THE SPOOLED REPORT.
           SELECT RETURNS-REPORT-PRINT ASSIGN TO WS-SPOOL-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT SPOOL-INDEX-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WORK-SPOOL-INDEX-STATUS.
      *
           SELECT DISTRIBUTION-FILE ASSIGN TO DISK
           ACCESS MODE DYNAMIC
           ORGANIZATION INDEXED
           RECORD KEY DIST-KEY
           FILE STATUS IS WORK-DISTRIBUTION-STATUS.
      *
           SELECT CHECK-PRINT ASSIGN TO PRINTER.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  DEPOSIT-RETURN-FILE
           LABEL RECORDS OMITTED
           VALUE OF FILE-ID "DDRETURN.DAT".
       01  DEPOSIT-RETURN-LINE.
           05  DDR-RECORD-TYPE                     PIC X.
           05  DDR-EMPLOYEE-ID                     PIC X(5).
           05  DDR-AMOUNT                          PIC 9(7)V99.
           05  DDR-REASON-CODE                     PIC X(3).
      *
      *    THE PAY004A BANK FILE AS SENT: H HEADER, D DETAIL,
      *    T TRAILER.
       FD  DIRECT-DEPOSIT-FILE
           LABEL RECORDS OMITTED
           VALUE OF FILE-ID "DIRDEP.DAT".
       01  DIRECT-DEPOSIT-LINE.
           05  DDF-RECORD-TYPE                     PIC X.
           05  DDF-HEADER-DATE                     PIC 9(6).
           05  FILLER                              PIC X(43).
       01  DIRECT-DEPOSIT-DETAIL.
           05  FILLER                              PIC X.
           05  DDF-DETAIL-EMPLOYEE-ID              PIC X(5).
           05  DDF-DETAIL-ROUTING                  PIC 9(9).
           05  DDF-DETAIL-ACCOUNT                  PIC X(17).
           05  DDF-DETAIL-AMOUNT                   PIC 9(7)V99.
           05  FILLER                              PIC X(9).
      *
       copy bankfile.
      *
       FD  BANK-REWRITE-FILE
           LABEL RECORDS OMITTED
           VALUE OF FILE-ID "BANKFILE.TMP".
       01  BANK-REWRITE-ROW                        PIC X(48).
      *
       copy empaddr.
      *
       copy empmast.
      *
      *    NEXT CHECK NUMBER -- THE SAME COUNTER PAY002A NUMBERS
      *    FROM, READ AT JOB START AND SAVED BACK AT END OF JOB.
       FD  CHECK-CONTROL-FILE
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID "CHKCTL.DAT".
       01  CHECK-CONTROL-RECORD.
           05  NEXT-CHECK-NUMBER                   PIC 9(6).
      *
       copy checklog.
      *
       copy glmap.
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
       copy spool.
      *
       copy distrib.
      *
       FD  RETURNS-REPORT-PRINT
           LABEL RECORDS OMITTED.
       01  RETURNS-REPORT-LINE                      PIC X(80).
      *
       FD  CHECK-PRINT
           LABEL RECORDS OMITTED.
       01  CHECK-PRINT-LINE                        PIC X(66).
      *
       WORKING-STORAGE SECTION.
      *
      *    SPOOL BOOKKEEPING -- THE SPOOL FILE NAME CARRIES THE JOB
      *    AND RUN DATE, AND EVERY RUN REGISTERS ITSELF ON THE
      *    SPOOL INDEX BEFORE WRITING A LINE.
       01  WS-SPOOL-FILE-NAME                       PIC X(20).
       01  WORK-SPOOL-INDEX-STATUS                  PIC XX.
       01  W037-SPOOL-JOB-NAME                      PIC X(8)
                                                     VALUE "PAY017A".
       01  W037-SPOOL-RUN-DATE                      PIC 9(6).
       01  W037-SPOOL-RUN-TIME                      PIC 9(8).
      *
       01  W005-END-OF-FILE-SWITCH                  PIC X.
           88  W005-END-OF-FILE                     VALUE "1".
       01  WORK-RETURN-STATUS                       PIC XX.
       01  WORK-DIRDEP-STATUS                       PIC XX.
       01  WORK-BANK-FILE-STATUS                    PIC XX.
       01  WORK-REWRITE-STATUS                      PIC XX.
       01  WORK-EMPLOYEE-MASTER-STATUS              PIC XX.
       01  WORK-EMPMAST-STATUS                      PIC XX.
       01  WORK-CHECK-CONTROL-STATUS                PIC XX.
       01  WORK-CHECK-LOG-STATUS                    PIC XX.
       01  WORK-GLMAP-STATUS                        PIC XX.
       01  WORK-GLOFFC-STATUS                       PIC XX.
       01  WORK-DISTRIBUTION-STATUS                 PIC XX.
      *
       01  W010-TODAY-DATE                          PIC 9(6).
       01  W010-NEXT-CHECK                          PIC 9(6) VALUE 1.
       01  W010-DEPOSIT-FILE-DATE                   PIC 9(6) VALUE 0.
      *
      *    THE LIVE DEPOSITS ON THE FILE THE BANK IS RETURNING FROM,
      *    LOADED ONCE. A DETAIL MATCHED TO ONE RETURN IS MARKED SO
      *    A SECOND RETURN CANNOT CLAIM IT.
       01  W020-DEPOSIT-COUNT                       PIC 9(4) VALUE 0.
       01  W020-DEPOSIT-TABLE.
           05  W020-DEPOSIT                         OCCURS 200 TIMES
                                                    INDEXED BY W020-I.
               10  W020-DEPOSIT-ID                  PIC X(5).
               10  W020-DEPOSIT-AMOUNT              PIC 9(7)V99.
               10  W020-DEPOSIT-TAKEN               PIC X.
       01  W020-DEPOSIT-FOUND-SWITCH                PIC X.
           88  W020-DEPOSIT-FOUND                   VALUE "Y".
      *
      *    THE WHOLE BANK FILE, HELD AS ROW IMAGES SO A CHANGED ROW
      *    IS EDITED THROUGH THE COPYBOOK LAYOUT AND PUT BACK.
       01  W030-BANK-ROW-COUNT                      PIC 9(4) VALUE 0.
       01  W030-BANK-TABLE.
           05  W030-BANK-ROW-IMAGE                  OCCURS 200 TIMES
                                                    INDEXED BY W030-I
                                                    PIC X(48).
       01  W030-BANK-OVERFLOW-SWITCH                PIC X VALUE "N".
           88  W030-BANK-OVERFLOWED                 VALUE "Y".
       01  W030-BANK-FOUND-SWITCH                   PIC X.
           88  W030-BANK-FOUND                      VALUE "Y".
       01  W030-BANK-CHANGED-SWITCH                 PIC X VALUE "N".
           88  W030-BANK-CHANGED                    VALUE "Y".
      *
      *    EMPLOYEE NAMES OFF THE ADDRESS MASTER, LOADED ONCE.
       01  W035-KNOWN-COUNT                         PIC 9(4) VALUE 0.
       01  W035-KNOWN-TABLE.
           05  W035-KNOWN                           OCCURS 200 TIMES
                                                    INDEXED BY W035-I.
               10  W035-KNOWN-ID                    PIC X(5).
               10  W035-KNOWN-NAME                  PIC X(30).
       01  W035-FOUND-NAME                          PIC X(30).
       01  W035-EMPMAST-OPEN-SWITCH                 PIC X VALUE "N".
           88  W035-EMPMAST-IS-OPEN                 VALUE "Y".
       01  W035-DEPARTMENT                          PIC X(4).
      *
       01  W040-CHECK-AMOUNT                        PIC 9(5)V99.
       01  W040-CHECK-AMOUNT-OUT                    PIC $$$,$$9.99.
       01  W040-STUB-LINE.
           05  W040-STUB-LABEL                   PIC X(14).
           05  W040-STUB-VALUE                   PIC ZZZZ9.99.
      *
      *    GL BATCH BOOKKEEPING AND THE MAP LOOKUP, AS IN PAY016A.
       01  W045-GL-OPEN-SWITCH                      PIC X VALUE "N".
           88  W045-GL-IS-OPEN                      VALUE "Y".
       01  W045-GL-DEBIT-TOTAL                      PIC 9(8)V99
                                                     VALUE 0.
       01  W045-GL-CREDIT-TOTAL                     PIC 9(8)V99
                                                     VALUE 0.
       01  W045-GL-OUT-OF-BALANCE                   PIC S9(8)V99.
       01  W045-GLMAP-OPEN-SWITCH                   PIC X VALUE "N".
           88  W045-GLMAP-IS-OPEN                   VALUE "Y".
       01  W045-MAP-DEBIT-ACCOUNT                   PIC X(8).
       01  W045-MAP-CREDIT-ACCOUNT                  PIC X(8).
      *
       01  W050-RETURNS-READ                        PIC 9(4) VALUE 0.
       01  W050-RETURNS-TAKEN                       PIC 9(4) VALUE 0.
       01  W050-RETURNS-REFUSED                     PIC 9(4) VALUE 0.
       01  W050-RETURNED-AMOUNT                     PIC 9(8)V99
                                                     VALUE 0.
       01  W050-ROUTE-FOUND-SWITCH                  PIC X.
           88  W050-ROUTE-FOUND                     VALUE "Y".
      *
       01  W055-DETAIL-LINE.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  W055-DETAIL-EMPLOYEE                 PIC X(5).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  W055-DETAIL-AMOUNT                   PIC ZZZZZZ9.99.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  W055-DETAIL-REASON                   PIC X(3).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  W055-DETAIL-CHECK                    PIC X(6).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  W055-DETAIL-NOTE                     PIC X(40).
      *
       PROCEDURE DIVISION.
      *
       C000-MAIN-LINE-LOGIC.
      *
           ACCEPT W010-TODAY-DATE FROM DATE.
           OPEN INPUT DEPOSIT-RETURN-FILE.
           IF WORK-RETURN-STATUS NOT EQUAL "00"
               DISPLAY "PAY017A: NO DDRETURN.DAT -- NO RETURNS TO "
                       "PROCESS"
               GOBACK
           END-IF.
           PERFORM C010-LOAD-DEPOSIT-DETAIL.
           IF WORK-DIRDEP-STATUS NOT EQUAL "00"
               DISPLAY "PAY017A: NO DIRDEP.DAT -- NOTHING TO MATCH "
                       "THE RETURNS AGAINST"
               CLOSE DEPOSIT-RETURN-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM C015-LOAD-BANK-DETAILS.
           IF W030-BANK-OVERFLOWED
               DISPLAY "PAY017A: BANKFILE.DAT HAS MORE THAN 200 ROWS "
                       "-- NOT REBUILT, NOTHING PROCESSED"
               CLOSE DEPOSIT-RETURN-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM C017-LOAD-EMPLOYEE-NAMES.
           PERFORM C020-GET-NEXT-CHECK-NUMBER.
           OPEN INPUT EMPLOYMENT-MASTER.
           IF WORK-EMPMAST-STATUS EQUAL "00"
               MOVE "Y" TO W035-EMPMAST-OPEN-SWITCH.
           OPEN INPUT GL-MAP-FILE.
           IF WORK-GLMAP-STATUS EQUAL "00"
               MOVE "Y" TO W045-GLMAP-OPEN-SWITCH.
           OPEN EXTEND CHECK-LOG-FILE.
           IF WORK-CHECK-LOG-STATUS NOT EQUAL "00"
               OPEN OUTPUT CHECK-LOG-FILE.
           OPEN OUTPUT CHECK-PRINT.
           PERFORM C900-REGISTER-SPOOL-FILE.
           OPEN OUTPUT RETURNS-REPORT-PRINT.
           MOVE SPACES TO RETURNS-REPORT-LINE.
           STRING "DIRECT-DEPOSIT RETURNS -- RUN " DELIMITED BY SIZE
                  W010-TODAY-DATE DELIMITED BY SIZE
                  "  AGAINST DEPOSIT FILE OF " DELIMITED BY SIZE
                  W010-DEPOSIT-FILE-DATE DELIMITED BY SIZE
                  INTO RETURNS-REPORT-LINE.
           WRITE RETURNS-REPORT-LINE.
           MOVE SPACES TO RETURNS-REPORT-LINE.
           WRITE RETURNS-REPORT-LINE.
           MOVE "  EMPL       AMOUNT  RSN  CHECK   ACTION"
                   TO RETURNS-REPORT-LINE.
           WRITE RETURNS-REPORT-LINE.
           MOVE "0" TO W005-END-OF-FILE-SWITCH.
           PERFORM C030-PROCESS-ONE-RETURN UNTIL W005-END-OF-FILE.
           CLOSE DEPOSIT-RETURN-FILE
                 CHECK-LOG-FILE
                 CHECK-PRINT.
           IF W035-EMPMAST-IS-OPEN
               CLOSE EMPLOYMENT-MASTER.
           IF W045-GL-IS-OPEN
               PERFORM C070-CLOSE-GL-BATCH.
           IF W045-GLMAP-IS-OPEN
               CLOSE GL-MAP-FILE.
           IF W050-RETURNS-TAKEN GREATER THAN ZERO
               PERFORM C090-SAVE-NEXT-CHECK-NUMBER.
           IF W030-BANK-CHANGED
               PERFORM C080-REBUILD-BANK-FILE.
           PERFORM C085-WRITE-TOTALS.
           CLOSE RETURNS-REPORT-PRINT.
           DISPLAY "PAY017A DIRECT-DEPOSIT RETURNS COMPLETE".
           DISPLAY "RETURNS READ:           " W050-RETURNS-READ.
           DISPLAY "REPLACEMENT CHECKS:     " W050-RETURNS-TAKEN.
           DISPLAY "NOT TAKEN (SEE REPORT): " W050-RETURNS-REFUSED.
           PERFORM C910-SEED-RETURNS-ROUTE.
           CALL "LIB072A".
           GOBACK.
      *
       C010-LOAD-DEPOSIT-DETAIL.
      *
           OPEN INPUT DIRECT-DEPOSIT-FILE.
           IF WORK-DIRDEP-STATUS EQUAL "00"
               MOVE "0" TO W005-END-OF-FILE-SWITCH
               PERFORM UNTIL W005-END-OF-FILE
                   READ DIRECT-DEPOSIT-FILE
                       AT END
                           MOVE "1" TO W005-END-OF-FILE-SWITCH
                       NOT AT END
                           PERFORM C012-TAKE-ONE-DEPOSIT-LINE
                   END-READ
               END-PERFORM
               CLOSE DIRECT-DEPOSIT-FILE
           END-IF.
      *
      *    ZERO-DOLLAR PRENOTE DETAILS CARRY NO MONEY AND ARE LEFT
      *    TO PAY014A.
       C012-TAKE-ONE-DEPOSIT-LINE.
      *
           IF DDF-RECORD-TYPE EQUAL "H"
               MOVE DDF-HEADER-DATE TO W010-DEPOSIT-FILE-DATE
           ELSE IF DDF-RECORD-TYPE EQUAL "D"
                   AND DDF-DETAIL-AMOUNT GREATER THAN ZERO
                   AND W020-DEPOSIT-COUNT LESS THAN 200
               ADD 1 TO W020-DEPOSIT-COUNT
               SET W020-I TO W020-DEPOSIT-COUNT
               MOVE DDF-DETAIL-EMPLOYEE-ID TO W020-DEPOSIT-ID (W020-I)
               MOVE DDF-DETAIL-AMOUNT TO W020-DEPOSIT-AMOUNT (W020-I)
               MOVE "N" TO W020-DEPOSIT-TAKEN (W020-I)
           END-IF.
      *
       C015-LOAD-BANK-DETAILS.
      *
           OPEN INPUT BANK-DETAILS-FILE.
           IF WORK-BANK-FILE-STATUS EQUAL "00"
               MOVE "0" TO W005-END-OF-FILE-SWITCH
               PERFORM UNTIL W005-END-OF-FILE
                   READ BANK-DETAILS-FILE
                       AT END
                           MOVE "1" TO W005-END-OF-FILE-SWITCH
                       NOT AT END
                           IF W030-BANK-ROW-COUNT LESS THAN 200
                               ADD 1 TO W030-BANK-ROW-COUNT
                               SET W030-I TO W030-BANK-ROW-COUNT
                               MOVE BANK-DETAILS-ROW
                                   TO W030-BANK-ROW-IMAGE (W030-I)
                           ELSE
                               MOVE "Y" TO W030-BANK-OVERFLOW-SWITCH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BANK-DETAILS-FILE
           END-IF.
      *
       C017-LOAD-EMPLOYEE-NAMES.
      *
           OPEN INPUT EMPLOYEE-ADDRESS-MASTER.
           IF WORK-EMPLOYEE-MASTER-STATUS EQUAL "00"
               MOVE "0" TO W005-END-OF-FILE-SWITCH
               PERFORM UNTIL W005-END-OF-FILE
                   READ EMPLOYEE-ADDRESS-MASTER
                       AT END
                           MOVE "1" TO W005-END-OF-FILE-SWITCH
                       NOT AT END
                           IF W035-KNOWN-COUNT LESS THAN 200
                               ADD 1 TO W035-KNOWN-COUNT
                               SET W035-I TO W035-KNOWN-COUNT
                               MOVE EMPLOYEE-ADDRESS-MASTER-ID
                                   TO W035-KNOWN-ID (W035-I)
                               MOVE EMPLOYEE-ADDRESS-MASTER-NAME
                                   TO W035-KNOWN-NAME (W035-I)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EMPLOYEE-ADDRESS-MASTER
           END-IF.
      *
       C020-GET-NEXT-CHECK-NUMBER.
      *
           OPEN INPUT CHECK-CONTROL-FILE.
           IF WORK-CHECK-CONTROL-STATUS EQUAL "00"
               READ CHECK-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE NEXT-CHECK-NUMBER TO W010-NEXT-CHECK
               END-READ
               CLOSE CHECK-CONTROL-FILE
           END-IF.
      *
       C030-PROCESS-ONE-RETURN.
      *
           READ DEPOSIT-RETURN-FILE
               AT END
                   MOVE "1" TO W005-END-OF-FILE-SWITCH
               NOT AT END
                   IF DDR-RECORD-TYPE EQUAL "R"
                       ADD 1 TO W050-RETURNS-READ
                       PERFORM C040-JUDGE-ONE-RETURN
                   END-IF
           END-READ.
      *
      *    A RETURN IS TAKEN ONLY WHEN IT MATCHES A LIVE DEPOSIT ON
      *    THE FILE BY EMPLOYEE AND AMOUNT, THE EMPLOYEE STILL HAS A
      *    BANK ROW, AND THAT ROW HAS NOT ALREADY BEEN RETURNED FOR
      *    THIS SAME DEPOSIT FILE. ANYTHING ELSE IS LISTED FOR
      *    PAYROLL TO CHASE WITH THE BANK, AND NOTHING IS PAID.
       C040-JUDGE-ONE-RETURN.
      *
           MOVE DDR-EMPLOYEE-ID TO W055-DETAIL-EMPLOYEE.
           MOVE DDR-AMOUNT TO W055-DETAIL-AMOUNT.
           MOVE DDR-REASON-CODE TO W055-DETAIL-REASON.
           MOVE SPACES TO W055-DETAIL-CHECK.
           PERFORM C042-FIND-DEPOSIT-DETAIL.
           PERFORM C044-FIND-BANK-ROW.
           IF NOT W020-DEPOSIT-FOUND
               MOVE "NOT TAKEN -- NO SUCH DEPOSIT ON DIRDEP.DAT"
                       TO W055-DETAIL-NOTE
               ADD 1 TO W050-RETURNS-REFUSED
           ELSE IF NOT W030-BANK-FOUND
               MOVE "NOT TAKEN -- NO BANKFILE.DAT ROW"
                       TO W055-DETAIL-NOTE
               ADD 1 TO W050-RETURNS-REFUSED
           ELSE IF BANK-RETURN-DATE IS NUMERIC
                   AND BANK-RETURN-DATE EQUAL W010-DEPOSIT-FILE-DATE
               MOVE "NOT TAKEN -- ALREADY RETURNED, CHECK ISSUED"
                       TO W055-DETAIL-NOTE
               ADD 1 TO W050-RETURNS-REFUSED
           ELSE
               MOVE "Y" TO W020-DEPOSIT-TAKEN (W020-I)
               PERFORM C050-TAKE-THE-RETURN
           END-IF.
           MOVE W055-DETAIL-LINE TO RETURNS-REPORT-LINE.
           WRITE RETURNS-REPORT-LINE.
      *
      *    LEAVES W020-I ON THE MATCHED DETAIL.
       C042-FIND-DEPOSIT-DETAIL.
      *
           MOVE "N" TO W020-DEPOSIT-FOUND-SWITCH.
           SET W020-I TO 1.
           PERFORM UNTIL W020-I GREATER THAN W020-DEPOSIT-COUNT
                      OR W020-DEPOSIT-FOUND
               IF W020-DEPOSIT-ID (W020-I) EQUAL DDR-EMPLOYEE-ID
                  AND W020-DEPOSIT-AMOUNT (W020-I) EQUAL DDR-AMOUNT
                  AND W020-DEPOSIT-TAKEN (W020-I) EQUAL "N"
                   MOVE "Y" TO W020-DEPOSIT-FOUND-SWITCH
               ELSE
                   SET W020-I UP BY 1
               END-IF
           END-PERFORM.
      *
      *    LEAVES W030-I ON THE ROW AND THE ROW IN THE COPYBOOK
      *    LAYOUT. A ROW WRITTEN BEFORE THE RETURN FIELDS EXISTED
      *    READS THEM AS SPACES.
       C044-FIND-BANK-ROW.
      *
           MOVE "N" TO W030-BANK-FOUND-SWITCH.
           SET W030-I TO 1.
           PERFORM UNTIL W030-I GREATER THAN W030-BANK-ROW-COUNT
                      OR W030-BANK-FOUND
               MOVE W030-BANK-ROW-IMAGE (W030-I) TO BANK-DETAILS-ROW
               IF BANK-EMPLOYEE-ID EQUAL DDR-EMPLOYEE-ID
                   MOVE "Y" TO W030-BANK-FOUND-SWITCH
               ELSE
                   SET W030-I UP BY 1
               END-IF
           END-PERFORM.
      *
      *    BACK TO PAPER WITH THE BANK'S REASON, THE REPLACEMENT
      *    CHECK, AND THE REVERSING GL LINES.
       C050-TAKE-THE-RETURN.
      *
           MOVE "N" TO BANK-DEPOSIT-FLAG.
           MOVE DDR-REASON-CODE TO BANK-RETURN-REASON.
           MOVE W010-DEPOSIT-FILE-DATE TO BANK-RETURN-DATE.
           MOVE BANK-DETAILS-ROW TO W030-BANK-ROW-IMAGE (W030-I).
           MOVE "Y" TO W030-BANK-CHANGED-SWITCH.
           MOVE DDR-AMOUNT TO W040-CHECK-AMOUNT.
           PERFORM C055-PRINT-REPLACEMENT-CHECK.
           PERFORM C060-POST-GL-REVERSAL.
           MOVE W010-NEXT-CHECK TO W055-DETAIL-CHECK.
           MOVE "PAPER CHECK ISSUED, BANK ROW SET TO CHECK"
                   TO W055-DETAIL-NOTE.
           ADD 1 TO W010-NEXT-CHECK.
           ADD 1 TO W050-RETURNS-TAKEN.
           ADD DDR-AMOUNT TO W050-RETURNED-AMOUNT.
      *
      *    THE PAY002A CHECK FACE, WITH THE STUB SAYING WHAT THE
      *    CHECK REPLACES -- THE FULL STUB WENT OUT WITH THE DEPOSIT.
       C055-PRINT-REPLACEMENT-CHECK.
      *
           PERFORM C057-FIND-EMPLOYEE-NAME.
           MOVE SPACES TO CHECK-PRINT-LINE.
           STRING "CHECK NO " DELIMITED BY SIZE
                  W010-NEXT-CHECK DELIMITED BY SIZE
                  "   DATE " DELIMITED BY SIZE
                  W010-TODAY-DATE DELIMITED BY SIZE
                  INTO CHECK-PRINT-LINE.
           WRITE CHECK-PRINT-LINE AFTER ADVANCING PAGE.
           MOVE SPACES TO CHECK-PRINT-LINE.
           STRING "PAY TO THE ORDER OF " DELIMITED BY SIZE
                  W035-FOUND-NAME DELIMITED BY SIZE
                  INTO CHECK-PRINT-LINE.
           WRITE CHECK-PRINT-LINE AFTER ADVANCING 2 LINES.
           MOVE W040-CHECK-AMOUNT TO W040-CHECK-AMOUNT-OUT.
           MOVE SPACES TO CHECK-PRINT-LINE.
           STRING "THE AMOUNT OF " DELIMITED BY SIZE
                  W040-CHECK-AMOUNT-OUT DELIMITED BY SIZE
                  INTO CHECK-PRINT-LINE.
           WRITE CHECK-PRINT-LINE.
           MOVE "---------------- PAY STUB ----------------"
                   TO CHECK-PRINT-LINE.
           WRITE CHECK-PRINT-LINE AFTER ADVANCING 2 LINES.
           MOVE SPACES TO CHECK-PRINT-LINE.
           STRING "REPLACES DIRECT DEPOSIT OF " DELIMITED BY SIZE
                  W010-DEPOSIT-FILE-DATE DELIMITED BY SIZE
                  " RETURNED " DELIMITED BY SIZE
                  DDR-REASON-CODE DELIMITED BY SIZE
                  INTO CHECK-PRINT-LINE.
           WRITE CHECK-PRINT-LINE.
           MOVE "NET PAY:" TO W040-STUB-LABEL.
           MOVE W040-CHECK-AMOUNT TO W040-STUB-VALUE.
           MOVE W040-STUB-LINE TO CHECK-PRINT-LINE.
           WRITE CHECK-PRINT-LINE.
           MOVE W010-NEXT-CHECK TO CHECK-LOG-NUMBER.
           MOVE DDR-EMPLOYEE-ID TO CHECK-LOG-EMPLOYEE-ID.
           MOVE W040-CHECK-AMOUNT TO CHECK-LOG-AMOUNT.
           MOVE "I" TO CHECK-LOG-STATUS.
           MOVE W010-TODAY-DATE TO CHECK-LOG-DATE.
           WRITE CHECK-LOG-RECORD.
      *
       C057-FIND-EMPLOYEE-NAME.
      *
           MOVE "** NOT ON ADDRESS MASTER **" TO W035-FOUND-NAME.
           SET W035-I TO 1.
           PERFORM UNTIL W035-I GREATER THAN W035-KNOWN-COUNT
               IF W035-KNOWN-ID (W035-I) EQUAL DDR-EMPLOYEE-ID
                   MOVE W035-KNOWN-NAME (W035-I) TO W035-FOUND-NAME
                   SET W035-I TO W035-KNOWN-COUNT
               END-IF
               SET W035-I UP BY 1
           END-PERFORM.
      *
      *    THE RETURNED MONEY IS DEBITED BACK TO PAYROLL CLEARING
      *    AND CREDITED OFF THE CASH ACCOUNT THE DEPOSIT WAS PAID
      *    FROM, UNDER THE EMPLOYEE'S DEPARTMENT. THE BATCH OPENS
      *    WITH THE FIRST RETURN TAKEN.
       C060-POST-GL-REVERSAL.
      *
           IF NOT W045-GL-IS-OPEN
               OPEN EXTEND GL-POSTING-FILE
               IF WORK-GLOFFC-STATUS NOT EQUAL "00"
                   OPEN OUTPUT GL-POSTING-FILE
               END-IF
               MOVE "Y" TO W045-GL-OPEN-SWITCH
           END-IF.
           MOVE SPACES TO W035-DEPARTMENT.
           IF W035-EMPMAST-IS-OPEN
               MOVE DDR-EMPLOYEE-ID TO EMP-MASTER-ID
               READ EMPLOYMENT-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE EMP-DEPARTMENT TO W035-DEPARTMENT
               END-READ
           END-IF.
           PERFORM C065-LOOK-UP-MAP-ROW.
           MOVE "D" TO GL-RECORD-TYPE.
           MOVE W045-MAP-DEBIT-ACCOUNT TO GL-ACCOUNT.
           MOVE W035-DEPARTMENT TO GL-DEPARTMENT.
           MOVE DDR-AMOUNT TO GL-DEBIT-AMOUNT.
           MOVE ZERO TO GL-CREDIT-AMOUNT.
           MOVE W010-TODAY-DATE TO GL-RUN-DATE.
           WRITE GL-POSTING-LINE.
           ADD DDR-AMOUNT TO W045-GL-DEBIT-TOTAL.
           MOVE "C" TO GL-RECORD-TYPE.
           MOVE W045-MAP-CREDIT-ACCOUNT TO GL-ACCOUNT.
           MOVE ZERO TO GL-DEBIT-AMOUNT.
           MOVE DDR-AMOUNT TO GL-CREDIT-AMOUNT.
           WRITE GL-POSTING-LINE.
           ADD DDR-AMOUNT TO W045-GL-CREDIT-TOTAL.
      *
      *    THE DEPARTMENT ROW FIRST, THE BLANK-DEPARTMENT DEFAULT
      *    NEXT, THEN 1050 PAYROLL CLEARING / 1010 CASH -- THE
      *    ACCOUNT CHAP426 CREDITS NET PAY TO WHEN NO MAP EXISTS.
       C065-LOOK-UP-MAP-ROW.
      *
           MOVE "1050" TO W045-MAP-DEBIT-ACCOUNT.
           MOVE "1010" TO W045-MAP-CREDIT-ACCOUNT.
           IF W045-GLMAP-IS-OPEN
               MOVE "DDRETURN" TO GLM-COMPONENT
               MOVE W035-DEPARTMENT TO GLM-DEPARTMENT
               READ GL-MAP-FILE
                   INVALID KEY
                       MOVE "DDRETURN" TO GLM-COMPONENT
                       MOVE SPACES TO GLM-DEPARTMENT
                       READ GL-MAP-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE GLM-DEBIT-ACCOUNT
                                       TO W045-MAP-DEBIT-ACCOUNT
                               MOVE GLM-CREDIT-ACCOUNT
                                       TO W045-MAP-CREDIT-ACCOUNT
                       END-READ
                   NOT INVALID KEY
                       MOVE GLM-DEBIT-ACCOUNT
                               TO W045-MAP-DEBIT-ACCOUNT
                       MOVE GLM-CREDIT-ACCOUNT
                               TO W045-MAP-CREDIT-ACCOUNT
               END-READ
           END-IF.
      *
       C070-CLOSE-GL-BATCH.
      *
           COMPUTE W045-GL-OUT-OF-BALANCE =
                   W045-GL-DEBIT-TOTAL - W045-GL-CREDIT-TOTAL.
           MOVE "T" TO GL-RECORD-TYPE.
           MOVE SPACES TO GL-DEPARTMENT.
           MOVE W045-GL-DEBIT-TOTAL TO GL-DEBIT-AMOUNT.
           MOVE W045-GL-CREDIT-TOTAL TO GL-CREDIT-AMOUNT.
           MOVE W010-TODAY-DATE TO GL-RUN-DATE.
           IF W045-GL-OUT-OF-BALANCE EQUAL ZERO
               MOVE "RELEASED" TO GL-ACCOUNT
           ELSE
               MOVE "HELD" TO GL-ACCOUNT
               DISPLAY "PAY017A: GL BATCH OUT OF BALANCE BY "
                       W045-GL-OUT-OF-BALANCE " -- BATCH HELD"
           END-IF.
           WRITE GL-POSTING-LINE.
           CLOSE GL-POSTING-FILE.
      *
      *    EVERY ROW -- CHANGED OR NOT -- GOES TO THE .TMP COPY
      *    FIRST, AND THE LIVE FILE IS REPLACED ONLY FROM THERE,
      *    THE SAME SHAPE AS PAY014A'S REBUILD.
       C080-REBUILD-BANK-FILE.
      *
           OPEN OUTPUT BANK-REWRITE-FILE.
           PERFORM C082-WRITE-ONE-TMP-ROW
                VARYING W030-I FROM 1 BY 1
                UNTIL W030-I GREATER THAN W030-BANK-ROW-COUNT.
           CLOSE BANK-REWRITE-FILE.
           OPEN INPUT BANK-REWRITE-FILE.
           OPEN OUTPUT BANK-DETAILS-FILE.
           MOVE "0" TO W005-END-OF-FILE-SWITCH.
           PERFORM C084-COPY-ONE-TMP-ROW UNTIL W005-END-OF-FILE.
           CLOSE BANK-REWRITE-FILE
                 BANK-DETAILS-FILE.
      *
       C082-WRITE-ONE-TMP-ROW.
      *
           MOVE W030-BANK-ROW-IMAGE (W030-I) TO BANK-REWRITE-ROW.
           WRITE BANK-REWRITE-ROW.
      *
       C084-COPY-ONE-TMP-ROW.
      *
           READ BANK-REWRITE-FILE
               AT END
                   MOVE "1" TO W005-END-OF-FILE-SWITCH
               NOT AT END
                   MOVE BANK-REWRITE-ROW TO BANK-DETAILS-ROW
                   WRITE BANK-DETAILS-ROW
           END-READ.
      *
       C085-WRITE-TOTALS.
      *
           MOVE SPACES TO RETURNS-REPORT-LINE.
           WRITE RETURNS-REPORT-LINE.
           STRING "RETURNS READ: "       DELIMITED BY SIZE
                  W050-RETURNS-READ      DELIMITED BY SIZE
                  "  CHECKS ISSUED: "    DELIMITED BY SIZE
                  W050-RETURNS-TAKEN     DELIMITED BY SIZE
                  "  NOT TAKEN: "        DELIMITED BY SIZE
                  W050-RETURNS-REFUSED   DELIMITED BY SIZE
                  INTO RETURNS-REPORT-LINE.
           WRITE RETURNS-REPORT-LINE.
           MOVE SPACES TO RETURNS-REPORT-LINE.
           STRING "AMOUNT REVERSED TO PAYROLL CLEARING: "
                                         DELIMITED BY SIZE
                  W050-RETURNED-AMOUNT   DELIMITED BY SIZE
                  INTO RETURNS-REPORT-LINE.
           WRITE RETURNS-REPORT-LINE.
           IF W050-RETURNS-TAKEN GREATER THAN ZERO
               MOVE "** RUN PAY008A SO THE BANK HONORS THE "
                       TO RETURNS-REPORT-LINE
               WRITE RETURNS-REPORT-LINE
               MOVE "** REPLACEMENT CHECKS; NEW BANK DETAILS MUST "
                       TO RETURNS-REPORT-LINE
               WRITE RETURNS-REPORT-LINE
               MOVE "** BE RE-ENTERED IN PRENOTE"
                       TO RETURNS-REPORT-LINE
               WRITE RETURNS-REPORT-LINE
           END-IF.
      *
       C090-SAVE-NEXT-CHECK-NUMBER.
      *
           OPEN OUTPUT CHECK-CONTROL-FILE.
           MOVE W010-NEXT-CHECK TO NEXT-CHECK-NUMBER.
           WRITE CHECK-CONTROL-RECORD.
           CLOSE CHECK-CONTROL-FILE.
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
      *
      *    A SITE THAT HAS NEVER ROUTED THE RETURNS REPORT GETS ONE
      *    ROW: THE PAYROLL CLERK ROLE, HELD FOR VIEWING. DIST001A
      *    CHANGES IT TO A PRINTER QUEUE OR MAILBOX, OR ADDS MORE.
       C910-SEED-RETURNS-ROUTE.
      *
           OPEN I-O DISTRIBUTION-FILE.
           IF WORK-DISTRIBUTION-STATUS NOT EQUAL "00"
               OPEN OUTPUT DISTRIBUTION-FILE
               CLOSE DISTRIBUTION-FILE
               OPEN I-O DISTRIBUTION-FILE
           END-IF.
           MOVE "N" TO W050-ROUTE-FOUND-SWITCH.
           MOVE "PAY017A" TO DIST-JOB-NAME.
           MOVE LOW-VALUES TO DIST-RECIPIENT-TYPE DIST-RECIPIENT.
           START DISTRIBUTION-FILE KEY NOT LESS THAN DIST-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ DISTRIBUTION-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF DIST-JOB-NAME EQUAL "PAY017A"
                               MOVE "Y" TO W050-ROUTE-FOUND-SWITCH
                           END-IF
                   END-READ
           END-START.
           IF NOT W050-ROUTE-FOUND
               MOVE SPACES TO DISTRIBUTION-RECORD
               MOVE "PAY017A" TO DIST-JOB-NAME
               MOVE "R" TO DIST-RECIPIENT-TYPE
               MOVE "P" TO DIST-RECIPIENT
               MOVE "H" TO DIST-METHOD-FLAG
               MOVE ZERO TO DIST-SPLIT-COLUMN
               WRITE DISTRIBUTION-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
               DISPLAY "PAY017A: PAYROLL ROUTE FOR THE RETURNS "
                       "REPORT ADDED TO DISTRIB.DAT"
           END-IF.
           CLOSE DISTRIBUTION-FILE.
