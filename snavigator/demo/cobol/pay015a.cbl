      *
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. PAY015A.
      *
      ***************************************************************
      *                                                             *
      * WEEKLY PAYROLL JOB-STREAM DRIVER -- RUNS THE PAYROLL WEEK   *
      * IN ITS ONE SAFE ORDER INSTEAD OF BY HAND:                   *
      *   PAY012A  PUNCH-CLOCK IMPORT                               *
      *   PAY003A  PRE-PAYROLL EDIT                                 *
      *   CHAP426  PAYROLL CALCULATION AND REGISTER                 *
      *   CONFIRM  OPERATOR CONFIRMS THE REGISTER TOTALS            *
      *   PAY002A  CHECKS AND STUBS                                 *
      *   PAY004A  DIRECT-DEPOSIT BANK FILE                         *
      *   PAY008A  POSITIVE-PAY BANK FILE                           *
      *   GLPOST   GL EXTRACT RELEASED IN BALANCE                   *
      * KEPT SEPARATE FROM THE LIBRARY NIGHTLY -- PAYROLL RUNS ONCE *
      * A WEEK WITH AN OPERATOR AT THE CONSOLE.                     *
      *                                                             *
      * EVERY STEP IS JUDGED BEFORE THE NEXT ONE STARTS, FROM WHAT  *
      * IT LEFT ON DISK AND ITS RETURN CODE: PAYTIME.DAT MUST HOLD  *
      * THE WEEK'S TIME LINES (PUNCHED OR KEYED ON TIME001A),       *
      * PAYEDIT.DAT MUST SAY OK FOR TODAY, CHAP426 MUST HAVE        *
      * WRITTEN TODAY'S GLPOST.DAT TRAILER AND A PAYNET.DAT,        *
      * DIRDEP.DAT MUST CARRY TODAY'S HEADER AND ITS TRAILER, AND   *
      * THE GL EXTRACT MUST BE RELEASED, NOT HELD. THE FIRST STEP   *
      * THAT FAILS STOPS THE STREAM -- NOTHING DOWNSTREAM OF A BAD  *
      * STEP EVER RUNS, SO A BANK FILE CAN NO LONGER GO OUT AHEAD   *
      * OF THE WEEK'S CALCULATION. NO CHECK OR BANK FILE IS         *
      * PRODUCED UNTIL THE OPERATOR HAS SEEN THE REGISTER TOTALS    *
      * OFF PAYNET.DAT AND ANSWERED Y.                              *
      *                                                             *
      * RESTART -- PAYRUNST.DAT RECORDS EVERY STEP'S START, END,    *
      * OUTCOME AND DATE, REWRITTEN AT EACH CHANGE. AFTER A FIX,    *
      * RERUN PAY015A: STEPS ALREADY OK ARE SKIPPED AND THE STREAM  *
      * PICKS UP AT THE STEP THAT FAILED, WHATEVER THE DAY. A STEP  *
      * THE DRIVER DIED INSIDE IS RERUN ONLY WHEN THE OPERATOR SAYS *
      * SO, SINCE IT MAY HAVE WRITTEN PART OF ITS WORK. BECAUSE     *
      * CHAP426 TAKES ONLY TODAY'S EDIT VERDICT, AN EDIT PASSED ON  *
      * AN EARLIER DAY RUNS AGAIN WHEN THE CALCULATION IS STILL TO  *
      * DO. ONCE EVERY STEP IS OK THE NEXT RUN IS A NEW WEEK.       *
      *                                                             *
      * THE WEEK ITSELF IS THE PAYPERD.DAT PAY PERIOD: CHAP426      *
      * CALCULATES THE EARLIEST OPEN ONE, PAY002A AND PAY004A MARK  *
      * IT PAID, AND A RELEASED GL EXTRACT CLOSES IT HERE. A        *
      * CALCULATION THE DRIVER DIED INSIDE LEAVES ITS PERIOD        *
      * FLAGGED, AND CHAP426 REFUSES IT UNTIL A SUPERVISOR REOPENS  *
      * THE PERIOD ON PPER001A.                                     *
      *                                                             *
      * "OVERRIDE" ON THE COMMAND LINE REACHES PAY003A THE SAME AS  *
      * WHEN IT RUNS ON ITS OWN.                                    *
      *                                                             *
      ***************************************************************
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT PAYRUN-STATUS-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WORK-PAYRUN-STATUS.
      *
           SELECT PAYROLL-TIME-MASTER
                  ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WORK-PAYTIME-STATUS.
      *
           SELECT PAYROLL-EDIT-FILE
                  ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WORK-PAYEDIT-STATUS.
      *
           SELECT PAYROLL-NET-FILE
                  ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WORK-PAYNET-STATUS.
      *
           SELECT CHECK-LOG-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WORK-CHECK-LOG-STATUS.
      *
           SELECT DIRECT-DEPOSIT-FILE
                  ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WORK-DIRDEP-STATUS.
      *
           SELECT GL-POSTING-FILE
                  ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WORK-GLPOST-STATUS.
      *
           SELECT PAY-PERIOD-FILE ASSIGN TO DISK
           ACCESS MODE DYNAMIC
           ORGANIZATION INDEXED
           RECORD KEY PPD-PERIOD-NUMBER
           FILE STATUS IS WORK-PAYPERD-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  PAYRUN-STATUS-FILE
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID "PAYRUNST.DAT".
       01  PAYRUN-STATUS-RECORD.
           05  PAYRUN-STEP-NAME                     PIC X(8).
           05  PAYRUN-STEP-START-TIME               PIC 9(8).
           05  PAYRUN-STEP-END-TIME                 PIC 9(8).
           05  PAYRUN-STEP-OUTCOME                  PIC X(8).
      *    THE DAY THE STEP LAST RAN -- A RESTART MAY COME DAYS
      *    LATER, AND THE EDIT VERDICT IS ONLY GOOD ON ITS OWN DAY.
           05  PAYRUN-STEP-DATE                     PIC 9(6).
      *
       copy payroll.
      *
       copy payedit.
      *
       copy paynet.
      *
       copy checklog.
      *
      *    PAY004A'S BANK FILE -- H HEADER WITH THE RUN DATE FIRST,
      *    T TRAILER LAST.
       FD  DIRECT-DEPOSIT-FILE
           LABEL RECORDS OMITTED
           VALUE OF FILE-ID "DIRDEP.DAT".
       01  DIRECT-DEPOSIT-LINE.
           05  DIRDEP-RECORD-TYPE                   PIC X.
           05  DIRDEP-HEADER-DATE                   PIC 9(6).
           05  FILLER                               PIC X(43).
      *
      *    CHAP426'S GL EXTRACT -- THE T TRAILER WRITTEN LAST CARRIES
      *    THE RUN DATE AND RELEASED OR HELD IN THE ACCOUNT FIELD.
       FD  GL-POSTING-FILE
           LABEL RECORDS OMITTED
           VALUE OF FILE-ID "GLPOST.DAT".
       01  GL-POSTING-LINE.
           05  GL-RECORD-TYPE                        PIC X.
           05  GL-ACCOUNT                            PIC X(8).
           05  GL-DEPARTMENT                         PIC X(4).
           05  GL-DEBIT-AMOUNT                       PIC 9(7)V99.
           05  GL-CREDIT-AMOUNT                      PIC 9(7)V99.
           05  GL-RUN-DATE                           PIC 9(6).
      *
       copy payperd.
      *
       WORKING-STORAGE SECTION.
      *
       01  WORK-PAYRUN-STATUS                       PIC XX.
       01  WORK-PAYTIME-STATUS                      PIC XX.
       01  WORK-PAYEDIT-STATUS                      PIC XX.
       01  WORK-PAYNET-STATUS                       PIC XX.
       01  WORK-CHECK-LOG-STATUS                    PIC XX.
       01  WORK-DIRDEP-STATUS                       PIC XX.
       01  WORK-GLPOST-STATUS                       PIC XX.
       01  WORK-PAYPERD-STATUS                      PIC XX.
       01  W046-PERIOD-EOF-SWITCH                   PIC X.
           88  W046-PERIOD-EOF                      VALUE "1".
       01  W005-END-OF-FILE-SWITCH                  PIC X.
           88  W005-END-OF-FILE                     VALUE "1".
       01  W005-TODAY-DATE                          PIC 9(6).
      *
      *    THE PAYROLL WEEK, IN THE ONLY ORDER IT MAY RUN. CONFIRM
      *    AND GLPOST ARE THE DRIVER'S OWN CHECKPOINTS, NOT CALLS.
       01  W040-STEP-NAME-VALUES.
           05  FILLER                               PIC X(8)
                                                     VALUE "PAY012A".
           05  FILLER                               PIC X(8)
                                                     VALUE "PAY003A".
           05  FILLER                               PIC X(8)
                                                     VALUE "CHAP426".
           05  FILLER                               PIC X(8)
                                                     VALUE "CONFIRM".
           05  FILLER                               PIC X(8)
                                                     VALUE "PAY002A".
           05  FILLER                               PIC X(8)
                                                     VALUE "PAY004A".
           05  FILLER                               PIC X(8)
                                                     VALUE "PAY008A".
           05  FILLER                               PIC X(8)
                                                     VALUE "GLPOST".
       01  W040-STEP-NAME-TABLE REDEFINES W040-STEP-NAME-VALUES.
           05  W040-STEP-NAME-VALUE                 PIC X(8)
                                                     OCCURS 8 TIMES.
       01  W040-STEP-COUNT                          PIC 99 VALUE 8.
       01  W040-STEP-INDEX                          PIC 99.
       01  W040-SCAN-INDEX                          PIC 99.
       01  W040-STEP-TABLE.
           05  W040-STEP                            OCCURS 8 TIMES.
               10  W040-STEP-NAME                   PIC X(8).
               10  W040-STEP-START-TIME             PIC 9(8).
               10  W040-STEP-END-TIME               PIC 9(8).
               10  W040-STEP-OUTCOME                PIC X(8).
               10  W040-STEP-DATE                   PIC 9(6).
       01  W040-CALL-PROGRAM                        PIC X(8).
       01  W040-ALL-OK-SWITCH                       PIC X.
           88  W040-ALL-STEPS-OK                    VALUE "Y".
       01  W040-STREAM-SWITCH                       PIC X.
           88  W040-STREAM-STOPPED                  VALUE "Y".
       01  W040-VERDICT-SWITCH                      PIC X.
           88  W040-STEP-PASSED                     VALUE "Y".
       01  W040-FAIL-REASON                         PIC X(50).
       01  W040-STEP-RETURN-CODE                    PIC S9(4).
       01  W040-RETURN-CODE-OUT                     PIC -(4)9.
       01  W040-CHAP426-INDEX                       PIC 99.
       01  W040-EDIT-INDEX                          PIC 99.
       01  W040-RERUN-REPLY                         PIC X.
      *
      *    REGISTER TOTALS OFF PAYNET.DAT FOR THE CONFIRMATION, AND
      *    THE FILE CHECKS' WORKING FIGURES.
       01  W045-LINE-COUNT                          PIC 9(5).
       01  W045-GROSS-TOTAL                         PIC 9(7)V99.
       01  W045-FEDERAL-TOTAL                       PIC 9(7)V99.
       01  W045-STATE-TOTAL                         PIC 9(7)V99.
       01  W045-SOCSEC-TOTAL                        PIC 9(7)V99.
       01  W045-MEDICARE-TOTAL                      PIC 9(7)V99.
       01  W045-DEDUCTION-TOTAL                     PIC 9(7)V99.
       01  W045-NET-TOTAL                           PIC 9(7)V99.
       01  W045-AMOUNT-OUT                          PIC Z,ZZZ,ZZ9.99.
       01  W045-CHECKS-TODAY                        PIC 9(5).
       01  W045-HEADER-SWITCH                       PIC X.
           88  W045-HEADER-IS-TODAY                 VALUE "Y".
       01  W045-TRAILER-SWITCH                      PIC X.
           88  W045-TRAILER-SEEN                    VALUE "Y".
       01  W045-LAST-GL-ACCOUNT                     PIC X(8).
       01  W045-LAST-GL-DATE                        PIC 9(6).
       01  W045-CONFIRM-REPLY                       PIC X.
      *
       PROCEDURE DIVISION.
      *
       C000-MAIN-LINE-LOGIC.
      *
           DISPLAY "PAY015A WEEKLY PAYROLL DRIVER STARTING".
           ACCEPT W005-TODAY-DATE FROM DATE.
           PERFORM C005-LOAD-STEP-TABLE.
           MOVE "N" TO W040-STREAM-SWITCH.
           PERFORM C008-LOAD-PRIOR-STATUS.
           PERFORM C100-RUN-ONE-STEP
                VARYING W040-STEP-INDEX FROM 1 BY 1
                UNTIL W040-STEP-INDEX GREATER THAN W040-STEP-COUNT
                   OR W040-STREAM-STOPPED.
           PERFORM C200-PRINT-RUN-SUMMARY.
           IF W040-STREAM-STOPPED
               DISPLAY "PAY015A: PAYROLL STREAM STOPPED -- FIX THE "
                       "FAILED STEP AND RERUN PAY015A"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "PAY015A WEEKLY PAYROLL COMPLETE"
               MOVE ZERO TO RETURN-CODE
           END-IF.
           STOP RUN.
      *
       C005-LOAD-STEP-TABLE.
      *
           PERFORM VARYING W040-SCAN-INDEX FROM 1 BY 1
                   UNTIL W040-SCAN-INDEX GREATER THAN W040-STEP-COUNT
               MOVE W040-STEP-NAME-VALUE (W040-SCAN-INDEX)
                       TO W040-STEP-NAME (W040-SCAN-INDEX)
               IF W040-STEP-NAME (W040-SCAN-INDEX) EQUAL "CHAP426"
                   MOVE W040-SCAN-INDEX TO W040-CHAP426-INDEX
               END-IF
               IF W040-STEP-NAME (W040-SCAN-INDEX) EQUAL "PAY003A"
                   MOVE W040-SCAN-INDEX TO W040-EDIT-INDEX
               END-IF
           END-PERFORM.
           PERFORM C007-RESET-STEP-STATES.
      *
       C007-RESET-STEP-STATES.
      *
           PERFORM VARYING W040-SCAN-INDEX FROM 1 BY 1
                   UNTIL W040-SCAN-INDEX GREATER THAN W040-STEP-COUNT
               MOVE ZERO TO W040-STEP-START-TIME (W040-SCAN-INDEX)
               MOVE ZERO TO W040-STEP-END-TIME (W040-SCAN-INDEX)
               MOVE SPACES TO W040-STEP-OUTCOME (W040-SCAN-INDEX)
               MOVE ZERO TO W040-STEP-DATE (W040-SCAN-INDEX)
           END-PERFORM.
      *
      *    A STATUS FILE WHOSE EVERY STEP ENDED OK IS A FINISHED
      *    WEEK -- START FRESH. ANYTHING ELSE IS A RESTART: UNLIKE
      *    THE NIGHTLY, A PAYROLL WEEK IS NEVER ABANDONED BECAUSE
      *    THE FIX TOOK UNTIL TOMORROW, SINCE STARTING OVER WOULD
      *    CALCULATE THE WEEK A SECOND TIME.
       C008-LOAD-PRIOR-STATUS.
      *
           OPEN INPUT PAYRUN-STATUS-FILE.
           IF WORK-PAYRUN-STATUS EQUAL "00"
               MOVE "0" TO W005-END-OF-FILE-SWITCH
               PERFORM C009-READ-STATUS-RECORD
               PERFORM UNTIL W005-END-OF-FILE
                   PERFORM VARYING W040-SCAN-INDEX FROM 1 BY 1
                           UNTIL W040-SCAN-INDEX GREATER THAN
                                 W040-STEP-COUNT
                       IF PAYRUN-STEP-NAME EQUAL
                               W040-STEP-NAME (W040-SCAN-INDEX)
                           MOVE PAYRUN-STEP-START-TIME TO
                               W040-STEP-START-TIME (W040-SCAN-INDEX)
                           MOVE PAYRUN-STEP-END-TIME TO
                               W040-STEP-END-TIME (W040-SCAN-INDEX)
                           MOVE PAYRUN-STEP-OUTCOME TO
                               W040-STEP-OUTCOME (W040-SCAN-INDEX)
                           MOVE PAYRUN-STEP-DATE TO
                               W040-STEP-DATE (W040-SCAN-INDEX)
                       END-IF
                   END-PERFORM
                   PERFORM C009-READ-STATUS-RECORD
               END-PERFORM
               CLOSE PAYRUN-STATUS-FILE
               MOVE "Y" TO W040-ALL-OK-SWITCH
               PERFORM VARYING W040-SCAN-INDEX FROM 1 BY 1
                       UNTIL W040-SCAN-INDEX GREATER THAN
                             W040-STEP-COUNT
                   IF W040-STEP-OUTCOME (W040-SCAN-INDEX)
                           NOT EQUAL "OK"
                       MOVE "N" TO W040-ALL-OK-SWITCH
                   END-IF
               END-PERFORM
               IF W040-ALL-STEPS-OK
                   PERFORM C007-RESET-STEP-STATES
               ELSE
                   DISPLAY "PAY015A: RESTART -- STEPS ALREADY OK "
                           "WILL BE SKIPPED"
                   PERFORM C010-CHECK-STALE-EDIT
               END-IF
           END-IF.
      *
       C009-READ-STATUS-RECORD.
      *
           READ PAYRUN-STATUS-FILE
                AT END, MOVE "1" TO W005-END-OF-FILE-SWITCH.
      *
      *    CHAP426 REFUSES AN EDIT VERDICT THAT IS NOT TODAY'S, SO
      *    WHILE THE CALCULATION IS STILL TO DO, AN EDIT PASSED ON
      *    AN EARLIER DAY IS RUN AGAIN RATHER THAN LEFT TO FAIL.
       C010-CHECK-STALE-EDIT.
      *
           IF W040-STEP-OUTCOME (W040-CHAP426-INDEX) NOT EQUAL "OK"
              AND W040-STEP-OUTCOME (W040-EDIT-INDEX) EQUAL "OK"
              AND W040-STEP-DATE (W040-EDIT-INDEX)
                      NOT EQUAL W005-TODAY-DATE
               DISPLAY "PAY015A: EDIT PASSED ON "
                       W040-STEP-DATE (W040-EDIT-INDEX)
                       " -- PAY003A RUNS AGAIN FOR TODAY"
               MOVE SPACES TO W040-STEP-OUTCOME (W040-EDIT-INDEX)
           END-IF.
      *
      *    ONE STEP: SKIP IT IF IT ENDED OK ON AN EARLIER ATTEMPT,
      *    OTHERWISE RUN IT AND JUDGE IT. A FAILED VERDICT STOPS
      *    THE STREAM WITH THE STEP MARKED FAILED FOR THE RESTART.
       C100-RUN-ONE-STEP.
      *
           IF W040-STEP-OUTCOME (W040-STEP-INDEX) EQUAL "OK"
               DISPLAY "PAY015A: SKIPPING "
                       W040-STEP-NAME (W040-STEP-INDEX)
                       " (ALREADY OK)"
           ELSE
               IF W040-STEP-OUTCOME (W040-STEP-INDEX) EQUAL "RUNNING"
                   PERFORM C105-CONFIRM-INTERRUPTED-STEP
               END-IF
               IF NOT W040-STREAM-STOPPED
                   DISPLAY "PAY015A: RUNNING "
                           W040-STEP-NAME (W040-STEP-INDEX)
                   ACCEPT W040-STEP-START-TIME (W040-STEP-INDEX)
                           FROM TIME
                   MOVE ZERO TO W040-STEP-END-TIME (W040-STEP-INDEX)
                   MOVE W005-TODAY-DATE TO
                           W040-STEP-DATE (W040-STEP-INDEX)
                   MOVE "RUNNING" TO
                           W040-STEP-OUTCOME (W040-STEP-INDEX)
                   PERFORM C900-WRITE-STATUS-FILE
                   PERFORM C110-EXECUTE-STEP
                   ACCEPT W040-STEP-END-TIME (W040-STEP-INDEX)
                           FROM TIME
                   IF W040-STEP-PASSED
                       MOVE "OK" TO
                               W040-STEP-OUTCOME (W040-STEP-INDEX)
                       DISPLAY "PAY015A: ENDED OK "
                               W040-STEP-NAME (W040-STEP-INDEX)
                   ELSE
                       MOVE "FAILED" TO
                               W040-STEP-OUTCOME (W040-STEP-INDEX)
                       MOVE "Y" TO W040-STREAM-SWITCH
                       DISPLAY "PAY015A: FAILED "
                               W040-STEP-NAME (W040-STEP-INDEX)
                               " -- " W040-FAIL-REASON
                   END-IF
                   PERFORM C900-WRITE-STATUS-FILE
               END-IF
           END-IF.
      *
      *    THE DRIVER DIED INSIDE THIS STEP LAST TIME, SO SOME OF
      *    ITS WORK MAY ALREADY BE ON DISK (CHECKS PRINTED, THE
      *    WEEK PARTLY ROLLED INTO PAYYTD.DAT). THE OPERATOR LOOKS
      *    BEFORE IT RUNS AGAIN.
       C105-CONFIRM-INTERRUPTED-STEP.
      *
           DISPLAY "PAY015A: " W040-STEP-NAME (W040-STEP-INDEX)
                   " WAS INTERRUPTED PART WAY ON "
                   W040-STEP-DATE (W040-STEP-INDEX).
           DISPLAY "CHECK ITS OUTPUT, THEN RERUN IT NOW (Y/N): ".
           MOVE "N" TO W040-RERUN-REPLY.
           ACCEPT W040-RERUN-REPLY.
           IF W040-RERUN-REPLY NOT EQUAL "Y"
               MOVE "Y" TO W040-STREAM-SWITCH
               DISPLAY "PAY015A: NOT RERUN -- THE STEP STAYS MARKED "
                       "RUNNING"
           END-IF.
      *
      *    CALLED STEPS START FROM A ZERO RETURN CODE -- A STEP THAT
      *    REFUSES TO RUN SETS ONE. THE DRIVER'S OWN CHECKPOINTS
      *    ARE PERFORMED IN PLACE OF A CALL.
       C110-EXECUTE-STEP.
      *
           MOVE "Y" TO W040-VERDICT-SWITCH.
           MOVE SPACES TO W040-FAIL-REASON.
           IF W040-STEP-NAME (W040-STEP-INDEX) EQUAL "CONFIRM"
               PERFORM C300-CONFIRM-REGISTER-TOTALS
           ELSE IF W040-STEP-NAME (W040-STEP-INDEX) EQUAL "GLPOST"
               PERFORM C170-JUDGE-GL-RELEASE
           ELSE
               MOVE ZERO TO RETURN-CODE
               MOVE W040-STEP-NAME (W040-STEP-INDEX)
                       TO W040-CALL-PROGRAM
               CALL W040-CALL-PROGRAM
               MOVE RETURN-CODE TO W040-STEP-RETURN-CODE
               MOVE ZERO TO RETURN-CODE
               IF W040-STEP-RETURN-CODE NOT EQUAL ZERO
                   MOVE "N" TO W040-VERDICT-SWITCH
                   MOVE W040-STEP-RETURN-CODE TO W040-RETURN-CODE-OUT
                   STRING "ENDED WITH RETURN CODE " DELIMITED BY SIZE
                          W040-RETURN-CODE-OUT DELIMITED BY SIZE
                          INTO W040-FAIL-REASON
               ELSE
                   PERFORM C120-JUDGE-CALLED-STEP
               END-IF
           END-IF.
      *
       C120-JUDGE-CALLED-STEP.
      *
           IF W040-STEP-NAME (W040-STEP-INDEX) EQUAL "PAY012A"
               PERFORM C130-JUDGE-TIME-FILE
           ELSE IF W040-STEP-NAME (W040-STEP-INDEX) EQUAL "PAY003A"
               PERFORM C135-JUDGE-EDIT-VERDICT
           ELSE IF W040-STEP-NAME (W040-STEP-INDEX) EQUAL "CHAP426"
               PERFORM C140-JUDGE-PAYROLL-RUN
           ELSE IF W040-STEP-NAME (W040-STEP-INDEX) EQUAL "PAY002A"
               PERFORM C150-COUNT-TODAYS-CHECKS
           ELSE IF W040-STEP-NAME (W040-STEP-INDEX) EQUAL "PAY004A"
               PERFORM C160-JUDGE-BANK-FILE
           END-IF.
      *
      *    THE WEEK'S TIME IS ON PAYTIME.DAT WHETHER THE CLOCK
      *    IMPORT WROTE IT OR IT WAS KEYED ON TIME001A -- A KEYED
      *    WEEK HAS NO PUNCH.DAT AND PAY012A SIMPLY SAYS SO.
       C130-JUDGE-TIME-FILE.
      *
           MOVE ZERO TO W045-LINE-COUNT.
           OPEN INPUT PAYROLL-TIME-MASTER.
           IF WORK-PAYTIME-STATUS EQUAL "00"
               MOVE "0" TO W005-END-OF-FILE-SWITCH
               PERFORM UNTIL W005-END-OF-FILE
                   READ PAYROLL-TIME-MASTER
                       AT END
                           MOVE "1" TO W005-END-OF-FILE-SWITCH
                       NOT AT END
                           ADD 1 TO W045-LINE-COUNT
                   END-READ
               END-PERFORM
               CLOSE PAYROLL-TIME-MASTER
           END-IF.
           IF W045-LINE-COUNT EQUAL ZERO
               MOVE "N" TO W040-VERDICT-SWITCH
               MOVE "NO TIME LINES ON PAYTIME.DAT" TO W040-FAIL-REASON
           ELSE
               DISPLAY "PAY015A: TIME LINES FOR THE WEEK: "
                       W045-LINE-COUNT
           END-IF.
      *
       C135-JUDGE-EDIT-VERDICT.
      *
           MOVE "N" TO W040-VERDICT-SWITCH.
           MOVE "NO PAYEDIT.DAT VERDICT" TO W040-FAIL-REASON.
           OPEN INPUT PAYROLL-EDIT-FILE.
           IF WORK-PAYEDIT-STATUS EQUAL "00"
               READ PAYROLL-EDIT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF NOT PAYEDIT-PASSED
                           MOVE SPACES TO W040-FAIL-REASON
                           STRING "PAYEDIT.DAT VERDICT IS "
                                      DELIMITED BY SIZE
                                  PAYEDIT-VERDICT DELIMITED BY SPACE
                                  " -- SEE THE EDIT REPORT"
                                      DELIMITED BY SIZE
                                  INTO W040-FAIL-REASON
                       ELSE IF PAYEDIT-RUN-DATE NOT EQUAL
                               W005-TODAY-DATE
                           MOVE "PAYEDIT.DAT VERDICT IS NOT TODAY'S"
                                   TO W040-FAIL-REASON
                       ELSE
                           MOVE "Y" TO W040-VERDICT-SWITCH
                       END-IF
               END-READ
               CLOSE PAYROLL-EDIT-FILE
           END-IF.
      *
      *    CHAP426 WRITES THE GL EXTRACT LAST, SO TODAY'S TRAILER ON
      *    GLPOST.DAT MEANS THE RUN WENT THE WHOLE WAY; AND THERE
      *    MUST BE NET PAY ON PAYNET.DAT FOR THE CHECKS AND BANK.
       C140-JUDGE-PAYROLL-RUN.
      *
           PERFORM C175-READ-GL-TRAILER.
           IF W045-LAST-GL-DATE NOT EQUAL W005-TODAY-DATE
               MOVE "N" TO W040-VERDICT-SWITCH
               MOVE "CHAP426 LEFT NO GLPOST.DAT TRAILER DATED TODAY"
                       TO W040-FAIL-REASON
           ELSE
               PERFORM C310-TOTAL-THE-REGISTER
               IF W045-LINE-COUNT EQUAL ZERO
                   MOVE "N" TO W040-VERDICT-SWITCH
                   MOVE "PAYNET.DAT IS MISSING OR EMPTY"
                           TO W040-FAIL-REASON
               END-IF
           END-IF.
      *
      *    PAY002A HAS NO REFUSAL LEFT ONCE PAYNET.DAT IS KNOWN
      *    GOOD; TODAY'S ISSUES OFF THE CHECK JOURNAL ARE SHOWN SO
      *    THE OPERATOR CAN MATCH THEM TO THE PRINTER.
       C150-COUNT-TODAYS-CHECKS.
      *
           MOVE ZERO TO W045-CHECKS-TODAY.
           OPEN INPUT CHECK-LOG-FILE.
           IF WORK-CHECK-LOG-STATUS EQUAL "00"
               MOVE "0" TO W005-END-OF-FILE-SWITCH
               PERFORM UNTIL W005-END-OF-FILE
                   READ CHECK-LOG-FILE
                       AT END
                           MOVE "1" TO W005-END-OF-FILE-SWITCH
                       NOT AT END
                           IF CHECK-LOG-ISSUED
                              AND CHECK-LOG-DATE EQUAL W005-TODAY-DATE
                               ADD 1 TO W045-CHECKS-TODAY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHECK-LOG-FILE
           END-IF.
           DISPLAY "PAY015A: CHECKS ON TODAY'S JOURNAL: "
                   W045-CHECKS-TODAY.
      *
      *    THE BANK FILE MUST BE TODAY'S AND WHOLE -- HEADER DATED
      *    TODAY FIRST, TRAILER LAST.
       C160-JUDGE-BANK-FILE.
      *
           MOVE "N" TO W045-HEADER-SWITCH.
           MOVE "N" TO W045-TRAILER-SWITCH.
           OPEN INPUT DIRECT-DEPOSIT-FILE.
           IF WORK-DIRDEP-STATUS EQUAL "00"
               MOVE "0" TO W005-END-OF-FILE-SWITCH
               PERFORM UNTIL W005-END-OF-FILE
                   READ DIRECT-DEPOSIT-FILE
                       AT END
                           MOVE "1" TO W005-END-OF-FILE-SWITCH
                       NOT AT END
                           IF DIRDEP-RECORD-TYPE EQUAL "H"
                              AND DIRDEP-HEADER-DATE EQUAL
                                      W005-TODAY-DATE
                               MOVE "Y" TO W045-HEADER-SWITCH
                           END-IF
                           IF DIRDEP-RECORD-TYPE EQUAL "T"
                               MOVE "Y" TO W045-TRAILER-SWITCH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DIRECT-DEPOSIT-FILE
           END-IF.
           IF NOT W045-HEADER-IS-TODAY
               MOVE "N" TO W040-VERDICT-SWITCH
               MOVE "DIRDEP.DAT HAS NO HEADER DATED TODAY"
                       TO W040-FAIL-REASON
           ELSE IF NOT W045-TRAILER-SEEN
               MOVE "N" TO W040-VERDICT-SWITCH
               MOVE "DIRDEP.DAT HAS NO TRAILER -- FILE INCOMPLETE"
                       TO W040-FAIL-REASON
           END-IF.
      *
      *    THE LAST STEP: THE GL EXTRACT GOES TO FINANCE ONLY WHEN
      *    CHAP426 RELEASED IT IN BALANCE. A HELD EXTRACT NEEDS THE
      *    GLMAP.DAT ROWS FIXED ON GLM001A BEFORE IT CAN POST.
       C170-JUDGE-GL-RELEASE.
      *
           PERFORM C175-READ-GL-TRAILER.
           IF W045-LAST-GL-DATE NOT EQUAL
                   W040-STEP-DATE (W040-CHAP426-INDEX)
               MOVE "N" TO W040-VERDICT-SWITCH
               MOVE "GLPOST.DAT IS NOT FROM THIS WEEK'S CHAP426 RUN"
                       TO W040-FAIL-REASON
           ELSE IF W045-LAST-GL-ACCOUNT NOT EQUAL "RELEASED"
               MOVE "N" TO W040-VERDICT-SWITCH
               MOVE "GL EXTRACT HELD OUT OF BALANCE -- SEE CHAP426 LOG"
                       TO W040-FAIL-REASON
           ELSE
               PERFORM C180-CLOSE-PAID-PERIOD
           END-IF.
      *
      *    THE WEEK IS PAID AND ITS GL EXTRACT RELEASED -- THE
      *    EARLIEST PAID PERIOD IS CLOSED FOR GOOD.
       C180-CLOSE-PAID-PERIOD.
      *
           OPEN I-O PAY-PERIOD-FILE.
           IF WORK-PAYPERD-STATUS EQUAL "00"
               MOVE "0" TO W046-PERIOD-EOF-SWITCH
               MOVE ZERO TO PPD-PERIOD-NUMBER
               START PAY-PERIOD-FILE
                       KEY IS NOT LESS THAN PPD-PERIOD-NUMBER
                   INVALID KEY
                       MOVE "1" TO W046-PERIOD-EOF-SWITCH
               END-START
               PERFORM C185-READ-NEXT-PERIOD
               PERFORM C185-READ-NEXT-PERIOD
                   UNTIL W046-PERIOD-EOF OR PPD-PAID
               IF NOT W046-PERIOD-EOF
                   MOVE "X" TO PPD-STATUS
                   MOVE W005-TODAY-DATE TO PPD-CLOSED-DATE
                   REWRITE PAY-PERIOD-RECORD
                   DISPLAY "PAY015A: PAY PERIOD " PPD-PERIOD-NUMBER
                           " CLOSED"
               END-IF
               CLOSE PAY-PERIOD-FILE
           END-IF.
      *
       C185-READ-NEXT-PERIOD.
      *
           IF NOT W046-PERIOD-EOF
               READ PAY-PERIOD-FILE NEXT RECORD
                   AT END
                       MOVE "1" TO W046-PERIOD-EOF-SWITCH
               END-READ
           END-IF.
      *
       C175-READ-GL-TRAILER.
      *
           MOVE SPACES TO W045-LAST-GL-ACCOUNT.
           MOVE ZERO TO W045-LAST-GL-DATE.
           OPEN INPUT GL-POSTING-FILE.
           IF WORK-GLPOST-STATUS EQUAL "00"
               MOVE "0" TO W005-END-OF-FILE-SWITCH
               PERFORM UNTIL W005-END-OF-FILE
                   READ GL-POSTING-FILE
                       AT END
                           MOVE "1" TO W005-END-OF-FILE-SWITCH
                       NOT AT END
                           IF GL-RECORD-TYPE EQUAL "T"
                               MOVE GL-ACCOUNT TO W045-LAST-GL-ACCOUNT
                               MOVE GL-RUN-DATE TO W045-LAST-GL-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-POSTING-FILE
           END-IF.
      *
       C200-PRINT-RUN-SUMMARY.
      *
           DISPLAY "PAY015A RUN SUMMARY (STEP / DATE / START / END / "
                   "OUTCOME):".
           PERFORM VARYING W040-SCAN-INDEX FROM 1 BY 1
                   UNTIL W040-SCAN-INDEX GREATER THAN W040-STEP-COUNT
               DISPLAY "  " W040-STEP-NAME (W040-SCAN-INDEX) " "
                       W040-STEP-DATE (W040-SCAN-INDEX) " "
                       W040-STEP-START-TIME (W040-SCAN-INDEX) " "
                       W040-STEP-END-TIME (W040-SCAN-INDEX) " "
                       W040-STEP-OUTCOME (W040-SCAN-INDEX)
           END-PERFORM.
      *
      *    NOTHING LEAVES THE BUILDING UNTIL SOMEONE HAS LOOKED AT
      *    THE REGISTER: THE TOTALS OFF PAYNET.DAT ARE THE FIGURES
      *    THE CHECK RUN AND THE BANK FILES WILL PAY.
       C300-CONFIRM-REGISTER-TOTALS.
      *
           PERFORM C310-TOTAL-THE-REGISTER.
           DISPLAY "PAYROLL REGISTER TOTALS FOR THE WEEK".
           DISPLAY "EMPLOYEES PAID:    " W045-LINE-COUNT.
           MOVE W045-GROSS-TOTAL TO W045-AMOUNT-OUT.
           DISPLAY "GROSS PAY:         " W045-AMOUNT-OUT.
           MOVE W045-FEDERAL-TOTAL TO W045-AMOUNT-OUT.
           DISPLAY "FEDERAL TAX:       " W045-AMOUNT-OUT.
           MOVE W045-STATE-TOTAL TO W045-AMOUNT-OUT.
           DISPLAY "STATE TAX:         " W045-AMOUNT-OUT.
           MOVE W045-SOCSEC-TOTAL TO W045-AMOUNT-OUT.
           DISPLAY "SOCIAL SECURITY:   " W045-AMOUNT-OUT.
           MOVE W045-MEDICARE-TOTAL TO W045-AMOUNT-OUT.
           DISPLAY "MEDICARE:          " W045-AMOUNT-OUT.
           MOVE W045-DEDUCTION-TOTAL TO W045-AMOUNT-OUT.
           DISPLAY "DEDUCTIONS:        " W045-AMOUNT-OUT.
           MOVE W045-NET-TOTAL TO W045-AMOUNT-OUT.
           DISPLAY "NET PAY:           " W045-AMOUNT-OUT.
           DISPLAY "TOTALS AGREE WITH THE PRINTED REGISTER -- "
                   "RELEASE CHECKS AND BANK FILES (Y/N): ".
           MOVE "N" TO W045-CONFIRM-REPLY.
           ACCEPT W045-CONFIRM-REPLY.
           IF W045-CONFIRM-REPLY NOT EQUAL "Y"
               MOVE "N" TO W040-VERDICT-SWITCH
               MOVE "REGISTER TOTALS NOT CONFIRMED BY THE OPERATOR"
                       TO W040-FAIL-REASON
           END-IF.
      *
       C310-TOTAL-THE-REGISTER.
      *
           MOVE ZERO TO W045-LINE-COUNT W045-GROSS-TOTAL
                        W045-FEDERAL-TOTAL W045-STATE-TOTAL
                        W045-DEDUCTION-TOTAL W045-NET-TOTAL
                        W045-SOCSEC-TOTAL W045-MEDICARE-TOTAL.
           OPEN INPUT PAYROLL-NET-FILE.
           IF WORK-PAYNET-STATUS EQUAL "00"
               MOVE "0" TO W005-END-OF-FILE-SWITCH
               PERFORM UNTIL W005-END-OF-FILE
                   READ PAYROLL-NET-FILE
                       AT END
                           MOVE "1" TO W005-END-OF-FILE-SWITCH
                       NOT AT END
                           ADD 1 TO W045-LINE-COUNT
                           ADD PAYNET-GROSS TO W045-GROSS-TOTAL
                           ADD PAYNET-FEDERAL-TAX TO W045-FEDERAL-TOTAL
                           ADD PAYNET-STATE-TAX TO W045-STATE-TOTAL
                           ADD PAYNET-SOCSEC-TAX TO W045-SOCSEC-TOTAL
                           ADD PAYNET-MEDICARE-TAX
                               TO W045-MEDICARE-TOTAL
                           ADD PAYNET-DEDUCTIONS
                               TO W045-DEDUCTION-TOTAL
                           ADD PAYNET-NET-PAY TO W045-NET-TOTAL
                   END-READ
               END-PERFORM
               CLOSE PAYROLL-NET-FILE
           END-IF.
      *
      *    THE WHOLE TABLE GOES BACK TO DISK AFTER EVERY STATE
      *    CHANGE, THE SAME AS NIGHTSTA.DAT.
       C900-WRITE-STATUS-FILE.
      *
           OPEN OUTPUT PAYRUN-STATUS-FILE.
           PERFORM VARYING W040-SCAN-INDEX FROM 1 BY 1
                   UNTIL W040-SCAN-INDEX GREATER THAN W040-STEP-COUNT
               MOVE W040-STEP-NAME (W040-SCAN-INDEX)
                       TO PAYRUN-STEP-NAME
               MOVE W040-STEP-START-TIME (W040-SCAN-INDEX)
                       TO PAYRUN-STEP-START-TIME
               MOVE W040-STEP-END-TIME (W040-SCAN-INDEX)
                       TO PAYRUN-STEP-END-TIME
               MOVE W040-STEP-OUTCOME (W040-SCAN-INDEX)
                       TO PAYRUN-STEP-OUTCOME
               MOVE W040-STEP-DATE (W040-SCAN-INDEX)
                       TO PAYRUN-STEP-DATE
               WRITE PAYRUN-STATUS-RECORD
           END-PERFORM.
           CLOSE PAYRUN-STATUS-FILE.
