       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. LIB053A.
      *
       DATE-WRITTEN. 10/15/26.
      *
      ***************************************************************
      *                                                             *
      * FINES AMNESTY CAMPAIGN -- TWICE A YEAR THE BOARD DECLARES   *
      * AN AMNESTY, AND THE DESK USED TO WAIVE EACH BALANCE BY HAND *
      * ON THE CIRC001A F6 SCREEN. THIS RUN DOES IT IN ONE PASS.    *
      * THE OPERATOR KEYS THE CRITERIA:                             *
      *   RUN MODE      - POST TO WAIVE; ANYTHING ELSE IS A PREVIEW *
      *                   THAT PRINTS WHAT WOULD BE WAIVED AND      *
      *                   WRITES NOTHING                            *
      *   CAMPAIGN CODE - CARRIED ON EVERY WAIVE LINE (REQUIRED TO  *
      *                   POST)                                     *
      *   CUTOFF DATE   - ONLY CHARGES DATED BEFORE IT (BLANK ALL)  *
      *   JUVENILE ONLY - Y LIMITS THE RUN TO JUVENILE CARDS        *
      *   BRANCH        - THE CARD'S HOME BRANCH (BLANK ALL), WHICH *
      *                   MUST BE ON THE BRANCH DIRECTORY           *
      * ONLY OVERDUE CHARGES (LEDGER TYPE C) ARE EVER WAIVED --     *
      * LOST-ITEM BILLS, CARD REPLACEMENT FEES AND NON-RESIDENT     *
      * CARD FEES ARE LEFT OWING.                                   *
      * EACH PATRON'S LEDGER IS REPLAYED OLDEST LINE FIRST, WITH    *
      * EVERY PAYMENT, WAIVE AND REVERSAL SET AGAINST THE OLDEST    *
      * CHARGE STILL OPEN, SO WHAT IS WAIVED IS WHAT IS STILL OWED  *
      * ON EACH SELECTED CHARGE, NEVER MORE THAN THE BALANCE. ONE   *
      * W LINE IS POSTED PER CHARGE, WITH ITS OWN RECEIPT NUMBER,   *
      * UNDER THE CAMPAIGN CODE, AND THE CARD GETS AN AMNSTY LINE   *
      * ON THE AUDIT TRAIL. A CARD THE WAIVE BRINGS DOWN TO THE     *
      * SYSPARM FINE THRESHOLD IS NO LONGER BLOCKED AT CHECKOUT,    *
      * AND THE REPORT SAYS SO. ACCOUNTS REFERRED TO THE COLLECTION *
      * AGENCY ARE LEFT TO THE AGENCY. THE CAMPAIGN TOTAL PRINTS    *
      * LAST, FOR THE BOARD.                                        *
      * RUN ON DEMAND -- PREVIEW FIRST, THEN POST.                  *
      *                                                             *
      ***************************************************************
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT FINES-FILE ASSIGN TO DISK
           ACCESS MODE DYNAMIC
           ORGANIZATION INDEXED
           RECORD KEY FINE-PATRON-NUMBER
           FILE STATUS IS WORK-FINES-FILE-STATUS.
      *
           SELECT FINE-DETAIL-FILE ASSIGN TO DISK
           ACCESS MODE DYNAMIC
           ORGANIZATION INDEXED
           RECORD KEY FINE-DTL-KEY
           FILE STATUS IS WORK-FINE-DETAIL-STATUS.
      *
           SELECT FINE-CONTROL-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WORK-FINE-CONTROL-STATUS.
      *
           SELECT NAMES-LIST ASSIGN TO DISK
           ACCESS MODE RANDOM
           ORGANIZATION INDEXED
           RECORD KEY PATRON-NUMBER
           FILE STATUS IS WORK-NAMES-LIST-STATUS.
      *
           SELECT CONTROL-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL.
      *
           SELECT SYSTEM-PARM-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WORK-SYSPARM-STATUS.
      *
           SELECT AUDIT-TRAIL-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL.
      *
      *    SPOOLED TO DISK (SEE SPOOL.CPY) -- THE SPOL001A MANAGER
      *    VIEWS, PRINTS, REPRINTS, OR PURGES THE SPOOLED REPORT.
           SELECT AMNESTY-REPORT-PRINT ASSIGN TO WS-SPOOL-FILE-NAME
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
       copy fines.
      *
       copy finedtl.
      *
       copy patron.
      *
       copy sysparm.
      *
       copy audit.
      *
       copy spool.

       FD  AMNESTY-REPORT-PRINT
           LABEL RECORDS OMITTED.
       01  AMNESTY-REPORT-LINE                      PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
      *    SPOOL BOOKKEEPING -- THE SPOOL FILE NAME CARRIES THE JOB
      *    AND RUN DATE, AND EVERY RUN REGISTERS ITSELF ON THE
      *    SPOOL INDEX BEFORE WRITING A LINE.
       01  WS-SPOOL-FILE-NAME                       PIC X(20).
       01  WORK-SPOOL-INDEX-STATUS                  PIC XX.
       01  W037-SPOOL-JOB-NAME                      PIC X(8)
                                                     VALUE "LIB053A".
       01  W037-SPOOL-RUN-DATE                      PIC 9(6).
       01  W037-SPOOL-RUN-TIME                      PIC 9(8).
       01  W005-END-OF-FILE-SWITCH                  PIC X.
           88  W005-END-OF-FILE                     VALUE "1".
       01  WORK-FINES-FILE-STATUS                   PIC XX.
       01  WORK-FINE-DETAIL-STATUS                  PIC XX.
       01  WORK-FINE-CONTROL-STATUS                 PIC XX.
       01  WORK-NAMES-LIST-STATUS                   PIC XX.
       01  WORK-SYSPARM-STATUS                      PIC XX.
       01  WORK-NAMES-OPEN-SWITCH                   PIC X VALUE "N".
           88  WORK-NAMES-IS-OPEN                   VALUE "Y".
      *
       01  W005-TODAY-RAW-DATE.
           05  W005-TODAY-RAW-YY                    PIC 99.
           05  W005-TODAY-RAW-MM                    PIC 99.
           05  W005-TODAY-RAW-DD                    PIC 99.
       01  W005-TODAY-DATE-N                        PIC 9(8).
      *
       copy brdlnk.
      *
      *    THE OPERATOR'S CRITERIA.
       01  W006-ENTRY-FIELD                         PIC X(8).
       01  W006-POST-SWITCH                         PIC X VALUE "N".
           88  W006-POST-MODE                       VALUE "Y".
       01  W006-CAMPAIGN-CODE                       PIC X(6).
      *    ZERO WHEN NO CUTOFF WAS KEYED.
       01  W006-CUTOFF-DATE-N                       PIC 9(8) VALUE 0.
       01  W006-JUVENILE-SWITCH                     PIC X VALUE "N".
           88  W006-JUVENILE-ONLY                   VALUE "Y".
       01  W006-SELECT-BRANCH                       PIC X(3).
       01  W006-SELECT-BRANCH-NAME                  PIC X(30).
       01  W006-BRANCH-OK-SWITCH                    PIC X.
           88  W006-BRANCH-OK                       VALUE "Y".
      *    SAME DEFAULT CIRC001A BLOCKS ON WHEN SYSPARM.DAT IS
      *    MISSING.
       01  W006-FINE-THRESHOLD                      PIC 9(3)V99
                                                     VALUE 5.00.
      *
      *    ONE PATRON'S LEDGER, REPLAYED IN KEY ORDER. A CHARGE'S
      *    OPEN AMOUNT IS WHAT THE LATER CREDITS HAVE LEFT OF IT.
       01  W020-LINE-COUNT                          PIC 9(3).
       01  W020-LEDGER-TABLE.
           05  W020-LINE                            OCCURS 300 TIMES.
               10  W020-LINE-TYPE                   PIC X.
               10  W020-LINE-DATE-N                 PIC 9(8).
               10  W020-LINE-RECEIPT                PIC 9(6).
               10  W020-LINE-BRANCH                 PIC X(3).
               10  W020-LINE-OPEN                   PIC 9(5)V99.
       01  W020-I                                   PIC 9(3).
       01  W020-LAST-SEQ                            PIC 9(4).
       01  W020-HELD-PATRON                         PIC X(5).
       01  W020-DETAIL-EOF-SWITCH                   PIC X.
           88  W020-DETAIL-EOF                      VALUE "1".
       01  W020-OVERFLOW-SWITCH                     PIC X.
           88  W020-LEDGER-OVERFLOWED               VALUE "Y".
      *    A CREDIT BEING SET AGAINST THE OPEN CHARGES, AND THE
      *    CHARGE TYPE IT GOES TO FIRST (SPACE = OLDEST OF ANY).
       01  W020-CREDIT-LEFT                         PIC 9(5)V99.
       01  W020-MATCH-TYPE                          PIC X.
      *
      *    ONE PATRON'S WAIVES.
       01  W021-BALANCE-BEFORE                      PIC 9(5)V99.
       01  W021-WAIVE-AMOUNT                        PIC 9(5)V99.
       01  W021-PATRON-WAIVED                       PIC 9(5)V99.
       01  W021-PATRON-CHARGES                      PIC 9(3).
       01  W021-PATRON-NAME                         PIC X(30).
       01  W021-RECEIPT-NUMBER                      PIC 9(6).
       01  W021-NOW-TIME.
           05  W021-NOW-HHMM                        PIC 9(4).
           05  FILLER                               PIC 9(4).
       01  W021-SELECTED-SWITCH                     PIC X.
           88  W021-PATRON-SELECTED                 VALUE "Y".
      *
       01  W012-CARDS-WAIVED                        PIC 9(5) VALUE 0.
       01  W012-CHARGES-WAIVED                      PIC 9(6) VALUE 0.
       01  W012-CAMPAIGN-TOTAL                      PIC 9(7)V99
                                                     VALUE 0.
       01  W012-BLOCKS-CLEARED                      PIC 9(5) VALUE 0.
       01  W012-REFERRED-SKIPPED                    PIC 9(5) VALUE 0.
       01  W012-OVERFLOW-SKIPPED                    PIC 9(5) VALUE 0.
      *
       01  W016-SHOW-DATE-N                         PIC 9(8).
       01  W016-SHOW-DATE REDEFINES W016-SHOW-DATE-N.
           05  W016-SHOW-CCYY                       PIC 9(4).
           05  W016-SHOW-MM                         PIC 99.
           05  W016-SHOW-DD                         PIC 99.
      *
       01  W015-CARD-LINE.
           05  FILLER                     PIC X(5) VALUE "CARD ".
           05  W015-CARD-NUMBER                     PIC X(5).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  W015-CARD-NAME                       PIC X(30).
           05  FILLER                     PIC X(4) VALUE " BR ".
           05  W015-CARD-BRANCH                     PIC X(3).
           05  FILLER                     PIC X(6) VALUE " TYPE ".
           05  W015-CARD-TYPE                       PIC X.
           05  FILLER                     PIC X(6) VALUE " OWES ".
           05  W015-CARD-BALANCE                    PIC ZZZZ9.99.
      *
       01  W015-CHARGE-LINE.
           05  FILLER                     PIC X(11) VALUE
               "  CHARGED  ".
           05  W015-CHARGE-MM                       PIC 99.
           05  FILLER                     PIC X VALUE "/".
           05  W015-CHARGE-DD                       PIC 99.
           05  FILLER                     PIC X VALUE "/".
           05  W015-CHARGE-CCYY                     PIC 9(4).
           05  FILLER                     PIC X(7) VALUE "  RCPT ".
           05  W015-CHARGE-RECEIPT                  PIC 9(6).
           05  FILLER                     PIC X(9) VALUE "  BRANCH ".
           05  W015-CHARGE-BRANCH                   PIC X(3).
           05  FILLER                     PIC X(9) VALUE "  WAIVED ".
           05  W015-CHARGE-WAIVED                   PIC ZZZZ9.99.
      *
       01  W015-RESULT-LINE.
           05  FILLER                     PIC X(22) VALUE
               "  BALANCE AFTER WAIVE ".
           05  W015-RESULT-BALANCE                  PIC ZZZZ9.99.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  W015-RESULT-NOTE                     PIC X(30).
      *
       01  W015-FIGURE-LINE.
           05  W015-FIGURE-LABEL                    PIC X(40).
           05  W015-FIGURE-VALUE                    PIC Z,ZZZ,ZZ9.99.
      *
       01  W015-COUNT-LINE.
           05  W015-COUNT-LABEL                     PIC X(40).
           05  W015-COUNT-VALUE                     PIC ZZZZZ9.
      *
       PROCEDURE DIVISION.
      *
       C000-MAIN-LINE-LOGIC.
      *
           PERFORM C010-ACCEPT-CRITERIA.
           IF W006-POST-MODE
              AND W006-CAMPAIGN-CODE EQUAL SPACES
               DISPLAY "LIB053A: A CAMPAIGN CODE IS NEEDED TO POST -- "
                       "RUN ABANDONED"
               GOBACK
           END-IF.
           PERFORM C012-READ-SYSTEM-PARMS.
           IF W006-POST-MODE
               OPEN I-O FINES-FILE
           ELSE
               OPEN INPUT FINES-FILE
           END-IF.
           IF WORK-FINES-FILE-STATUS NOT EQUAL "00"
               DISPLAY "LIB053A: NO FINES FILE -- NOTHING TO WAIVE"
               GOBACK
           END-IF.
           IF W006-POST-MODE
               OPEN I-O FINE-DETAIL-FILE
           ELSE
               OPEN INPUT FINE-DETAIL-FILE
           END-IF.
           IF WORK-FINE-DETAIL-STATUS NOT EQUAL "00"
      *        WITHOUT THE LEDGER THERE ARE NO CHARGES TO PICK FROM
      *        -- A BARE BALANCE SAYS NOTHING ABOUT WHAT IT IS FOR.
               DISPLAY "LIB053A: NO FINES LEDGER -- NOTHING TO WAIVE"
               CLOSE FINES-FILE
               GOBACK
           END-IF.
           OPEN INPUT NAMES-LIST.
           IF WORK-NAMES-LIST-STATUS EQUAL "00"
               MOVE "Y" TO WORK-NAMES-OPEN-SWITCH
           END-IF.
           IF W006-POST-MODE
               OPEN EXTEND AUDIT-TRAIL-FILE
           END-IF.
           PERFORM C900-REGISTER-SPOOL-FILE.
           OPEN OUTPUT AMNESTY-REPORT-PRINT.
           PERFORM C015-PRINT-CRITERIA.
           MOVE "0" TO W005-END-OF-FILE-SWITCH.
           MOVE LOW-VALUES TO FINE-PATRON-NUMBER.
           START FINES-FILE KEY IS NOT LESS THAN FINE-PATRON-NUMBER
               INVALID KEY
                   MOVE "1" TO W005-END-OF-FILE-SWITCH
           END-START.
           PERFORM C020-SELECT-ONE-BALANCE UNTIL W005-END-OF-FILE.
           PERFORM C080-PRINT-CAMPAIGN-TOTALS.
           CLOSE AMNESTY-REPORT-PRINT
                 FINE-DETAIL-FILE
                 FINES-FILE.
           IF WORK-NAMES-IS-OPEN
               CLOSE NAMES-LIST.
           IF W006-POST-MODE
               CLOSE AUDIT-TRAIL-FILE
               DISPLAY "LIB053A AMNESTY WAIVES POSTED -- CAMPAIGN "
                       W006-CAMPAIGN-CODE
           ELSE
               DISPLAY "LIB053A AMNESTY PREVIEW COMPLETE -- NOTHING "
                       "POSTED".
           DISPLAY "CARDS WAIVED:    " W012-CARDS-WAIVED.
           DISPLAY "CHARGES WAIVED:  " W012-CHARGES-WAIVED.
           GOBACK.
      *
       C010-ACCEPT-CRITERIA.
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
           DISPLAY "RUN MODE -- POST TO WAIVE, BLANK TO PREVIEW:".
           MOVE SPACES TO W006-ENTRY-FIELD.
           ACCEPT W006-ENTRY-FIELD.
           IF W006-ENTRY-FIELD EQUAL "POST"
               MOVE "Y" TO W006-POST-SWITCH.
           DISPLAY "CAMPAIGN CODE (UP TO 6 CHARACTERS):".
           MOVE SPACES TO W006-ENTRY-FIELD.
           ACCEPT W006-ENTRY-FIELD.
           MOVE W006-ENTRY-FIELD (1:6) TO W006-CAMPAIGN-CODE.
           DISPLAY "WAIVE CHARGES DATED BEFORE, CCYYMMDD "
                   "(BLANK = ALL DATES):".
           MOVE SPACES TO W006-ENTRY-FIELD.
           ACCEPT W006-ENTRY-FIELD.
           IF W006-ENTRY-FIELD IS NUMERIC
               MOVE W006-ENTRY-FIELD TO W006-CUTOFF-DATE-N.
           DISPLAY "JUVENILE CARDS ONLY? Y/N (BLANK = N):".
           MOVE SPACES TO W006-ENTRY-FIELD.
           ACCEPT W006-ENTRY-FIELD.
           IF W006-ENTRY-FIELD (1:1) EQUAL "Y"
               MOVE "Y" TO W006-JUVENILE-SWITCH.
           MOVE "N" TO W006-BRANCH-OK-SWITCH.
           PERFORM C011-ACCEPT-HOME-BRANCH UNTIL W006-BRANCH-OK.
      *    POSTING CANNOT BE TAKEN BACK EXCEPT ONE LINE AT A TIME AT
      *    THE DESK, SO IT IS CONFIRMED ONCE MORE.
           IF W006-POST-MODE
               DISPLAY "WAIVES WILL BE POSTED UNDER CAMPAIGN "
                       W006-CAMPAIGN-CODE
                       " -- KEY Y TO PROCEED, ANYTHING ELSE PREVIEWS:"
               MOVE SPACES TO W006-ENTRY-FIELD
               ACCEPT W006-ENTRY-FIELD
               IF W006-ENTRY-FIELD (1:1) NOT EQUAL "Y"
                   MOVE "N" TO W006-POST-SWITCH.
      *
      *    A CLOSED BRANCH STILL HAS CARDS HOMED ON IT, SO ONLY A
      *    CODE THE BRANCH DIRECTORY HAS NEVER HEARD OF IS ASKED
      *    FOR AGAIN.
       C011-ACCEPT-HOME-BRANCH.
      *
           DISPLAY "HOME BRANCH (BLANK = ALL BRANCHES):".
           MOVE SPACES TO W006-ENTRY-FIELD.
           ACCEPT W006-ENTRY-FIELD.
           MOVE W006-ENTRY-FIELD (1:3) TO W006-SELECT-BRANCH.
           MOVE SPACES TO W006-SELECT-BRANCH-NAME.
           MOVE "Y" TO W006-BRANCH-OK-SWITCH.
           IF W006-SELECT-BRANCH NOT EQUAL SPACES
               MOVE W006-SELECT-BRANCH TO BRLK-BRANCH-ID
               CALL "BRDLOOK" USING BRANCH-LOOKUP-AREA
               MOVE BRLK-BRANCH-NAME TO W006-SELECT-BRANCH-NAME
               IF BRLK-NOT-FOUND
                   DISPLAY "BRANCH " W006-SELECT-BRANCH
                           " IS NOT IN THE BRANCH DIRECTORY"
                   MOVE "N" TO W006-BRANCH-OK-SWITCH.
      *
      *    THE CHECKOUT THRESHOLD, SO THE REPORT CAN SAY WHICH CARDS
      *    THE WAIVE UNBLOCKS. READ ONLY -- A MISSING FILE KEEPS
      *    THE DEFAULT AND IS LEFT FOR CIRC001A TO CREATE.
       C012-READ-SYSTEM-PARMS.
      *
           OPEN INPUT SYSTEM-PARM-FILE.
           IF WORK-SYSPARM-STATUS EQUAL "00"
               READ SYSTEM-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-FINE-THRESHOLD IS NUMERIC
                           MOVE PARM-FINE-THRESHOLD
                                   TO W006-FINE-THRESHOLD
                       END-IF
               END-READ
               CLOSE SYSTEM-PARM-FILE
           END-IF.
      *
       C015-PRINT-CRITERIA.
      *
           MOVE SPACES TO AMNESTY-REPORT-LINE.
           STRING "FINES AMNESTY -- CAMPAIGN " DELIMITED BY SIZE
                  W006-CAMPAIGN-CODE          DELIMITED BY SIZE
                  INTO AMNESTY-REPORT-LINE.
           WRITE AMNESTY-REPORT-LINE.
           IF W006-POST-MODE
               MOVE "WAIVES POSTED TO THE FINES LEDGER"
                       TO AMNESTY-REPORT-LINE
           ELSE
               MOVE "PREVIEW ONLY -- NOTHING HAS BEEN POSTED"
                       TO AMNESTY-REPORT-LINE.
           WRITE AMNESTY-REPORT-LINE.
           MOVE "OVERDUE CHARGES ONLY -- LOST-ITEM BILLS AND CARD "
                   TO AMNESTY-REPORT-LINE.
           MOVE "FEES ARE NEVER WAIVED" TO AMNESTY-REPORT-LINE (50:21).
           WRITE AMNESTY-REPORT-LINE AFTER ADVANCING 2 LINES.
           MOVE SPACES TO AMNESTY-REPORT-LINE.
           IF W006-CUTOFF-DATE-N EQUAL ZERO
               MOVE "CHARGES OF ANY DATE" TO AMNESTY-REPORT-LINE
           ELSE
               MOVE W006-CUTOFF-DATE-N TO W016-SHOW-DATE-N
               STRING "CHARGES DATED BEFORE " DELIMITED BY SIZE
                      W016-SHOW-MM            DELIMITED BY SIZE
                      "/"                     DELIMITED BY SIZE
                      W016-SHOW-DD            DELIMITED BY SIZE
                      "/"                     DELIMITED BY SIZE
                      W016-SHOW-CCYY          DELIMITED BY SIZE
                      INTO AMNESTY-REPORT-LINE.
           WRITE AMNESTY-REPORT-LINE.
           IF W006-JUVENILE-ONLY
               MOVE "JUVENILE CARDS ONLY" TO AMNESTY-REPORT-LINE
           ELSE
               MOVE "ALL CARD TYPES" TO AMNESTY-REPORT-LINE.
           WRITE AMNESTY-REPORT-LINE.
           MOVE SPACES TO AMNESTY-REPORT-LINE.
           IF W006-SELECT-BRANCH EQUAL SPACES
               MOVE "ALL HOME BRANCHES" TO AMNESTY-REPORT-LINE
           ELSE
               STRING "HOME BRANCH " DELIMITED BY SIZE
                      W006-SELECT-BRANCH DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      W006-SELECT-BRANCH-NAME DELIMITED BY SIZE
                      INTO AMNESTY-REPORT-LINE.
           WRITE AMNESTY-REPORT-LINE.
           MOVE SPACES TO AMNESTY-REPORT-LINE.
           WRITE AMNESTY-REPORT-LINE.
      *
       C020-SELECT-ONE-BALANCE.
      *
           READ FINES-FILE NEXT RECORD
               AT END
                   MOVE "1" TO W005-END-OF-FILE-SWITCH
               NOT AT END
                   IF FINE-BALANCE GREATER THAN ZERO
                       PERFORM C025-CHECK-ONE-BALANCE
                   END-IF
           END-READ.
      *
      *    A REFERRED ACCOUNT IS OUT OF THE DESK'S HANDS (SEE
      *    LIB034A) -- AN AMNESTY DOES NOT RECALL IT FROM THE AGENCY.
       C025-CHECK-ONE-BALANCE.
      *
           IF FINE-IS-REFERRED
               ADD 1 TO W012-REFERRED-SKIPPED
           ELSE
               PERFORM C027-CHECK-CARD-CRITERIA
               IF W021-PATRON-SELECTED
                   PERFORM C030-LOAD-PATRON-LEDGER
                   IF W020-LEDGER-OVERFLOWED
                       PERFORM C029-REPORT-LONG-LEDGER
                   ELSE
                       PERFORM C050-WAIVE-PATRON-CHARGES
                   END-IF
               END-IF
           END-IF.
      *
      *    MORE LINES THAN THE TABLE HOLDS CANNOT BE REPLAYED
      *    SAFELY -- THAT CARD IS LEFT FOR THE DESK.
       C029-REPORT-LONG-LEDGER.
      *
           ADD 1 TO W012-OVERFLOW-SKIPPED.
           MOVE SPACES TO AMNESTY-REPORT-LINE.
           STRING "CARD " DELIMITED BY SIZE
                  FINE-PATRON-NUMBER DELIMITED BY SIZE
                  " -- LEDGER OVER 300 LINES, WAIVE AT THE DESK"
                      DELIMITED BY SIZE
                  INTO AMNESTY-REPORT-LINE.
           WRITE AMNESTY-REPORT-LINE.
      *
      *    THE CARD CRITERIA COME OFF THE PATRON RECORD. A BALANCE
      *    WITH NO PATRON BEHIND IT IS TAKEN ONLY WHEN NEITHER CARD
      *    CRITERION WAS KEYED.
       C027-CHECK-CARD-CRITERIA.
      *
           MOVE "Y" TO W021-SELECTED-SWITCH.
           MOVE "** NOT ON PATRON FILE **" TO W021-PATRON-NAME.
           MOVE SPACES TO PATRON-BRANCH-ID.
           MOVE SPACE TO PATRON-TYPE.
           IF WORK-NAMES-IS-OPEN
               MOVE FINE-PATRON-NUMBER TO PATRON-NUMBER
               READ NAMES-LIST
                   INVALID KEY
                       MOVE SPACES TO PATRON-BRANCH-ID
                       MOVE SPACE TO PATRON-TYPE
                   NOT INVALID KEY
                       MOVE SPACES TO W021-PATRON-NAME
                       STRING PATRON-NAME-FIRST DELIMITED BY SPACE
                              " "               DELIMITED BY SIZE
                              PATRON-NAME-LAST  DELIMITED BY SIZE
                              INTO W021-PATRON-NAME
               END-READ
           END-IF.
           IF W006-JUVENILE-ONLY
              AND NOT PATRON-IS-JUVENILE
               MOVE "N" TO W021-SELECTED-SWITCH.
           IF W006-SELECT-BRANCH NOT EQUAL SPACES
              AND PATRON-BRANCH-ID NOT EQUAL W006-SELECT-BRANCH
               MOVE "N" TO W021-SELECTED-SWITCH.
      *
      *    READS THE PATRON'S LEDGER IN KEY ORDER: EACH CHARGE OPENS
      *    A LINE, EACH CREDIT IS SET AGAINST THE OLDEST OPEN ONES.
       C030-LOAD-PATRON-LEDGER.
      *
           MOVE ZERO TO W020-LINE-COUNT.
           MOVE ZERO TO W020-LAST-SEQ.
           MOVE "N" TO W020-OVERFLOW-SWITCH.
           MOVE FINE-PATRON-NUMBER TO W020-HELD-PATRON.
           MOVE "0" TO W020-DETAIL-EOF-SWITCH.
           MOVE W020-HELD-PATRON TO FINE-DTL-PATRON-NUMBER.
           MOVE ZERO TO FINE-DTL-SEQUENCE.
           START FINE-DETAIL-FILE KEY IS GREATER THAN FINE-DTL-KEY
               INVALID KEY
                   MOVE "1" TO W020-DETAIL-EOF-SWITCH
           END-START.
           PERFORM C032-LOAD-NEXT-LEDGER-LINE UNTIL W020-DETAIL-EOF.
      *
       C032-LOAD-NEXT-LEDGER-LINE.
      *
           READ FINE-DETAIL-FILE NEXT RECORD
               AT END
                   MOVE "1" TO W020-DETAIL-EOF-SWITCH
               NOT AT END
                   IF FINE-DTL-PATRON-NUMBER EQUAL W020-HELD-PATRON
                       MOVE FINE-DTL-SEQUENCE TO W020-LAST-SEQ
                       PERFORM C034-REPLAY-ONE-LINE
                   ELSE
                       MOVE "1" TO W020-DETAIL-EOF-SWITCH
                   END-IF
           END-READ.
      *
      *    A REVERSAL GOES FIRST TO THE LOST-ITEM BILL IT REVERSES,
      *    A NON-RESIDENT FEE PAYMENT TO THE FEE, AND AN EARLIER
      *    CAMPAIGN'S WAIVE TO THE OVERDUE CHARGES IT WAIVED; ANY
      *    OTHER CREDIT, AND WHATEVER IS LEFT OF THOSE, TO THE
      *    OLDEST CHARGE STILL OPEN.
       C034-REPLAY-ONE-LINE.
      *
           IF FINE-DTL-IS-CHARGE
              OR FINE-DTL-IS-LOST-BILL
               IF W020-LINE-COUNT LESS THAN 300
                   ADD 1 TO W020-LINE-COUNT
                   MOVE FINE-DTL-TYPE-FLAG
                           TO W020-LINE-TYPE (W020-LINE-COUNT)
                   MOVE FINE-DTL-DATE
                           TO W020-LINE-DATE-N (W020-LINE-COUNT)
                   MOVE FINE-DTL-RECEIPT-NUMBER
                           TO W020-LINE-RECEIPT (W020-LINE-COUNT)
                   MOVE FINE-DTL-BRANCH-ID
                           TO W020-LINE-BRANCH (W020-LINE-COUNT)
                   MOVE FINE-DTL-AMOUNT
                           TO W020-LINE-OPEN (W020-LINE-COUNT)
               ELSE
                   MOVE "Y" TO W020-OVERFLOW-SWITCH
               END-IF
           ELSE
               MOVE FINE-DTL-AMOUNT TO W020-CREDIT-LEFT
               MOVE SPACE TO W020-MATCH-TYPE
               IF FINE-DTL-IS-REVERSAL
                   MOVE "L" TO W020-MATCH-TYPE
               END-IF
               IF FINE-DTL-IS-NONRES-PAYMENT
                   MOVE "N" TO W020-MATCH-TYPE
               END-IF
               IF FINE-DTL-IS-WAIVE
                  AND FINE-DTL-CAMPAIGN-CODE NOT EQUAL SPACES
                   MOVE "C" TO W020-MATCH-TYPE
               END-IF
               IF W020-MATCH-TYPE NOT EQUAL SPACE
                   PERFORM C036-APPLY-CREDIT-TO-LINE
                       VARYING W020-I FROM 1 BY 1
                       UNTIL W020-I GREATER THAN W020-LINE-COUNT
                          OR W020-CREDIT-LEFT EQUAL ZERO
                   MOVE SPACE TO W020-MATCH-TYPE
               END-IF
               PERFORM C036-APPLY-CREDIT-TO-LINE
                   VARYING W020-I FROM 1 BY 1
                   UNTIL W020-I GREATER THAN W020-LINE-COUNT
                      OR W020-CREDIT-LEFT EQUAL ZERO
           END-IF.
      *
       C036-APPLY-CREDIT-TO-LINE.
      *
           IF W020-LINE-OPEN (W020-I) GREATER THAN ZERO
              AND (W020-MATCH-TYPE EQUAL SPACE
                   OR W020-LINE-TYPE (W020-I) EQUAL W020-MATCH-TYPE)
               IF W020-CREDIT-LEFT GREATER THAN
                       W020-LINE-OPEN (W020-I)
                   SUBTRACT W020-LINE-OPEN (W020-I)
                           FROM W020-CREDIT-LEFT
                   MOVE ZERO TO W020-LINE-OPEN (W020-I)
               ELSE
                   SUBTRACT W020-CREDIT-LEFT
                           FROM W020-LINE-OPEN (W020-I)
                   MOVE ZERO TO W020-CREDIT-LEFT
               END-IF
           END-IF.
      *
      *    EVERY OVERDUE CHARGE STILL OPEN AND INSIDE THE CUTOFF IS
      *    WAIVED, OLDEST FIRST, UNTIL THE BALANCE RUNS OUT -- A
      *    BALANCE CARRIED OVER FROM BEFORE THE LEDGER CAN BE LESS
      *    THAN THE CHARGES STILL SHOWING OPEN.
       C050-WAIVE-PATRON-CHARGES.
      *
           MOVE FINE-BALANCE TO W021-BALANCE-BEFORE.
           MOVE ZERO TO W021-PATRON-WAIVED.
           MOVE ZERO TO W021-PATRON-CHARGES.
           PERFORM C055-WAIVE-ONE-CHARGE
               VARYING W020-I FROM 1 BY 1
               UNTIL W020-I GREATER THAN W020-LINE-COUNT
                  OR FINE-BALANCE EQUAL ZERO.
           IF W021-PATRON-CHARGES GREATER THAN ZERO
               ADD 1 TO W012-CARDS-WAIVED
               ADD W021-PATRON-WAIVED TO W012-CAMPAIGN-TOTAL
               MOVE FINE-BALANCE TO W015-RESULT-BALANCE
               MOVE SPACES TO W015-RESULT-NOTE
               IF W021-BALANCE-BEFORE GREATER THAN W006-FINE-THRESHOLD
                  AND FINE-BALANCE NOT GREATER THAN
                      W006-FINE-THRESHOLD
                   ADD 1 TO W012-BLOCKS-CLEARED
                   MOVE "CHECKOUT BLOCK CLEARED" TO W015-RESULT-NOTE
               END-IF
               MOVE W015-RESULT-LINE TO AMNESTY-REPORT-LINE
               WRITE AMNESTY-REPORT-LINE
               IF W006-POST-MODE
                   MOVE W005-TODAY-DATE-N TO FINE-LAST-ACTIVITY-DATE
                   REWRITE FINES-RECORD
                   PERFORM C070-WRITE-AUDIT-LINE
               END-IF
           END-IF.
      *
       C055-WAIVE-ONE-CHARGE.
      *
           IF W020-LINE-TYPE (W020-I) EQUAL "C"
              AND W020-LINE-OPEN (W020-I) GREATER THAN ZERO
              AND (W006-CUTOFF-DATE-N EQUAL ZERO
                   OR W020-LINE-DATE-N (W020-I) LESS THAN
                      W006-CUTOFF-DATE-N)
               IF W020-LINE-OPEN (W020-I) GREATER THAN FINE-BALANCE
                   MOVE FINE-BALANCE TO W021-WAIVE-AMOUNT
               ELSE
                   MOVE W020-LINE-OPEN (W020-I) TO W021-WAIVE-AMOUNT
               END-IF
               IF W021-PATRON-CHARGES EQUAL ZERO
                   PERFORM C057-PRINT-CARD-LINE
               END-IF
               SUBTRACT W021-WAIVE-AMOUNT FROM FINE-BALANCE
               ADD W021-WAIVE-AMOUNT TO W021-PATRON-WAIVED
               ADD 1 TO W021-PATRON-CHARGES
               ADD 1 TO W012-CHARGES-WAIVED
               MOVE W020-LINE-DATE-N (W020-I) TO W016-SHOW-DATE-N
               MOVE W016-SHOW-MM TO W015-CHARGE-MM
               MOVE W016-SHOW-DD TO W015-CHARGE-DD
               MOVE W016-SHOW-CCYY TO W015-CHARGE-CCYY
               MOVE W020-LINE-RECEIPT (W020-I) TO W015-CHARGE-RECEIPT
               MOVE W020-LINE-BRANCH (W020-I) TO W015-CHARGE-BRANCH
               MOVE W021-WAIVE-AMOUNT TO W015-CHARGE-WAIVED
               MOVE W015-CHARGE-LINE TO AMNESTY-REPORT-LINE
               WRITE AMNESTY-REPORT-LINE
               IF W006-POST-MODE
                   PERFORM C060-WRITE-WAIVE-LINE
               END-IF
           END-IF.
      *
       C057-PRINT-CARD-LINE.
      *
           MOVE FINE-PATRON-NUMBER TO W015-CARD-NUMBER.
           MOVE W021-PATRON-NAME TO W015-CARD-NAME.
           MOVE PATRON-BRANCH-ID TO W015-CARD-BRANCH.
           MOVE PATRON-TYPE TO W015-CARD-TYPE.
           MOVE W021-BALANCE-BEFORE TO W015-CARD-BALANCE.
           MOVE W015-CARD-LINE TO AMNESTY-REPORT-LINE.
           WRITE AMNESTY-REPORT-LINE.
      *
      *    ONE W LINE PER CHARGE, NEXT IN THE PATRON'S LEDGER, WITH
      *    ITS OWN RECEIPT NUMBER. THE WAIVE IS BOOKED TO THE BRANCH
      *    THAT POSTED THE CHARGE, SO BRANCH FIGURES NET OUT.
       C060-WRITE-WAIVE-LINE.
      *
           PERFORM C065-NEXT-RECEIPT-NUMBER.
           ADD 1 TO W020-LAST-SEQ.
           MOVE W020-HELD-PATRON TO FINE-DTL-PATRON-NUMBER.
           MOVE W020-LAST-SEQ TO FINE-DTL-SEQUENCE.
           MOVE W021-RECEIPT-NUMBER TO FINE-DTL-RECEIPT-NUMBER.
           MOVE "W" TO FINE-DTL-TYPE-FLAG.
           MOVE W021-WAIVE-AMOUNT TO FINE-DTL-AMOUNT.
           MOVE FINE-BALANCE TO FINE-DTL-BALANCE-AFTER.
           MOVE W005-TODAY-DATE-N TO FINE-DTL-DATE.
           MOVE "BATCH" TO FINE-DTL-OPERATOR-ID.
           MOVE W020-LINE-BRANCH (W020-I) TO FINE-DTL-BRANCH-ID.
           MOVE W006-CAMPAIGN-CODE TO FINE-DTL-CAMPAIGN-CODE.
           MOVE SPACES TO FINE-DTL-ONLINE-REF.
           ACCEPT W021-NOW-TIME FROM TIME.
           MOVE W021-NOW-HHMM TO FINE-DTL-TIME.
           WRITE FINE-DETAIL-RECORD
               INVALID KEY
                   DISPLAY "LIB053A: LEDGER LINE NOT WRITTEN FOR CARD "
                           W020-HELD-PATRON
           END-WRITE.
      *
      *    SAME ONE-RECORD FINECTL.DAT COUNTER CIRC001A NUMBERS ITS
      *    RECEIPTS FROM -- A MISSING FILE STARTS THE SERIES AT 1.
       C065-NEXT-RECEIPT-NUMBER.
      *
           MOVE 1 TO W021-RECEIPT-NUMBER.
           OPEN INPUT FINE-CONTROL-FILE.
           IF WORK-FINE-CONTROL-STATUS EQUAL "00"
               READ FINE-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE FINE-NEXT-RECEIPT-NUMBER
                               TO W021-RECEIPT-NUMBER
               END-READ
               CLOSE FINE-CONTROL-FILE
           END-IF.
           OPEN OUTPUT FINE-CONTROL-FILE.
           COMPUTE FINE-NEXT-RECEIPT-NUMBER = W021-RECEIPT-NUMBER + 1.
           WRITE FINE-CONTROL-RECORD.
           CLOSE FINE-CONTROL-FILE.
      *
       C070-WRITE-AUDIT-LINE.
      *
           MOVE W005-TODAY-RAW-DATE TO AUDIT-TRAIL-DATE.
           ACCEPT AUDIT-TRAIL-TIME FROM TIME.
           MOVE "AMNSTY" TO AUDIT-TRAIL-ACTION.
           MOVE W020-HELD-PATRON TO AUDIT-TRAIL-PATRON-NUMBER.
           WRITE AUDIT-TRAIL-RECORD.
      *
       C080-PRINT-CAMPAIGN-TOTALS.
      *
           MOVE SPACES TO AMNESTY-REPORT-LINE.
           STRING "CAMPAIGN " DELIMITED BY SIZE
                  W006-CAMPAIGN-CODE DELIMITED BY SIZE
                  " TOTALS" DELIMITED BY SIZE
                  INTO AMNESTY-REPORT-LINE.
           WRITE AMNESTY-REPORT-LINE AFTER ADVANCING 2 LINES.
           MOVE "CARDS WITH CHARGES WAIVED" TO W015-COUNT-LABEL.
           MOVE W012-CARDS-WAIVED TO W015-COUNT-VALUE.
           MOVE W015-COUNT-LINE TO AMNESTY-REPORT-LINE.
           WRITE AMNESTY-REPORT-LINE.
           MOVE "OVERDUE CHARGES WAIVED" TO W015-COUNT-LABEL.
           MOVE W012-CHARGES-WAIVED TO W015-COUNT-VALUE.
           MOVE W015-COUNT-LINE TO AMNESTY-REPORT-LINE.
           WRITE AMNESTY-REPORT-LINE.
           MOVE "CHECKOUT BLOCKS CLEARED" TO W015-COUNT-LABEL.
           MOVE W012-BLOCKS-CLEARED TO W015-COUNT-VALUE.
           MOVE W015-COUNT-LINE TO AMNESTY-REPORT-LINE.
           WRITE AMNESTY-REPORT-LINE.
           MOVE "REFERRED ACCOUNTS LEFT TO THE AGENCY"
                   TO W015-COUNT-LABEL.
           MOVE W012-REFERRED-SKIPPED TO W015-COUNT-VALUE.
           MOVE W015-COUNT-LINE TO AMNESTY-REPORT-LINE.
           WRITE AMNESTY-REPORT-LINE.
           IF W012-OVERFLOW-SKIPPED GREATER THAN ZERO
               MOVE "CARDS LEFT FOR THE DESK (LONG LEDGER)"
                       TO W015-COUNT-LABEL
               MOVE W012-OVERFLOW-SKIPPED TO W015-COUNT-VALUE
               MOVE W015-COUNT-LINE TO AMNESTY-REPORT-LINE
               WRITE AMNESTY-REPORT-LINE
           END-IF.
           IF W006-POST-MODE
               MOVE "CAMPAIGN TOTAL WAIVED" TO W015-FIGURE-LABEL
           ELSE
               MOVE "CAMPAIGN TOTAL THAT WOULD BE WAIVED"
                       TO W015-FIGURE-LABEL
           END-IF.
           MOVE W012-CAMPAIGN-TOTAL TO W015-FIGURE-VALUE.
           MOVE W015-FIGURE-LINE TO AMNESTY-REPORT-LINE.
           WRITE AMNESTY-REPORT-LINE AFTER ADVANCING 2 LINES.
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
