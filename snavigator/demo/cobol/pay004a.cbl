      * GETTING A PRINTED CHECK UNTIL PAY014A PROMOTES THE ROW TO  *
      * LIVE, SO A MISTYPED ACCOUNT NEVER SEES REAL MONEY.         *
      *                                                             *
      * THE FILE IS BUILT ONLY FOR A CALCULATED PAY PERIOD ON       *
      * PAYPERD.DAT, AND ONLY ONCE -- THE DEPOSITS-SENT DATE IT     *
      * SETS THERE REFUSES A SECOND FILE FOR THE SAME WEEK.         *
      *                                                             *
      ***************************************************************
      *
           SELECT PAYROLL-NET-FILE
           SELECT DIRECT-DEPOSIT-FILE
                  ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT PAY-PERIOD-FILE ASSIGN TO DISK
           ACCESS MODE DYNAMIC
           ORGANIZATION INDEXED
           RECORD KEY PPD-PERIOD-NUMBER
           FILE STATUS IS WORK-PAYPERD-STATUS.
      *
       DATA DIVISION.
      *
      *    SHARED BANK-DETAILS LAYOUT -- PAY002A SKIPS THE SAME
      *    FLAGGED EMPLOYEES THIS JOB DEPOSITS FOR.
       copy bankfile.
      *
       copy payperd.
      *
       FD  DIRECT-DEPOSIT-FILE
           LABEL RECORDS OMITTED
           88  W005-END-OF-FILE                     VALUE "1".
       01  WORK-PAYNET-STATUS                       PIC XX.
       01  WORK-BANK-FILE-STATUS                    PIC XX.
       01  WORK-PAYPERD-STATUS                      PIC XX.
      *
      *    THE CALCULATED PERIOD THE DEPOSITS PAY.
       01  W060-PERIOD-SWITCH                       PIC X.
           88  W060-PERIOD-READY                    VALUE "Y".
       01  W060-PERIOD-EOF-SWITCH                   PIC X.
           88  W060-PERIOD-EOF                      VALUE "1".
       01  W060-PERIOD-NUMBER                       PIC 9(4).
       01  W060-REFUSAL                             PIC X(60).
      *
       01  W010-TODAY-DATE                          PIC 9(6).
       01  W010-DEPOSIT-COUNT                       PIC 9(4) VALUE 0.
       C000-MAIN-LINE-LOGIC.
      *
           ACCEPT W010-TODAY-DATE FROM DATE.
           PERFORM C050-FIND-CALCULATED-PERIOD.
           IF NOT W060-PERIOD-READY
               DISPLAY "PAY004A: " W060-REFUSAL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM C010-LOAD-BANK-DETAILS.
           OPEN INPUT PAYROLL-NET-FILE.
           IF WORK-PAYNET-STATUS NOT EQUAL "00"
               DISPLAY "PAY004A: NO PAYNET.DAT -- RUN CHAP426 FIRST"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT DIRECT-DEPOSIT-FILE.
           WRITE DIRECT-DEPOSIT-LINE.
           CLOSE PAYROLL-NET-FILE
                 DIRECT-DEPOSIT-FILE.
           PERFORM C070-MARK-DEPOSITS-SENT.
           COMPUTE W010-GRAND-TOTAL =
                   W010-DEPOSIT-TOTAL + W010-CHECK-TOTAL.
           DISPLAY "PAY004A DIRECT-DEPOSIT EXPORT COMPLETE".
      *
           READ PAYROLL-NET-FILE
                AT END, MOVE "1" TO W005-END-OF-FILE-SWITCH.
      *
      *    PAYNET.DAT BELONGS TO THE ONE CALCULATED PERIOD -- CHAP426
      *    WILL NOT CALCULATE ANOTHER WHILE ONE IS UNPAID. NO SUCH
      *    PERIOD, OR ITS DEPOSITS ALREADY SENT, AND NO FILE IS BUILT.
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
                   IF PPD-DEPOSITS-DATE NOT EQUAL ZERO
                       MOVE SPACES TO W060-REFUSAL
                       STRING "DEPOSITS FOR PERIOD " PPD-PERIOD-NUMBER
                              " ALREADY SENT ON " PPD-DEPOSITS-DATE
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
      *    THE DEPOSIT FILE IS BUILT -- WITH THE CHECKS ALSO PRINTED
      *    THE PERIOD IS PAID.
       C070-MARK-DEPOSITS-SENT.
      *
           OPEN I-O PAY-PERIOD-FILE.
           MOVE W060-PERIOD-NUMBER TO PPD-PERIOD-NUMBER.
           READ PAY-PERIOD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE W010-TODAY-DATE TO PPD-DEPOSITS-DATE
                   IF PPD-CHECKS-DATE NOT EQUAL ZERO
                       MOVE "P" TO PPD-STATUS
                   END-IF
                   REWRITE PAY-PERIOD-RECORD
           END-READ.
           CLOSE PAY-PERIOD-FILE.
