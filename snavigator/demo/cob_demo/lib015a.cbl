      * THE WEB PORTAL; THIS JOB BRINGS THE PORTAL'S TRANSACTIONS  *
      * BACK. PORTTRAN.DAT HOLDS ONE FIXED-FORMAT ROW PER PORTAL   *
      * ACTION: R = CARD RENEWAL, A = ADDRESS CHANGE, P = PHONE    *
      * UPDATE, L = LOAN RENEWAL, H = HOLD REQUEST, F = FINE PAID  *
      * BY CARD ON THE PORTAL. EACH ROW IS VALIDATED THE SAME WAY  *
      * THE MATCHING SCREEN VALIDATES: CARD-SIDE ROWS AGAINST THE  *
      * LIB001A EDITS, A LOAN RENEWAL AGAINST CIRC.DAT UNDER THE   *
      * LOANRULE.DAT RENEWAL LIMIT AND THE BLOCKED-WHEN-HELD RULE  *
      * (DUE DATE ROLLED OFF CLOSED DAYS EXACTLY AS THE DESK       *
      * DOES), A HOLD REQUEST ONTO THE HOLDS.DAT QUEUE AT THE NEXT *
      * SEQUENCE, AND A FINE PAYMENT ONTO THE FINEDTL.DAT LEDGER   *
      * AS AN ONLINE (O) LINE CARRYING THE PROCESSOR'S REFERENCE   *
      * FOR THE LIB054A SETTLEMENT RECONCILIATION. GOOD ROWS ARE   *
      * APPLIED WITH AUDIT-TRAIL ENTRIES; REJECTS GO TO THE        *
      * EXCEPTION REPORT WITH A REASON THE PORTAL CAN ECHO BACK.   *
      *                                                             *
           ORGANIZATION INDEXED
           RECORD KEY CIRC-ITEM-BARCODE
           FILE STATUS IS WORK-CIRC-FILE-STATUS.
      *
      *    A RENEWAL MOVES THE LOAN'S DUE-DATE INDEX ENTRY -- KEPT
      *    IN STEP ONLY WHEN DUEXBLD HAS CREATED THE INDEX.
           SELECT DUE-DATE-XREF ASSIGN TO DISK
           ACCESS MODE RANDOM
           ORGANIZATION INDEXED
           RECORD KEY DUEX-KEY
           FILE STATUS IS WORK-DUE-XREF-STATUS.
      *
           SELECT HOLD-FILE ASSIGN TO DISK
           ACCESS MODE DYNAMIC
           SELECT LIBRARY-CALENDAR-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WORK-CALENDAR-STATUS.
      *
      *    THE SERVICE AREA AND THE RECIPROCAL-AGREEMENT ZIPS, SO A
      *    PORTAL ADDRESS CHANGE IS ASSESSED FOR THE NON-RESIDENT
      *    FEE THE SAME WAY THE LIB001A SCREEN ASSESSES ONE.
           SELECT ZIP-REFERENCE-FILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WORK-ZIPREF-STATUS.
      *
           SELECT RECIPROCAL-ZIP-FILE ASSIGN TO DISK
           ACCESS MODE DYNAMIC
           ORGANIZATION INDEXED
           RECORD KEY RECIP-KEY
           FILE STATUS IS WORK-RECIPZIP-STATUS.
      *
      *    THE FINES BALANCE, ITS LEDGER, AND THE RECEIPT COUNTER --
      *    ONLY THE F ROW TYPE POSTS TO THEM.
           SELECT FINES-FILE ASSIGN TO DISK
           ACCESS MODE RANDOM
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
           SELECT EXCEPTION-REPORT-PRINT ASSIGN TO PRINTER.
      *
           VALUE OF FILE-ID "PORTTRAN.DAT".
       01  PORTAL-TRAN-RECORD.
           05  PT-CARD-NUMBER                       PIC X(5).
      *    R = CARD RENEWAL, A = ADDRESS CHANGE, P = PHONE UPDATE,
      *    L = LOAN RENEWAL, H = HOLD REQUEST, F = FINE PAYMENT.
           05  PT-TRAN-TYPE                         PIC X.
           05  PT-ADDRESS                           PIC X(30).
           05  PT-ADDRESS2                          PIC X(30).
      *    THE ITEM A LOAN-RENEWAL OR HOLD-REQUEST ROW ACTS ON --
      *    SPACES ON THE CARD-SIDE ROW TYPES.
           05  PT-ITEM-BARCODE                      PIC X(10).
      *    THE AMOUNT THE PATRON PAID BY CARD AND THE PAYMENT
      *    PROCESSOR'S TRANSACTION REFERENCE FOR IT -- F ROWS ONLY.
           05  PT-PAY-AMOUNT                        PIC 9(5)V99.
           05  PT-PAY-REFERENCE                     PIC X(12).
      *
       copy patron.
      *
       copy audit.
      *
       copy circ.
      *
       copy circdue.
      *
       copy holds.
      *
       copy loanrule.
      *
       copy calendar.
      *
       copy zipref.
      *
       copy recipzip.
      *
       copy fines.
      *
       copy finedtl.
      *
       FD  EXCEPTION-REPORT-PRINT
           LABEL RECORDS OMITTED.
       01  WORK-NAMES-LIST-STATUS                   PIC XX.
       01  WORK-CONTROL-FILE-STATUS                 PIC XX.
       01  WORK-CIRC-FILE-STATUS                    PIC XX.
       01  WORK-DUE-XREF-STATUS                     PIC XX.
       01  WORK-HOLD-FILE-STATUS                    PIC XX.
       01  WORK-LOAN-RULES-STATUS                   PIC XX.
       01  WORK-CALENDAR-STATUS                     PIC XX.
       01  WORK-ZIPREF-STATUS                       PIC XX.
       01  WORK-RECIPZIP-STATUS                     PIC XX.
       01  WORK-FINES-FILE-STATUS                   PIC XX.
       01  WORK-FINE-DETAIL-STATUS                  PIC XX.
       01  WORK-FINE-CONTROL-STATUS                 PIC XX.
       01  WORK-CIRC-OPEN-SWITCH                    PIC X.
           88  WORK-CIRC-IS-OPEN                    VALUE "Y".
       01  WORK-HOLDS-OPEN-SWITCH                   PIC X.
           88  WORK-HOLDS-IS-OPEN                   VALUE "Y".
       01  WORK-RULES-OPEN-SWITCH                   PIC X.
           88  WORK-RULES-IS-OPEN                   VALUE "Y".
       01  WORK-FINES-OPEN-SWITCH                   PIC X.
           88  WORK-FINES-IS-OPEN                   VALUE "Y".
       01  WORK-DUEX-OPEN-SWITCH                    PIC X.
           88  WORK-DUEX-IS-OPEN                    VALUE "Y".
      *
      *    LOAN-RENEWAL POLICY AND THE DESK'S CLOSED-DAY DUE-DATE
      *    MACHINERY -- SAME ARITHMETIC AS CIRC001A, SO A PORTAL
       01  W020-HOLD-NEXT-SEQUENCE                  PIC 99.
       01  W020-HOLD-DUPLICATE-SWITCH               PIC X.
           88  W020-HOLD-DUPLICATE                  VALUE "Y".
       01  W020-OLD-DUE-DATE                        PIC X(8).
       01  W020-TODAY-DATE.
           05  W020-TODAY-CC                        PIC 99.
           05  W020-TODAY-YY                        PIC 99.
           88  W022-DAY-IS-OPEN                     VALUE "Y".
       01  W022-CHECK-DATE-N                        PIC 9(8).
       01  W022-ROLL-GUARD-COUNT                    PIC 99.
      *
      *    SERVICE-AREA ZIP RANGES AND THE RECIPROCAL RANGES STILL
      *    IN FORCE TODAY -- NO ZIPREF.DAT MEANS NO CARD IS ASSESSED
      *    AS NON-RESIDENT, AS ON THE LIB001A SCREEN.
       01  W023-ZIPREF-COUNT                        PIC 9(3) VALUE 0.
       01  W023-ZIPREF-TABLE.
           05  W023-ZIPREF-RANGE                    OCCURS 100 TIMES
                                                    INDEXED BY W023-Z-I.
               10  W023-ZIPREF-LOW                  PIC 9(5).
               10  W023-ZIPREF-HIGH                 PIC 9(5).
       01  W023-RECIP-COUNT                         PIC 9(3) VALUE 0.
       01  W023-RECIP-TABLE.
           05  W023-RECIP-RANGE                     OCCURS 50 TIMES
                                                    INDEXED BY W023-R-I.
               10  W023-RECIP-LOW                   PIC 9(5).
               10  W023-RECIP-HIGH                  PIC 9(5).
       01  W023-ZIP-EOF-SWITCH                      PIC X.
           88  W023-ZIP-EOF                         VALUE "1".
       01  W023-ZIP-NUMERIC                         PIC 9(5).
       01  W023-TODAY-CCYYMMDD                      PIC 9(8).
      *
      *    PORTAL FINE PAYMENTS -- THE NEXT SLOT IN THE CARD'S
      *    LEDGER, WHETHER THE PROCESSOR REFERENCE IS ALREADY ON IT
      *    (A PORTTRAN.DAT FED IN TWICE), AND THE RUN'S TAKINGS.
       01  W024-LEDGER-NEXT-SEQ                     PIC 9(4).
       01  W024-LEDGER-EOF-SWITCH                   PIC X.
           88  W024-LEDGER-EOF                      VALUE "1".
       01  W024-DUPLICATE-REF-SWITCH                PIC X.
           88  W024-DUPLICATE-REF                   VALUE "Y".
       01  W024-RECEIPT-NUMBER                      PIC 9(6).
       01  W024-PAYMENT-COUNT                       PIC 9(5) VALUE 0.
       01  W024-PAYMENT-TOTAL                       PIC 9(7)V99 VALUE 0.
       01  W024-PAYMENT-TOTAL-OUT                   PIC Z(6)9.99.
       01  W024-EDIT-MOVEMENT                       PIC 9(5).
      *
       01  W005-APPLIED-COUNT                       PIC 9(5) VALUE 0.
       01  W005-REJECT-COUNT                        PIC 9(5) VALUE 0.
           IF WORK-CIRC-FILE-STATUS EQUAL "00"
               MOVE "Y" TO WORK-CIRC-OPEN-SWITCH
           END-IF.
      *    THE DUE-DATE INDEX IS NEVER CREATED HERE -- AN EMPTY ONE
      *    WOULD HIDE THE LOANS ALREADY OUT FROM THE SWEEPS.
           MOVE "N" TO WORK-DUEX-OPEN-SWITCH.
           OPEN I-O DUE-DATE-XREF.
           IF WORK-DUE-XREF-STATUS EQUAL "00"
               MOVE "Y" TO WORK-DUEX-OPEN-SWITCH
           END-IF.
           MOVE "N" TO WORK-HOLDS-OPEN-SWITCH.
           OPEN I-O HOLD-FILE.
           IF WORK-HOLD-FILE-STATUS EQUAL "00"
           IF WORK-LOAN-RULES-STATUS EQUAL "00"
               MOVE "Y" TO WORK-RULES-OPEN-SWITCH
           END-IF.
      *    LIKEWISE THE FINES FILES FOR THE F ROW TYPE.
           MOVE "N" TO WORK-FINES-OPEN-SWITCH.
           OPEN I-O FINES-FILE.
           IF WORK-FINES-FILE-STATUS EQUAL "00"
               OPEN I-O FINE-DETAIL-FILE
               IF WORK-FINE-DETAIL-STATUS EQUAL "00"
                   MOVE "Y" TO WORK-FINES-OPEN-SWITCH
               ELSE
                   CLOSE FINES-FILE
               END-IF
           END-IF.
           PERFORM C055-LOAD-CLOSED-CALENDAR.
           OPEN OUTPUT EXCEPTION-REPORT-PRINT.
           MOVE "PORTAL IMPORT EXCEPTION REPORT"
           MOVE SPACES TO EXCEPTION-REPORT-LINE.
           WRITE EXCEPTION-REPORT-LINE.
           ACCEPT W005-TODAY-RAW-DATE FROM DATE.
           PERFORM C057-LOAD-SERVICE-AREA.
           MOVE "0" TO W005-END-OF-FILE-SWITCH.
           PERFORM C060-READ-PORTAL-FILE.
           PERFORM C020-PROCESS-PORTAL-ROW
                 EXCEPTION-REPORT-PRINT.
           IF WORK-CIRC-IS-OPEN
               CLOSE CIRCULATION-FILE.
           IF WORK-DUEX-IS-OPEN
               CLOSE DUE-DATE-XREF.
           IF WORK-HOLDS-IS-OPEN
               CLOSE HOLD-FILE.
           IF WORK-RULES-IS-OPEN
               CLOSE LOAN-RULES-FILE.
           IF WORK-FINES-IS-OPEN
               CLOSE FINES-FILE
                     FINE-DETAIL-FILE.
           DISPLAY "LIB015A IMPORT COMPLETE -- APPLIED "
                   W005-APPLIED-COUNT " REJECTED " W005-REJECT-COUNT.
           GOBACK.
                   PERFORM C036-APPLY-LOAN-RENEWAL
               WHEN "H"
                   PERFORM C038-APPLY-HOLD-REQUEST
               WHEN "F"
                   PERFORM C039-APPLY-FINE-PAYMENT
               WHEN OTHER
                   MOVE "UNKNOWN TRANSACTION TYPE"
                           TO W010-REJECT-REASON
      *    RENEWAL -- SAME DATE ARITHMETIC AS THE LIB001A ENTRY
      *    SCREEN: ISSUE DATE BECOMES TODAY, EXPIRATION ONE YEAR
      *    OUT WITH CENTURY CARRY.
      *    A NON-RESIDENT CARD OWES ITS ANNUAL FEE AT RENEWAL, WHICH
      *    ONLY THE DESK CAN TAKE -- THE PORTAL RENEWAL IS REFUSED.
       C030-APPLY-CARD-RENEWAL.
      *
           IF PATRON-IS-NON-RESIDENT
               MOVE "NON-RESIDENT -- RENEW AT DESK"
                       TO W010-REJECT-REASON
           ELSE
               PERFORM C031-STAMP-CARD-RENEWAL
           END-IF.
      *
       C031-STAMP-CARD-RENEWAL.
      *
           IF W005-TODAY-RAW-YY LESS THAN 50
               MOVE 20 TO PATRON-NEW-CARD-DATE-CC
               MOVE PT-CITY     TO PATRON-ADDRESS-CITY
               MOVE PT-STATE    TO PATRON-ADDRESS-STATE
               MOVE PT-ZIP      TO PATRON-ADDRESS-ZIP
               PERFORM C033-ASSESS-RESIDENCY
               REWRITE NAMES-RECORD
               MOVE "EDIT" TO AUDIT-TRAIL-ACTION
               PERFORM C050-WRITE-AUDIT-ENTRY
               ADD 1 TO W005-APPLIED-COUNT
           END-IF.
      *
      *    THE NEW ADDRESS IS CLASSED R, X OR N BUT NOTHING IS
      *    CHARGED HERE -- A CARD THAT HAS MOVED OUT OF THE AREA
      *    OWES THE FEE WHEN IT NEXT RENEWS AT THE DESK.
       C033-ASSESS-RESIDENCY.
      *
           MOVE "R" TO PATRON-RESIDENCY-FLAG.
           IF W023-ZIPREF-COUNT GREATER THAN ZERO
               MOVE PATRON-ADDRESS-ZIP TO W023-ZIP-NUMERIC
               MOVE "N" TO PATRON-RESIDENCY-FLAG
               PERFORM C033A-CHECK-ZIP-IN-AREA
                   VARYING W023-Z-I FROM 1 BY 1
                   UNTIL W023-Z-I GREATER THAN W023-ZIPREF-COUNT
               IF PATRON-IS-NON-RESIDENT
                   PERFORM C033B-CHECK-ZIP-RECIPROCAL
                       VARYING W023-R-I FROM 1 BY 1
                       UNTIL W023-R-I GREATER THAN W023-RECIP-COUNT
               END-IF
           END-IF.
           IF NOT PATRON-IS-NON-RESIDENT
              AND PATRON-NONRES-FEE-DUE
               MOVE SPACE TO PATRON-NONRES-FEE-FLAG.
      *
       C033A-CHECK-ZIP-IN-AREA.
      *
           IF W023-ZIP-NUMERIC NOT LESS THAN
                   W023-ZIPREF-LOW (W023-Z-I)
              AND W023-ZIP-NUMERIC NOT GREATER THAN
                   W023-ZIPREF-HIGH (W023-Z-I)
               MOVE "R" TO PATRON-RESIDENCY-FLAG.
      *
       C033B-CHECK-ZIP-RECIPROCAL.
      *
           IF W023-ZIP-NUMERIC NOT LESS THAN
                   W023-RECIP-LOW (W023-R-I)
              AND W023-ZIP-NUMERIC NOT GREATER THAN
                   W023-RECIP-HIGH (W023-R-I)
               MOVE "X" TO PATRON-RESIDENCY-FLAG.
      *
       C034-APPLY-PHONE-UPDATE.
      *
               MOVE "ITEM IS NOT CHECKED OUT" TO W010-REJECT-REASON
           ELSE IF CIRC-PATRON-NUMBER NOT EQUAL PT-CARD-NUMBER
               MOVE "ITEM IS NOT ON THIS CARD" TO W010-REJECT-REASON
      *    AN HOURLY EQUIPMENT LOAN RUNS TO A CLOCK TIME THE PORTAL
      *    KNOWS NOTHING ABOUT -- IT RENEWS AT THE DESK OR NOT AT ALL.
           ELSE IF CIRC-IS-HOURLY-LOAN
               MOVE "EQUIPMENT RENEWS AT THE DESK" TO W010-REJECT-REASON
           ELSE
               PERFORM C036B-GET-LOAN-RULE
               PERFORM C036C-CHECK-OTHER-HOLD
                       W020-RENEWAL-LIMIT
                   MOVE "RENEWAL LIMIT REACHED" TO W010-REJECT-REASON
               ELSE
                   MOVE CIRC-DUE-DATE TO W020-OLD-DUE-DATE
                   ADD 1 TO CIRC-RENEWAL-COUNT
                   PERFORM C036E-STAMP-RENEWAL-DATE
                   PERFORM C036D-ADD-LOAN-PERIOD
                   REWRITE CIRCULATION-RECORD
                   PERFORM C036J-MOVE-DUE-XREF
                   MOVE "LRENEW" TO AUDIT-TRAIL-ACTION
                   PERFORM C050-WRITE-AUDIT-ENTRY
                   ADD 1 TO W005-APPLIED-COUNT
                   NOT INVALID KEY
                       MOVE RULE-LOAN-DAYS TO W020-LOAN-PERIOD-DAYS
                       MOVE RULE-RENEWAL-LIMIT TO W020-RENEWAL-LIMIT
      *                THE ROW'S CARD IS STILL IN NAMES-RECORD -- A
      *                STAFF CARD RENEWS FOR THE RULE'S STAFF PERIOD.
                       IF PATRON-IS-STAFF
                          AND RULE-STAFF-LOAN-DAYS GREATER THAN ZERO
                           MOVE RULE-STAFF-LOAN-DAYS
                                   TO W020-LOAN-PERIOD-DAYS
                       END-IF
               END-READ
           END-IF.
      *
           MOVE W005-TODAY-RAW-MM TO W020-TODAY-MM.
           MOVE W005-TODAY-RAW-DD TO W020-TODAY-DD.
           MOVE W020-TODAY-DATE TO CIRC-LAST-RENEWAL-DATE.
      *    NOBODY CAME TO THE DESK -- NO HOUR IS STAMPED, SO THE
      *    HOURLY TRAFFIC COUNTS LEAVE THE PORTAL RENEWAL OUT.
           MOVE ZERO TO CIRC-LAST-RENEWAL-TIME.
      *
      *    ADD THE LOAN PERIOD TO CIRC-DUE-DATE -- WITH CARRY --
      *    THEN ROLL FORWARD OFF ANY CLOSED DAY, EXACTLY AS THE
                 + W022-MONTH-CUM-DAYS (W022-CONV-MM)
                 + W022-CONV-DD.
      *
      *    THE LOAN STAYS OPEN, SO ITS INDEX ENTRY ONLY MOVES FROM
      *    THE OLD DUE DATE TO THE NEW. A MISSING OLD ENTRY OR A
      *    DUPLICATE NEW ONE IS IGNORED -- DUEXBLD SQUARES THEM.
       C036J-MOVE-DUE-XREF.
      *
           IF WORK-DUEX-IS-OPEN
               MOVE "O" TO DUEX-STATUS-FLAG
               MOVE W020-OLD-DUE-DATE TO DUEX-DUE-DATE
               MOVE CIRC-ITEM-BARCODE TO DUEX-ITEM-BARCODE
               DELETE DUE-DATE-XREF RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
               MOVE CIRC-DUE-DATE TO DUEX-DUE-DATE
               WRITE DUE-DATE-XREF-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF.
      *
      *    H -- JOIN THE ITEM'S HOLD QUEUE AT THE NEXT SEQUENCE,
      *    UNDER THE SAME RULES AS THE DESK AND THE SELF-SERVICE
      *    TERMINAL: THE ITEM MUST BE OUT, AND A PATRON ALREADY IN
           MOVE PT-CARD-NUMBER TO HOLD-PATRON-NUMBER.
           MOVE "A" TO HOLD-STATUS-FLAG.
           MOVE ZERO TO HOLD-PICKUP-DEADLINE.
      *    THE PORTAL ONLY EVER QUEUES ON THE ONE COPY; ITS TITLE IS
      *    LOOKED UP WHEN SOMEONE NEEDS IT.
           MOVE "C" TO HOLD-LEVEL-FLAG.
           MOVE SPACES TO HOLD-BOOK-NUMBER.
           MOVE SPACES TO HOLD-TRAPPED-BARCODE.
           MOVE SPACES TO HOLD-PICKUP-BRANCH.
           WRITE HOLD-RECORD.
           MOVE "HOLD" TO AUDIT-TRAIL-ACTION.
           PERFORM C050-WRITE-AUDIT-ENTRY.
           ADD 1 TO W005-APPLIED-COUNT.
      *
      *    F -- A FINE PAID BY CARD ON THE PORTAL. THE PROCESSOR HAS
      *    ALREADY TAKEN THE MONEY, SO NOTHING IS CUT DOWN TO FIT: A
      *    PAYMENT LARGER THAN THE BALANCE IS REJECTED WHOLE AND
      *    SHOWS ON LIB054A AS SETTLED BUT NOT POSTED, FOR A REFUND.
       C039-APPLY-FINE-PAYMENT.
      *
           IF NOT WORK-FINES-IS-OPEN
               MOVE "FINES FILES UNAVAILABLE" TO W010-REJECT-REASON
           ELSE IF PT-PAY-AMOUNT NOT NUMERIC
                   OR PT-PAY-AMOUNT EQUAL ZERO
               MOVE "INVALID PAYMENT AMOUNT" TO W010-REJECT-REASON
           ELSE IF PT-PAY-REFERENCE EQUAL SPACES
               MOVE "NO PROCESSOR REFERENCE" TO W010-REJECT-REASON
           ELSE
               MOVE PT-CARD-NUMBER TO FINE-PATRON-NUMBER
               READ FINES-FILE
                   INVALID KEY
                       MOVE "NO FINES ON FILE FOR THIS CARD"
                               TO W010-REJECT-REASON
                   NOT INVALID KEY
                       PERFORM C039A-TRY-THE-PAYMENT
               END-READ
           END-IF.
      *
       C039A-TRY-THE-PAYMENT.
      *
           PERFORM C039B-SCAN-CARD-LEDGER.
           IF W024-DUPLICATE-REF
               MOVE "PAYMENT ALREADY POSTED" TO W010-REJECT-REASON
           ELSE IF PT-PAY-AMOUNT GREATER THAN FINE-BALANCE
               MOVE "PAYMENT EXCEEDS BALANCE" TO W010-REJECT-REASON
           ELSE
               SUBTRACT PT-PAY-AMOUNT FROM FINE-BALANCE
               MOVE W023-TODAY-CCYYMMDD TO FINE-LAST-ACTIVITY-DATE
               REWRITE FINES-RECORD
               PERFORM C039D-WRITE-PAYMENT-LINE
               MOVE "WEBPAY" TO AUDIT-TRAIL-ACTION
               PERFORM C050-WRITE-AUDIT-ENTRY
               ADD 1 TO W005-APPLIED-COUNT
               ADD 1 TO W024-PAYMENT-COUNT
               ADD PT-PAY-AMOUNT TO W024-PAYMENT-TOTAL
           END-IF.
      *
      *    WALKS THE CARD'S LEDGER IN KEY ORDER FOR THE NEXT OPEN
      *    SEQUENCE, WATCHING FOR AN O LINE ALREADY CARRYING THIS
      *    PROCESSOR REFERENCE.
       C039B-SCAN-CARD-LEDGER.
      *
           MOVE 1 TO W024-LEDGER-NEXT-SEQ.
           MOVE "N" TO W024-DUPLICATE-REF-SWITCH.
           MOVE "0" TO W024-LEDGER-EOF-SWITCH.
           MOVE PT-CARD-NUMBER TO FINE-DTL-PATRON-NUMBER.
           MOVE ZERO TO FINE-DTL-SEQUENCE.
           START FINE-DETAIL-FILE KEY IS GREATER THAN FINE-DTL-KEY
               INVALID KEY
                   MOVE "1" TO W024-LEDGER-EOF-SWITCH
           END-START.
           PERFORM C039C-READ-NEXT-LEDGER-LINE UNTIL W024-LEDGER-EOF.
      *
       C039C-READ-NEXT-LEDGER-LINE.
      *
           READ FINE-DETAIL-FILE NEXT RECORD
               AT END
                   MOVE "1" TO W024-LEDGER-EOF-SWITCH
               NOT AT END
                   IF FINE-DTL-PATRON-NUMBER EQUAL PT-CARD-NUMBER
                       COMPUTE W024-LEDGER-NEXT-SEQ =
                               FINE-DTL-SEQUENCE + 1
                       IF FINE-DTL-IS-ONLINE-PAYMENT
                          AND FINE-DTL-ONLINE-REF EQUAL PT-PAY-REFERENCE
                           MOVE "Y" TO W024-DUPLICATE-REF-SWITCH
                       END-IF
                   ELSE
                       MOVE "1" TO W024-LEDGER-EOF-SWITCH
                   END-IF
           END-READ.
      *
      *    THE O LINE IS POSTED UNDER OPERATOR PORTL AND THE CARD'S
      *    OWN BRANCH, SO BRANCH FINE-REVENUE FIGURES STILL COUNT IT;
      *    NAMES-RECORD STILL HOLDS THE ROW'S CARD.
       C039D-WRITE-PAYMENT-LINE.
      *
           PERFORM C039E-NEXT-RECEIPT-NUMBER.
           MOVE PT-CARD-NUMBER TO FINE-DTL-PATRON-NUMBER.
           MOVE W024-LEDGER-NEXT-SEQ TO FINE-DTL-SEQUENCE.
           MOVE W024-RECEIPT-NUMBER TO FINE-DTL-RECEIPT-NUMBER.
           MOVE "O" TO FINE-DTL-TYPE-FLAG.
           MOVE PT-PAY-AMOUNT TO FINE-DTL-AMOUNT.
           MOVE FINE-BALANCE TO FINE-DTL-BALANCE-AFTER.
           MOVE W023-TODAY-CCYYMMDD TO FINE-DTL-DATE.
           MOVE "PORTL" TO FINE-DTL-OPERATOR-ID.
           MOVE PATRON-BRANCH-ID TO FINE-DTL-BRANCH-ID.
           MOVE SPACES TO FINE-DTL-CAMPAIGN-CODE.
           MOVE PT-PAY-REFERENCE TO FINE-DTL-ONLINE-REF.
           MOVE ZERO TO FINE-DTL-TIME.
           WRITE FINE-DETAIL-RECORD
               INVALID KEY
                   DISPLAY "LIB015A: LEDGER LINE NOT WRITTEN FOR CARD "
                           PT-CARD-NUMBER
           END-WRITE.
      *
      *    SAME ONE-RECORD FINECTL.DAT COUNTER CIRC001A NUMBERS ITS
      *    RECEIPTS FROM -- A MISSING FILE STARTS THE SERIES AT 1.
       C039E-NEXT-RECEIPT-NUMBER.
      *
           MOVE 1 TO W024-RECEIPT-NUMBER.
           OPEN INPUT FINE-CONTROL-FILE.
           IF WORK-FINE-CONTROL-STATUS EQUAL "00"
               READ FINE-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE FINE-NEXT-RECEIPT-NUMBER
                               TO W024-RECEIPT-NUMBER
               END-READ
               CLOSE FINE-CONTROL-FILE
           END-IF.
           OPEN OUTPUT FINE-CONTROL-FILE.
           COMPUTE FINE-NEXT-RECEIPT-NUMBER = W024-RECEIPT-NUMBER + 1.
           WRITE FINE-CONTROL-RECORD.
           CLOSE FINE-CONTROL-FILE.
      *
       C055-LOAD-CLOSED-CALENDAR.
      *
                               TO W022-CLOSED-DATE (W022-C-I)
                   END-IF
           END-READ.
      *
       C057-LOAD-SERVICE-AREA.
      *
           IF W005-TODAY-RAW-YY LESS THAN 50
               COMPUTE W023-TODAY-CCYYMMDD = 20000000
                       + W005-TODAY-RAW-YY * 10000
                       + W005-TODAY-RAW-MM * 100 + W005-TODAY-RAW-DD
           ELSE
               COMPUTE W023-TODAY-CCYYMMDD = 19000000
                       + W005-TODAY-RAW-YY * 10000
                       + W005-TODAY-RAW-MM * 100 + W005-TODAY-RAW-DD.
           OPEN INPUT ZIP-REFERENCE-FILE.
           IF WORK-ZIPREF-STATUS EQUAL "00"
               MOVE "0" TO W023-ZIP-EOF-SWITCH
               PERFORM C058-READ-NEXT-ZIPREF UNTIL W023-ZIP-EOF
               CLOSE ZIP-REFERENCE-FILE
           END-IF.
           OPEN INPUT RECIPROCAL-ZIP-FILE.
           IF WORK-RECIPZIP-STATUS EQUAL "00"
               MOVE "0" TO W023-ZIP-EOF-SWITCH
               PERFORM C059-READ-NEXT-RECIPZIP UNTIL W023-ZIP-EOF
               CLOSE RECIPROCAL-ZIP-FILE
           END-IF.
      *
       C058-READ-NEXT-ZIPREF.
      *
           READ ZIP-REFERENCE-FILE
               AT END
                   MOVE "1" TO W023-ZIP-EOF-SWITCH
               NOT AT END
                   IF W023-ZIPREF-COUNT LESS THAN 100
                       ADD 1 TO W023-ZIPREF-COUNT
                       SET W023-Z-I TO W023-ZIPREF-COUNT
                       MOVE ZIPREF-LOW TO W023-ZIPREF-LOW (W023-Z-I)
                       MOVE ZIPREF-HIGH TO W023-ZIPREF-HIGH (W023-Z-I)
                   END-IF
           END-READ.
      *
      *    AN AGREEMENT WHOSE END DATE HAS PASSED EXEMPTS NOBODY.
       C059-READ-NEXT-RECIPZIP.
      *
           READ RECIPROCAL-ZIP-FILE NEXT RECORD
               AT END
                   MOVE "1" TO W023-ZIP-EOF-SWITCH
               NOT AT END
                   IF W023-RECIP-COUNT LESS THAN 50
                      AND (RECIP-END-DATE EQUAL ZERO
                       OR RECIP-END-DATE NOT LESS THAN
                           W023-TODAY-CCYYMMDD)
                       ADD 1 TO W023-RECIP-COUNT
                       SET W023-R-I TO W023-RECIP-COUNT
                       MOVE RECIP-ZIP-LOW TO W023-RECIP-LOW (W023-R-I)
                       MOVE RECIP-ZIP-HIGH TO W023-RECIP-HIGH (W023-R-I)
                   END-IF
           END-READ.
      *
       C040-WRITE-EXCEPTION-LINE.
      *
      *    CONTROL-FILE EDIT COUNTER MOVES BY THE APPLIED COUNT --
      *    THE SAME BOOKKEEPING A DESK EDIT GETS, AND WHAT THE
      *    LIB020A ACTIVITY BALANCING PROVES AGAINST THE TRAIL.
      *    A PORTAL FINE PAYMENT CHANGES NO PATRON RECORD AND IS LEFT
      *    OUT OF THE MOVEMENT.
       C090-BUMP-EDIT-COUNTER.
      *
           COMPUTE W024-EDIT-MOVEMENT =
                   W005-APPLIED-COUNT - W024-PAYMENT-COUNT.
           IF W024-EDIT-MOVEMENT GREATER THAN ZERO
               OPEN I-O CONTROL-FILE
               IF WORK-CONTROL-FILE-STATUS EQUAL "00"
                   READ CONTROL-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD W024-EDIT-MOVEMENT
                                   TO CONTROL-EDIT-COUNT
                           REWRITE CONTROL-RECORD
                   END-READ
                  W005-REJECT-COUNT DELIMITED BY SIZE
                  INTO EXCEPTION-REPORT-LINE.
           WRITE EXCEPTION-REPORT-LINE.
           MOVE W024-PAYMENT-TOTAL TO W024-PAYMENT-TOTAL-OUT.
           MOVE SPACES TO EXCEPTION-REPORT-LINE.
           STRING "FINE PAYMENTS: " DELIMITED BY SIZE
                  W024-PAYMENT-COUNT DELIMITED BY SIZE
                  "  TOTAL " DELIMITED BY SIZE
                  W024-PAYMENT-TOTAL-OUT DELIMITED BY SIZE
                  INTO EXCEPTION-REPORT-LINE.
           WRITE EXCEPTION-REPORT-LINE.
