      *                                                             *
      *   ACQUISITIONS DESK -- THE PAPER ORDER FOLDER, ON FILE.     *
      *   CONSOLE-DRIVEN (SAME SHAPE AS THE ILL AND SERIALS DESKS): *
      *     A = ADD AN ORDER LINE (TITLE, AUTHOR, MEDIA, VENDOR     *
      *         CODE OFF VENDOR.DAT, FUND, UNIT COST, COPIES) --    *
      *         ITS COST IS ENCUMBERED                              *
      *         AGAINST THE FUND'S ROW ON FUND.DAT FOR THIS FISCAL  *
      *         YEAR, WITH A WARNING FIRST IF IT OVERDRAWS THE FUND *
      *     R = RECEIVE -- THE BOX ARRIVED: THE LINE BECOMES A      *
      *         BOOKS.LST RECORD AND ITS ITEMFILE.DAT COPIES        *
      *         WITHOUT REKEYING A SINGLE FIELD; THE ENCUMBRANCE    *
      *         COMES OFF THE FUND AND THE INVOICE COST GOES ON AS  *
      *         SPENT; A LINE WITH THE VENDOR'S RECORD (LIB059A)    *
      *         OFFERS ITS CALL NUMBER                              *
      *     C = CANCEL AN OPEN LINE, RELIEVING ITS ENCUMBRANCE; A   *
      *         LINE THE VENDOR HAS BEEN CLAIMED FOR (LIB058A'S     *
      *         CANCEL-AND-REORDER LIST) CAN BE REORDERED FROM      *
      *         ANOTHER VENDOR ON THE SPOT                          *
      *     I = KEY A VENDOR INVOICE -- EACH LINE IS MATCHED TO ITS *
      *         ORDER LINE AND RECEIPT, PRICE AND QUANTITY          *
      *         DIFFERENCES OVER THE SYSPARM TOLERANCE ARE FLAGGED, *
      *         AND THE INVOICE IS APPROVED FOR PAYMENT OR HELD     *
      *     P = RE-MATCH A HELD INVOICE AND APPROVE IT              *
      *     S = REPLACEMENT CANDIDATES -- EACH COPY LOST, DAMAGED, *
      *         MISSING OR WITHDRAWN (REPLLOG.DAT, LISTED WEEKLY BY *
      *         LIB060A) IS ACCEPTED AS AN OPEN LINE CARRYING THE   *
      *         TITLE, AUTHOR AND REPLACEMENT COST, CHARGED TO THE  *
      *         SYSPARM REPLACEMENT FUND, OR REJECTED               *
      *     N = RENEW A SERIALS SUBSCRIPTION -- ITS ANNUAL COST     *
      *         GOES OUT AS AN OPEN LINE TO ITS VENDOR, ENCUMBERED  *
      *         AGAINST ITS FUND, AND ITS TERM RUNS ANOTHER YEAR;   *
      *         RECEIVING THE LINE CONFIRMS THE RENEWAL             *
      *     F = FIND ONE LINE    X = EXIT                           *
      *   LIB037A PRINTS THE OPEN ORDERS BY VENDOR WITH COMMITTED   *
      *   COST BY FUND; LIB056A PRINTS EACH FUND'S ALLOCATION,      *
      *   ENCUMBERED, SPENT, AND FREE BALANCE; LIB057A LISTS THE    *
      *   WEEK'S APPROVED INVOICES FOR THE FINANCE OFFICE.          *
      *                                                             *
      ***************************************************************
       ENVIRONMENT DIVISION.
           ORGANIZATION INDEXED
           RECORD KEY ITEM-BARCODE
           FILE STATUS IS WORK-ITEM-FILE-STATUS.
           SELECT FUND-FILE ASSIGN TO DISK
           ACCESS MODE RANDOM
           ORGANIZATION INDEXED
           RECORD KEY FUND-KEY
           FILE STATUS IS WORK-FUND-STATUS.
           SELECT VENDOR-FILE ASSIGN TO DISK
           ACCESS MODE RANDOM
           ORGANIZATION INDEXED
           RECORD KEY VEND-CODE
           FILE STATUS IS WORK-VENDOR-STATUS.
           SELECT INVOICE-FILE ASSIGN TO DISK
           ACCESS MODE DYNAMIC
           ORGANIZATION INDEXED
           RECORD KEY INV-KEY
           FILE STATUS IS WORK-INVOICE-STATUS.
           SELECT SYSTEM-PARM-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WORK-SYSPARM-STATUS.
           SELECT REPLACEMENT-LOG-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WORK-REPLACEMENT-LOG-STATUS.
           SELECT SUBSCRIPTION-FILE ASSIGN TO DISK
           ACCESS MODE RANDOM
           ORGANIZATION INDEXED
           RECORD KEY SUB-NUMBER
           FILE STATUS IS WORK-SUBSCRIPTION-STATUS.
       DATA DIVISION.
       FILE SECTION.


       copy itemfile.

       copy fund.

       copy vendor.

       copy invoice.

       copy sysparm.

       copy repllog.

       copy serials.

       WORKING-STORAGE SECTION.
       01 WORK-ON-ORDER-STATUS                    PIC XX.
       01 WORK-ORDER-CONTROL-STATUS               PIC XX.
          88 WORK-BOOKS-IS-OPEN                       VALUE "Y".
       01 WORK-ITEMS-OPEN-SWITCH                  PIC X.
          88 WORK-ITEMS-IS-OPEN                       VALUE "Y".
       01 WORK-FUND-STATUS                        PIC XX.
       01 WORK-FUNDS-OPEN-SWITCH                  PIC X.
          88 WORK-FUNDS-IS-OPEN                       VALUE "Y".
       01 WORK-ORDER-OK-SWITCH                    PIC X.
          88 WORK-ORDER-OK                            VALUE "Y".
       01 WORK-OVERDRAW-ANSWER                    PIC X.
       01 WORK-REORDER-ANSWER                     PIC X.
       01 WORK-REORDER-OF-NUMBER                  PIC X(5).
       01 WORK-ORDER-COST                         PIC 9(7)V99.
       01 WORK-FREE-BALANCE                       PIC S9(8)V99.
       01 WORK-FREE-BALANCE-DISPLAY               PIC -(7)9.99.
       01 WORK-INVOICE-ENTRY                      PIC X(9).
       01 WORK-FISCAL-YEAR                        PIC 9(4).
       01 WORK-VENDOR-STATUS                      PIC XX.
       01 WORK-VENDORS-OPEN-SWITCH                PIC X.
          88 WORK-VENDORS-IS-OPEN                     VALUE "Y".
       01 WORK-VENDOR-OK-SWITCH                   PIC X.
          88 WORK-VENDOR-OK                           VALUE "Y".
       01 WORK-VENDOR-ENTRY                       PIC X(6).
       01 WORK-INVOICE-STATUS                     PIC XX.
       01 WORK-INVOICES-OPEN-SWITCH               PIC X.
          88 WORK-INVOICES-IS-OPEN                    VALUE "Y".
       01 WORK-SYSPARM-STATUS                     PIC XX.
      *    REPLACEMENT CANDIDATES -- THE FUND AN ACCEPTED ONE IS
      *    CHARGED TO (SYSPARM, OR THIS DEFAULT), AND THE WALK.
       01 WORK-REPLACEMENT-FUND                   PIC X(8)
                                                  VALUE "REPLACE".
       01 WORK-REPLACEMENT-LOG-STATUS             PIC XX.
       01 WORK-REVIEW-DONE-SWITCH                 PIC X.
          88 WORK-REVIEW-DONE                         VALUE "1".
       01 WORK-REVIEW-ANSWER                      PIC X.
       01 WORK-REVIEW-COUNT                       PIC 9(4).
       01 WORK-CATALOG-FOUND-SWITCH               PIC X.
          88 WORK-CATALOG-FOUND                       VALUE "Y".
       01 WORK-ORDER-PLACED-SWITCH                PIC X.
          88 WORK-ORDER-PLACED                        VALUE "Y".
      *    SUBSCRIPTION RENEWALS -- SERIALS.DAT IS OWNED BY SER001A.
       01 WORK-SUBSCRIPTION-STATUS                PIC XX.
       01 WORK-SERIALS-OPEN-SWITCH                PIC X.
          88 WORK-SERIALS-IS-OPEN                     VALUE "Y".
       01 WORK-SUB-ENTRY                          PIC X(5).
       01 WORK-TERM-DATE.
          05 WORK-TERM-CC                         PIC 99.
          05 WORK-TERM-YY                         PIC 99.
          05 WORK-TERM-MM                         PIC 99.
          05 WORK-TERM-DD                         PIC 99.
      *    INVOICE MATCHING -- THE INVOICE BEING KEYED OR APPROVED,
      *    ITS RUNNING FIGURES, AND THE PRICE TOLERANCE OFF SYSPARM.
       01 WORK-PRICE-TOLERANCE                    PIC 99V99 VALUE 2.00.
       01 WORK-INVOICE-VENDOR                     PIC X(6).
       01 WORK-INVOICE-NUMBER                     PIC X(12).
       01 WORK-INVOICE-DATE-ENTRY                 PIC X(8).
       01 WORK-INVOICE-DATE-N                     PIC 9(8).
       01 WORK-INVOICE-KEY-OK-SWITCH              PIC X.
          88 WORK-INVOICE-KEY-OK                      VALUE "Y".
       01 WORK-INVOICE-FOUND-SWITCH               PIC X.
          88 WORK-INVOICE-FOUND                       VALUE "Y".
       01 WORK-LINES-DONE-SWITCH                  PIC X.
          88 WORK-LINES-DONE                          VALUE "1".
       01 WORK-LINE-NUMBER                        PIC 99.
       01 WORK-EXCEPTION-COUNT                    PIC 99.
       01 WORK-INVOICE-TOTAL                      PIC 9(7)V99.
       01 WORK-INVOICE-TOTAL-DISPLAY              PIC Z,ZZZ,ZZ9.99.
       01 WORK-PRICE-ALLOWANCE                    PIC 9(5)V99.
       01 WORK-PRICE-DIFFERENCE                   PIC S9(5)V99.
       01 WORK-NEW-SPENT                          PIC S9(8)V99.
       01 WORK-APPROVE-ANSWER                     PIC X.
       01 WORK-COMMAND-ENTRY                      PIC X.
       01 WORK-DONE-SWITCH                        PIC X VALUE "0".
          88 WORK-ENTRY-DONE                          VALUE "1".
           IF WORK-ITEM-FILE-STATUS EQUAL "00"
               MOVE "Y" TO WORK-ITEMS-OPEN-SWITCH
           END-IF.
      *    FUND.DAT IS OWNED BY FUND001A. WITHOUT IT ORDERS STILL GO
      *    OUT, UNENCUMBERED, AND THE CLERK IS TOLD SO EACH TIME.
           MOVE "N" TO WORK-FUNDS-OPEN-SWITCH.
           OPEN I-O FUND-FILE.
           IF WORK-FUND-STATUS EQUAL "00"
               MOVE "Y" TO WORK-FUNDS-OPEN-SWITCH
           END-IF.
      *    VENDOR.DAT IS OWNED BY VEND001A. WITHOUT IT THE VENDOR IS
      *    KEYED AS FREE TEXT THE OLD WAY, AND INVOICES CANNOT BE
      *    KEYED AT ALL.
           MOVE "N" TO WORK-VENDORS-OPEN-SWITCH.
           OPEN INPUT VENDOR-FILE.
           IF WORK-VENDOR-STATUS EQUAL "00"
               MOVE "Y" TO WORK-VENDORS-OPEN-SWITCH
           END-IF.
           MOVE "N" TO WORK-INVOICES-OPEN-SWITCH.
           OPEN I-O INVOICE-FILE.
           IF WORK-INVOICE-STATUS NOT EQUAL "00"
               OPEN OUTPUT INVOICE-FILE
               CLOSE INVOICE-FILE
               OPEN I-O INVOICE-FILE
           END-IF.
           IF WORK-INVOICE-STATUS EQUAL "00"
               MOVE "Y" TO WORK-INVOICES-OPEN-SWITCH
           END-IF.
           MOVE "N" TO WORK-SERIALS-OPEN-SWITCH.
           OPEN I-O SUBSCRIPTION-FILE.
           IF WORK-SUBSCRIPTION-STATUS EQUAL "00"
               MOVE "Y" TO WORK-SERIALS-OPEN-SWITCH
           END-IF.
           PERFORM DO-READ-SYSTEM-PARMS.
           DISPLAY "ACQUISITIONS DESK".
           PERFORM DO-ONE-COMMAND UNTIL WORK-ENTRY-DONE.
           CLOSE ON-ORDER-FILE.
           IF WORK-ITEMS-IS-OPEN
               CLOSE ITEM-COPY-FILE
           END-IF.
           IF WORK-FUNDS-IS-OPEN
               CLOSE FUND-FILE
           END-IF.
           IF WORK-VENDORS-IS-OPEN
               CLOSE VENDOR-FILE
           END-IF.
           IF WORK-INVOICES-IS-OPEN
               CLOSE INVOICE-FILE
           END-IF.
           IF WORK-SERIALS-IS-OPEN
               CLOSE SUBSCRIPTION-FILE
           END-IF.
           STOP RUN.

       DO-ONE-COMMAND.
           MOVE SPACE TO WORK-COMMAND-ENTRY.
           DISPLAY "A=ADD R=RECEIVE C=CANCEL I=INVOICE P=APPROVE "
                   "S=REPLACE N=RENEW F=FIND X=EXIT: ".
           ACCEPT WORK-COMMAND-ENTRY.
           IF WORK-COMMAND-ENTRY EQUAL "A"
               PERFORM DO-ADD-ORDER-LINE
               PERFORM DO-RECEIVE-ORDER-LINE
           ELSE IF WORK-COMMAND-ENTRY EQUAL "C"
               PERFORM DO-CANCEL-ORDER-LINE
           ELSE IF WORK-COMMAND-ENTRY EQUAL "I"
               PERFORM DO-ENTER-INVOICE
           ELSE IF WORK-COMMAND-ENTRY EQUAL "P"
               PERFORM DO-APPROVE-HELD-INVOICE
           ELSE IF WORK-COMMAND-ENTRY EQUAL "S"
               PERFORM DO-REVIEW-REPLACEMENTS
           ELSE IF WORK-COMMAND-ENTRY EQUAL "N"
               PERFORM DO-RENEW-SUBSCRIPTION
           ELSE IF WORK-COMMAND-ENTRY EQUAL "F"
               PERFORM DO-FIND-ORDER-LINE
           ELSE IF WORK-COMMAND-ENTRY EQUAL "X"
           DISPLAY "MEDIA (BOOK/VIDEO/AUDIO): ".
           MOVE SPACES TO ORD-MEDIA-TYPE.
           ACCEPT ORD-MEDIA-TYPE.
           PERFORM DO-ACCEPT-ORDER-VENDOR.
           IF WORK-VENDOR-OK
               PERFORM DO-ADD-ORDER-DETAILS
           ELSE
               DISPLAY "ORDER NOT ADDED"
           END-IF.

       DO-ADD-ORDER-DETAILS.
           DISPLAY "FUND: ".
           MOVE SPACES TO ORD-FUND.
           ACCEPT ORD-FUND.
           ELSE
               MOVE 1 TO ORD-COPIES-ORDERED
           END-IF.
           PERFORM DO-PLACE-ORDER-LINE.

      *    TITLE THROUGH COPIES ARE IN THE RECORD AREA -- KEYED, OR
      *    CARRIED OVER FROM A CANCELLED LINE BEING REORDERED.
       DO-PLACE-ORDER-LINE.
           MOVE "N" TO WORK-ORDER-PLACED-SWITCH.
           MOVE WORK-TODAY-DATE-N TO ORD-ORDER-DATE.
           MOVE "O" TO ORD-STATUS-FLAG.
           MOVE ZERO TO ORD-CLAIM-COUNT.
           MOVE ZERO TO ORD-LAST-CLAIM-DATE.
           MOVE "N" TO ORD-BIB-LOADED-FLAG.
           MOVE SPACES TO ORD-CALL-NUMBER.
           MOVE SPACES TO ORD-BOOK-NUMBER.
           MOVE SPACES TO ORD-INVOICE-NUMBER.
           PERFORM DO-CHECK-FUND-BALANCE.
           IF WORK-ORDER-OK
               WRITE ON-ORDER-RECORD
                   INVALID KEY
                       DISPLAY "ORDER NUMBER COLLISION -- NOT ADDED"
                   NOT INVALID KEY
                       MOVE "Y" TO WORK-ORDER-PLACED-SWITCH
                       PERFORM DO-ENCUMBER-ORDER-COST
                       DISPLAY "ORDER " ORD-NUMBER " ADDED"
               END-WRITE
           END-IF.

      *    THE VENDOR BY ITS MASTER CODE -- NOT ON FILE OR INACTIVE
      *    REFUSES THE LINE. THE MASTER'S NAME GOES ON THE ORDER SO
      *    LIB037A'S VENDOR BREAKS COME OUT ONE PER VENDOR.
       DO-ACCEPT-ORDER-VENDOR.
           MOVE SPACES TO ORD-VENDOR-CODE.
           MOVE SPACES TO ORD-VENDOR.
           IF NOT WORK-VENDORS-IS-OPEN
               MOVE "Y" TO WORK-VENDOR-OK-SWITCH
               DISPLAY "VENDOR MASTER UNAVAILABLE -- VENDOR NAME: "
               ACCEPT ORD-VENDOR
           ELSE
               DISPLAY "VENDOR CODE: "
               MOVE SPACES TO WORK-VENDOR-ENTRY
               ACCEPT WORK-VENDOR-ENTRY
               PERFORM DO-READ-ENTERED-VENDOR
               IF WORK-VENDOR-OK
                   IF NOT VEND-IS-ACTIVE
                       DISPLAY "VENDOR " VEND-CODE " IS INACTIVE"
                       MOVE "N" TO WORK-VENDOR-OK-SWITCH
                   ELSE
                       MOVE VEND-CODE TO ORD-VENDOR-CODE
                       MOVE VEND-NAME TO ORD-VENDOR
                       DISPLAY "  " VEND-NAME " DISCOUNT "
                               VEND-DISCOUNT-PERCENT
                   END-IF
               END-IF
           END-IF.

       DO-READ-ENTERED-VENDOR.
           MOVE "Y" TO WORK-VENDOR-OK-SWITCH.
           MOVE WORK-VENDOR-ENTRY TO VEND-CODE.
           READ VENDOR-FILE
               INVALID KEY
                   DISPLAY "VENDOR " WORK-VENDOR-ENTRY " NOT ON FILE"
                   MOVE "N" TO WORK-VENDOR-OK-SWITCH
           END-READ.

      *    THE LINE'S COST (UNIT COST TIMES COPIES, AS LIB037A
      *    COUNTS IT) AGAINST THE FUND'S FREE BALANCE FOR THIS
      *    FISCAL YEAR. A FUND WITH NO ROW FOR THE YEAR HAS NO
      *    MONEY TO SPEND AND THE LINE IS REFUSED; A LINE THAT WOULD
      *    OVERDRAW THE FUND GOES OUT ONLY IF THE CLERK SAYS SO.
       DO-CHECK-FUND-BALANCE.
           MOVE "Y" TO WORK-ORDER-OK-SWITCH.
           MOVE WORK-FISCAL-YEAR TO ORD-FISCAL-YEAR.
           MOVE ZERO TO ORD-ENCUMBERED-AMOUNT.
           MOVE ZERO TO ORD-INVOICE-COST.
           COMPUTE WORK-ORDER-COST =
                   ORD-UNIT-COST * ORD-COPIES-ORDERED.
           IF NOT WORK-FUNDS-IS-OPEN
               DISPLAY "FUND MASTER UNAVAILABLE -- ORDER WILL NOT BE "
                       "ENCUMBERED"
           ELSE
               PERFORM DO-READ-ORDER-FUND
               IF WORK-FUND-STATUS NOT EQUAL "00"
                   DISPLAY "NO ALLOCATION FOR FUND " ORD-FUND
                           " IN FY " ORD-FISCAL-YEAR " -- NOT ADDED"
                   MOVE "N" TO WORK-ORDER-OK-SWITCH
               ELSE
                   PERFORM DO-WARN-FUND-OVERDRAW
                   MOVE WORK-ORDER-COST TO ORD-ENCUMBERED-AMOUNT
               END-IF
           END-IF.

       DO-WARN-FUND-OVERDRAW.
           COMPUTE WORK-FREE-BALANCE =
                   FUND-ALLOCATION - FUND-ENCUMBERED - FUND-SPENT.
           IF WORK-ORDER-COST GREATER THAN WORK-FREE-BALANCE
               MOVE WORK-FREE-BALANCE TO WORK-FREE-BALANCE-DISPLAY
               DISPLAY "WARNING -- FUND " ORD-FUND " HAS "
                       WORK-FREE-BALANCE-DISPLAY " FREE; THIS ORDER "
                       "OVERDRAWS IT"
               DISPLAY "PLACE THE ORDER ANYWAY (Y/N): "
               MOVE "N" TO WORK-OVERDRAW-ANSWER
               ACCEPT WORK-OVERDRAW-ANSWER
               IF WORK-OVERDRAW-ANSWER NOT EQUAL "Y"
                   DISPLAY "ORDER NOT ADDED"
                   MOVE "N" TO WORK-ORDER-OK-SWITCH
               END-IF
           END-IF.

      *    THE FUND ROW IS STILL IN THE RECORD AREA FROM THE CHECK
      *    ABOVE -- NOTHING ELSE READS FUND.DAT IN BETWEEN.
       DO-ENCUMBER-ORDER-COST.
           IF ORD-ENCUMBERED-AMOUNT GREATER THAN ZERO
               ADD ORD-ENCUMBERED-AMOUNT TO FUND-ENCUMBERED
               REWRITE FUND-RECORD
           END-IF.

      *    THE BOX ARRIVED -- THE CLERK KEYS ONLY THE NEW CATALOG
      *    NUMBER, THE SHELF ADDRESS OFF THE SPINE LABEL, AND ONE
      *    BARCODE PER COPY; TITLE, AUTHOR, MEDIA, AND COST COME
      *    STRAIGHT OFF THE ORDER LINE.
       DO-RECEIVE-ORDER-LINE.
           IF NOT WORK-BOOKS-IS-OPEN OR NOT WORK-ITEMS-IS-OPEN
               DISPLAY "CATALOG OR ITEM FILE UNAVAILABLE -- CANNOT "
                   IF NOT ORD-IS-OPEN
                       DISPLAY "ORDER LINE IS NOT OPEN"
                   ELSE
                       IF ORD-IS-RENEWAL
                           PERFORM DO-RECEIVE-RENEWAL
                       ELSE
                           PERFORM DO-RECEIVE-INTO-CATALOG
                       END-IF
                   END-IF
               END-IF
           END-IF.
           MOVE SPACES TO BOOK-BRANCH-ID.
           ACCEPT BOOK-DATE-ADDED FROM DATE.
           MOVE ORD-UNIT-COST TO BOOK-REPLACEMENT-COST.
      *    A LINE CARRYING THE VENDOR'S RECORD OFFERS ITS CALL
      *    NUMBER -- BLANK TAKES IT, ANYTHING KEYED REPLACES IT.
           IF ORD-BIB-LOADED
               DISPLAY "CALL NUMBER (CLASSIFICATION, BLANK = "
                       ORD-CALL-CLASS "): "
           ELSE
               DISPLAY "CALL NUMBER (CLASSIFICATION): "
           END-IF.
           MOVE SPACES TO BOOK-CALL-CLASS.
           ACCEPT BOOK-CALL-CLASS.
           IF ORD-BIB-LOADED
               IF BOOK-CALL-CLASS EQUAL SPACES
                   MOVE ORD-CALL-CLASS TO BOOK-CALL-CLASS
               END-IF
               DISPLAY "CUTTER (BLANK = " ORD-CALL-CUTTER "): "
           ELSE
               DISPLAY "CUTTER: "
           END-IF.
           MOVE SPACES TO BOOK-CALL-CUTTER.
           ACCEPT BOOK-CALL-CUTTER.
           IF ORD-BIB-LOADED AND BOOK-CALL-CUTTER EQUAL SPACES
               MOVE ORD-CALL-CUTTER TO BOOK-CALL-CUTTER
           END-IF.
           DISPLAY "LOCATION CODE (ADULT/JUV/REF ...): ".
           MOVE SPACES TO BOOK-LOCATION-CODE.
           ACCEPT BOOK-LOCATION-CODE.
           COMPUTE WORK-ORDER-COST =
                   ORD-UNIT-COST * ORD-COPIES-ORDERED.
           DISPLAY "INVOICE COST FOR THE LINE, CENTS (BLANK = "
                   "ORDER COST " WORK-ORDER-COST "): ".
           MOVE SPACES TO WORK-INVOICE-ENTRY.
           ACCEPT WORK-INVOICE-ENTRY.
           IF WORK-INVOICE-ENTRY (1:1) IS NUMERIC
               COMPUTE ORD-INVOICE-COST =
                       FUNCTION NUMVAL (WORK-INVOICE-ENTRY) / 100
           ELSE
               MOVE WORK-ORDER-COST TO ORD-INVOICE-COST
           END-IF.
           WRITE BOOKS-RECORD
               INVALID KEY
                   DISPLAY "CATALOG NUMBER ALREADY ON FILE -- "
                   MOVE "R" TO ORD-STATUS-FLAG
                   MOVE WORK-NEW-BOOK-NUMBER TO ORD-BOOK-NUMBER
                   REWRITE ON-ORDER-RECORD
                   PERFORM DO-POST-FUND-SPEND
                   DISPLAY "ORDER " ORD-NUMBER " RECEIVED AS "
                           "CATALOG " WORK-NEW-BOOK-NUMBER
           END-WRITE.

      *    THE PUBLISHER CONFIRMED THE RENEWAL -- NOTHING COMES IN
      *    FOR THE CATALOG (THE ISSUES ARRIVE ON SER001A), SO ONLY
      *    THE INVOICE COST IS KEYED AND POSTED.
       DO-RECEIVE-RENEWAL.
           COMPUTE WORK-ORDER-COST =
                   ORD-UNIT-COST * ORD-COPIES-ORDERED.
           DISPLAY "RENEWAL OF " ORD-TITLE.
           DISPLAY "INVOICE COST FOR THE LINE, CENTS (BLANK = "
                   "ORDER COST " WORK-ORDER-COST "): ".
           MOVE SPACES TO WORK-INVOICE-ENTRY.
           ACCEPT WORK-INVOICE-ENTRY.
           IF WORK-INVOICE-ENTRY (1:1) IS NUMERIC
               COMPUTE ORD-INVOICE-COST =
                       FUNCTION NUMVAL (WORK-INVOICE-ENTRY) / 100
           ELSE
               MOVE WORK-ORDER-COST TO ORD-INVOICE-COST
           END-IF.
           MOVE "R" TO ORD-STATUS-FLAG.
           REWRITE ON-ORDER-RECORD.
           PERFORM DO-POST-FUND-SPEND.
           DISPLAY "ORDER " ORD-NUMBER " RECEIVED -- RENEWAL "
                   "CONFIRMED".

      *    THE RUNNING CATALOG COUNT BOOK001A MAINTAINS MUST STAY
      *    HONEST WHEN THE TITLE ARRIVES THROUGH THIS DESK TOO.
       DO-BUMP-BOOK-COUNTER.
           MOVE "N" TO ITEM-SERVICE-FLAG.
           MOVE ZERO TO ITEM-REPAIR-DATE.
           MOVE ZERO TO ITEM-TRANSIT-SENT-DATE.
           MOVE SPACES TO ITEM-GIFT-DONOR.
           WRITE ITEM-COPY-RECORD
               INVALID KEY
                   DISPLAY "BARCODE ALREADY REGISTERED -- COPY "
               ELSE
                   MOVE "X" TO ORD-STATUS-FLAG
                   REWRITE ON-ORDER-RECORD
                   PERFORM DO-RELIEVE-FUND-ENCUMBRANCE
                   DISPLAY "ORDER " ORD-NUMBER " CANCELLED"
                   IF ORD-CLAIM-COUNT GREATER THAN ZERO
                       PERFORM DO-OFFER-REORDER
                   END-IF
               END-IF
           END-IF.

      *    THE VENDOR WAS CLAIMED AND NEVER DELIVERED -- THE SAME
      *    TITLE, FUND, COST, AND COPIES GO OUT AGAIN AS A NEW LINE
      *    FROM THE VENDOR KEYED NOW, ENCUMBERED AGAINST THE MONEY
      *    THE CANCEL JUST RELEASED.
       DO-OFFER-REORDER.
           DISPLAY "VENDOR WAS CLAIMED " ORD-CLAIM-COUNT
                   " TIME(S) -- REORDER ELSEWHERE (Y/N): ".
           MOVE "N" TO WORK-REORDER-ANSWER.
           ACCEPT WORK-REORDER-ANSWER.
           IF WORK-REORDER-ANSWER EQUAL "Y"
               MOVE ORD-NUMBER TO WORK-REORDER-OF-NUMBER
               PERFORM DO-NEXT-ORDER-NUMBER
               MOVE WORK-NEXT-ORDER-NUMERIC TO ORD-NUMBER
               PERFORM DO-ACCEPT-ORDER-VENDOR
               IF WORK-VENDOR-OK
                   MOVE SPACES TO ORD-BOOK-NUMBER
                   PERFORM DO-PLACE-ORDER-LINE
               ELSE
                   DISPLAY "ORDER " WORK-REORDER-OF-NUMBER
                           " NOT REORDERED"
               END-IF
           END-IF.

      *    S -- THE PENDING ROWS ON REPLLOG.DAT, OLDEST FIRST, ONE
      *    COPY AT A TIME. THE SELECTOR ACCEPTS, REJECTS, SKIPS (IT
      *    STAYS PENDING FOR NEXT TIME), OR QUITS THE WALK.
       DO-REVIEW-REPLACEMENTS.
           OPEN I-O REPLACEMENT-LOG-FILE.
           IF WORK-REPLACEMENT-LOG-STATUS NOT EQUAL "00"
               DISPLAY "NO REPLACEMENT CANDIDATES ON FILE"
           ELSE
               MOVE ZERO TO WORK-REVIEW-COUNT
               MOVE "0" TO WORK-REVIEW-DONE-SWITCH
               PERFORM DO-REVIEW-NEXT-CANDIDATE
                   UNTIL WORK-REVIEW-DONE
               CLOSE REPLACEMENT-LOG-FILE
               DISPLAY WORK-REVIEW-COUNT " CANDIDATE(S) REVIEWED"
           END-IF.

       DO-REVIEW-NEXT-CANDIDATE.
           READ REPLACEMENT-LOG-FILE
               AT END
                   MOVE "1" TO WORK-REVIEW-DONE-SWITCH
               NOT AT END
                   IF RPL-IS-PENDING
                       ADD 1 TO WORK-REVIEW-COUNT
                       PERFORM DO-OFFER-REPLACEMENT
                   END-IF
           END-READ.

      *    THE TITLE, AUTHOR, MEDIA AND REPLACEMENT COST COME OFF THE
      *    CATALOG RECORD (WITHDRAWN OR NOT, IT STAYS ON FILE); A
      *    TITLE NO LONGER ON THE CATALOG CAN ONLY BE REJECTED OR
      *    ORDERED BY HAND WITH A.
       DO-OFFER-REPLACEMENT.
           MOVE "N" TO WORK-CATALOG-FOUND-SWITCH.
           IF WORK-BOOKS-IS-OPEN
               MOVE RPL-BOOK-NUMBER TO BOOK-NUMBER
               READ BOOKS-LIST
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WORK-CATALOG-FOUND-SWITCH
               END-READ
           END-IF.
           IF WORK-CATALOG-FOUND
               IF BOOK-REPLACEMENT-COST NOT NUMERIC
                   MOVE ZERO TO BOOK-REPLACEMENT-COST
               END-IF
               DISPLAY RPL-BOOK-NUMBER " " BOOK-TITLE " " BOOK-AUTHOR
               DISPLAY "  " RPL-REASON-CODE " " RPL-DATE " "
                       RPL-ITEM-BARCODE " COST " BOOK-REPLACEMENT-COST
           ELSE
               DISPLAY RPL-BOOK-NUMBER " NOT ON THE CATALOG -- "
                       RPL-REASON-CODE " " RPL-DATE
           END-IF.
           DISPLAY "A=ACCEPT R=REJECT S=SKIP Q=QUIT: ".
           MOVE "S" TO WORK-REVIEW-ANSWER.
           ACCEPT WORK-REVIEW-ANSWER.
           IF WORK-REVIEW-ANSWER EQUAL "A"
               IF WORK-CATALOG-FOUND
                   PERFORM DO-ORDER-REPLACEMENT
               ELSE
                   DISPLAY "NOTHING TO CARRY OVER -- LEFT PENDING"
               END-IF
           ELSE IF WORK-REVIEW-ANSWER EQUAL "R"
               MOVE "R" TO RPL-STATUS-FLAG
               MOVE WORK-TODAY-DATE-N TO RPL-DECIDED-DATE
               REWRITE REPLACEMENT-LOG-RECORD
               DISPLAY "CANDIDATE REJECTED"
           ELSE IF WORK-REVIEW-ANSWER EQUAL "Q"
               MOVE "1" TO WORK-REVIEW-DONE-SWITCH
           END-IF.

      *    THE NEW LINE GOES THROUGH THE SAME FUND CHECK AND
      *    ENCUMBRANCE AS ONE KEYED WITH A; THE ROW IS MARKED
      *    ACCEPTED, WITH ITS ORDER NUMBER, ONLY ONCE THE LINE IS ON
      *    FILE.
       DO-ORDER-REPLACEMENT.
           PERFORM DO-NEXT-ORDER-NUMBER.
           MOVE WORK-NEXT-ORDER-NUMERIC TO ORD-NUMBER.
           MOVE BOOK-TITLE TO ORD-TITLE.
           MOVE BOOK-AUTHOR TO ORD-AUTHOR.
           MOVE BOOK-MEDIA-TYPE TO ORD-MEDIA-TYPE.
           MOVE WORK-REPLACEMENT-FUND TO ORD-FUND.
           MOVE BOOK-REPLACEMENT-COST TO ORD-UNIT-COST.
           MOVE 1 TO ORD-COPIES-ORDERED.
           DISPLAY "FUND " WORK-REPLACEMENT-FUND " UNIT COST "
                   BOOK-REPLACEMENT-COST.
           PERFORM DO-ACCEPT-ORDER-VENDOR.
           IF WORK-VENDOR-OK
               PERFORM DO-PLACE-ORDER-LINE
           END-IF.
           IF WORK-ORDER-PLACED
               MOVE "A" TO RPL-STATUS-FLAG
               MOVE ORD-NUMBER TO RPL-ORDER-NUMBER
               MOVE WORK-TODAY-DATE-N TO RPL-DECIDED-DATE
               REWRITE REPLACEMENT-LOG-RECORD
           ELSE
               DISPLAY "NOT ORDERED -- LEFT PENDING"
           END-IF.

      *    N -- THE SUBSCRIPTION'S ANNUAL COST GOES OUT AS ONE LINE
      *    TO ITS VENDOR THROUGH THE SAME FUND CHECK AND ENCUMBRANCE
      *    AS ANY ORDER; THE TERM IS EXTENDED ONLY ONCE THE LINE IS
      *    ON FILE.
       DO-RENEW-SUBSCRIPTION.
           IF NOT WORK-SERIALS-IS-OPEN
               DISPLAY "NO SUBSCRIPTION FILE -- NOTHING TO RENEW"
           ELSE
               DISPLAY "SUBSCRIPTION NUMBER: "
               MOVE SPACES TO WORK-SUB-ENTRY
               ACCEPT WORK-SUB-ENTRY
               MOVE WORK-SUB-ENTRY TO SUB-NUMBER
               READ SUBSCRIPTION-FILE
                   INVALID KEY
                       DISPLAY "SUBSCRIPTION NOT ON FILE"
                   NOT INVALID KEY
                       IF SUB-IS-CANCELLED
                           DISPLAY "SUBSCRIPTION IS CANCELLED -- "
                                   "NOT RENEWED"
                       ELSE
                           PERFORM DO-ORDER-RENEWAL
                       END-IF
               END-READ
           END-IF.

       DO-ORDER-RENEWAL.
           DISPLAY SUB-NUMBER " " SUB-TITLE " " SUB-PUBLISHER.
           DISPLAY "  TERM " SUB-TERM-START-DATE " TO "
                   SUB-TERM-END-DATE " ISSUES THIS TERM "
                   SUB-TERM-ISSUE-COUNT.
           DISPLAY "ANNUAL COST, CENTS (BLANK = " SUB-ANNUAL-COST "): ".
           MOVE SPACES TO WORK-AMOUNT-ENTRY.
           ACCEPT WORK-AMOUNT-ENTRY.
           IF WORK-AMOUNT-ENTRY (1:1) IS NUMERIC
               COMPUTE SUB-ANNUAL-COST =
                       FUNCTION NUMVAL (WORK-AMOUNT-ENTRY) / 100
           END-IF.
           IF SUB-FUND EQUAL SPACES
               DISPLAY "FUND: "
               ACCEPT SUB-FUND
           END-IF.
           PERFORM DO-NEXT-ORDER-NUMBER.
           MOVE WORK-NEXT-ORDER-NUMERIC TO ORD-NUMBER.
           MOVE SUB-TITLE TO ORD-TITLE.
           MOVE SUB-PUBLISHER TO ORD-AUTHOR.
           MOVE "SERIAL" TO ORD-MEDIA-TYPE.
           MOVE SUB-FUND TO ORD-FUND.
           MOVE SUB-ANNUAL-COST TO ORD-UNIT-COST.
           MOVE 1 TO ORD-COPIES-ORDERED.
           MOVE "N" TO WORK-ORDER-PLACED-SWITCH.
           IF SUB-VENDOR-CODE EQUAL SPACES OR NOT WORK-VENDORS-IS-OPEN
               PERFORM DO-ACCEPT-ORDER-VENDOR
           ELSE
               PERFORM DO-USE-SUBSCRIPTION-VENDOR
           END-IF.
           IF WORK-VENDOR-OK
               PERFORM DO-PLACE-ORDER-LINE
           END-IF.
           IF WORK-ORDER-PLACED
               PERFORM DO-EXTEND-SUBSCRIPTION-TERM
               MOVE ORD-VENDOR-CODE TO SUB-VENDOR-CODE
               MOVE ORD-NUMBER TO SUB-RENEWAL-ORDER-NUMBER
               MOVE ZERO TO SUB-TERM-ISSUE-COUNT
               REWRITE SUBSCRIPTION-RECORD
               DISPLAY "RENEWED -- TERM NOW " SUB-TERM-START-DATE
                       " TO " SUB-TERM-END-DATE
           ELSE
               DISPLAY "SUBSCRIPTION NOT RENEWED"
           END-IF.

      *    THE VENDOR ON THE SUBSCRIPTION, HELD TO THE SAME ACTIVE
      *    CHECK AS ONE KEYED AT THE DESK.
       DO-USE-SUBSCRIPTION-VENDOR.
           MOVE SPACES TO ORD-VENDOR-CODE.
           MOVE SPACES TO ORD-VENDOR.
           MOVE SUB-VENDOR-CODE TO WORK-VENDOR-ENTRY.
           PERFORM DO-READ-ENTERED-VENDOR.
           IF WORK-VENDOR-OK
               IF NOT VEND-IS-ACTIVE
                   DISPLAY "VENDOR " VEND-CODE " IS INACTIVE"
                   MOVE "N" TO WORK-VENDOR-OK-SWITCH
               ELSE
                   MOVE VEND-CODE TO ORD-VENDOR-CODE
                   MOVE VEND-NAME TO ORD-VENDOR
                   DISPLAY "  VENDOR " VEND-CODE " " VEND-NAME
               END-IF
           END-IF.

      *    THE NEW TERM PICKS UP WHERE THE OLD ONE ENDS -- OR TODAY,
      *    FOR A SUBSCRIPTION THAT HAD NO TERM OR HAS ALREADY LAPSED
      *    -- AND RUNS A YEAR, AS SER001A SETS A TERM.
       DO-EXTEND-SUBSCRIPTION-TERM.
           IF SUB-TERM-END-DATE EQUAL ZERO
              OR SUB-TERM-END-DATE LESS THAN WORK-TODAY-DATE-N
               MOVE WORK-TODAY-DATE-N TO SUB-TERM-START-DATE
           ELSE
               MOVE SUB-TERM-END-DATE TO SUB-TERM-START-DATE
           END-IF.
           MOVE SUB-TERM-START-DATE TO WORK-TERM-DATE.
           ADD 1 TO WORK-TERM-YY.
           IF WORK-TERM-YY EQUAL ZERO
               ADD 1 TO WORK-TERM-CC
           END-IF.
           IF WORK-TERM-MM EQUAL 2 AND WORK-TERM-DD EQUAL 29
               MOVE 28 TO WORK-TERM-DD
           END-IF.
           MOVE WORK-TERM-DATE TO SUB-TERM-END-DATE.

       DO-FIND-ORDER-LINE.
           PERFORM DO-READ-ONE-ORDER.
           IF WORK-ON-ORDER-STATUS EQUAL "00"
               DISPLAY ORD-NUMBER " " ORD-STATUS-FLAG " " ORD-TITLE
               DISPLAY "  " ORD-AUTHOR " " ORD-MEDIA-TYPE
               DISPLAY "  VENDOR " ORD-VENDOR-CODE " " ORD-VENDOR
                       " FUND " ORD-FUND
               DISPLAY "  ORDERED " ORD-ORDER-DATE " COST "
                       ORD-UNIT-COST " X " ORD-COPIES-ORDERED
                       " -> CATALOG " ORD-BOOK-NUMBER
               DISPLAY "  FY " ORD-FISCAL-YEAR " ENCUMBERED "
                       ORD-ENCUMBERED-AMOUNT " INVOICED "
                       ORD-INVOICE-COST
               DISPLAY "  BILLED ON INVOICE " ORD-INVOICE-NUMBER
               DISPLAY "  CLAIMED " ORD-CLAIM-COUNT " TIME(S), LAST "
                       ORD-LAST-CLAIM-DATE
               IF ORD-BIB-LOADED
                   DISPLAY "  VENDOR RECORD LOADED -- CALL "
                           ORD-CALL-CLASS " " ORD-CALL-CUTTER
               END-IF
           END-IF.

      *    RECEIVING: THE LINE'S ENCUMBRANCE COMES OFF THE FUND ROW
      *    IT WAS PUT ON (ROLLED FORWARD BY LIB056A IF THE ORDER
      *    CROSSED A YEAR END) AND THE INVOICE COST GOES ON AS SPENT.
       DO-POST-FUND-SPEND.
           IF NOT WORK-FUNDS-IS-OPEN
               DISPLAY "FUND MASTER UNAVAILABLE -- SPEND NOT POSTED"
           ELSE
               PERFORM DO-READ-ORDER-FUND
               IF WORK-FUND-STATUS NOT EQUAL "00"
                   DISPLAY "FUND " ORD-FUND " NOT ON FILE FOR FY "
                           FUND-FISCAL-YEAR " -- SPEND NOT POSTED"
               ELSE
                   PERFORM DO-TAKE-OFF-ENCUMBRANCE
                   ADD ORD-INVOICE-COST TO FUND-SPENT
                   REWRITE FUND-RECORD
               END-IF
           END-IF.

       DO-RELIEVE-FUND-ENCUMBRANCE.
           IF WORK-FUNDS-IS-OPEN
              AND ORD-ENCUMBERED-AMOUNT GREATER THAN ZERO
               PERFORM DO-READ-ORDER-FUND
               IF WORK-FUND-STATUS EQUAL "00"
                   PERFORM DO-TAKE-OFF-ENCUMBRANCE
                   REWRITE FUND-RECORD
               END-IF
           END-IF.

       DO-TAKE-OFF-ENCUMBRANCE.
           IF ORD-ENCUMBERED-AMOUNT GREATER THAN FUND-ENCUMBERED
               MOVE ZERO TO FUND-ENCUMBERED
           ELSE
               SUBTRACT ORD-ENCUMBERED-AMOUNT FROM FUND-ENCUMBERED
           END-IF.

      *    A LINE WRITTEN BEFORE THE FUND MASTER EXISTED CARRIES NO
      *    YEAR -- ITS SPEND GOES TO THE CURRENT YEAR'S ROW.
       DO-READ-ORDER-FUND.
           MOVE ORD-FUND TO FUND-CODE.
           IF ORD-FISCAL-YEAR EQUAL ZERO
               MOVE WORK-FISCAL-YEAR TO FUND-FISCAL-YEAR
           ELSE
               MOVE ORD-FISCAL-YEAR TO FUND-FISCAL-YEAR
           END-IF.
           READ FUND-FILE
               INVALID KEY
                   MOVE "23" TO WORK-FUND-STATUS
           END-READ.

       DO-READ-ONE-ORDER.
           MOVE SPACES TO WORK-ORDER-ENTRY.
                   MOVE "00" TO WORK-ON-ORDER-STATUS
           END-READ.

      *    THE INVOICE AS IT ARRIVED: VENDOR, INVOICE NUMBER, DATE,
      *    THEN ONE LINE PER ORDER LINE BILLED, EACH MATCHED AS IT
      *    IS KEYED. AN INVOICE ALREADY ON FILE IS NOT RE-KEYED --
      *    P RE-MATCHES AND APPROVES IT.
       DO-ENTER-INVOICE.
           IF NOT WORK-VENDORS-IS-OPEN OR NOT WORK-INVOICES-IS-OPEN
               DISPLAY "VENDOR OR INVOICE FILE UNAVAILABLE -- CANNOT "
                       "KEY INVOICES"
           ELSE
               PERFORM DO-ACCEPT-INVOICE-KEY
               IF WORK-INVOICE-KEY-OK
                   PERFORM DO-CHECK-INVOICE-ON-FILE
                   IF WORK-INVOICE-FOUND
                       DISPLAY "INVOICE ALREADY ON FILE -- USE P TO "
                               "APPROVE IT"
                   ELSE
                       PERFORM DO-KEY-INVOICE-LINES
                   END-IF
               END-IF
           END-IF.

       DO-APPROVE-HELD-INVOICE.
           IF NOT WORK-VENDORS-IS-OPEN OR NOT WORK-INVOICES-IS-OPEN
               DISPLAY "VENDOR OR INVOICE FILE UNAVAILABLE -- CANNOT "
                       "APPROVE INVOICES"
           ELSE
               PERFORM DO-ACCEPT-INVOICE-KEY
               IF WORK-INVOICE-KEY-OK
                   PERFORM DO-CHECK-INVOICE-ON-FILE
                   PERFORM DO-APPROVE-FOUND-INVOICE
               END-IF
           END-IF.

       DO-APPROVE-FOUND-INVOICE.
           IF NOT WORK-INVOICE-FOUND
               DISPLAY "INVOICE NOT ON FILE"
           ELSE IF INV-IS-APPROVED
               DISPLAY "INVOICE ALREADY APPROVED ON "
                       INV-APPROVED-DATE
           ELSE
               PERFORM DO-REMATCH-INVOICE
               PERFORM DO-OFFER-APPROVAL
           END-IF.

      *    AN INACTIVE VENDOR CAN STILL BILL FOR WHAT IT SHIPPED.
       DO-ACCEPT-INVOICE-KEY.
           MOVE "N" TO WORK-INVOICE-KEY-OK-SWITCH.
           DISPLAY "VENDOR CODE: ".
           MOVE SPACES TO WORK-VENDOR-ENTRY.
           ACCEPT WORK-VENDOR-ENTRY.
           PERFORM DO-READ-ENTERED-VENDOR.
           IF WORK-VENDOR-OK
               DISPLAY "  " VEND-NAME
               DISPLAY "VENDOR'S INVOICE NUMBER: "
               MOVE SPACES TO WORK-INVOICE-NUMBER
               ACCEPT WORK-INVOICE-NUMBER
               IF WORK-INVOICE-NUMBER EQUAL SPACES
                   DISPLAY "INVOICE NUMBER IS REQUIRED"
               ELSE
                   MOVE VEND-CODE TO WORK-INVOICE-VENDOR
                   MOVE "Y" TO WORK-INVOICE-KEY-OK-SWITCH
               END-IF
           END-IF.

      *    EVERY INVOICE HAS A LINE 01 -- ITS PRESENCE IS THE
      *    INVOICE'S, AND IT CARRIES THE INVOICE-LEVEL STATUS.
       DO-CHECK-INVOICE-ON-FILE.
           MOVE WORK-INVOICE-VENDOR TO INV-VENDOR-CODE.
           MOVE WORK-INVOICE-NUMBER TO INV-NUMBER.
           MOVE 01 TO INV-LINE-NUMBER.
           READ INVOICE-FILE
               INVALID KEY
                   MOVE "N" TO WORK-INVOICE-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE "Y" TO WORK-INVOICE-FOUND-SWITCH
           END-READ.

       DO-KEY-INVOICE-LINES.
           DISPLAY "INVOICE DATE CCYYMMDD (BLANK = TODAY): ".
           MOVE SPACES TO WORK-INVOICE-DATE-ENTRY.
           ACCEPT WORK-INVOICE-DATE-ENTRY.
           IF WORK-INVOICE-DATE-ENTRY IS NUMERIC
               MOVE WORK-INVOICE-DATE-ENTRY TO WORK-INVOICE-DATE-N
           ELSE
               MOVE WORK-TODAY-DATE-N TO WORK-INVOICE-DATE-N
           END-IF.
           MOVE 0 TO WORK-LINE-NUMBER.
           MOVE 0 TO WORK-EXCEPTION-COUNT.
           MOVE 0 TO WORK-INVOICE-TOTAL.
           MOVE "0" TO WORK-LINES-DONE-SWITCH.
           PERFORM DO-KEY-ONE-INVOICE-LINE UNTIL WORK-LINES-DONE.
           IF WORK-LINE-NUMBER EQUAL ZERO
               DISPLAY "NO LINES KEYED -- NOTHING ON FILE"
           ELSE
               PERFORM DO-OFFER-APPROVAL
           END-IF.

       DO-KEY-ONE-INVOICE-LINE.
           DISPLAY "ORDER NUMBER BILLED (BLANK = END OF INVOICE): ".
           MOVE SPACES TO WORK-ORDER-ENTRY.
           ACCEPT WORK-ORDER-ENTRY.
           IF WORK-ORDER-ENTRY EQUAL SPACES
               MOVE "1" TO WORK-LINES-DONE-SWITCH
           ELSE IF WORK-LINE-NUMBER EQUAL 99
               DISPLAY "99 LINES IS THE MOST ONE INVOICE HOLDS"
               MOVE "1" TO WORK-LINES-DONE-SWITCH
           ELSE
               ADD 1 TO WORK-LINE-NUMBER
               MOVE WORK-INVOICE-VENDOR TO INV-VENDOR-CODE
               MOVE WORK-INVOICE-NUMBER TO INV-NUMBER
               MOVE WORK-LINE-NUMBER TO INV-LINE-NUMBER
               MOVE WORK-INVOICE-DATE-N TO INV-INVOICE-DATE
               MOVE WORK-TODAY-DATE-N TO INV-ENTERED-DATE
               MOVE "H" TO INV-STATUS-FLAG
               MOVE ZERO TO INV-APPROVED-DATE
               MOVE WORK-ORDER-ENTRY TO INV-ORDER-NUMBER
               DISPLAY "QUANTITY BILLED: "
               MOVE SPACES TO WORK-COPIES-ENTRY
               ACCEPT WORK-COPIES-ENTRY
               IF WORK-COPIES-ENTRY IS NUMERIC
                   MOVE WORK-COPIES-ENTRY TO INV-QUANTITY
               ELSE
                   MOVE ZERO TO INV-QUANTITY
               END-IF
               DISPLAY "UNIT PRICE BILLED, CENTS: "
               MOVE SPACES TO WORK-AMOUNT-ENTRY
               ACCEPT WORK-AMOUNT-ENTRY
               IF WORK-AMOUNT-ENTRY (1:1) IS NUMERIC
                   COMPUTE INV-UNIT-PRICE =
                           FUNCTION NUMVAL (WORK-AMOUNT-ENTRY) / 100
               ELSE
                   MOVE ZERO TO INV-UNIT-PRICE
               END-IF
               COMPUTE INV-LINE-AMOUNT =
                       INV-UNIT-PRICE * INV-QUANTITY
               PERFORM DO-MATCH-INVOICE-LINE
               WRITE INVOICE-RECORD
                   INVALID KEY
                       DISPLAY "INVOICE LINE COLLISION -- NOT KEYED"
                       SUBTRACT 1 FROM WORK-LINE-NUMBER
                   NOT INVALID KEY
                       ADD INV-LINE-AMOUNT TO WORK-INVOICE-TOTAL
                       PERFORM DO-SHOW-MATCH-RESULT
               END-WRITE
           END-IF.

      *    RECEIVING CAN HAVE HAPPENED SINCE A HELD INVOICE WAS
      *    KEYED, SO EVERY LINE IS MATCHED AFRESH BEFORE APPROVAL.
       DO-REMATCH-INVOICE.
           MOVE 0 TO WORK-LINE-NUMBER.
           MOVE 0 TO WORK-EXCEPTION-COUNT.
           MOVE 0 TO WORK-INVOICE-TOTAL.
           PERFORM DO-START-INVOICE-LINES.
           PERFORM DO-REMATCH-NEXT-LINE UNTIL WORK-LINES-DONE.

       DO-REMATCH-NEXT-LINE.
           PERFORM DO-READ-NEXT-INVOICE-LINE.
           IF NOT WORK-LINES-DONE
               ADD 1 TO WORK-LINE-NUMBER
               PERFORM DO-MATCH-INVOICE-LINE
               REWRITE INVOICE-RECORD
               ADD INV-LINE-AMOUNT TO WORK-INVOICE-TOTAL
               PERFORM DO-SHOW-MATCH-RESULT
           END-IF.

       DO-START-INVOICE-LINES.
           MOVE "0" TO WORK-LINES-DONE-SWITCH.
           MOVE WORK-INVOICE-VENDOR TO INV-VENDOR-CODE.
           MOVE WORK-INVOICE-NUMBER TO INV-NUMBER.
           MOVE ZERO TO INV-LINE-NUMBER.
           START INVOICE-FILE KEY IS NOT LESS THAN INV-KEY
               INVALID KEY
                   MOVE "1" TO WORK-LINES-DONE-SWITCH
           END-START.

       DO-READ-NEXT-INVOICE-LINE.
           READ INVOICE-FILE NEXT RECORD
               AT END
                   MOVE "1" TO WORK-LINES-DONE-SWITCH
               NOT AT END
                   IF INV-VENDOR-CODE NOT EQUAL WORK-INVOICE-VENDOR
                      OR INV-NUMBER NOT EQUAL WORK-INVOICE-NUMBER
                       MOVE "1" TO WORK-LINES-DONE-SWITCH
                   END-IF
           END-READ.

      *    ONE INVOICE LINE AGAINST ITS ORDER LINE AND RECEIPT. THE
      *    VENDOR MASTER ROW IS STILL IN THE RECORD AREA FROM THE
      *    INVOICE KEY. RECEIVING TAKES IN EVERY COPY ORDERED, SO
      *    THE COPIES RECEIVED ARE THE COPIES ORDERED.
       DO-MATCH-INVOICE-LINE.
           MOVE ZERO TO INV-EXPECTED-PRICE.
           MOVE INV-ORDER-NUMBER TO ORD-NUMBER.
           READ ON-ORDER-FILE
               INVALID KEY
                   MOVE "N" TO INV-MATCH-FLAG
               NOT INVALID KEY
                   PERFORM DO-MATCH-TO-ORDER
           END-READ.

       DO-MATCH-TO-ORDER.
           IF ORD-VENDOR-CODE NOT EQUAL INV-VENDOR-CODE
              OR ORD-IS-CANCELLED
               MOVE "N" TO INV-MATCH-FLAG
           ELSE IF ORD-INVOICE-NUMBER NOT EQUAL SPACES
              AND ORD-INVOICE-NUMBER NOT EQUAL INV-NUMBER
               MOVE "D" TO INV-MATCH-FLAG
           ELSE IF ORD-IS-OPEN
               MOVE "R" TO INV-MATCH-FLAG
           ELSE
               PERFORM DO-MATCH-PRICE-AND-QUANTITY
           END-IF.

       DO-MATCH-PRICE-AND-QUANTITY.
           COMPUTE INV-EXPECTED-PRICE ROUNDED =
                   ORD-UNIT-COST * (100 - VEND-DISCOUNT-PERCENT) / 100.
           COMPUTE WORK-PRICE-ALLOWANCE ROUNDED =
                   INV-EXPECTED-PRICE * WORK-PRICE-TOLERANCE / 100.
           COMPUTE WORK-PRICE-DIFFERENCE =
                   INV-UNIT-PRICE - INV-EXPECTED-PRICE.
           IF WORK-PRICE-DIFFERENCE LESS THAN ZERO
               COMPUTE WORK-PRICE-DIFFERENCE =
                       ZERO - WORK-PRICE-DIFFERENCE
           END-IF.
           IF INV-QUANTITY NOT EQUAL ORD-COPIES-ORDERED
               IF WORK-PRICE-DIFFERENCE GREATER THAN
                       WORK-PRICE-ALLOWANCE
                   MOVE "B" TO INV-MATCH-FLAG
               ELSE
                   MOVE "Q" TO INV-MATCH-FLAG
               END-IF
           ELSE IF WORK-PRICE-DIFFERENCE GREATER THAN
                   WORK-PRICE-ALLOWANCE
               MOVE "P" TO INV-MATCH-FLAG
           ELSE
               MOVE "M" TO INV-MATCH-FLAG
           END-IF.

       DO-SHOW-MATCH-RESULT.
           IF NOT INV-LINE-MATCHED
               ADD 1 TO WORK-EXCEPTION-COUNT
           END-IF.
           IF INV-LINE-MATCHED
               DISPLAY "  LINE " INV-LINE-NUMBER " ORDER "
                       INV-ORDER-NUMBER " MATCHED"
           ELSE IF INV-NO-ORDER
               DISPLAY "  LINE " INV-LINE-NUMBER " ORDER "
                       INV-ORDER-NUMBER " -- NO SUCH ORDER FOR THIS "
                       "VENDOR"
           ELSE IF INV-ALREADY-BILLED
               DISPLAY "  LINE " INV-LINE-NUMBER " ORDER "
                       INV-ORDER-NUMBER " -- ALREADY PAID ON INVOICE "
                       ORD-INVOICE-NUMBER
           ELSE IF INV-NOT-RECEIVED
               DISPLAY "  LINE " INV-LINE-NUMBER " ORDER "
                       INV-ORDER-NUMBER " -- NOT YET RECEIVED"
           ELSE
               DISPLAY "  LINE " INV-LINE-NUMBER " ORDER "
                       INV-ORDER-NUMBER " -- BILLED " INV-QUANTITY
                       " AT " INV-UNIT-PRICE ", RECEIVED "
                       ORD-COPIES-ORDERED " AT " INV-EXPECTED-PRICE
           END-IF.

      *    A CLEAN INVOICE IS APPROVED ON ONE KEYSTROKE; ONE WITH
      *    EXCEPTIONS NEEDS THE CLERK TO SAY SO, AND OTHERWISE WAITS
      *    ON FILE FOR P ONCE THE VENDOR HAS BEEN CALLED.
       DO-OFFER-APPROVAL.
           MOVE WORK-INVOICE-TOTAL TO WORK-INVOICE-TOTAL-DISPLAY.
           DISPLAY "INVOICE " WORK-INVOICE-NUMBER " LINES "
                   WORK-LINE-NUMBER " TOTAL "
                   WORK-INVOICE-TOTAL-DISPLAY " EXCEPTIONS "
                   WORK-EXCEPTION-COUNT.
           IF WORK-EXCEPTION-COUNT EQUAL ZERO
               DISPLAY "ALL LINES MATCH -- APPROVE FOR PAYMENT (Y/N): "
           ELSE
               DISPLAY "APPROVE FOR PAYMENT DESPITE THE EXCEPTIONS "
                       "(Y/N): "
           END-IF.
           MOVE "N" TO WORK-APPROVE-ANSWER.
           ACCEPT WORK-APPROVE-ANSWER.
           IF WORK-APPROVE-ANSWER EQUAL "Y"
               PERFORM DO-START-INVOICE-LINES
               PERFORM DO-APPROVE-NEXT-LINE UNTIL WORK-LINES-DONE
               DISPLAY "INVOICE " WORK-INVOICE-NUMBER
                       " APPROVED FOR PAYMENT"
           ELSE
               DISPLAY "INVOICE " WORK-INVOICE-NUMBER
                       " HELD -- APPROVE IT LATER WITH P"
           END-IF.

       DO-APPROVE-NEXT-LINE.
           PERFORM DO-READ-NEXT-INVOICE-LINE.
           IF NOT WORK-LINES-DONE
               MOVE "A" TO INV-STATUS-FLAG
               MOVE WORK-TODAY-DATE-N TO INV-APPROVED-DATE
               REWRITE INVOICE-RECORD
               IF NOT INV-NO-ORDER AND NOT INV-ALREADY-BILLED
                   PERFORM DO-APPLY-INVOICE-TO-ORDER
               END-IF
           END-IF.

      *    THE ORDER LINE IS MARKED WITH THE INVOICE THAT PAID IT.
      *    A RECEIVED LINE WHOSE RECEIVING INVOICE COST DIFFERS FROM
      *    WHAT WAS APPROVED HAS ITS SPENT FIGURE CORRECTED ON THE
      *    FUND -- THE APPROVED INVOICE IS THE ACTUAL COST.
       DO-APPLY-INVOICE-TO-ORDER.
           MOVE INV-ORDER-NUMBER TO ORD-NUMBER.
           READ ON-ORDER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ORD-IS-RECEIVED
                      AND ORD-INVOICE-COST NOT EQUAL INV-LINE-AMOUNT
                       PERFORM DO-CORRECT-FUND-SPEND
                       MOVE INV-LINE-AMOUNT TO ORD-INVOICE-COST
                   END-IF
                   MOVE INV-NUMBER TO ORD-INVOICE-NUMBER
                   REWRITE ON-ORDER-RECORD
           END-READ.

       DO-CORRECT-FUND-SPEND.
           IF WORK-FUNDS-IS-OPEN
               PERFORM DO-READ-ORDER-FUND
               IF WORK-FUND-STATUS EQUAL "00"
                   COMPUTE WORK-NEW-SPENT = FUND-SPENT
                           - ORD-INVOICE-COST + INV-LINE-AMOUNT
                   IF WORK-NEW-SPENT LESS THAN ZERO
                       MOVE ZERO TO FUND-SPENT
                   ELSE
                       MOVE WORK-NEW-SPENT TO FUND-SPENT
                   END-IF
                   REWRITE FUND-RECORD
               END-IF
           END-IF.

      *    SYSPARM.DAT IS OWNED BY CIRC001A, WHICH CREATES IT; AN
      *    OLDER RECORD WITHOUT THE TOLERANCE OR THE REPLACEMENT
      *    FUND KEEPS THE DEFAULT.
       DO-READ-SYSTEM-PARMS.
           OPEN INPUT SYSTEM-PARM-FILE.
           IF WORK-SYSPARM-STATUS EQUAL "00"
               READ SYSTEM-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-INVOICE-PRICE-TOLERANCE IS NUMERIC
                           MOVE PARM-INVOICE-PRICE-TOLERANCE
                                   TO WORK-PRICE-TOLERANCE
                       END-IF
                       IF PARM-REPLACEMENT-FUND NOT EQUAL SPACES
                          AND PARM-REPLACEMENT-FUND NOT EQUAL
                              LOW-VALUES
                           MOVE PARM-REPLACEMENT-FUND
                                   TO WORK-REPLACEMENT-FUND
                       END-IF
               END-READ
               CLOSE SYSTEM-PARM-FILE
           END-IF.

      *    THE ORDER COUNTER LIVES ON ITS OWN ONE-RECORD FILE --
      *    SAME FRESH-SYSTEM TREATMENT AS THE ILL COUNTER.
       DO-NEXT-ORDER-NUMBER.
                     + WORK-TODAY-RAW-YY * 10000
                     + WORK-TODAY-RAW-MM * 100
                     + WORK-TODAY-RAW-DD.
      *    THE FISCAL YEAR RUNS JULY 1 TO JUNE 30 AND IS KNOWN BY ITS
      *    ENDING YEAR, AS ON LIB038A.
           COMPUTE WORK-FISCAL-YEAR = WORK-TODAY-DATE-N / 10000.
           IF WORK-TODAY-RAW-MM GREATER THAN 6
               ADD 1 TO WORK-FISCAL-YEAR.
