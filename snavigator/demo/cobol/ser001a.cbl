      *         BARCODE IS GENERATED (CATALOG NUMBER + I + ISSUE    *
      *         SEQUENCE), REGISTERED ON ITEMFILE.DAT, AND THE      *
      *         NEXT-EXPECTED DATE ADVANCES BY THE FREQUENCY        *
      *     T = TERMS -- THE PAID TERM, ANNUAL COST, VENDOR AND     *
      *         FUND OF A SUBSCRIPTION                              *
      *     B = BINDERY -- SEND THE ISSUES CHECKED IN SINCE THE     *
      *         LAST VOLUME OUT TO BE BOUND: EACH ISSUE BARCODE ON  *
      *         THE SHELF IS FLAGGED AT THE BINDERY AND THE VOLUME  *
      *         IS WRITTEN TO BINDERY.DAT WITH ITS PROMISED DATE    *
      *     V = VOLUME BACK FROM THE BINDERY -- ONE NEW VOLUME      *
      *         BARCODE (CATALOG NUMBER + V + VOLUME NUMBER) IS     *
      *         REGISTERED AND THE ISSUE BARCODES ARE RETIRED       *
      *     F = FIND ONE SUBSCRIPTION    X = EXIT                   *
      *   AN ISSUE CHECKED IN AFTER THE TERM HAS ENDED IS TAKEN,    *
      *   WITH A WARNING TO RENEW (ACQ001A N) OR CANCEL.            *
      *   LIB036A CLAIMS ISSUES STILL NOT IN PAST THEIR EXPECTED    *
      *   DATE; LIB062A LISTS TERMS ENDING WITHIN 90 DAYS; LIB063A  *
      *   PRINTS THE BINDER'S SHIPMENT LIST AND THE VOLUMES OUT     *
      *   PAST THEIR PROMISED DATE.                                 *
      *                                                             *
      ***************************************************************
       ENVIRONMENT DIVISION.
           ORGANIZATION INDEXED
           RECORD KEY ITEM-BARCODE
           FILE STATUS IS WORK-ITEM-FILE-STATUS.
      *    READ-ONLY -- A SUBSCRIPTION'S VENDOR MUST BE ON THE
      *    VEND001A MASTER WHEN THE MASTER IS THERE.
           SELECT VENDOR-FILE ASSIGN TO DISK
           ACCESS MODE RANDOM
           ORGANIZATION INDEXED
           RECORD KEY VEND-CODE
           FILE STATUS IS WORK-VENDOR-STATUS.
           SELECT BINDERY-FILE ASSIGN TO DISK
           ACCESS MODE RANDOM
           ORGANIZATION INDEXED
           RECORD KEY BND-KEY
           FILE STATUS IS WORK-BINDERY-STATUS.
      *    READ-ONLY -- AN ISSUE OUT ON LOAN STAYS BEHIND WHEN A
      *    VOLUME IS MADE UP FOR THE BINDERY.
           SELECT CIRCULATION-FILE ASSIGN TO DISK
           ACCESS MODE RANDOM
           ORGANIZATION INDEXED
           RECORD KEY CIRC-ITEM-BARCODE
           FILE STATUS IS WORK-CIRC-STATUS.
       DATA DIVISION.
       FILE SECTION.


       copy itemfile.

       copy vendor.

       copy bindery.

       copy circ.

       WORKING-STORAGE SECTION.
       01 WORK-SUBSCRIPTION-STATUS                PIC XX.
       01 WORK-ITEM-FILE-STATUS                   PIC XX.
       01 WORK-ITEMS-OPEN-SWITCH                  PIC X.
          88 WORK-ITEMS-IS-OPEN                       VALUE "Y".
       01 WORK-VENDOR-STATUS                      PIC XX.
       01 WORK-VENDORS-OPEN-SWITCH                PIC X.
          88 WORK-VENDORS-IS-OPEN                     VALUE "Y".
       01 WORK-BINDERY-STATUS                     PIC XX.
       01 WORK-CIRC-STATUS                        PIC XX.
       01 WORK-CIRC-OPEN-SWITCH                   PIC X.
          88 WORK-CIRC-IS-OPEN                        VALUE "Y".
       01 WORK-COMMAND-ENTRY                      PIC X.
       01 WORK-DONE-SWITCH                        PIC X VALUE "0".
          88 WORK-ENTRY-DONE                          VALUE "1".
       01 WORK-SUB-ENTRY                          PIC X(5).
       01 WORK-DATE-ENTRY                         PIC X(8).
       01 WORK-ISSUE-BARCODE                      PIC X(10).
       01 WORK-AMOUNT-ENTRY                       PIC X(7).
       01 WORK-VENDOR-ENTRY                       PIC X(6).
       01 WORK-FUND-ENTRY                         PIC X(8).
      *    BINDERY SHIPMENTS -- THE ISSUE SPAN GOING INTO A VOLUME,
      *    THE ONE ISSUE BEING LOOKED AT, AND WHAT WENT OR STAYED.
       01 WORK-NUMBER-ENTRY                       PIC X(4).
       01 WORK-BIND-FIRST-ISSUE                   PIC 9(4).
       01 WORK-BIND-LAST-ISSUE                    PIC 9(4).
       01 WORK-ISSUE-SEQUENCE                     PIC 9(4).
       01 WORK-PROMISED-DATE                      PIC 9(8).
       01 WORK-ISSUES-SENT                        PIC 9(4).
       01 WORK-ISSUES-HELD                        PIC 9(4).
       01 WORK-ISSUES-RETIRED                     PIC 9(4).
       01 WORK-ISSUE-FREE-SWITCH                  PIC X.
          88 WORK-ISSUE-IS-FREE                       VALUE "Y".
       01 WORK-VOLUME-BARCODE                     PIC X(10).
      *    A TERM RUNS A YEAR FROM ITS START UNLESS KEYED OTHERWISE.
       01 WORK-TERM-DATE.
          05 WORK-TERM-CC                         PIC 99.
          05 WORK-TERM-YY                         PIC 99.
          05 WORK-TERM-MM                         PIC 99.
          05 WORK-TERM-DD                         PIC 99.
       01 WORK-TODAY-RAW-DATE.
          05 WORK-TODAY-RAW-YY                    PIC 99.
          05 WORK-TODAY-RAW-MM                    PIC 99.
           IF WORK-ITEM-FILE-STATUS EQUAL "00"
               MOVE "Y" TO WORK-ITEMS-OPEN-SWITCH
           END-IF.
           MOVE "N" TO WORK-VENDORS-OPEN-SWITCH.
           OPEN INPUT VENDOR-FILE.
           IF WORK-VENDOR-STATUS EQUAL "00"
               MOVE "Y" TO WORK-VENDORS-OPEN-SWITCH
           END-IF.
      *    THE SHIPMENT FILE IS CREATED THE FIRST TIME A VOLUME IS
      *    SENT; THE LOAN FILE IS ONLY LOOKED AT, AND NOT NEEDED.
           OPEN I-O BINDERY-FILE.
           IF WORK-BINDERY-STATUS NOT EQUAL "00"
               OPEN OUTPUT BINDERY-FILE
               CLOSE BINDERY-FILE
               OPEN I-O BINDERY-FILE
           END-IF.
           MOVE "N" TO WORK-CIRC-OPEN-SWITCH.
           OPEN INPUT CIRCULATION-FILE.
           IF WORK-CIRC-STATUS EQUAL "00"
               MOVE "Y" TO WORK-CIRC-OPEN-SWITCH
           END-IF.
           DISPLAY "SERIALS CHECK-IN DESK".
           PERFORM DO-ONE-COMMAND UNTIL WORK-ENTRY-DONE.
           CLOSE SUBSCRIPTION-FILE.
           CLOSE BINDERY-FILE.
           IF WORK-CIRC-IS-OPEN
               CLOSE CIRCULATION-FILE
           END-IF.
           IF WORK-ITEMS-IS-OPEN
               CLOSE ITEM-COPY-FILE
           END-IF.
           IF WORK-VENDORS-IS-OPEN
               CLOSE VENDOR-FILE
           END-IF.
           STOP RUN.

       DO-ONE-COMMAND.
           MOVE SPACE TO WORK-COMMAND-ENTRY.
           DISPLAY "A=ADD I=CHECK-IN T=TERMS B=BINDERY "
                   "V=VOLUME BACK F=FIND X=EXIT: ".
           ACCEPT WORK-COMMAND-ENTRY.
           IF WORK-COMMAND-ENTRY EQUAL "A"
               PERFORM DO-ADD-SUBSCRIPTION
           ELSE IF WORK-COMMAND-ENTRY EQUAL "I"
               PERFORM DO-CHECK-IN-ISSUE
           ELSE IF WORK-COMMAND-ENTRY EQUAL "T"
               PERFORM DO-CHANGE-TERMS
           ELSE IF WORK-COMMAND-ENTRY EQUAL "B"
               PERFORM DO-SEND-TO-BINDERY
           ELSE IF WORK-COMMAND-ENTRY EQUAL "V"
               PERFORM DO-VOLUME-RETURNED
           ELSE IF WORK-COMMAND-ENTRY EQUAL "F"
               PERFORM DO-FIND-SUBSCRIPTION
           ELSE IF WORK-COMMAND-ENTRY EQUAL "X"
               MOVE "A" TO SUB-STATUS-FLAG
               MOVE ZERO TO SUB-ISSUE-COUNT
               MOVE ZERO TO SUB-LAST-ISSUE-DATE
               MOVE WORK-TODAY-DATE-N TO SUB-TERM-START-DATE
               PERFORM DO-TERM-END-FROM-START
               MOVE ZERO TO SUB-ANNUAL-COST
               MOVE SPACES TO SUB-VENDOR-CODE
               MOVE SPACES TO SUB-FUND
               MOVE ZERO TO SUB-TERM-ISSUE-COUNT
               MOVE SPACES TO SUB-RENEWAL-ORDER-NUMBER
               MOVE ZERO TO SUB-LAST-BOUND-ISSUE
               MOVE ZERO TO SUB-VOLUME-COUNT
               PERFORM DO-ACCEPT-TERMS
               WRITE SUBSCRIPTION-RECORD
                   INVALID KEY
                       DISPLAY "SUBSCRIPTION NUMBER ALREADY ON FILE"
               IF NOT SUB-IS-ACTIVE
                   DISPLAY "SUBSCRIPTION IS CANCELLED"
               ELSE
                   IF SUB-TERM-END-DATE GREATER THAN ZERO
                      AND WORK-TODAY-DATE-N GREATER THAN
                          SUB-TERM-END-DATE
                       DISPLAY "WARNING -- SUBSCRIPTION EXPIRED "
                               SUB-TERM-END-DATE
                       DISPLAY "  ISSUE TAKEN -- RENEW IT ON ACQ001A "
                               "OR CANCEL IT WITH THE PUBLISHER"
                   END-IF
                   ADD 1 TO SUB-ISSUE-COUNT
                   ADD 1 TO SUB-TERM-ISSUE-COUNT
                   MOVE SUB-ISSUE-COUNT TO WORK-ISSUE-SEQUENCE
                   PERFORM DO-BUILD-ISSUE-BARCODE
                   MOVE WORK-TODAY-DATE-N TO SUB-LAST-ISSUE-DATE
                   PERFORM DO-ADVANCE-EXPECTED-DATE
                   REWRITE SUBSCRIPTION-RECORD
               END-IF
           END-IF.

       DO-BUILD-ISSUE-BARCODE.
           MOVE SPACES TO WORK-ISSUE-BARCODE.
           STRING SUB-BOOK-NUMBER     DELIMITED BY SIZE
                  "I"                 DELIMITED BY SIZE
                  WORK-ISSUE-SEQUENCE DELIMITED BY SIZE
                  INTO WORK-ISSUE-BARCODE.

       DO-REGISTER-ISSUE-BARCODE.
           IF WORK-ITEMS-IS-OPEN
               MOVE WORK-ISSUE-BARCODE TO ITEM-BARCODE
               MOVE "N" TO ITEM-SERVICE-FLAG
               MOVE ZERO TO ITEM-REPAIR-DATE
               MOVE ZERO TO ITEM-TRANSIT-SENT-DATE
               MOVE SPACES TO ITEM-GIFT-DONOR
               WRITE ITEM-COPY-RECORD
                   INVALID KEY
                       DISPLAY "BARCODE ALREADY REGISTERED -- ISSUE "
               DISPLAY "  ISSUES IN " SUB-ISSUE-COUNT
                       "  LAST " SUB-LAST-ISSUE-DATE
                       "  NEXT EXPECTED " SUB-NEXT-EXPECTED-DATE
               PERFORM DO-SHOW-TERMS
               IF SUB-VOLUME-COUNT IS NUMERIC
                   DISPLAY "  BOUND THROUGH ISSUE "
                           SUB-LAST-BOUND-ISSUE "  VOLUMES "
                           SUB-VOLUME-COUNT
               END-IF
           END-IF.

       DO-SHOW-TERMS.
           DISPLAY "  TERM " SUB-TERM-START-DATE " TO "
                   SUB-TERM-END-DATE "  ISSUES THIS TERM "
                   SUB-TERM-ISSUE-COUNT.
           DISPLAY "  ANNUAL COST " SUB-ANNUAL-COST "  VENDOR "
                   SUB-VENDOR-CODE "  FUND " SUB-FUND
                   "  RENEWAL ORDER " SUB-RENEWAL-ORDER-NUMBER.

      *    SETS THE TERMS ON A SUBSCRIPTION KEYED BEFORE THEY WERE
      *    KEPT, OR CORRECTS THEM. A RENEWAL ITSELF IS KEYED ON
      *    ACQ001A SO THE FUND IS ENCUMBERED.
       DO-CHANGE-TERMS.
           PERFORM DO-READ-ONE-SUBSCRIPTION.
           IF WORK-SUBSCRIPTION-STATUS EQUAL "00"
               DISPLAY SUB-NUMBER " " SUB-TITLE
               PERFORM DO-SHOW-TERMS
               PERFORM DO-ACCEPT-TERMS
               REWRITE SUBSCRIPTION-RECORD
               DISPLAY "TERMS CHANGED"
           END-IF.

      *    BLANK ENTRIES KEEP WHAT IS ALREADY THERE. A START KEYED
      *    WITH NO END, OR AN END BEFORE THE START, RUNS A YEAR.
       DO-ACCEPT-TERMS.
           DISPLAY "TERM START CCYYMMDD (BLANK = "
                   SUB-TERM-START-DATE "): ".
           MOVE SPACES TO WORK-DATE-ENTRY.
           ACCEPT WORK-DATE-ENTRY.
           IF WORK-DATE-ENTRY IS NUMERIC
               MOVE WORK-DATE-ENTRY TO SUB-TERM-START-DATE
               PERFORM DO-TERM-END-FROM-START
           END-IF.
           DISPLAY "TERM END CCYYMMDD (BLANK = "
                   SUB-TERM-END-DATE "): ".
           MOVE SPACES TO WORK-DATE-ENTRY.
           ACCEPT WORK-DATE-ENTRY.
           IF WORK-DATE-ENTRY IS NUMERIC
               MOVE WORK-DATE-ENTRY TO SUB-TERM-END-DATE
           END-IF.
           IF SUB-TERM-END-DATE LESS THAN SUB-TERM-START-DATE
               DISPLAY "TERM END IS BEFORE ITS START -- ONE YEAR "
                       "USED"
               PERFORM DO-TERM-END-FROM-START
           END-IF.
           DISPLAY "ANNUAL COST, CENTS (BLANK = NO CHANGE): ".
           MOVE SPACES TO WORK-AMOUNT-ENTRY.
           ACCEPT WORK-AMOUNT-ENTRY.
           IF WORK-AMOUNT-ENTRY (1:1) IS NUMERIC
               COMPUTE SUB-ANNUAL-COST =
                       FUNCTION NUMVAL (WORK-AMOUNT-ENTRY) / 100
           END-IF.
           DISPLAY "VENDOR CODE (BLANK = NO CHANGE): ".
           MOVE SPACES TO WORK-VENDOR-ENTRY.
           ACCEPT WORK-VENDOR-ENTRY.
           IF WORK-VENDOR-ENTRY NOT EQUAL SPACES
               PERFORM DO-CHECK-TERMS-VENDOR
           END-IF.
           DISPLAY "FUND (BLANK = NO CHANGE): ".
           MOVE SPACES TO WORK-FUND-ENTRY.
           ACCEPT WORK-FUND-ENTRY.
           IF WORK-FUND-ENTRY NOT EQUAL SPACES
               MOVE WORK-FUND-ENTRY TO SUB-FUND
           END-IF.

       DO-CHECK-TERMS-VENDOR.
           IF NOT WORK-VENDORS-IS-OPEN
               MOVE WORK-VENDOR-ENTRY TO SUB-VENDOR-CODE
           ELSE
               MOVE WORK-VENDOR-ENTRY TO VEND-CODE
               READ VENDOR-FILE
                   INVALID KEY
                       DISPLAY "VENDOR " WORK-VENDOR-ENTRY
                               " NOT ON FILE -- NOT CHANGED"
                   NOT INVALID KEY
                       MOVE VEND-CODE TO SUB-VENDOR-CODE
                       DISPLAY "  " VEND-NAME
               END-READ
           END-IF.

      *    THE END OF A ONE-YEAR TERM -- THE SAME MONTH AND DAY A
      *    YEAR ON, WITH FEBRUARY 29 FALLING BACK TO THE 28TH.
       DO-TERM-END-FROM-START.
           MOVE SUB-TERM-START-DATE TO WORK-TERM-DATE.
           ADD 1 TO WORK-TERM-YY.
           IF WORK-TERM-YY EQUAL ZERO
               ADD 1 TO WORK-TERM-CC
           END-IF.
           IF WORK-TERM-MM EQUAL 2 AND WORK-TERM-DD EQUAL 29
               MOVE 28 TO WORK-TERM-DD
           END-IF.
           MOVE WORK-TERM-DATE TO SUB-TERM-END-DATE.

      *    MAKES UP THE NEXT VOLUME FOR THE BINDER FROM THE ISSUES
      *    CHECKED IN SINCE THE LAST ONE. THE NEWEST ISSUES CAN BE
      *    KEPT ON THE SHELF BY ENDING THE VOLUME SHORT OF THEM.
       DO-SEND-TO-BINDERY.
           PERFORM DO-READ-ONE-SUBSCRIPTION.
           IF WORK-SUBSCRIPTION-STATUS EQUAL "00"
               IF SUB-LAST-BOUND-ISSUE NOT NUMERIC
                  OR SUB-VOLUME-COUNT NOT NUMERIC
                   MOVE ZERO TO SUB-LAST-BOUND-ISSUE
                   MOVE ZERO TO SUB-VOLUME-COUNT
               END-IF
               DISPLAY SUB-NUMBER " " SUB-TITLE
               PERFORM DO-CHECK-BINDABLE
           END-IF.

       DO-CHECK-BINDABLE.
           IF NOT WORK-ITEMS-IS-OPEN
               DISPLAY "NO ITEM FILE -- NOTHING CAN BE SENT"
           ELSE IF SUB-LAST-BOUND-ISSUE NOT LESS THAN SUB-ISSUE-COUNT
               DISPLAY "NO ISSUES CHECKED IN SINCE THE LAST VOLUME"
           ELSE
               PERFORM DO-MAKE-UP-SHIPMENT.

       DO-MAKE-UP-SHIPMENT.
           COMPUTE WORK-BIND-FIRST-ISSUE = SUB-LAST-BOUND-ISSUE + 1.
           MOVE SUB-ISSUE-COUNT TO WORK-BIND-LAST-ISSUE.
           DISPLAY "ISSUES " WORK-BIND-FIRST-ISSUE " TO "
                   SUB-ISSUE-COUNT " NOT YET BOUND".
           DISPLAY "LAST ISSUE TO SEND (BLANK = "
                   SUB-ISSUE-COUNT "): ".
           MOVE SPACES TO WORK-NUMBER-ENTRY.
           ACCEPT WORK-NUMBER-ENTRY.
           IF WORK-NUMBER-ENTRY (1:1) IS NUMERIC
               COMPUTE WORK-BIND-LAST-ISSUE =
                       FUNCTION NUMVAL (WORK-NUMBER-ENTRY)
           END-IF.
           IF WORK-BIND-LAST-ISSUE LESS THAN WORK-BIND-FIRST-ISSUE
              OR WORK-BIND-LAST-ISSUE GREATER THAN SUB-ISSUE-COUNT
               DISPLAY "NOT AN ISSUE WAITING TO BE BOUND -- NOTHING "
                       "SENT"
           ELSE
               PERFORM DO-SEND-VOLUME-ISSUES
           END-IF.

      *    AN ISSUE ON LOAN, IN THE COURIER BIN, AT THE MENDER OR
      *    NEVER REGISTERED STAYS BEHIND AS A LOOSE ISSUE; THE REST
      *    ARE FLAGGED AT THE BINDERY. NO VOLUME IS WRITTEN IF
      *    NOTHING COULD GO.
       DO-SEND-VOLUME-ISSUES.
           DISPLAY "PROMISED BACK CCYYMMDD (BLANK = TWO MONTHS): ".
           MOVE SPACES TO WORK-DATE-ENTRY.
           ACCEPT WORK-DATE-ENTRY.
           IF WORK-DATE-ENTRY IS NUMERIC
               MOVE WORK-DATE-ENTRY TO WORK-PROMISED-DATE
           ELSE
               PERFORM DO-PROMISED-FROM-TODAY
           END-IF.
           MOVE ZERO TO WORK-ISSUES-SENT.
           MOVE ZERO TO WORK-ISSUES-HELD.
           PERFORM DO-SEND-ONE-ISSUE
               VARYING WORK-ISSUE-SEQUENCE FROM WORK-BIND-FIRST-ISSUE
               BY 1 UNTIL WORK-ISSUE-SEQUENCE GREATER THAN
                          WORK-BIND-LAST-ISSUE.
           IF WORK-ISSUES-SENT EQUAL ZERO
               DISPLAY "NO ISSUE ON THE SHELF TO SEND -- NO VOLUME "
                       "MADE UP"
           ELSE
               ADD 1 TO SUB-VOLUME-COUNT
               MOVE SUB-NUMBER TO BND-SUB-NUMBER
               MOVE SUB-VOLUME-COUNT TO BND-VOLUME-NUMBER
               MOVE SUB-BOOK-NUMBER TO BND-BOOK-NUMBER
               MOVE WORK-BIND-FIRST-ISSUE TO BND-FIRST-ISSUE
               MOVE WORK-BIND-LAST-ISSUE TO BND-LAST-ISSUE
               MOVE WORK-ISSUES-SENT TO BND-ISSUES-SENT
               MOVE WORK-TODAY-DATE-N TO BND-SENT-DATE
               MOVE WORK-PROMISED-DATE TO BND-PROMISED-DATE
               MOVE "B" TO BND-STATUS-FLAG
               MOVE SPACES TO BND-VOLUME-BARCODE
               MOVE ZERO TO BND-RETURNED-DATE
               WRITE BINDERY-RECORD
                   INVALID KEY
                       DISPLAY "VOLUME " BND-VOLUME-NUMBER
                               " ALREADY ON THE BINDERY FILE"
               END-WRITE
               MOVE WORK-BIND-LAST-ISSUE TO SUB-LAST-BOUND-ISSUE
               REWRITE SUBSCRIPTION-RECORD
               DISPLAY "VOLUME " SUB-VOLUME-COUNT " TO THE BINDERY -- "
                       WORK-ISSUES-SENT " ISSUES SENT, "
                       WORK-ISSUES-HELD " LEFT BEHIND"
               DISPLAY "PROMISED BACK " WORK-PROMISED-DATE
                       " -- LIB063A PRINTS THE SHIPMENT LIST"
           END-IF.

       DO-SEND-ONE-ISSUE.
           PERFORM DO-BUILD-ISSUE-BARCODE.
           MOVE WORK-ISSUE-BARCODE TO ITEM-BARCODE.
           READ ITEM-COPY-FILE
               INVALID KEY
                   DISPLAY "  " WORK-ISSUE-BARCODE
                           " NOT REGISTERED -- LEFT BEHIND"
                   ADD 1 TO WORK-ISSUES-HELD
               NOT INVALID KEY
                   PERFORM DO-TEST-ISSUE-ON-SHELF
           END-READ.

       DO-TEST-ISSUE-ON-SHELF.
           MOVE "Y" TO WORK-ISSUE-FREE-SWITCH.
           IF ITEM-IN-TRANSIT OR ITEM-OUT-OF-SERVICE
               MOVE "N" TO WORK-ISSUE-FREE-SWITCH
           END-IF.
           IF WORK-ISSUE-IS-FREE AND WORK-CIRC-IS-OPEN
               MOVE ITEM-BARCODE TO CIRC-ITEM-BARCODE
               READ CIRCULATION-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NOT CIRC-ITEM-RETURNED
                           MOVE "N" TO WORK-ISSUE-FREE-SWITCH
                       END-IF
               END-READ
           END-IF.
           IF WORK-ISSUE-IS-FREE
               MOVE "B" TO ITEM-SERVICE-FLAG
               MOVE WORK-TODAY-DATE-N TO ITEM-REPAIR-DATE
               REWRITE ITEM-COPY-RECORD
               ADD 1 TO WORK-ISSUES-SENT
           ELSE
               DISPLAY "  " WORK-ISSUE-BARCODE
                       " NOT ON THE SHELF -- LEFT BEHIND"
               ADD 1 TO WORK-ISSUES-HELD
           END-IF.

      *    THE BINDER'S USUAL TURNAROUND -- TWO MONTHS ON, WITH A
      *    LONG MONTH'S DAY CLIPPED TO THE SHORT MONTH'S END.
       DO-PROMISED-FROM-TODAY.
           MOVE WORK-TODAY-DATE-N TO WORK-TERM-DATE.
           ADD 2 TO WORK-TERM-MM.
           IF WORK-TERM-MM GREATER THAN 12
               SUBTRACT 12 FROM WORK-TERM-MM
               ADD 1 TO WORK-TERM-YY
               IF WORK-TERM-YY EQUAL ZERO
                   ADD 1 TO WORK-TERM-CC
               END-IF
           END-IF.
           IF WORK-TERM-DD GREATER THAN WORK-MONTH-DAYS (WORK-TERM-MM)
               MOVE WORK-MONTH-DAYS (WORK-TERM-MM) TO WORK-TERM-DD
           END-IF.
           MOVE WORK-TERM-DATE TO WORK-PROMISED-DATE.

      *    THE BOUND VOLUME IS BACK: IT GOES ON THE ITEM FILE UNDER
      *    A BARCODE OF ITS OWN, AND THE LOOSE ISSUES THAT WENT INTO
      *    IT ARE RETIRED SO THEY CAN NEVER CIRCULATE AGAIN.
       DO-VOLUME-RETURNED.
           PERFORM DO-READ-ONE-SUBSCRIPTION.
           IF WORK-SUBSCRIPTION-STATUS EQUAL "00"
               DISPLAY SUB-NUMBER " " SUB-TITLE
               DISPLAY "VOLUME NUMBER (BLANK = " SUB-VOLUME-COUNT "): "
               MOVE SPACES TO WORK-NUMBER-ENTRY
               ACCEPT WORK-NUMBER-ENTRY
               MOVE SUB-NUMBER TO BND-SUB-NUMBER
               MOVE SUB-VOLUME-COUNT TO BND-VOLUME-NUMBER
               IF WORK-NUMBER-ENTRY (1:1) IS NUMERIC
                   COMPUTE BND-VOLUME-NUMBER =
                           FUNCTION NUMVAL (WORK-NUMBER-ENTRY)
               END-IF
               READ BINDERY-FILE
                   INVALID KEY
                       DISPLAY "VOLUME NOT ON THE BINDERY FILE"
                   NOT INVALID KEY
                       PERFORM DO-CHECK-VOLUME-OUT
               END-READ
           END-IF.

       DO-CHECK-VOLUME-OUT.
           IF BND-IS-RETURNED
               DISPLAY "VOLUME CAME BACK " BND-RETURNED-DATE
                       " AS " BND-VOLUME-BARCODE
           ELSE IF NOT WORK-ITEMS-IS-OPEN
               DISPLAY "NO ITEM FILE -- VOLUME NOT TAKEN BACK"
           ELSE
               PERFORM DO-RECEIVE-VOLUME.

       DO-RECEIVE-VOLUME.
           MOVE SPACES TO WORK-VOLUME-BARCODE.
           STRING BND-BOOK-NUMBER   DELIMITED BY SIZE
                  "V"               DELIMITED BY SIZE
                  BND-VOLUME-NUMBER DELIMITED BY SIZE
                  INTO WORK-VOLUME-BARCODE.
           MOVE WORK-VOLUME-BARCODE TO ITEM-BARCODE.
           MOVE BND-BOOK-NUMBER TO ITEM-BOOK-NUMBER.
           MOVE BND-VOLUME-NUMBER TO ITEM-COPY-NUMBER.
           MOVE SPACES TO ITEM-BRANCH-ID.
           MOVE "N" TO ITEM-TRANSIT-FLAG.
           MOVE SPACES TO ITEM-TRANSIT-TO-BRANCH.
           MOVE "N" TO ITEM-SERVICE-FLAG.
           MOVE ZERO TO ITEM-REPAIR-DATE.
           MOVE ZERO TO ITEM-TRANSIT-SENT-DATE.
           MOVE SPACES TO ITEM-GIFT-DONOR.
           WRITE ITEM-COPY-RECORD
               INVALID KEY
                   DISPLAY "BARCODE " WORK-VOLUME-BARCODE
                           " ALREADY REGISTERED -- VOLUME NOT TAKEN "
                           "BACK"
               NOT INVALID KEY
                   PERFORM DO-RETIRE-VOLUME-ISSUES
           END-WRITE.

       DO-RETIRE-VOLUME-ISSUES.
           MOVE ZERO TO WORK-ISSUES-RETIRED.
           PERFORM DO-RETIRE-ONE-ISSUE
               VARYING WORK-ISSUE-SEQUENCE FROM BND-FIRST-ISSUE
               BY 1 UNTIL WORK-ISSUE-SEQUENCE GREATER THAN
                          BND-LAST-ISSUE.
           MOVE "R" TO BND-STATUS-FLAG.
           MOVE WORK-VOLUME-BARCODE TO BND-VOLUME-BARCODE.
           MOVE WORK-TODAY-DATE-N TO BND-RETURNED-DATE.
           REWRITE BINDERY-RECORD.
           DISPLAY "VOLUME " BND-VOLUME-NUMBER " BACK -- BARCODE "
                   WORK-VOLUME-BARCODE.
           DISPLAY "  " WORK-ISSUES-RETIRED " ISSUE BARCODES RETIRED".
           IF WORK-TODAY-DATE-N GREATER THAN BND-PROMISED-DATE
               DISPLAY "  (PROMISED BACK " BND-PROMISED-DATE ")"
           END-IF.

      *    ONLY THE ISSUES THAT ACTUALLY WENT ARE RETIRED -- ONE
      *    LEFT BEHIND ON LOAN STAYS A LOOSE ISSUE.
       DO-RETIRE-ONE-ISSUE.
           MOVE SPACES TO WORK-ISSUE-BARCODE.
           STRING BND-BOOK-NUMBER     DELIMITED BY SIZE
                  "I"                 DELIMITED BY SIZE
                  WORK-ISSUE-SEQUENCE DELIMITED BY SIZE
                  INTO WORK-ISSUE-BARCODE.
           MOVE WORK-ISSUE-BARCODE TO ITEM-BARCODE.
           READ ITEM-COPY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ITEM-AT-BINDERY
                       MOVE "X" TO ITEM-SERVICE-FLAG
                       MOVE WORK-TODAY-DATE-N TO ITEM-REPAIR-DATE
                       REWRITE ITEM-COPY-RECORD
                       ADD 1 TO WORK-ISSUES-RETIRED
                   END-IF
           END-READ.

       DO-READ-ONE-SUBSCRIPTION.
           MOVE SPACES TO WORK-SUB-ENTRY.
           DISPLAY "SUBSCRIPTION NUMBER: ".
