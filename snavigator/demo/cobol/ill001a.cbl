      *                                                             *
      *   INTERLIBRARY LOAN DESK -- THE SPIRAL NOTEBOOK, ON FILE.   *
      *   CONSOLE-DRIVEN (SAME SHAPE AS THE OFFLINE CAPTURE DESK):  *
      *     A = ADD A BORROW OR LEND REQUEST -- THE PARTNER CODE    *
      *         MUST BE ACTIVE ON THE ILLP001A DIRECTORY            *
      *     R = RECEIVE A BORROWED ITEM -- THE TEMPORARY BARCODE IS *
      *         REGISTERED ON BOOKS.LST (MEDIA TYPE ILL) AND        *
      *         ITEMFILE.DAT SO CIRC001A CHECKS IT OUT TO THE       *
      *         REQUESTING PATRON UNDER THE ILL LOAN RULE KEPT ON   *
      *         RULE001A; A LEND MARKED RECEIVED MEANS OUR ITEM     *
      *         SHIPPED TO THE PARTNER. A BORROW FROM A PARTNER     *
      *         THAT CHARGES A LENDING FEE (AND IS NOT RECIPROCAL)  *
      *         POSTS THE FEE TO THE REQUESTING PATRON'S FINES      *
      *         LEDGER                                              *
      *     C = CLOSE -- A BORROW WENT BACK TO THE PARTNER (ITS     *
      *         TEMPORARY CATALOG RECORD IS WITHDRAWN) OR OUR LENT  *
      *         ITEM CAME HOME                                      *
      *     F = FIND ONE REQUEST    X = EXIT                        *
      *   LIB035A AGES EVERYTHING OUTSTANDING IN BOTH DIRECTIONS;   *
      *   LIB064A GIVES THE YEAR'S FIGURES BY PARTNER.              *
      *                                                             *
      ***************************************************************
       ENVIRONMENT DIVISION.
           ORGANIZATION INDEXED
           RECORD KEY ITEM-BARCODE
           FILE STATUS IS WORK-ITEM-FILE-STATUS.
      *    READ-ONLY -- THE PARTNER DIRECTORY IS OWNED BY ILLP001A.
           SELECT ILL-PARTNER-FILE ASSIGN TO DISK
           ACCESS MODE RANDOM
           ORGANIZATION INDEXED
           RECORD KEY PART-CODE
           FILE STATUS IS WORK-PARTNER-STATUS.
      *    A PARTNER'S LENDING FEE POSTS THE WAY CIRC001A POSTS ANY
      *    CHARGE -- BALANCE, RECEIPT NUMBER, LEDGER LINE.
           SELECT FINES-FILE ASSIGN TO DISK
           ACCESS MODE RANDOM
           ORGANIZATION INDEXED
           RECORD KEY FINE-PATRON-NUMBER
           FILE STATUS IS WORK-FINES-FILE-STATUS.
           SELECT FINE-DETAIL-FILE ASSIGN TO DISK
           ACCESS MODE DYNAMIC
           ORGANIZATION INDEXED
           RECORD KEY FINE-DTL-KEY
           FILE STATUS IS WORK-FINE-DETAIL-STATUS.
           SELECT FINE-CONTROL-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WORK-FINE-CONTROL-STATUS.
       DATA DIVISION.
       FILE SECTION.


       copy itemfile.

       copy illpart.

       copy fines.

       copy finedtl.

       WORKING-STORAGE SECTION.
       01 WORK-ILL-FILE-STATUS                    PIC XX.
       01 WORK-ILL-CONTROL-STATUS                 PIC XX.
          88 WORK-BOOKS-IS-OPEN                       VALUE "Y".
       01 WORK-ITEMS-OPEN-SWITCH                  PIC X.
          88 WORK-ITEMS-IS-OPEN                       VALUE "Y".
       01 WORK-PARTNER-STATUS                     PIC XX.
       01 WORK-PARTNERS-OPEN-SWITCH               PIC X.
          88 WORK-PARTNERS-IS-OPEN                    VALUE "Y".
       01 WORK-PARTNER-ENTRY                      PIC X(6).
       01 WORK-PARTNER-OK-SWITCH                  PIC X.
          88 WORK-PARTNER-IS-OK                       VALUE "Y".
       01 WORK-FINES-FILE-STATUS                  PIC XX.
       01 WORK-FINE-DETAIL-STATUS                 PIC XX.
       01 WORK-FINE-CONTROL-STATUS                PIC XX.
       01 WORK-RECEIPT-NUMBER                     PIC 9(6).
       01 WORK-NEXT-LEDGER-SEQ                    PIC 9(4).
       01 WORK-LEDGER-EOF-SWITCH                  PIC X.
          88 WORK-LEDGER-EOF                          VALUE "1".
       01 WORK-COMMAND-ENTRY                      PIC X.
       01 WORK-DONE-SWITCH                        PIC X VALUE "0".
          88 WORK-ENTRY-DONE                          VALUE "1".
          05 WORK-TODAY-RAW-MM                    PIC 99.
          05 WORK-TODAY-RAW-DD                    PIC 99.
       01 WORK-TODAY-DATE-N                       PIC 9(8).
       01 WORK-NOW-TIME.
          05 WORK-NOW-HHMM                        PIC 9(4).
          05 FILLER                               PIC 9(4).

       PROCEDURE DIVISION.
       C000-MAIN-LINE SECTION.
           IF WORK-ITEM-FILE-STATUS EQUAL "00"
               MOVE "Y" TO WORK-ITEMS-OPEN-SWITCH
           END-IF.
      *    WITHOUT THE DIRECTORY THE PARTNER IS KEYED AS FREE TEXT
      *    THE OLD WAY, AND NO FEE IS POSTED.
           MOVE "N" TO WORK-PARTNERS-OPEN-SWITCH.
           OPEN INPUT ILL-PARTNER-FILE.
           IF WORK-PARTNER-STATUS EQUAL "00"
               MOVE "Y" TO WORK-PARTNERS-OPEN-SWITCH
           END-IF.
           DISPLAY "INTERLIBRARY LOAN DESK".
           PERFORM DO-ONE-COMMAND UNTIL WORK-ENTRY-DONE.
           CLOSE ILL-FILE.
           IF WORK-ITEMS-IS-OPEN
               CLOSE ITEM-COPY-FILE
           END-IF.
           IF WORK-PARTNERS-IS-OPEN
               CLOSE ILL-PARTNER-FILE
           END-IF.
           STOP RUN.

       DO-ONE-COMMAND.
                   AND ILL-DIRECTION-FLAG NOT EQUAL "L"
               DISPLAY "DIRECTION MUST BE B OR L -- NOT ADDED"
           ELSE
               PERFORM DO-ACCEPT-ILL-PARTNER
               IF WORK-PARTNER-IS-OK
                   PERFORM DO-ACCEPT-ILL-DETAILS
               END-IF
           END-IF.

      *    THE PARTNER COMES OFF THE DIRECTORY BY CODE -- ONE NOT ON
      *    FILE OR INACTIVE STOPS THE REQUEST BEFORE ANYTHING ELSE
      *    IS KEYED.
       DO-ACCEPT-ILL-PARTNER.
           MOVE "Y" TO WORK-PARTNER-OK-SWITCH.
           MOVE SPACES TO ILL-PARTNER-CODE.
           MOVE SPACES TO ILL-PARTNER-LIBRARY.
           IF WORK-PARTNERS-IS-OPEN
               DISPLAY "PARTNER CODE: "
               MOVE SPACES TO WORK-PARTNER-ENTRY
               ACCEPT WORK-PARTNER-ENTRY
               MOVE WORK-PARTNER-ENTRY TO PART-CODE
               READ ILL-PARTNER-FILE
                   INVALID KEY
                       DISPLAY "PARTNER NOT IN THE DIRECTORY -- "
                               "NOT ADDED"
                       MOVE "N" TO WORK-PARTNER-OK-SWITCH
                   NOT INVALID KEY
                       IF PART-IS-INACTIVE
                           DISPLAY "PARTNER IS INACTIVE -- NOT ADDED"
                           MOVE "N" TO WORK-PARTNER-OK-SWITCH
                       ELSE
                           MOVE PART-CODE TO ILL-PARTNER-CODE
                           MOVE PART-NAME TO ILL-PARTNER-LIBRARY
                           DISPLAY "  " PART-NAME
                       END-IF
               END-READ
           ELSE
               DISPLAY "PARTNER LIBRARY: "
               ACCEPT ILL-PARTNER-LIBRARY
           END-IF.

       DO-ACCEPT-ILL-DETAILS.
           DISPLAY "TITLE: ".
           MOVE SPACES TO ILL-TITLE.
           ACCEPT ILL-TITLE.
           MOVE SPACES TO ILL-ITEM-BARCODE.
           MOVE SPACES TO ILL-PATRON-NUMBER.
           IF ILL-IS-BORROW
               DISPLAY "REQUESTING PATRON CARD: "
               ACCEPT ILL-PATRON-NUMBER
           ELSE
               DISPLAY "OUR ITEM BARCODE: "
               ACCEPT ILL-ITEM-BARCODE
           END-IF.
           DISPLAY "RETURN-BY DATE CCYYMMDD: ".
           MOVE SPACES TO WORK-DATE-ENTRY.
           ACCEPT WORK-DATE-ENTRY.
           IF WORK-DATE-ENTRY IS NUMERIC
               MOVE WORK-DATE-ENTRY TO ILL-RETURN-BY-DATE
           ELSE
               MOVE ZERO TO ILL-RETURN-BY-DATE
           END-IF.
           MOVE WORK-TODAY-DATE-N TO ILL-REQUEST-DATE.
           MOVE ZERO TO ILL-RECEIVED-DATE.
           MOVE ZERO TO ILL-RETURNED-DATE.
           MOVE "R" TO ILL-STATUS-FLAG.
           MOVE ZERO TO ILL-PARTNER-FEE.
           MOVE ZERO TO ILL-PATRON-FEE.
           WRITE ILL-RECORD
               INVALID KEY
                   DISPLAY "REQUEST NUMBER COLLISION -- NOT ADDED"
               NOT INVALID KEY
                   DISPLAY "REQUEST " ILL-REQUEST-NUMBER " ADDED"
           END-WRITE.

      *    RECEIVE -- A BORROW ARRIVED FROM THE PARTNER (THE CLERK
      *    STICKS A TEMPORARY BARCODE ON IT AND IT IS REGISTERED SO
                       ACCEPT WORK-BARCODE-ENTRY
                       MOVE WORK-BARCODE-ENTRY TO ILL-ITEM-BARCODE
                       PERFORM DO-REGISTER-BORROWED-ITEM
                       PERFORM DO-CHARGE-PARTNER-FEE
                       DISPLAY "RECEIVED -- CHECK OUT TO CARD "
                               ILL-PATRON-NUMBER " AT THE DESK"
                   ELSE
               MOVE SPACES TO BOOK-BRANCH-ID
               ACCEPT BOOK-DATE-ADDED FROM DATE
               MOVE ZERO TO BOOK-REPLACEMENT-COST
      *        A BORROWED ITEM SITS ON THE ILL SHELF, NOT THE STACKS.
               MOVE SPACES TO BOOK-CALL-NUMBER
               MOVE "ILL" TO BOOK-LOCATION-CODE
               WRITE BOOKS-RECORD
                   INVALID KEY
                       DISPLAY "CATALOG NUMBER ALREADY ON FILE -- "
               MOVE "N" TO ITEM-SERVICE-FLAG
               MOVE ZERO TO ITEM-REPAIR-DATE
               MOVE ZERO TO ITEM-TRANSIT-SENT-DATE
               MOVE SPACES TO ITEM-GIFT-DONOR
               WRITE ITEM-COPY-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF.

      *    THE PARTNER'S FEE FOR A BORROW, IF IT CHARGES ONE AND WE
      *    HAVE NO RECIPROCAL AGREEMENT, IS RECORDED ON THE REQUEST
      *    AND PASSED ON TO THE PATRON WHO ASKED FOR IT.
       DO-CHARGE-PARTNER-FEE.
           MOVE ZERO TO ILL-PARTNER-FEE.
           MOVE ZERO TO ILL-PATRON-FEE.
           IF WORK-PARTNERS-IS-OPEN
              AND ILL-PARTNER-CODE NOT EQUAL SPACES
               MOVE ILL-PARTNER-CODE TO PART-CODE
               READ ILL-PARTNER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NOT PART-IS-RECIPROCAL
                           MOVE PART-LENDING-FEE TO ILL-PARTNER-FEE
                       END-IF
               END-READ
           END-IF.
           IF ILL-PARTNER-FEE GREATER THAN ZERO
               IF ILL-PATRON-NUMBER EQUAL SPACES
                   DISPLAY "PARTNER FEE " ILL-PARTNER-FEE
                           " -- NO REQUESTING PATRON, NOT POSTED"
               ELSE
                   PERFORM DO-POST-PARTNER-FEE
                   MOVE ILL-PARTNER-FEE TO ILL-PATRON-FEE
                   DISPLAY "PARTNER FEE " ILL-PARTNER-FEE
                           " POSTED TO CARD " ILL-PATRON-NUMBER
               END-IF
           END-IF.

      *    ONE LEDGER LINE, POSTED THE WAY CIRC001A POSTS: THE
      *    BALANCE FIRST, THEN A RECEIPT-NUMBERED LINE (TYPE I) IN
      *    THE NEXT OPEN SLOT OF THE PATRON'S LEDGER.
       DO-POST-PARTNER-FEE.
           OPEN I-O FINES-FILE.
           IF WORK-FINES-FILE-STATUS NOT EQUAL "00"
               OPEN OUTPUT FINES-FILE
               CLOSE FINES-FILE
               OPEN I-O FINES-FILE
           END-IF.
           MOVE ILL-PATRON-NUMBER TO FINE-PATRON-NUMBER.
           READ FINES-FILE
               INVALID KEY
                   MOVE ILL-PATRON-NUMBER TO FINE-PATRON-NUMBER
                   MOVE ILL-PARTNER-FEE TO FINE-BALANCE
                   MOVE WORK-TODAY-DATE-N TO FINE-LAST-ACTIVITY-DATE
                   MOVE "N" TO FINE-REFERRED-FLAG
                   MOVE ZERO TO FINE-REFERRED-DATE
                   WRITE FINES-RECORD
               NOT INVALID KEY
                   ADD ILL-PARTNER-FEE TO FINE-BALANCE
                   MOVE WORK-TODAY-DATE-N TO FINE-LAST-ACTIVITY-DATE
                   REWRITE FINES-RECORD
           END-READ.
           PERFORM DO-NEXT-RECEIPT-NUMBER.
           OPEN I-O FINE-DETAIL-FILE.
           IF WORK-FINE-DETAIL-STATUS NOT EQUAL "00"
               OPEN OUTPUT FINE-DETAIL-FILE
               CLOSE FINE-DETAIL-FILE
               OPEN I-O FINE-DETAIL-FILE
           END-IF.
           PERFORM DO-SCAN-PATRON-LEDGER.
           MOVE ILL-PATRON-NUMBER TO FINE-DTL-PATRON-NUMBER.
           MOVE WORK-NEXT-LEDGER-SEQ TO FINE-DTL-SEQUENCE.
           MOVE WORK-RECEIPT-NUMBER TO FINE-DTL-RECEIPT-NUMBER.
           MOVE "I" TO FINE-DTL-TYPE-FLAG.
           MOVE ILL-PARTNER-FEE TO FINE-DTL-AMOUNT.
           MOVE FINE-BALANCE TO FINE-DTL-BALANCE-AFTER.
           MOVE WORK-TODAY-DATE-N TO FINE-DTL-DATE.
           MOVE "ILL" TO FINE-DTL-OPERATOR-ID.
           MOVE SPACES TO FINE-DTL-BRANCH-ID.
           MOVE SPACES TO FINE-DTL-CAMPAIGN-CODE.
           MOVE SPACES TO FINE-DTL-ONLINE-REF.
           ACCEPT WORK-NOW-TIME FROM TIME.
           MOVE WORK-NOW-HHMM TO FINE-DTL-TIME.
           WRITE FINE-DETAIL-RECORD.
           CLOSE FINE-DETAIL-FILE.
           CLOSE FINES-FILE.

      *    WALKS THE PATRON'S LEDGER IN KEY ORDER FOR THE NEXT OPEN
      *    SEQUENCE NUMBER -- SAME SHAPE AS CIRC001A'S SCAN.
       DO-SCAN-PATRON-LEDGER.
           MOVE 1 TO WORK-NEXT-LEDGER-SEQ.
           MOVE "0" TO WORK-LEDGER-EOF-SWITCH.
           MOVE ILL-PATRON-NUMBER TO FINE-DTL-PATRON-NUMBER.
           MOVE ZERO TO FINE-DTL-SEQUENCE.
           START FINE-DETAIL-FILE KEY IS GREATER THAN FINE-DTL-KEY
               INVALID KEY
                   MOVE "1" TO WORK-LEDGER-EOF-SWITCH
           END-START.
           PERFORM DO-READ-NEXT-LEDGER-LINE
                   UNTIL WORK-LEDGER-EOF.

       DO-READ-NEXT-LEDGER-LINE.
           READ FINE-DETAIL-FILE NEXT RECORD
               AT END
                   MOVE "1" TO WORK-LEDGER-EOF-SWITCH
               NOT AT END
                   IF FINE-DTL-PATRON-NUMBER EQUAL ILL-PATRON-NUMBER
                       COMPUTE WORK-NEXT-LEDGER-SEQ =
                               FINE-DTL-SEQUENCE + 1
                   ELSE
                       MOVE "1" TO WORK-LEDGER-EOF-SWITCH
                   END-IF
           END-READ.

      *    SAME ONE-RECORD FINECTL.DAT COUNTER CIRC001A NUMBERS ITS
      *    RECEIPTS FROM -- A MISSING FILE STARTS THE SERIES AT 1.
       DO-NEXT-RECEIPT-NUMBER.
           MOVE 1 TO WORK-RECEIPT-NUMBER.
           OPEN INPUT FINE-CONTROL-FILE.
           IF WORK-FINE-CONTROL-STATUS EQUAL "00"
               READ FINE-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE FINE-NEXT-RECEIPT-NUMBER
                               TO WORK-RECEIPT-NUMBER
               END-READ
               CLOSE FINE-CONTROL-FILE
           END-IF.
           OPEN OUTPUT FINE-CONTROL-FILE.
           COMPUTE FINE-NEXT-RECEIPT-NUMBER = WORK-RECEIPT-NUMBER + 1.
           WRITE FINE-CONTROL-RECORD.
           CLOSE FINE-CONTROL-FILE.

      *    CLOSE -- A BORROW WENT BACK TO ITS OWNER (ITS TEMPORARY
      *    CATALOG RECORD IS WITHDRAWN SO THE BARCODE STOPS
      *    CIRCULATING) OR OUR LENT ITEM CAME HOME.
                       ILL-STATUS-FLAG " " ILL-PARTNER-LIBRARY
               DISPLAY "  " ILL-TITLE
               DISPLAY "  BARCODE " ILL-ITEM-BARCODE " CARD "
                       ILL-PATRON-NUMBER " PARTNER " ILL-PARTNER-CODE
               IF ILL-PARTNER-FEE IS NUMERIC
                   DISPLAY "  PARTNER FEE " ILL-PARTNER-FEE
                           " POSTED TO PATRON " ILL-PATRON-FEE
               END-IF
               DISPLAY "  REQ " ILL-REQUEST-DATE " RECV "
                       ILL-RECEIVED-DATE " DUE BACK "
                       ILL-RETURN-BY-DATE " RETD " ILL-RETURNED-DATE
