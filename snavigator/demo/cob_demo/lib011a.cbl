           ORGANIZATION INDEXED
           RECORD KEY CIRC-ITEM-BARCODE
           FILE STATUS IS WORK-CIRC-FILE-STATUS.
      *
      *    A TITLE ESCALATED TO WITHDRAWAL IS APPENDED HERE FOR THE
      *    SELECTOR'S LIB060A REPLACEMENT REPORT.
           SELECT REPLACEMENT-LOG-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WORK-REPLACEMENT-LOG-STATUS.
      *
           SELECT INVENTORY-REPORT-PRINT ASSIGN TO PRINTER.
      *
       copy missing.
      *
       copy sysparm.
      *
       copy repllog.
      *
       FD  INVENTORY-REPORT-PRINT
           LABEL RECORDS OMITTED.
      *    STAGE THIS RUN.
       01  WORK-MISSING-FILE-STATUS                 PIC XX.
       01  WORK-SYSPARM-STATUS                      PIC XX.
       01  WORK-REPLACEMENT-LOG-STATUS              PIC XX.
       01  W030-MISSING-STRIKES                     PIC 99 VALUE 3.
       01  W030-NEW-MISSING-COUNT                   PIC 9(5) VALUE 0.
       01  W030-STILL-MISSING-COUNT                 PIC 9(5) VALUE 0.
               CLOSE MISSING-ITEM-FILE
               OPEN I-O MISSING-ITEM-FILE
           END-IF.
           OPEN EXTEND REPLACEMENT-LOG-FILE.
           IF WORK-REPLACEMENT-LOG-STATUS NOT EQUAL "00"
               OPEN OUTPUT REPLACEMENT-LOG-FILE
           END-IF.
           MOVE "N" TO WORK-ITEMS-OPEN-SWITCH.
           OPEN INPUT ITEM-COPY-FILE.
           IF WORK-ITEM-FILE-STATUS EQUAL "00"
           CLOSE SHELF-SCAN-FILE
                 BOOKS-LIST
                 MISSING-ITEM-FILE
                 REPLACEMENT-LOG-FILE
                 INVENTORY-REPORT-PRINT.
           IF WORK-ITEMS-IS-OPEN
               CLOSE ITEM-COPY-FILE.
      *
      *    AN ITEM SITTING ON THE SHELF WHOSE CIRCULATION RECORD
      *    STILL SAYS OUT WAS RETURNED WITHOUT GOING THROUGH THE
      *    DESK -- THE LOAN NEEDS CLOSING BY HAND. SO DOES ONE A
      *    PATRON CLAIMED RETURNED: CHECKING IT IN CLEARS THE
      *    CLAIM. THE CALL NUMBER (CATALOG RECORD LEFT BY C025)
      *    SAYS WHERE IT WAS FOUND.
       C035-CHECK-SHELF-VS-CIRC.
      *
           IF WORK-CIRC-IS-OPEN
                                               DELIMITED BY SIZE
                                  "TO " DELIMITED BY SIZE
                                  CIRC-PATRON-NUMBER DELIMITED BY SIZE
                                  " " DELIMITED BY SIZE
                                  BOOK-CALL-CLASS DELIMITED BY SIZE
                                  " " DELIMITED BY SIZE
                                  BOOK-CALL-CUTTER DELIMITED BY SIZE
                                  INTO W010-DETAIL-LINE
                           MOVE W010-DETAIL-LINE
                                   TO INVENTORY-REPORT-LINE
                           WRITE INVENTORY-REPORT-LINE
                       ELSE IF CIRC-ITEM-CLAIMED-RETURNED
                           ADD 1 TO W005-SHELF-BUT-OUT-COUNT
                           MOVE SPACES TO W010-DETAIL-LINE
                           STRING "  " DELIMITED BY SIZE
                                  SCAN-BARCODE DELIMITED BY SIZE
                                  " ON SHELF -- CLAIMED RETURNED BY "
                                               DELIMITED BY SIZE
                                  CIRC-PATRON-NUMBER DELIMITED BY SIZE
                                  " " DELIMITED BY SIZE
                                  BOOK-CALL-CLASS DELIMITED BY SIZE
                                  " " DELIMITED BY SIZE
                                  BOOK-CALL-CUTTER DELIMITED BY SIZE
                                  INTO W010-DETAIL-LINE
                           MOVE W010-DETAIL-LINE
                                   TO INVENTORY-REPORT-LINE
      *
      *    FINAL PASS -- ANY ACTIVE CATALOG RECORD WHOSE NUMBER WAS
      *    NEVER MARKED SEEN IS ON NEITHER THE SHELF NOR AN OPEN
      *    LOAN: A MISSING-ITEM CANDIDATE, LISTED WITH ITS LOCATION
      *    AND CALL NUMBER FOR THE SEARCH OF THE STACKS. WITHDRAWN
      *    RECORDS ARE EXPECTED TO BE ABSENT AND ARE SKIPPED.
       C050-REPORT-MISSING-TITLES.
      *
           MOVE SPACES TO INVENTORY-REPORT-LINE.
                                  BOOK-NUMBER DELIMITED BY SIZE
                                  " " DELIMITED BY SIZE
                                  BOOK-TITLE DELIMITED BY SIZE
                                  " " DELIMITED BY SIZE
                                  BOOK-LOCATION-CODE DELIMITED BY SIZE
                                  " " DELIMITED BY SIZE
                                  BOOK-CALL-CLASS DELIMITED BY SIZE
                                  " " DELIMITED BY SIZE
                                  BOOK-CALL-CUTTER DELIMITED BY SIZE
                                  INTO W010-DETAIL-LINE
                           MOVE W010-DETAIL-LINE
                                   TO INVENTORY-REPORT-LINE
           MOVE "W" TO BOOK-STATUS-FLAG.
           MOVE "MISSING AT INVENTORY" TO BOOK-WITHDRAW-REASON.
           REWRITE BOOKS-RECORD.
           MOVE W030-TODAY-DATE-N TO RPL-DATE.
           ACCEPT RPL-TIME FROM TIME.
           MOVE BOOK-BRANCH-ID TO RPL-BRANCH-ID.
           MOVE BOOK-NUMBER TO RPL-BOOK-NUMBER.
           MOVE SPACES TO RPL-ITEM-BARCODE.
           MOVE "MISSNG" TO RPL-REASON-CODE.
           MOVE "P" TO RPL-STATUS-FLAG.
           MOVE SPACES TO RPL-ORDER-NUMBER.
           MOVE ZERO TO RPL-DECIDED-DATE.
           WRITE REPLACEMENT-LOG-RECORD.
           MOVE SPACES TO W010-DETAIL-LINE.
           STRING "  " DELIMITED BY SIZE
                  BOOK-NUMBER DELIMITED BY SIZE
