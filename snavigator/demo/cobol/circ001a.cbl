           ORGANIZATION INDEXED
           RECORD KEY XREF-KEY
           FILE STATUS IS WORK-XREF-STATUS.
      *    DUE-DATE INDEX FOR THE NIGHTLY SWEEPS -- KEPT IN STEP
      *    WITH EVERY LOAN WRITTEN HERE, BUT ONLY ONCE DUEXBLD HAS
      *    CREATED IT.
           SELECT DUE-DATE-XREF ASSIGN TO DISK
           ACCESS MODE RANDOM
           ORGANIZATION INDEXED
           RECORD KEY DUEX-KEY
           FILE STATUS IS WORK-DUE-XREF-STATUS.
           SELECT SYSTEM-PARM-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WORK-SYSPARM-STATUS.
           FILE STATUS IS WORK-CALENDAR-STATUS.
           SELECT CHAIN-LOG-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL.
           SELECT AUDIT-TRAIL-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WORK-AUDIT-FILE-STATUS.
           SELECT IN-HOUSE-USE-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WORK-INHOUSE-FILE-STATUS.
      *    CARD NUMBERS LIB001A HAS BLOCKED AS LOST OR STOLEN.
           SELECT BLOCKED-CARD-FILE ASSIGN TO DISK
           ACCESS MODE RANDOM
           ORGANIZATION INDEXED
           RECORD KEY BLK-CARD-NUMBER
           FILE STATUS IS WORK-BLOCKED-CARD-STATUS.
      *    STAFF ACCOUNTS -- A SUPERVISOR'S ID AND PIN ARE CHECKED
      *    HERE BEFORE A CHECKOUT BLOCK IS OVERRIDDEN.
           SELECT STAFF-FILE ASSIGN TO DISK
           ACCESS MODE RANDOM
           ORGANIZATION INDEXED
           RECORD KEY STAFF-ID
           FILE STATUS IS WORK-STAFF-FILE-STATUS.
           SELECT OVERRIDE-LOG-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WORK-OVERRIDE-LOG-STATUS.
      *    A LOST OR DAMAGED COPY IS APPENDED HERE FOR THE SELECTOR'S
      *    LIB060A REPLACEMENT REPORT.
           SELECT REPLACEMENT-LOG-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WORK-REPLACEMENT-LOG-STATUS.
      *    PRESENT ONLY IN THE TRAINING DIRECTORY -- OPENS ONLY
      *    WHEN A TRAINING SIGN-ON AT MAIN01A HAS POINTED THE DATA
      *    PATH THERE, AND THEN PUTS UP THE TRAINING BANNER.
           SELECT TRAINING-CONTROL-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WORK-TRAINING-STATUS.
       DATA DIVISION.
       FILE SECTION.


       copy circxref.

       copy circdue.

       copy sysparm.

       copy holds.

       copy calendar.

       copy audit.

       copy inhouse.

       copy blkcard.

       copy staff.

       copy ovrlog.

       copy repllog.

      *    SHARED CIRCULATION-FILE LAYOUT -- SELF001A AND THE BATCH
      *    REPORTS READ THE SAME FILE THIS PROGRAM WRITES.
       copy circ.

       copy trainctl.

       WORKING-STORAGE SECTION.
      *************************************************************
      *                                                           *
                                                 VALUE "CIRC001A.EXE".
       01 CALLED-FROM-PRGM-NAME                  PIC X(12).
       01 WORK-OPERATOR-ID                       PIC X(5).
       01 WORK-TRAINING-STATUS                   PIC XX.
      *    SHOWN ON LINE 1 OF THE SCREENS -- SPACES WHEN LIVE.
       01 WORK-TRAINING-BANNER                   PIC X(10)
                                                 VALUE SPACES.

       01 WORK-TODAY-RAW-DATE.
          05 WORK-TODAY-RAW-YY                   PIC 99.
      *    BRANCH NOW THAT TWO BUILDINGS SHARE ONE CIRC.DAT.
       01 WORK-BRANCH-CONFIG-STATUS              PIC XX.
       01 WORK-DESK-BRANCH-ID                    PIC X(3) VALUE "001".
      *    THE BRANCH DIRECTORY ENTRY FOR A PICKUP BRANCH, AND THE
      *    NAME AND ADDRESS PRINTED ON SLIPS AND RECEIPTS.

       copy brdlnk.

       01 WORK-CIRC-STATUS                       PIC XX.
       01 WORK-NAMES-STATUS                      PIC XX.
       01 WORK-PATRON-INACTIVE-SWITCH            PIC X.
          88 WORK-PATRON-IS-INACTIVE                 VALUE "Y".
      *    A CARD NOT ON NAMES-LIST MAY BE ONE REPORTED LOST -- THE
      *    DESK IS TOLD WHICH NUMBER REPLACED IT.
       01 WORK-BLOCKED-CARD-STATUS               PIC XX.
       01 WORK-CARD-BLOCKED-SWITCH               PIC X.
          88 WORK-CARD-IS-BLOCKED                    VALUE "Y".
       01 WORK-BLOCKED-REPLACED-BY               PIC X(5).
      *    A NON-RESIDENT CARD IS NOT ACTIVE UNTIL ITS ANNUAL FEE IS
      *    PAID AT LIB001A -- NO SUPERVISOR OVERRIDE.
       01 WORK-NONRES-FEE-SWITCH                 PIC X.
          88 WORK-NONRES-FEE-IS-DUE                  VALUE "Y".
      *************************************************************
      *  JUVENILE CARD SUPPORT -- A CHILD'S CARD SHOWS ITS        *
      *  GUARDIAN'S NAME AT THE DESK THE MOMENT IT IS PRESENTED,  *
          88 WORK-PATRON-IS-INSTITUTION              VALUE "Y".
       01 WORK-INST-ITEM-LIMIT                   PIC 9(3) VALUE 50.
       01 WORK-INST-LOAN-DAYS                    PIC 99 VALUE 28.
      *    A STAFF CARD BORROWS ON THE STAFF LOAN PERIOD THE MEDIA
      *    TYPE'S RULE SETS (ZERO = THE ORDINARY PERIOD), AND IS NOT
      *    FINED FOR A LATE RETURN WHERE THE RULE EXEMPTS STAFF.
       01 WORK-PATRON-STAFF-SWITCH               PIC X.
          88 WORK-PATRON-IS-STAFF                    VALUE "Y".
       01 WORK-STAFF-LOAN-DAYS                   PIC 99 VALUE 0.
       01 WORK-STAFF-FINE-EXEMPT-HELD            PIC X.
       01 WORK-ISSUED-SWITCH                     PIC X.
          88 WORK-ITEM-WAS-ISSUED                    VALUE "Y".
       01 WORK-BULK-ISSUED-COUNT                 PIC 9(3) VALUE 0.
      *    SYSPARM RECORD; THE LIB025A SWEEP EXPIRES HOLDS STILL
      *    THERE PAST THE STAMPED DEADLINE.
       01 WORK-HOLD-PICKUP-DAYS                  PIC 99 VALUE 7.
      *    A TITLE-LEVEL HOLD QUEUES UNDER THE BOOK NUMBER INSTEAD OF
      *    A BARCODE -- THE QUEUE KEY IS WHICHEVER OF THE TWO THE
      *    QUEUE BEING WALKED IS FILED UNDER.
       01 WORK-HOLD-QUEUE-KEY                    PIC X(10).
       01 WORK-HOLD-LEVEL-REPLY                  PIC X.
       01 WORK-HOLD-BOOK-NUMBER                  PIC X(5).
       01 WORK-HOLD-FILLED-SWITCH                PIC X.
          88 WORK-HOLD-WAS-FILLED                    VALUE "Y".
      *    AT RETURN TIME THE OLDEST ACTIVE HOLD IN THE COPY'S OWN
      *    QUEUE AND THE OLDEST IN ITS TITLE'S QUEUE ARE BOTH FOUND;
      *    WHICHEVER WAS PLACED FIRST TRAPS. SEQUENCE ZERO = NONE.
       01 WORK-HOLD-CANDIDATE-SEQ                PIC 99.
       01 WORK-HOLD-CANDIDATE-DATE               PIC 9(8).
       01 WORK-COPY-CANDIDATE-SEQ                PIC 99.
       01 WORK-COPY-CANDIDATE-DATE               PIC 9(8).
      *    THE PATRON'S PICKUP BRANCH -- A HOLD THAT TRAPS AT ANY
      *    OTHER DESK IS ROUTED THERE IN TRANSIT INSTEAD OF GOING
      *    ON THIS BUILDING'S PICKUP SHELF.
       01 WORK-HOLD-PICKUP-ENTRY                 PIC X(3).
       01 WORK-HOLD-ROUTED-SWITCH                PIC X.
          88 WORK-HOLD-ROUTED                        VALUE "Y".
      *    A COPY PULLED OFF THE SHELF FOR A HOLD (LIB044A PULL LIST)
      *    IS SCANNED ON THE RETURN KEY WITH NO LOAN OPEN AGAINST IT.
       01 WORK-PULLED-COPY-SWITCH                PIC X.
          88 WORK-PULLED-COPY-FREE                   VALUE "Y".
       01 WORK-NOT-OUT-MESSAGE                   PIC X(30).

      *************************************************************
      *  RENEWAL SUPPORT -- F2 EXTENDS CIRC-DUE-DATE BY THE LOAN   *
      *  LISTS EVERYTHING A CARD CURRENTLY HAS OUT.                *
      *************************************************************
      *************************************************************
      *  SUPERVISOR OVERRIDE -- A CHECKOUT REFUSED FOR AN INACTIVE *
      *  CARD, THE JUVENILE MEDIA RULE, THE FINE THRESHOLD, THE    *
      *  ITEM LIMIT, OR CLAIMS HISTORY MAY BE LET THROUGH, THAT    *
      *  ONE TIME, BY A SUPERVISOR'S ID AND PIN (STAFF.DAT) AND A  *
      *  REASON CODE. EACH ONE IS APPENDED TO OVERRIDE.DAT.        *
      *************************************************************
       01 WORK-STAFF-FILE-STATUS                 PIC XX.
       01 WORK-OVERRIDE-LOG-STATUS               PIC XX.
       01 WORK-REPLACEMENT-LOG-STATUS            PIC XX.
      *    THE FIRST RULE STILL BLOCKING THIS CHECKOUT THAT A
      *    SUPERVISOR MAY OVERRIDE -- SPACES WHEN THERE IS NONE.
       01 WORK-OVERRIDE-RULE                     PIC X(6).
       01 WORK-OVERRIDE-SUPERVISOR               PIC X(5).
       01 WORK-OVERRIDE-PIN                      PIC X(4).

       copy pinscrm.

       01 WORK-OVERRIDE-REASON                   PIC XX.
       01 WORK-SUPERVISOR-OK-SWITCH              PIC X.
          88 WORK-SUPERVISOR-OK                      VALUE "Y".
      *************************************************************
      *  CATALOG VALIDATION AT CHECKOUT -- AN ITEM BARCODE CARRIES *
      *  ITS CATALOG NUMBER IN ITS FIRST FIVE POSITIONS, SO THE    *
      *  TITLE AND MEDIA TYPE COME OFF BOOKS.LST INSTEAD OF BEING  *
       01 WORK-WAS-LOST-SWITCH                   PIC X.
          88 WORK-RETURN-WAS-LOST                    VALUE "Y".
      *************************************************************
      *  CLAIMS RETURNED -- F3 ALSO TAKES A PATRON'S WORD THAT AN  *
      *  ITEM CAME BACK. THE LOAN LEAVES THE CARD'S ITEM COUNT AND *
      *  STOPS FINING ON THE CLAIM DATE, NOTHING IS BILLED, AND    *
      *  THE CARD'S LIFETIME CLAIMS COUNT GOES UP. PAST THE        *
      *  SYSPARM LIMIT EVERY CHECKOUT NEEDS A SUPERVISOR.          *
      *************************************************************
       01 WORK-CLAIM-REPLY                       PIC X.
       01 WORK-WAS-CLAIMED-SWITCH                PIC X.
          88 WORK-RETURN-WAS-CLAIMED                 VALUE "Y".
       01 WORK-CLAIMS-LIMIT                      PIC 99 VALUE 3.
       01 WORK-PATRON-CLAIMS-HELD                PIC 99.
       01 WORK-CLAIMS-BLOCKED-SWITCH             PIC X.
          88 WORK-CLAIMS-BLOCK-CHECKOUT              VALUE "Y".
      *************************************************************
      *  MENDING SUPPORT -- AN ITEM HANDED BACK WITH A LOOSE SPINE *
      *  IS SENT OUT FOR REPAIR AT THE RETURN PROMPT: THE COPY     *
      *  RECORD GOES TO STATUS R, CHECKOUT AND HOLD TRAPPING ARE   *
       01 WORK-XREF-STATUS                       PIC XX.
       01 WORK-XREF-EOF-SWITCH                   PIC X.
          88 WORK-XREF-EOF                           VALUE "1".
      *    THE DUE-DATE INDEX ENTRY A LOAN HAD BEFORE THIS CHANGE TO
      *    IT -- A SPACE STATUS WHEN IT WAS NOT INDEXED.
       01 WORK-DUE-XREF-STATUS                   PIC XX.
       01 WORK-DUEX-OPEN-SWITCH                  PIC X.
          88 WORK-DUEX-IS-OPEN                       VALUE "Y".
       01 WORK-DUEX-OLD-STATUS                   PIC X.
       01 WORK-DUEX-OLD-DUE-DATE                 PIC X(8).

       01 WORK-ITEM-LIMIT                        PIC 99 VALUE 5.
       01 WORK-PATRON-LOAN-COUNT                 PIC 99.
          88 WORK-CIRC-EOF                           VALUE "1".
       01 WORK-LIMIT-BLOCKED-SWITCH              PIC X.
          88 WORK-LIMIT-BLOCK-CHECKOUT               VALUE "Y".
       01 WORK-LIST-LINE-COUNT                   PIC 99.

      *    CALENDAR-TO-SERIAL-DAY CONVERSION SO TWO DATES CAN BE
          05 WORK-AGE-MM                         PIC 99.
          05 WORK-AGE-DD                         PIC 99.
       01 WORK-AGE-SERIAL                        PIC 9(7).
      *************************************************************
      *  BOOK-DROP MODE -- F5 WITH A "D" RUNS A BATCH OF RETURNS   *
      *  EMPTIED FROM THE DROP, EACH DATED THE LAST DAY THE        *
      *  BUILDING WAS OPEN SO NOBODY IS FINED FOR THE DAYS WE WERE *
      *  SHUT. EVERY BACKDATED RETURN GOES ON THE AUDIT TRAIL.     *
      *************************************************************
       01 WORK-DROP-REPLY                        PIC X.
       01 WORK-BOOK-DROP-SWITCH                  PIC X VALUE "N".
          88 WORK-BOOK-DROP-ON                       VALUE "Y".
       01 WORK-DROP-DONE-SWITCH                  PIC X.
          88 WORK-DROP-DONE                          VALUE "1".
       01 WORK-BOOK-DROP-DATE.
          05 WORK-DROP-CC                        PIC 99.
          05 WORK-DROP-YY                        PIC 99.
          05 WORK-DROP-MM                        PIC 99.
          05 WORK-DROP-DD                        PIC 99.
       01 WORK-DROP-RETURN-COUNT                 PIC 9(3).
       01 WORK-AUDIT-FILE-STATUS                 PIC XX.
       01 WORK-OPEN-DAYS-LATE                    PIC 9(4).
      *    THE AGING WALK ADVANCES A CALENDAR DATE AND ITS SERIAL
      *    IN LOCKSTEP, SO FEBRUARY'S LENGTH MUST HONOR LEAP YEARS
       01 WORK-AGE-LEAP-QUOTIENT                 PIC 9(4).
       01 WORK-AGE-LEAP-REMAINDER                PIC 9(4).

      *************************************************************
      *  HOURLY EQUIPMENT LOANS -- A MEDIA TYPE WHOSE RULE CARRIES *
      *  LOAN HOURS (LAPTOPS, HOTSPOTS, STUDY-ROOM KEYS) GOES OUT  *
      *  UNTIL A CLOCK TIME INSTEAD OF A DATE AND IS FINED BY THE  *
      *  HOUR. F8 ANSWERED WITH "E" LISTS EVERY PIECE OF EQUIPMENT *
      *  PAST ITS DUE TIME RIGHT NOW.                              *
      *************************************************************
       01 WORK-LOAN-PERIOD-HOURS                 PIC 99 VALUE 0.
       01 WORK-HOURLY-FINE-RATE                  PIC 9V99 VALUE 0.
       01 WORK-DUE-HOURS                         PIC 9(3).
       01 WORK-NOW-TIME.
          05 WORK-NOW-HHMM.
             10 WORK-NOW-HH                      PIC 99.
             10 WORK-NOW-MN                      PIC 99.
          05 FILLER                              PIC 9(4).
       01 WORK-DUE-MINUTE                        PIC 9(10).
       01 WORK-RETURN-MINUTE                     PIC 9(10).
       01 WORK-MINUTES-LATE                      PIC 9(10).
       01 WORK-MINUTES-OVER                      PIC 99.
       01 WORK-HOURS-LATE                        PIC 9(6).
       01 WORK-LIST-REPLY                        PIC X.
       01 WORK-EQUIP-LATE-COUNT                  PIC 9(3).

      *************************************************************
      *  IN-HOUSE USE -- F5 WITH A "U" SCANS A PILE OF ITEMS USED  *
      *  IN THE BUILDING BUT NEVER BORROWED. EACH BARCODE GOES TO  *
      *  INHOUSE.DAT WITH THE DATE AND BRANCH; NO LOAN IS MADE.    *
      *************************************************************
       01 WORK-INHOUSE-FILE-STATUS               PIC XX.
       01 WORK-INHOUSE-DONE-SWITCH               PIC X.
          88 WORK-INHOUSE-DONE                       VALUE "1".
       01 WORK-INHOUSE-COUNT                     PIC 9(3).

       SCREEN SECTION.

       01 SCREEN1-CIRC-ENTRY.
                                    HIGHLIGHT.
          05 LINE 1 COLUMN 47      VALUE "D E S K"
                                    HIGHLIGHT.
          05 LINE 1 COLUMN 70       PIC X(10)
                                    HIGHLIGHT BLINK
                                    FROM WORK-TRAINING-BANNER.
          05 LINE 2 COLUMN 1        HIGHLIGHT
             VALUE "****************************************".
          05 LINE 2 COLUMN 41       HIGHLIGHT
                                    HIGHLIGHT.
          05 LINE 1 COLUMN 33      VALUE "C O L L E C T I O N"
                                    HIGHLIGHT.
          05 LINE 1 COLUMN 70       PIC X(10)
                                    HIGHLIGHT BLINK
                                    FROM WORK-TRAINING-BANNER.
          05 LINE 2 COLUMN 1        HIGHLIGHT
             VALUE "****************************************".
          05 LINE 2 COLUMN 41       HIGHLIGHT
                                   WORK-OPERATOR-ID.
       C000-MAIN-LINE SECTION.
       C020-MAIN-LINE-LOGIC.
           PERFORM DO-CHECK-TRAINING-MODE.
           PERFORM DO-READ-SYSTEM-PARMS.
           PERFORM DO-READ-BRANCH-CONFIG.
           PERFORM DO-LOAD-CLOSED-CALENDAR.
           MOVE "RETURN" TO F5.
           MOVE "FINES " TO F6.
           MOVE " HOLD " TO F7.
           MOVE "LOANS " TO F8.
           MOVE "LEDGER" TO F9.
           MOVE " EXIT " TO F10.
           MOVE "      " TO F1-25-L.
           MOVE "      " TO F2-25-L.
           MOVE "/CLAIM" TO F3-25-L.
           MOVE "      " TO F4-25-L.
           MOVE "/DROP " TO F5-25-L.
           MOVE "      " TO F6-25-L.
           MOVE " ITEM " TO F7-25-L.
           MOVE "/EQUIP" TO F8-25-L.
           MOVE "FINES " TO F9-25-L.
           MOVE "      " TO F10-25-L.

               CLOSE PATRON-LOAN-XREF
               OPEN I-O PATRON-LOAN-XREF
           END-IF.
      *    THE DUE-DATE INDEX IS NEVER CREATED HERE -- AN EMPTY ONE
      *    WOULD HIDE THE LOANS ALREADY OUT FROM THE SWEEPS.
           MOVE "N" TO WORK-DUEX-OPEN-SWITCH.
           OPEN I-O DUE-DATE-XREF.
           IF WORK-DUE-XREF-STATUS EQUAL "00"
               MOVE "Y" TO WORK-DUEX-OPEN-SWITCH
           END-IF.
           OPEN I-O HOLD-FILE.
           IF WORK-HOLD-FILE-STATUS NOT EQUAL "00"
               OPEN OUTPUT HOLD-FILE
           ELSE IF KEY-SWITCH EQUAL KEY-SWITCH-F3
               DISPLAY SCREEN1-CIRC-ENTRY
               ACCEPT ITEM-BARCODE-ENTRY
               DISPLAY "L=LOST  C=PATRON CLAIMS RETURNED"
               MOVE "L" TO WORK-CLAIM-REPLY
               ACCEPT WORK-CLAIM-REPLY
               IF WORK-CLAIM-REPLY EQUAL "C"
                   PERFORM DO-MARK-CLAIMS-RETURNED
               ELSE
                   MOVE "L" TO WORK-DISPOSITION-FLAG
                   PERFORM DO-MARK-ITEM-LOST-DAMAGED
               END-IF
           ELSE IF KEY-SWITCH EQUAL KEY-SWITCH-F4
               DISPLAY SCREEN1-CIRC-ENTRY
               ACCEPT ITEM-BARCODE-ENTRY
               PERFORM DO-MARK-ITEM-LOST-DAMAGED
           ELSE IF KEY-SWITCH EQUAL KEY-SWITCH-F5
               DISPLAY SCREEN1-CIRC-ENTRY
               DISPLAY "D=BOOK-DROP BATCH  U=IN-HOUSE USE  "
                       "ENTER=DESK RETURN"
               MOVE SPACE TO WORK-DROP-REPLY
               ACCEPT WORK-DROP-REPLY
               IF WORK-DROP-REPLY EQUAL "D"
                   PERFORM DO-BOOK-DROP-BATCH
               ELSE IF WORK-DROP-REPLY EQUAL "U"
                   PERFORM DO-IN-HOUSE-USE-BATCH
               ELSE
                   ACCEPT SCREEN1-CIRC-ENTRY
                   PERFORM DO-RETURN-ITEM
               END-IF
           ELSE IF KEY-SWITCH EQUAL KEY-SWITCH-F6
               PERFORM DO-FINE-PAYMENT
           ELSE IF KEY-SWITCH EQUAL KEY-SWITCH-F7
               ACCEPT SCREEN1-CIRC-ENTRY
               PERFORM DO-PLACE-HOLD
           ELSE IF KEY-SWITCH EQUAL KEY-SWITCH-F8
               DISPLAY "E=EQUIPMENT OVERDUE NOW  ENTER=PATRON LOANS"
               MOVE SPACE TO WORK-LIST-REPLY
               ACCEPT WORK-LIST-REPLY
               IF WORK-LIST-REPLY EQUAL "E"
                   PERFORM DO-LIST-OVERDUE-EQUIPMENT
               ELSE
                   DISPLAY SCREEN1-CIRC-ENTRY
                   ACCEPT CIRC-PATRON-ENTRY
                   PERFORM DO-LIST-PATRON-LOANS
               END-IF
           ELSE IF KEY-SWITCH EQUAL KEY-SWITCH-F9
               DISPLAY SCREEN1-CIRC-ENTRY
               ACCEPT CIRC-PATRON-ENTRY
           CLOSE FINES-FILE.
           CLOSE FINE-DETAIL-FILE.
           CLOSE PATRON-LOAN-XREF.
           IF WORK-DUEX-IS-OPEN
               CLOSE DUE-DATE-XREF
           END-IF.
           CLOSE HOLD-FILE.
           IF WORK-BOOKS-IS-OPEN
               CLOSE BOOKS-LIST
           PERFORM DO-CHECK-JUVENILE-MEDIA.
           PERFORM DO-CHECK-FINE-THRESHOLD.
           PERFORM DO-CHECK-ITEM-LIMIT.
           PERFORM DO-CHECK-CLAIMS-HISTORY.
           PERFORM DO-FIND-OVERRIDE-RULE.
           PERFORM DO-OFFER-OVERRIDE
               UNTIL WORK-OVERRIDE-RULE EQUAL SPACES.
           IF WORK-CATALOG-ITEM-UNKNOWN
               DISPLAY "BARCODE NOT IN CATALOG -- CHECKOUT REFUSED"
           ELSE IF WORK-CATALOG-ITEM-WITHDRAWN
               DISPLAY "ITEM IS WITHDRAWN -- CHECKOUT REFUSED"
           ELSE IF WORK-REPAIR-BLOCK-CHECKOUT
               DISPLAY "ITEM IS OUT OF SERVICE -- CHECKOUT REFUSED"
           ELSE IF WORK-CARD-IS-BLOCKED
               DISPLAY "CARD REPORTED LOST -- REPLACED BY "
                       WORK-BLOCKED-REPLACED-BY " -- CHECKOUT REFUSED"
           ELSE IF WORK-NONRES-FEE-IS-DUE
               DISPLAY "NON-RESIDENT FEE UNPAID -- COLLECT AT PATRON "
                       "MAINTENANCE -- CHECKOUT REFUSED"
           ELSE IF WORK-PATRON-IS-INACTIVE
               DISPLAY "PATRON CARD IS INACTIVE -- CHECKOUT REFUSED"
           ELSE IF WORK-JUVENILE-BLOCK-CHECKOUT
                       " OVER LIMIT -- CHECKOUT REFUSED"
           ELSE IF WORK-LIMIT-BLOCK-CHECKOUT
               DISPLAY "ITEM LIMIT REACHED -- CHECKOUT REFUSED"
           ELSE IF WORK-CLAIMS-BLOCK-CHECKOUT
               DISPLAY "CLAIMS-RETURNED HISTORY -- CHECKOUT REFUSED"
           ELSE
      *        ONE RECORD PER BARCODE -- REWRITE IT IF THE ITEM HAS
      *        BEEN OUT BEFORE, OTHERWISE THIS IS ITS FIRST LOAN.
               MOVE WORK-CIRC-ITEM-BARCODE TO CIRC-ITEM-BARCODE
               READ CIRCULATION-FILE
                   INVALID KEY
                       MOVE SPACE TO WORK-DUEX-OLD-STATUS
                       PERFORM DO-BUILD-CIRC-RECORD
                       WRITE CIRCULATION-RECORD
                       PERFORM DO-ADD-LOAN-XREF
                       PERFORM DO-SYNC-DUE-XREF
                       PERFORM DO-FILL-TRAPPED-HOLD
                       MOVE "Y" TO WORK-ISSUED-SWITCH
                       DISPLAY "ITEM CHECKED OUT -- DUE " CIRC-DUE-MM
                               "/" CIRC-DUE-DD "/" CIRC-DUE-YY
                       PERFORM DO-SHOW-DUE-TIME
                   NOT INVALID KEY
      *                A BARCODE STILL SHOWING "OUT" BELONGS TO
      *                WHOEVER HAS IT NOW -- REFUSE RATHER THAN
      *                OVERWRITE THAT LOAN OUT FROM UNDER THEM.
                       IF CIRC-ITEM-OUT
                           DISPLAY "ITEM ALREADY CHECKED OUT"
      *                A DISPUTED LOAN IS STILL OPEN ON PAPER -- THE
      *                COPY IN HAND MUST BE CHECKED IN FIRST SO THE
      *                CLAIM CLEARS AND ANY FINE IS SETTLED.
                       ELSE IF CIRC-ITEM-CLAIMED-RETURNED
                           DISPLAY "ITEM IS UNDER A CLAIMS-RETURNED "
                                   "DISPUTE -- RETURN IT FIRST"
                       ELSE
                           PERFORM DO-HOLD-DUE-XREF-KEY
                           PERFORM DO-BUILD-CIRC-RECORD
                           REWRITE CIRCULATION-RECORD
                           PERFORM DO-ADD-LOAN-XREF
                           PERFORM DO-SYNC-DUE-XREF
                           PERFORM DO-FILL-TRAPPED-HOLD
                           MOVE "Y" TO WORK-ISSUED-SWITCH
                           DISPLAY "ITEM CHECKED OUT -- DUE "
                                   CIRC-DUE-MM "/" CIRC-DUE-DD "/"
                                   CIRC-DUE-YY
                           PERFORM DO-SHOW-DUE-TIME
                       END-IF
               END-READ
           END-IF.
       DO-PRINT-BULK-SLIP.
           DISPLAY "----------------------------------------"
               UPON PRINTER-DISPLAY.
           PERFORM DO-PRINT-DESK-LETTERHEAD.
           DISPLAY "INSTITUTIONAL BULK CHECKOUT -- ACCOUNT "
                   WORK-CIRC-PATRON-NUMBER UPON PRINTER-DISPLAY.
           DISPLAY "DATE " WORK-TODAY-MM "/" WORK-TODAY-DD "/"
      *    CARD TYPE AND GUARDIAN, AND A JUVENILE CARD PUTS THE
      *    GUARDIAN'S NAME ON THE DESK AT ONCE.
           MOVE "N" TO WORK-PATRON-INACTIVE-SWITCH.
           MOVE "N" TO WORK-CARD-BLOCKED-SWITCH.
           MOVE "N" TO WORK-NONRES-FEE-SWITCH.
           MOVE "N" TO WORK-PATRON-JUVENILE-SWITCH.
           MOVE "N" TO WORK-PATRON-INSTITUTION-SWITCH.
           MOVE "N" TO WORK-PATRON-STAFF-SWITCH.
           MOVE SPACES TO WORK-GUARDIAN-NUMBER-HELD.
           MOVE ZERO TO WORK-PATRON-CLAIMS-HELD.
           MOVE WORK-CIRC-PATRON-NUMBER TO PATRON-NUMBER.
           READ NAMES-LIST
               INVALID KEY
                   PERFORM DO-CHECK-BLOCKED-CARD
               NOT INVALID KEY
                   IF PATRON-IS-INACTIVE
                       MOVE "Y" TO WORK-PATRON-INACTIVE-SWITCH
                   END-IF
                   IF PATRON-NONRES-FEE-DUE
                       MOVE "Y" TO WORK-NONRES-FEE-SWITCH
                   END-IF
                   IF PATRON-IS-INSTITUTION
                       MOVE "Y" TO WORK-PATRON-INSTITUTION-SWITCH
                   END-IF
                   IF PATRON-IS-STAFF
                       MOVE "Y" TO WORK-PATRON-STAFF-SWITCH
                   END-IF
                   IF PATRON-CLAIMS-COUNT IS NUMERIC
                       MOVE PATRON-CLAIMS-COUNT
                               TO WORK-PATRON-CLAIMS-HELD
                   END-IF
                   IF PATRON-IS-JUVENILE
                       MOVE "Y" TO WORK-PATRON-JUVENILE-SWITCH
                       MOVE PATRON-GUARDIAN-NUMBER
                   PERFORM DO-SHOW-ALERT-NOTES
           END-READ.

      *    THE BLOCKED-CARD FILE IS MISSING UNTIL THE FIRST CARD IS
      *    EVER REPORTED LOST, WHICH SIMPLY MEANS NOTHING IS BLOCKED.
       DO-CHECK-BLOCKED-CARD.
           OPEN INPUT BLOCKED-CARD-FILE.
           IF WORK-BLOCKED-CARD-STATUS EQUAL "00"
               MOVE WORK-CIRC-PATRON-NUMBER TO BLK-CARD-NUMBER
               READ BLOCKED-CARD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WORK-CARD-BLOCKED-SWITCH
                       MOVE BLK-REPLACED-BY TO WORK-BLOCKED-REPLACED-BY
               END-READ
               CLOSE BLOCKED-CARD-FILE
           END-IF.

      *    THE PAPER NOTEBOOK'S "SEE SUPERVISOR" LINES, POPPED THE
      *    MOMENT THE CARD IS KEYED -- ONLY NOTES FLAGGED AS
      *    ALERTS; THE REST STAY ON LIB001A'S NOTES SCREEN.
                           CONTINUE
                       NOT INVALID KEY
                           MOVE ITEM-BOOK-NUMBER TO BOOK-NUMBER
                           IF ITEM-OUT-OF-SERVICE
                               MOVE "Y"
                                   TO WORK-REPAIR-BLOCKED-SWITCH
                           END-IF
           END-IF.

      *    COUNTS THE CARD'S LOANS STILL OUT BEFORE A NEW CHECKOUT.
      *    AT THE LIMIT THE CHECKOUT IS BLOCKED UNLESS A SUPERVISOR
      *    OVERRIDES IT (DO-OFFER-OVERRIDE).
      *    THE SCAN RUNS BEFORE THE CHECKOUT'S OWN KEYED READ SO IT
      *    CANNOT DISTURB THE RECORD THAT READ LEAVES IN THE BUFFER.
       DO-CHECK-ITEM-LIMIT.
           IF WORK-PATRON-LOAN-COUNT NOT LESS THAN WORK-ITEM-LIMIT
               DISPLAY "PATRON HAS " WORK-PATRON-LOAN-COUNT
                       " ITEMS OUT -- LIMIT IS " WORK-ITEM-LIMIT
               MOVE "Y" TO WORK-LIMIT-BLOCKED-SWITCH
           END-IF
           END-IF.

      *    A CARD WITH MORE CLAIMS-RETURNED DISPUTES ON RECORD THAN
      *    THE SYSPARM LIMIT IS PUT IN FRONT OF A SUPERVISOR AT
      *    EVERY CHECKOUT -- BLOCKED UNLESS ONE OVERRIDES IT.
       DO-CHECK-CLAIMS-HISTORY.
           MOVE "N" TO WORK-CLAIMS-BLOCKED-SWITCH.
           IF WORK-PATRON-CLAIMS-HELD GREATER THAN WORK-CLAIMS-LIMIT
               DISPLAY "PATRON HAS " WORK-PATRON-CLAIMS-HELD
                       " CLAIMS-RETURNED ON RECORD -- LIMIT IS "
                       WORK-CLAIMS-LIMIT
               MOVE "Y" TO WORK-CLAIMS-BLOCKED-SWITCH
           END-IF.

      *    ONLY THE RULES A SUPERVISOR MAY BEND ARE OFFERED -- AN
      *    UNKNOWN, WITHDRAWN, OR OUT-OF-SERVICE ITEM, OR A CARD
      *    REPORTED LOST OR OWING ITS NON-RESIDENT FEE, IS REFUSED
      *    WITH NO PROMPT. RULES ARE TAKEN IN THE
      *    ORDER THE REFUSAL MESSAGES ARE CHECKED.
       DO-FIND-OVERRIDE-RULE.
           MOVE SPACES TO WORK-OVERRIDE-RULE.
           IF WORK-CATALOG-ITEM-UNKNOWN
              OR WORK-CATALOG-ITEM-WITHDRAWN
              OR WORK-REPAIR-BLOCK-CHECKOUT
              OR WORK-CARD-IS-BLOCKED
              OR WORK-NONRES-FEE-IS-DUE
               NEXT SENTENCE
           ELSE IF WORK-PATRON-IS-INACTIVE
               MOVE "INACTV" TO WORK-OVERRIDE-RULE
           ELSE IF WORK-JUVENILE-BLOCK-CHECKOUT
               MOVE "JUVMED" TO WORK-OVERRIDE-RULE
           ELSE IF WORK-FINES-BLOCK-CHECKOUT
               MOVE "FINES" TO WORK-OVERRIDE-RULE
           ELSE IF WORK-LIMIT-BLOCK-CHECKOUT
               MOVE "LIMIT" TO WORK-OVERRIDE-RULE
           ELSE IF WORK-CLAIMS-BLOCK-CHECKOUT
               MOVE "CLAIMS" TO WORK-OVERRIDE-RULE.

      *    A BLANK SUPERVISOR ID, A BAD ID OR PIN, OR A BAD REASON
      *    CODE LEAVES THE BLOCK STANDING AND THE REFUSAL IS SHOWN AS
      *    BEFORE. AN ACCEPTED OVERRIDE CLEARS THAT ONE RULE FOR THIS
      *    CHECKOUT ONLY AND LOOKS FOR THE NEXT.
       DO-OFFER-OVERRIDE.
           DISPLAY "CHECKOUT BLOCKED BY RULE " WORK-OVERRIDE-RULE
                   " -- SUPERVISOR ID TO OVERRIDE (BLANK = REFUSE): ".
           MOVE SPACES TO WORK-OVERRIDE-SUPERVISOR.
           ACCEPT WORK-OVERRIDE-SUPERVISOR.
           IF WORK-OVERRIDE-SUPERVISOR EQUAL SPACES
               MOVE SPACES TO WORK-OVERRIDE-RULE
           ELSE
               DISPLAY "SUPERVISOR PIN: "
               MOVE SPACES TO WORK-OVERRIDE-PIN
               ACCEPT WORK-OVERRIDE-PIN
               PERFORM DO-CHECK-SUPERVISOR
               IF NOT WORK-SUPERVISOR-OK
                   DISPLAY "NOT AN ACTIVE SUPERVISOR ID AND PIN -- "
                           "NO OVERRIDE"
                   MOVE SPACES TO WORK-OVERRIDE-RULE
               ELSE
                   DISPLAY "REASON PD=PAID/PROMISED ER=RECORD ERROR "
                           "SC=SCHOOL/CLASS HW=HARDSHIP "
                           "MG=MANAGER OT=OTHER: "
                   MOVE SPACES TO WORK-OVERRIDE-REASON
                   ACCEPT WORK-OVERRIDE-REASON
                   MOVE WORK-OVERRIDE-REASON TO OVR-REASON-CODE
                   IF NOT OVR-REASON-IS-VALID
                       DISPLAY "UNKNOWN REASON CODE -- NO OVERRIDE"
                       MOVE SPACES TO WORK-OVERRIDE-RULE
                   ELSE
                       PERFORM DO-WRITE-OVERRIDE-LOG
                       PERFORM DO-CLEAR-OVERRIDDEN-RULE
                       PERFORM DO-FIND-OVERRIDE-RULE
                   END-IF
               END-IF
           END-IF.

       DO-CHECK-SUPERVISOR.
           MOVE "N" TO WORK-SUPERVISOR-OK-SWITCH.
           OPEN INPUT STAFF-FILE.
           IF WORK-STAFF-FILE-STATUS EQUAL "00"
               MOVE WORK-OVERRIDE-SUPERVISOR TO STAFF-ID
               READ STAFF-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE STAFF-ID TO PIN-SCRAMBLE-KEY
                       MOVE WORK-OVERRIDE-PIN TO PIN-SCRAMBLE-CLEAR
                       CALL "PINSCRAM" USING PIN-SCRAMBLE-AREA
                       IF STAFF-IS-SUPERVISOR
                          AND STAFF-IS-ACTIVE
                          AND STAFF-PIN EQUAL PIN-SCRAMBLE-RESULT
                           MOVE "Y" TO WORK-SUPERVISOR-OK-SWITCH
                       END-IF
               END-READ
               CLOSE STAFF-FILE
           END-IF.

      *    SAME OPEN-EXTEND-AROUND-ONE-WRITE SHAPE AS THE IN-HOUSE
      *    USE FILE -- THE FIRST OVERRIDE EVER CREATES THE LOG.
       DO-WRITE-OVERRIDE-LOG.
           PERFORM DO-GET-TODAYS-DATE.
           OPEN EXTEND OVERRIDE-LOG-FILE.
           IF WORK-OVERRIDE-LOG-STATUS NOT EQUAL "00"
               OPEN OUTPUT OVERRIDE-LOG-FILE.
           MOVE WORK-TODAY-DATE TO OVR-DATE.
           ACCEPT OVR-TIME FROM TIME.
           MOVE WORK-DESK-BRANCH-ID TO OVR-BRANCH-ID.
           MOVE WORK-OPERATOR-ID TO OVR-CLERK-ID.
           MOVE WORK-OVERRIDE-SUPERVISOR TO OVR-SUPERVISOR-ID.
           MOVE WORK-CIRC-PATRON-NUMBER TO OVR-PATRON-NUMBER.
           MOVE WORK-CIRC-ITEM-BARCODE TO OVR-ITEM-BARCODE.
           MOVE WORK-OVERRIDE-RULE TO OVR-RULE-CODE.
           MOVE WORK-OVERRIDE-REASON TO OVR-REASON-CODE.
           WRITE OVERRIDE-LOG-RECORD.
           CLOSE OVERRIDE-LOG-FILE.
           DISPLAY "OVERRIDE LOGGED -- " WORK-OVERRIDE-RULE
                   " BY SUPERVISOR " WORK-OVERRIDE-SUPERVISOR.

       DO-CLEAR-OVERRIDDEN-RULE.
           IF WORK-OVERRIDE-RULE EQUAL "INACTV"
               MOVE "N" TO WORK-PATRON-INACTIVE-SWITCH
           ELSE IF WORK-OVERRIDE-RULE EQUAL "JUVMED"
               MOVE "N" TO WORK-JUVENILE-BLOCKED-SWITCH
           ELSE IF WORK-OVERRIDE-RULE EQUAL "FINES"
               MOVE "N" TO WORK-FINES-BLOCKED-SWITCH
           ELSE IF WORK-OVERRIDE-RULE EQUAL "LIMIT"
               MOVE "N" TO WORK-LIMIT-BLOCKED-SWITCH
           ELSE IF WORK-OVERRIDE-RULE EQUAL "CLAIMS"
               MOVE "N" TO WORK-CLAIMS-BLOCKED-SWITCH.

      *    THE CROSS-REFERENCE IS KEYED BY PATRON, SO COUNTING ONE
      *    CARD'S OPEN LOANS IS A SHORT KEYED WALK -- THE OLD
      *    FULL-FILE SCAN OF CIRC.DAT IS GONE.
                                           CIRC-ITEM-TYPE " DUE "
                                           CIRC-DUE-MM "/" CIRC-DUE-DD
                                           "/" CIRC-DUE-YY
                                   PERFORM DO-SHOW-DUE-TIME
                               END-IF
                       END-READ
                   ELSE
                   END-IF
           END-READ.

      *    F8 ANSWERED WITH "E" -- THE DESK'S DAYTIME SWEEP FOR
      *    EQUIPMENT PAST ITS DUE TIME. NOTHING ON FILE INDEXES
      *    LOANS BY DUE TIME, SO THIS WALKS ALL OF CIRC.DAT; RUN ON
      *    DEMAND A FEW TIMES A DAY THAT IS CHEAP ENOUGH.
       DO-LIST-OVERDUE-EQUIPMENT.
           PERFORM DO-GET-TODAYS-DATE.
           ACCEPT WORK-NOW-TIME FROM TIME.
           MOVE 0 TO WORK-EQUIP-LATE-COUNT.
           MOVE "0" TO WORK-CIRC-EOF-SWITCH.
           MOVE LOW-VALUES TO CIRC-ITEM-BARCODE.
           START CIRCULATION-FILE KEY IS NOT LESS THAN CIRC-ITEM-BARCODE
               INVALID KEY
                   MOVE "1" TO WORK-CIRC-EOF-SWITCH
           END-START.
           PERFORM DO-CHECK-NEXT-EQUIPMENT
                   UNTIL WORK-CIRC-EOF.
           IF WORK-EQUIP-LATE-COUNT EQUAL ZERO
               DISPLAY "NO EQUIPMENT OVERDUE"
           ELSE
               DISPLAY "EQUIPMENT OVERDUE: " WORK-EQUIP-LATE-COUNT
           END-IF.

       DO-CHECK-NEXT-EQUIPMENT.
           READ CIRCULATION-FILE NEXT RECORD
               AT END
                   MOVE "1" TO WORK-CIRC-EOF-SWITCH
               NOT AT END
                   IF CIRC-ITEM-OUT AND CIRC-IS-HOURLY-LOAN
                      AND (CIRC-DUE-DATE LESS THAN WORK-TODAY-DATE
                        OR (CIRC-DUE-DATE EQUAL WORK-TODAY-DATE
                            AND CIRC-DUE-TIME LESS THAN WORK-NOW-HHMM))
                       ADD 1 TO WORK-EQUIP-LATE-COUNT
                       DISPLAY CIRC-ITEM-BARCODE " " CIRC-ITEM-TYPE
                               " CARD " CIRC-PATRON-NUMBER " DUE "
                               CIRC-DUE-MM "/" CIRC-DUE-DD " "
                               CIRC-DUE-HH ":" CIRC-DUE-MN
                   END-IF
           END-READ.

      *    ONE CROSS-REFERENCE ENTRY PER OPEN LOAN -- WRITTEN AT
      *    CHECKOUT, DROPPED THE MOMENT THE LOAN STOPS BEING OPEN.
      *    A DUPLICATE WRITE (RE-CHECKOUT AFTER AN UNSWEPT CRASH)
                   CONTINUE
           END-DELETE.

      *    THE DUE-DATE INDEX KEY IS STATUS + DUE DATE + BARCODE, SO
      *    A CHANGE TO EITHER MOVES THE ENTRY. THE OLD KEY IS HELD
      *    BEFORE THE RECORD IS TOUCHED; THE SYNC DROPS IT AND FILES
      *    THE NEW ONE IF THE LOAN IS STILL OPEN OR CLAIMED. MISSING
      *    OR DUPLICATE ENTRIES ARE IGNORED -- DUEXBLD SQUARES THEM.
       DO-HOLD-DUE-XREF-KEY.
           MOVE CIRC-STATUS-FLAG TO WORK-DUEX-OLD-STATUS.
           MOVE CIRC-DUE-DATE TO WORK-DUEX-OLD-DUE-DATE.

       DO-SYNC-DUE-XREF.
           IF WORK-DUEX-IS-OPEN
               IF WORK-DUEX-OLD-STATUS EQUAL "O" OR "C"
                   MOVE WORK-DUEX-OLD-STATUS TO DUEX-STATUS-FLAG
                   MOVE WORK-DUEX-OLD-DUE-DATE TO DUEX-DUE-DATE
                   MOVE CIRC-ITEM-BARCODE TO DUEX-ITEM-BARCODE
                   DELETE DUE-DATE-XREF RECORD
                       INVALID KEY
                           CONTINUE
                   END-DELETE
               END-IF
               IF CIRC-ITEM-OUT OR CIRC-ITEM-CLAIMED-RETURNED
                   MOVE CIRC-STATUS-FLAG TO DUEX-STATUS-FLAG
                   MOVE CIRC-DUE-DATE TO DUEX-DUE-DATE
                   MOVE CIRC-ITEM-BARCODE TO DUEX-ITEM-BARCODE
                   WRITE DUE-DATE-XREF-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               END-IF
           END-IF.

       DO-BUILD-CIRC-RECORD.
           MOVE WORK-CIRC-ITEM-BARCODE  TO CIRC-ITEM-BARCODE.
           MOVE WORK-CIRC-PATRON-NUMBER TO CIRC-PATRON-NUMBER.
           MOVE WORK-CIRC-ITEM-TYPE     TO CIRC-ITEM-TYPE.
           MOVE WORK-TODAY-DATE         TO CIRC-CHECKOUT-DATE.
           ACCEPT WORK-NOW-TIME FROM TIME.
           MOVE WORK-NOW-HHMM TO CIRC-CHECKOUT-TIME.
           MOVE ZERO TO CIRC-RETURN-TIME.
           MOVE ZERO TO CIRC-LAST-RENEWAL-TIME.
           MOVE "O" TO CIRC-STATUS-FLAG.
           MOVE ZERO TO CIRC-RENEWAL-COUNT.
           MOVE ZERO TO CIRC-LAST-RENEWAL-DATE.
           MOVE ZERO TO CIRC-CLAIM-DATE.
           MOVE WORK-DESK-BRANCH-ID TO CIRC-BRANCH-ID.
           MOVE WORK-CIRC-ITEM-TYPE TO WORK-RULE-LOOKUP-TYPE.
           PERFORM DO-GET-LOAN-RULE.
      *    EQUIPMENT GOES OUT BY THE HOUR AND IS DUE BACK AT A
      *    CLOCK TIME. AN INSTITUTIONAL ACCOUNT BORROWS ANYTHING
      *    ELSE ON ITS OWN LOAN PERIOD, WHATEVER THE MEDIA TYPE'S
      *    RULE SAYS; A STAFF CARD ON THE RULE'S STAFF PERIOD.
           IF WORK-LOAN-PERIOD-HOURS GREATER THAN ZERO
               MOVE "H" TO CIRC-LOAN-UNIT-FLAG
               PERFORM DO-CALC-DUE-TIME
           ELSE
               MOVE SPACE TO CIRC-LOAN-UNIT-FLAG
               MOVE ZERO TO CIRC-DUE-TIME
               IF WORK-PATRON-IS-INSTITUTION
                   MOVE WORK-INST-LOAN-DAYS TO WORK-LOAN-PERIOD-DAYS
               ELSE
                   PERFORM DO-APPLY-STAFF-LOAN-DAYS
               END-IF
               PERFORM DO-CALC-DUE-DATE
           END-IF.

      *    LOADS THE POLICY FOR ONE MEDIA TYPE INTO THE WORKING
      *    FIELDS THE CHECKOUT/RENEW/FINE PATHS USE. A TYPE WITH NO
           MOVE 2 TO WORK-RENEWAL-LIMIT.
           MOVE 0.25 TO WORK-DAILY-FINE-RATE.
           MOVE "Y" TO WORK-RULE-JUVENILE-OK-HELD.
           MOVE 0 TO WORK-LOAN-PERIOD-HOURS.
           MOVE 0 TO WORK-HOURLY-FINE-RATE.
           MOVE 0 TO WORK-STAFF-LOAN-DAYS.
           MOVE "N" TO WORK-STAFF-FINE-EXEMPT-HELD.
           IF WORK-RULES-IS-OPEN
               MOVE WORK-RULE-LOOKUP-TYPE TO RULE-MEDIA-TYPE
               READ LOAN-RULES-FILE
                       MOVE RULE-FINE-RATE TO WORK-DAILY-FINE-RATE
                       MOVE RULE-JUVENILE-OK-FLAG
                               TO WORK-RULE-JUVENILE-OK-HELD
                       MOVE RULE-LOAN-HOURS TO WORK-LOAN-PERIOD-HOURS
                       MOVE RULE-HOURLY-FINE-RATE
                               TO WORK-HOURLY-FINE-RATE
                       MOVE RULE-STAFF-LOAN-DAYS
                               TO WORK-STAFF-LOAN-DAYS
                       MOVE RULE-STAFF-FINE-EXEMPT-FLAG
                               TO WORK-STAFF-FINE-EXEMPT-HELD
               END-READ
           END-IF.

      *    A STAFF CARD'S DAY LOAN RUNS FOR THE RULE'S STAFF PERIOD
      *    WHEN ONE IS SET -- CALLED ONCE DO-GET-LOAN-RULE HAS
      *    LOADED THE ORDINARY PERIOD.
       DO-APPLY-STAFF-LOAN-DAYS.
           IF WORK-PATRON-IS-STAFF
              AND WORK-STAFF-LOAN-DAYS GREATER THAN ZERO
               MOVE WORK-STAFF-LOAN-DAYS TO WORK-LOAN-PERIOD-DAYS.

      *    RENEWAL AND RETURN START FROM THE LOAN, NOT THE CARD --
      *    WHETHER THE BORROWER HOLDS A STAFF CARD IS LOOKED UP
      *    AFRESH, SO A CARD PAY011A HAS TURNED BACK INTO AN ADULT
      *    CARD GETS NO STAFF TERMS FROM THAT DAY ON.
       DO-CHECK-STAFF-CARD.
           MOVE "N" TO WORK-PATRON-STAFF-SWITCH.
           MOVE CIRC-PATRON-NUMBER TO PATRON-NUMBER.
           READ NAMES-LIST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PATRON-IS-STAFF
                       MOVE "Y" TO WORK-PATRON-STAFF-SWITCH
                   END-IF
           END-READ.

      *    F2 -- EXTEND A LIVE LOAN IN PLACE. THE CHECKOUT DATE IS
      *    DELIBERATELY LEFT ALONE (RETURN-AND-RECHECK USED TO WIPE
      *    IT, MAKING EVERY RENEWED LOAN LOOK BRAND NEW). REFUSED
                               DISPLAY "RENEWAL LIMIT REACHED -- "
                                       "ITEM MUST COME BACK"
                           ELSE
                               PERFORM DO-HOLD-DUE-XREF-KEY
                               ADD 1 TO CIRC-RENEWAL-COUNT
                               PERFORM DO-GET-TODAYS-DATE
                               MOVE WORK-TODAY-DATE
                                       TO CIRC-LAST-RENEWAL-DATE
                               ACCEPT WORK-NOW-TIME FROM TIME
                               MOVE WORK-NOW-HHMM
                                       TO CIRC-LAST-RENEWAL-TIME
                               IF CIRC-IS-HOURLY-LOAN
                                   PERFORM DO-ADD-LOAN-HOURS
                               ELSE
                                   PERFORM DO-CHECK-STAFF-CARD
                                   PERFORM DO-APPLY-STAFF-LOAN-DAYS
                                   PERFORM DO-ADD-LOAN-PERIOD
                               END-IF
                               REWRITE CIRCULATION-RECORD
                               PERFORM DO-SYNC-DUE-XREF
                               DISPLAY "ITEM RENEWED -- NOW DUE "
                                       CIRC-DUE-MM "/" CIRC-DUE-DD
                                       "/" CIRC-DUE-YY
                               PERFORM DO-SHOW-DUE-TIME
                           END-IF
                       END-IF
                   END-IF
      *    ANY ACTIVE HOLD BY A PATRON OTHER THAN THE ONE WHO HAS
      *    THE ITEM BLOCKS A RENEWAL -- THE QUEUE EXISTS SO THE NEXT
      *    PATRON IS NOT KEPT WAITING THROUGH EXTRA LOAN PERIODS.
      *    A TITLE-LEVEL HOLD COUNTS TOO -- THIS COPY COULD FILL IT.
       DO-CHECK-OTHER-HOLD.
           MOVE "N" TO WORK-OTHER-HOLD-SWITCH.
           MOVE WORK-CIRC-ITEM-BARCODE TO WORK-HOLD-QUEUE-KEY.
           PERFORM DO-SCAN-OTHER-HOLD-QUEUE.
           IF NOT WORK-OTHER-PATRON-WAITING
               PERFORM DO-RESOLVE-HOLD-BOOK-NUMBER
               MOVE WORK-HOLD-BOOK-NUMBER TO WORK-HOLD-QUEUE-KEY
               PERFORM DO-SCAN-OTHER-HOLD-QUEUE
           END-IF.

       DO-SCAN-OTHER-HOLD-QUEUE.
           MOVE "0" TO WORK-HOLD-EOF-SWITCH.
           MOVE WORK-HOLD-QUEUE-KEY TO HOLD-ITEM-BARCODE.
           MOVE ZERO TO HOLD-SEQUENCE.
           START HOLD-FILE KEY IS GREATER THAN HOLD-KEY
               INVALID KEY
               AT END
                   MOVE "1" TO WORK-HOLD-EOF-SWITCH
               NOT AT END
                   IF HOLD-ITEM-BARCODE EQUAL WORK-HOLD-QUEUE-KEY
                       IF HOLD-IS-ACTIVE AND HOLD-PATRON-NUMBER
                               NOT EQUAL CIRC-PATRON-NUMBER
                           MOVE "Y" TO WORK-OTHER-HOLD-SWITCH
           MOVE WORK-CIRC-ITEM-BARCODE TO CIRC-ITEM-BARCODE.
           READ CIRCULATION-FILE
               INVALID KEY
                   MOVE "NO SUCH ITEM CHECKED OUT"
                           TO WORK-NOT-OUT-MESSAGE
                   PERFORM DO-TRAP-PULLED-ITEM
               NOT INVALID KEY
      *            ONLY AN OPEN LOAN -- OR A LOST OR CLAIMED ONE
      *            TURNING BACK UP -- IS RETURNABLE. AN ACCIDENTAL
      *            DOUBLE-SCAN OF AN ALREADY-RETURNED (OR DAMAGED-
      *            AND-BILLED) BARCODE MUST NOT RE-COMPLETE THE LOAN:
      *            IT WOULD DUPLICATE THE HISTORY ROW, DECREMENT THE
      *            LATE COUNTS AGAIN, AND POST A SECOND OVERDUE FINE.
                   IF CIRC-ITEM-RETURNED
                       MOVE "ITEM IS NOT CHECKED OUT"
                               TO WORK-NOT-OUT-MESSAGE
                       PERFORM DO-TRAP-PULLED-ITEM
                   ELSE IF NOT CIRC-ITEM-OUT AND NOT CIRC-ITEM-LOST
                       AND NOT CIRC-ITEM-CLAIMED-RETURNED
                       DISPLAY "ITEM IS NOT CHECKED OUT"
                   ELSE
                       PERFORM DO-PROCESS-THE-RETURN
                   END-IF
           END-READ.

      *    ONE BARCODE AFTER ANOTHER OUT OF THE BOOK DROP, EACH
      *    THROUGH THE FULL RETURN (HOLDS, CROSS-REFERENCE, HISTORY)
      *    BUT DATED THE LAST OPEN DAY, UNTIL A BLANK BARCODE ENDS
      *    THE BATCH AND THE DESK GOES BACK TO TODAY'S DATE.
       DO-BOOK-DROP-BATCH.
           PERFORM DO-GET-TODAYS-DATE.
           PERFORM DO-FIND-LAST-OPEN-DAY.
           MOVE "Y" TO WORK-BOOK-DROP-SWITCH.
           MOVE 0 TO WORK-DROP-RETURN-COUNT.
           DISPLAY "BOOK-DROP MODE -- RETURNS DATED " WORK-DROP-MM
                   "/" WORK-DROP-DD "/" WORK-DROP-YY.
           MOVE "0" TO WORK-DROP-DONE-SWITCH.
           PERFORM DO-BOOK-DROP-ONE-BARCODE UNTIL WORK-DROP-DONE.
           MOVE "N" TO WORK-BOOK-DROP-SWITCH.
           DISPLAY "BOOK-DROP BATCH ENDED -- " WORK-DROP-RETURN-COUNT
                   " RETURNS BACKDATED".

       DO-BOOK-DROP-ONE-BARCODE.
           MOVE SPACES TO WORK-CIRC-ITEM-BARCODE.
           DISPLAY "NEXT BARCODE (BLANK = DONE): ".
           ACCEPT WORK-CIRC-ITEM-BARCODE.
           IF WORK-CIRC-ITEM-BARCODE EQUAL SPACES
               MOVE "1" TO WORK-DROP-DONE-SWITCH
           ELSE
               PERFORM DO-RETURN-ITEM
           END-IF.

      *    ONE BARCODE AFTER ANOTHER OFF THE READING-ROOM TABLES,
      *    EACH COUNTED AS ONE IN-HOUSE USE, UNTIL A BLANK BARCODE
      *    ENDS THE BATCH. AN ITEM THE FILES SAY IS ON LOAN IS NOT
      *    COUNTED -- IT WANTS CHECKING IN, NOT TALLYING.
       DO-IN-HOUSE-USE-BATCH.
           PERFORM DO-GET-TODAYS-DATE.
           MOVE 0 TO WORK-INHOUSE-COUNT.
           DISPLAY "IN-HOUSE USE MODE -- SCAN EACH ITEM ONCE".
           MOVE "0" TO WORK-INHOUSE-DONE-SWITCH.
           PERFORM DO-IN-HOUSE-USE-ONE-BARCODE
                   UNTIL WORK-INHOUSE-DONE.
           DISPLAY "IN-HOUSE USE BATCH ENDED -- " WORK-INHOUSE-COUNT
                   " USES RECORDED".

       DO-IN-HOUSE-USE-ONE-BARCODE.
           MOVE SPACES TO WORK-CIRC-ITEM-BARCODE.
           DISPLAY "NEXT BARCODE (BLANK = DONE): ".
           ACCEPT WORK-CIRC-ITEM-BARCODE.
           IF WORK-CIRC-ITEM-BARCODE EQUAL SPACES
               MOVE "1" TO WORK-INHOUSE-DONE-SWITCH
           ELSE
               PERFORM DO-RECORD-IN-HOUSE-USE
           END-IF.

       DO-RECORD-IN-HOUSE-USE.
           PERFORM DO-VALIDATE-ITEM-BARCODE.
           IF WORK-CATALOG-ITEM-UNKNOWN
               DISPLAY "BARCODE NOT IN CATALOG -- NOT COUNTED"
           ELSE IF WORK-CATALOG-ITEM-WITHDRAWN
               DISPLAY "ITEM IS WITHDRAWN -- NOT COUNTED"
           ELSE
               MOVE WORK-CIRC-ITEM-BARCODE TO CIRC-ITEM-BARCODE
               READ CIRCULATION-FILE
                   INVALID KEY
                       PERFORM DO-APPEND-IN-HOUSE-USE
                   NOT INVALID KEY
                       IF CIRC-ITEM-OUT
                           DISPLAY "ITEM SHOWS CHECKED OUT -- RETURN "
                                   "IT ON F5 INSTEAD"
                       ELSE
                           PERFORM DO-APPEND-IN-HOUSE-USE
                       END-IF
               END-READ
           END-IF.

      *    SAME OPEN-EXTEND-AROUND-ONE-WRITE SHAPE AS THE AUDIT
      *    TRAIL -- THE FIRST USE EVER RECORDED CREATES THE FILE.
       DO-APPEND-IN-HOUSE-USE.
           OPEN EXTEND IN-HOUSE-USE-FILE.
           IF WORK-INHOUSE-FILE-STATUS NOT EQUAL "00"
               OPEN OUTPUT IN-HOUSE-USE-FILE.
           MOVE WORK-CIRC-ITEM-BARCODE TO INUSE-ITEM-BARCODE.
           MOVE WORK-CIRC-ITEM-TYPE TO INUSE-ITEM-TYPE.
           MOVE WORK-TODAY-DATE TO INUSE-DATE.
           MOVE WORK-DESK-BRANCH-ID TO INUSE-BRANCH-ID.
           MOVE WORK-OPERATOR-ID TO INUSE-OPERATOR-ID.
           WRITE IN-HOUSE-USE-RECORD.
           CLOSE IN-HOUSE-USE-FILE.
           ADD 1 TO WORK-INHOUSE-COUNT.
           DISPLAY "IN-HOUSE USE RECORDED -- " WORK-CIRC-ITEM-TITLE.

      *    WALKS BACK FROM TODAY TO THE MOST RECENT DAY THE BUILDING
      *    WAS OPEN PER CALENDAR.DAT. THE SAME FOURTEEN-DAY GUARD AS
      *    THE DUE-DATE ROLL KEEPS A NONSENSE CALENDAR FROM LOOPING.
       DO-FIND-LAST-OPEN-DAY.
           MOVE WORK-TODAY-DATE TO WORK-AGE-DATE.
           MOVE WORK-TODAY-DATE TO WORK-CONV-DATE.
           PERFORM DO-DATE-TO-SERIAL.
           MOVE WORK-CONV-SERIAL TO WORK-AGE-SERIAL.
           MOVE 0 TO WORK-ROLL-GUARD-COUNT.
           MOVE "N" TO WORK-DAY-OPEN-FLAG.
           PERFORM DO-BACK-ONE-DAY
                   UNTIL WORK-DAY-IS-OPEN
                      OR WORK-ROLL-GUARD-COUNT GREATER THAN 14.
           MOVE WORK-AGE-DATE TO WORK-BOOK-DROP-DATE.

       DO-BACK-ONE-DAY.
           ADD 1 TO WORK-ROLL-GUARD-COUNT.
           SUBTRACT 1 FROM WORK-AGE-SERIAL.
           IF WORK-AGE-DD GREATER THAN 1
               SUBTRACT 1 FROM WORK-AGE-DD
           ELSE
               IF WORK-AGE-MM GREATER THAN 1
                   SUBTRACT 1 FROM WORK-AGE-MM
               ELSE
                   MOVE 12 TO WORK-AGE-MM
                   IF WORK-AGE-YY EQUAL ZERO
                       MOVE 99 TO WORK-AGE-YY
                       SUBTRACT 1 FROM WORK-AGE-CC
                   ELSE
                       SUBTRACT 1 FROM WORK-AGE-YY
                   END-IF
               END-IF
               PERFORM DO-GET-AGE-MONTH-LENGTH
               MOVE WORK-AGE-MONTH-LENGTH TO WORK-AGE-DD
           END-IF.
           MOVE WORK-AGE-SERIAL TO WORK-CONV-SERIAL.
           MOVE WORK-AGE-DATE TO WORK-CHECK-DATE-N.
           PERFORM DO-TEST-DAY-OPEN.

      *    A BOOK-DROP RETURN IS DATED THE LAST OPEN DAY -- BUT
      *    NEVER BEFORE THE LOAN'S OWN CHECKOUT DATE -- AND LEAVES
      *    A BKDROP LINE ON THE AUDIT TRAIL AGAINST THE CARD.
       DO-BACKDATE-DROP-RETURN.
           IF WORK-BOOK-DROP-DATE LESS THAN CIRC-CHECKOUT-DATE
               MOVE CIRC-CHECKOUT-DATE TO CIRC-RETURN-DATE
           ELSE
               MOVE WORK-BOOK-DROP-DATE TO CIRC-RETURN-DATE
           END-IF.
      *    NOBODY KNOWS WHAT HOUR IT WENT THROUGH THE SLOT, SO A
      *    BACKDATED RETURN CARRIES NO TIME AND STAYS OUT OF THE
      *    HOURLY DESK COUNTS.
           IF CIRC-RETURN-DATE NOT EQUAL WORK-TODAY-DATE
               MOVE ZERO TO CIRC-RETURN-TIME.
           ADD 1 TO WORK-DROP-RETURN-COUNT.
           OPEN EXTEND AUDIT-TRAIL-FILE.
           IF WORK-AUDIT-FILE-STATUS NOT EQUAL "00"
               OPEN OUTPUT AUDIT-TRAIL-FILE.
           ACCEPT AUDIT-TRAIL-DATE FROM DATE.
           ACCEPT AUDIT-TRAIL-TIME FROM TIME.
           MOVE "BKDROP" TO AUDIT-TRAIL-ACTION.
           MOVE CIRC-PATRON-NUMBER TO AUDIT-TRAIL-PATRON-NUMBER.
           WRITE AUDIT-TRAIL-RECORD.
           CLOSE AUDIT-TRAIL-FILE.

      *    NO OPEN LOAN -- THIS MAY BE A COPY PULLED OFF THE SHELF
      *    FROM THE LIB044A PULL LIST. IF THE COPY IS ON THE STACKS
      *    AND NOT ALREADY SET ASIDE, AN ACTIVE HOLD ON IT OR ITS
      *    TITLE TRAPS EXACTLY AS A RETURN WOULD TRAP IT; OTHERWISE
      *    THE DESK GETS THE OLD NOT-CHECKED-OUT REFUSAL.
       DO-TRAP-PULLED-ITEM.
           MOVE "N" TO WORK-HOLD-TRAPPED-SWITCH.
           MOVE "N" TO WORK-HOLD-ROUTED-SWITCH.
           PERFORM DO-CHECK-PULLED-COPY-FREE.
           IF WORK-PULLED-COPY-FREE
               PERFORM DO-GET-TODAYS-DATE
               PERFORM DO-CHECK-FOR-HOLD
           END-IF.
           IF WORK-HOLD-TRAPPED
               PERFORM DO-ANNOUNCE-TRAPPED-HOLD
           ELSE
               DISPLAY WORK-NOT-OUT-MESSAGE
           END-IF.

      *    A COPY IN THE COURIER BIN OR AT THE MENDER IS NOT ON THE
      *    STACKS, AND ONE A TRAPPED OR IN-TRANSIT HOLD ALREADY
      *    NAMES MUST NOT TRAP A SECOND HOLD ON A REPEAT SCAN.
       DO-CHECK-PULLED-COPY-FREE.
           MOVE "Y" TO WORK-PULLED-COPY-SWITCH.
           IF WORK-ITEMS-IS-OPEN
               MOVE WORK-CIRC-ITEM-BARCODE TO ITEM-BARCODE
               READ ITEM-COPY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ITEM-IN-TRANSIT OR ITEM-OUT-OF-SERVICE
                           MOVE "N" TO WORK-PULLED-COPY-SWITCH
                       END-IF
               END-READ
           END-IF.
           IF WORK-PULLED-COPY-FREE
               MOVE WORK-CIRC-ITEM-BARCODE TO WORK-HOLD-QUEUE-KEY
               PERFORM DO-SCAN-SET-ASIDE-QUEUE
           END-IF.
           IF WORK-PULLED-COPY-FREE
               PERFORM DO-RESOLVE-HOLD-BOOK-NUMBER
               MOVE WORK-HOLD-BOOK-NUMBER TO WORK-HOLD-QUEUE-KEY
               PERFORM DO-SCAN-SET-ASIDE-QUEUE
           END-IF.

       DO-SCAN-SET-ASIDE-QUEUE.
           MOVE "0" TO WORK-HOLD-EOF-SWITCH.
           MOVE WORK-HOLD-QUEUE-KEY TO HOLD-ITEM-BARCODE.
           MOVE ZERO TO HOLD-SEQUENCE.
           START HOLD-FILE KEY IS GREATER THAN HOLD-KEY
               INVALID KEY
                   MOVE "1" TO WORK-HOLD-EOF-SWITCH
           END-START.
           PERFORM DO-READ-NEXT-SET-ASIDE UNTIL WORK-HOLD-EOF.

       DO-READ-NEXT-SET-ASIDE.
           READ HOLD-FILE NEXT RECORD
               AT END
                   MOVE "1" TO WORK-HOLD-EOF-SWITCH
               NOT AT END
                   IF HOLD-ITEM-BARCODE NOT EQUAL WORK-HOLD-QUEUE-KEY
                       MOVE "1" TO WORK-HOLD-EOF-SWITCH
                   ELSE IF (HOLD-IS-TRAPPED OR HOLD-IS-IN-TRANSIT)
                      AND (HOLD-TRAPPED-BARCODE EQUAL
                               WORK-CIRC-ITEM-BARCODE
                        OR (HOLD-TRAPPED-BARCODE EQUAL SPACES
                        AND HOLD-ITEM-BARCODE EQUAL
                               WORK-CIRC-ITEM-BARCODE))
                       MOVE "N" TO WORK-PULLED-COPY-SWITCH
                       MOVE "1" TO WORK-HOLD-EOF-SWITCH
                   END-IF
           END-READ.

      *    THE DESK MESSAGE FOR A COPY THAT JUST TRAPPED A HOLD --
      *    ONTO THIS DESK'S PICKUP SHELF, OR INTO THE COURIER BIN
      *    WITH A ROUTING SLIP FOR THE PATRON'S PICKUP BRANCH.
       DO-ANNOUNCE-TRAPPED-HOLD.
           PERFORM DO-GET-HOLD-PATRON-NAME.
           IF WORK-HOLD-ROUTED
               PERFORM DO-PRINT-HOLD-ROUTING-SLIP
               DISPLAY "HOLD -- SEND TO BRANCH " HOLD-PICKUP-BRANCH
                       " FOR " WORK-HOLD-PATRON-NAME
           ELSE
               DISPLAY "HOLD -- SET ASIDE FOR "
                       WORK-HOLD-PATRON-NAME
           END-IF.

       DO-PROCESS-THE-RETURN.
           PERFORM DO-HOLD-DUE-XREF-KEY.
           PERFORM DO-GET-TODAYS-DATE.
      *    A LOST ITEM TURNING UP AT THE DESK GETS ITS REPLACEMENT
      *    CHARGE REVERSED BEFORE THE NORMAL RETURN PROCESSING
           IF CIRC-ITEM-LOST
               MOVE "Y" TO WORK-WAS-LOST-SWITCH
               PERFORM DO-REVERSE-LOST-CHARGE.
      *    A CLAIMED ITEM THAT TURNS UP CLEARS ITS CLAIM BY BEING
      *    RETURNED LIKE ANY OTHER -- ITS FINE STOPS AT THE CLAIM.
           MOVE "N" TO WORK-WAS-CLAIMED-SWITCH.
           IF CIRC-ITEM-CLAIMED-RETURNED
               MOVE "Y" TO WORK-WAS-CLAIMED-SWITCH
               DISPLAY "CLAIMS-RETURNED ITEM FOUND -- CLAIM CLEARED".
           MOVE WORK-TODAY-DATE TO CIRC-RETURN-DATE.
           ACCEPT WORK-NOW-TIME FROM TIME.
           MOVE WORK-NOW-HHMM TO CIRC-RETURN-TIME.
           IF WORK-BOOK-DROP-ON
               PERFORM DO-BACKDATE-DROP-RETURN.
           MOVE "R" TO CIRC-STATUS-FLAG.
           REWRITE CIRCULATION-RECORD.
           PERFORM DO-DROP-LOAN-XREF.
           PERFORM DO-SYNC-DUE-XREF.
           PERFORM DO-APPEND-CIRC-HISTORY.
           PERFORM DO-CLEAR-LATE-FLAG.
           IF NOT WORK-RETURN-WAS-LOST
           ELSE
               PERFORM DO-CHECK-FOR-HOLD
               IF WORK-HOLD-TRAPPED
                   PERFORM DO-ANNOUNCE-TRAPPED-HOLD
               ELSE
                   DISPLAY "ITEM RETURNED"
               END-IF
           MOVE CIRC-RETURN-DATE   TO HIST-RETURN-DATE.
           MOVE CIRC-RENEWAL-COUNT TO HIST-RENEWAL-COUNT.
           MOVE CIRC-BRANCH-ID     TO HIST-BRANCH-ID.
           MOVE CIRC-CHECKOUT-TIME TO HIST-CHECKOUT-TIME.
           MOVE CIRC-RETURN-TIME   TO HIST-RETURN-TIME.
           WRITE CIRC-HISTORY-RECORD.
           CLOSE CIRC-HISTORY-FILE.

                   IF NOT CIRC-ITEM-OUT
                       DISPLAY "ITEM IS NOT CHECKED OUT"
                   ELSE
                       PERFORM DO-HOLD-DUE-XREF-KEY
                       PERFORM DO-GET-TODAYS-DATE
                       PERFORM DO-VALIDATE-ITEM-BARCODE
                       MOVE WORK-DISPOSITION-FLAG TO CIRC-STATUS-FLAG
                       IF WORK-DISPOSITION-FLAG EQUAL "D"
                           MOVE WORK-TODAY-DATE TO CIRC-RETURN-DATE
                           ACCEPT WORK-NOW-TIME FROM TIME
                           MOVE WORK-NOW-HHMM TO CIRC-RETURN-TIME
                       END-IF
                       REWRITE CIRCULATION-RECORD
                       PERFORM DO-DROP-LOAN-XREF
                       PERFORM DO-SYNC-DUE-XREF
                       IF WORK-DISPOSITION-FLAG EQUAL "D"
      *                    THE ITEM WAS PHYSICALLY HANDED BACK --
      *                    THE LOAN COMPLETES AND THE PATRON'S LATE
                   END-IF
           END-READ.

      *    F3 WITH A "C" -- THE PATRON SAYS IT CAME BACK. THE LOAN
      *    GOES TO STATUS C DATED TODAY AND OFF THE CARD'S ITEM
      *    COUNT; NOTHING IS BILLED OR WITHDRAWN WHILE STAFF LOOK.
      *    THE CLAIM LANDS ON THE CARD'S LIFETIME COUNT AND ON THE
      *    LIB046A INVESTIGATION LIST UNTIL THE ITEM TURNS UP.
       DO-MARK-CLAIMS-RETURNED.
           MOVE WORK-CIRC-ITEM-BARCODE TO CIRC-ITEM-BARCODE.
           READ CIRCULATION-FILE
               INVALID KEY
                   DISPLAY "NO SUCH ITEM CHECKED OUT"
               NOT INVALID KEY
                   IF NOT CIRC-ITEM-OUT
                       DISPLAY "ITEM IS NOT CHECKED OUT"
                   ELSE
                       PERFORM DO-HOLD-DUE-XREF-KEY
                       PERFORM DO-GET-TODAYS-DATE
                       MOVE "C" TO CIRC-STATUS-FLAG
                       MOVE WORK-TODAY-DATE TO CIRC-CLAIM-DATE
                       REWRITE CIRCULATION-RECORD
                       PERFORM DO-DROP-LOAN-XREF
                       PERFORM DO-SYNC-DUE-XREF
                       PERFORM DO-COUNT-PATRON-CLAIM
                       DISPLAY "ITEM MARKED CLAIMS RETURNED -- FINES "
                               "STOPPED"
                   END-IF
           END-READ.

       DO-COUNT-PATRON-CLAIM.
           MOVE CIRC-PATRON-NUMBER TO PATRON-NUMBER.
           READ NAMES-LIST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PATRON-CLAIMS-COUNT NOT NUMERIC
                       MOVE ZERO TO PATRON-CLAIMS-COUNT
                   END-IF
                   IF PATRON-CLAIMS-COUNT LESS THAN 99
                       ADD 1 TO PATRON-CLAIMS-COUNT
                   END-IF
                   REWRITE NAMES-RECORD
                   DISPLAY "CARD NOW HAS " PATRON-CLAIMS-COUNT
                           " CLAIMS-RETURNED ON RECORD"
           END-READ.

      *    THE REPLACEMENT COST CAME OFF THE CATALOG RECORD DURING
      *    VALIDATION; A RECORD WITH NO COST ON FILE BILLS NOTHING
      *    AND SAYS SO, RATHER THAN INVENTING A NUMBER.
                   MOVE "RETURNED DAMAGED" TO BOOK-WITHDRAW-REASON
               END-IF
               REWRITE BOOKS-RECORD
               PERFORM DO-WRITE-REPLACEMENT-LOG
           END-IF.

      *    THE COPY IS GONE -- LOG IT AS A REPLACEMENT CANDIDATE FOR
      *    THE SELECTOR. SAME OPEN-EXTEND-AROUND-ONE-WRITE SHAPE AS
      *    THE OVERRIDE LOG.
       DO-WRITE-REPLACEMENT-LOG.
           OPEN EXTEND REPLACEMENT-LOG-FILE.
           IF WORK-REPLACEMENT-LOG-STATUS NOT EQUAL "00"
               OPEN OUTPUT REPLACEMENT-LOG-FILE.
           MOVE WORK-TODAY-DATE TO RPL-DATE.
           ACCEPT RPL-TIME FROM TIME.
           MOVE WORK-DESK-BRANCH-ID TO RPL-BRANCH-ID.
           MOVE BOOK-NUMBER TO RPL-BOOK-NUMBER.
           MOVE WORK-CIRC-ITEM-BARCODE TO RPL-ITEM-BARCODE.
           IF WORK-DISPOSITION-FLAG EQUAL "L"
               MOVE "LOST" TO RPL-REASON-CODE
           ELSE
               MOVE "DAMAGD" TO RPL-REASON-CODE
           END-IF.
           MOVE "P" TO RPL-STATUS-FLAG.
           MOVE SPACES TO RPL-ORDER-NUMBER.
           MOVE ZERO TO RPL-DECIDED-DATE.
           WRITE REPLACEMENT-LOG-RECORD.
           CLOSE REPLACEMENT-LOG-FILE.

      *    THE LOST ITEM IS BACK -- TAKE THE REPLACEMENT CHARGE
      *    BACK OFF THE PATRON'S BALANCE (NEVER BELOW ZERO). THE
      *    CATALOG RECORD STAYS WITHDRAWN UNTIL STAFF INSPECT THE
           DISPLAY "CATALOG RECORD STAYS WITHDRAWN -- SEE BOOK001A "
                   "TO REINSTATE".

      *    F7 -- QUEUE A HOLD. A COPY HOLD WAITS ON THE ONE CHECKED-
      *    OUT BARCODE SCANNED; A TITLE HOLD WAITS ON WHICHEVER COPY
      *    OF THE SCANNED ITEM'S TITLE COMES BACK FIRST, AND MAY BE
      *    PLACED FROM ANY COPY OF A TITLE STILL ON THE CATALOG. THE
      *    QUEUE POSITION IS THE NEXT SEQUENCE NUMBER BEHIND ANY
      *    HOLDS ALREADY IN THE QUEUE; A PATRON ALREADY IN THE QUEUE
      *    IS NOT QUEUED TWICE. ANY ANSWER BUT T IS A COPY HOLD.
      *    THE PICKUP BRANCH MUST BE OPEN ON THE BRANCH DIRECTORY.
       DO-PLACE-HOLD.
           MOVE "C" TO WORK-HOLD-LEVEL-REPLY.
           DISPLAY "HOLD ANY COPY OF THE (T)ITLE OR THIS (C)OPY ONLY?".
           ACCEPT WORK-HOLD-LEVEL-REPLY.
           MOVE SPACES TO WORK-HOLD-PICKUP-ENTRY.
           DISPLAY "PICKUP BRANCH (BLANK = THIS DESK): ".
           ACCEPT WORK-HOLD-PICKUP-ENTRY.
           IF WORK-HOLD-PICKUP-ENTRY EQUAL SPACES
               MOVE WORK-DESK-BRANCH-ID TO WORK-HOLD-PICKUP-ENTRY
           END-IF.
           MOVE WORK-HOLD-PICKUP-ENTRY TO BRLK-BRANCH-ID.
           CALL "BRDLOOK" USING BRANCH-LOOKUP-AREA.
           IF NOT BRLK-CODE-IS-ACCEPTABLE
               DISPLAY BRLK-MESSAGE " -- NO HOLD PLACED"
           ELSE IF WORK-HOLD-LEVEL-REPLY EQUAL "T"
               PERFORM DO-PLACE-TITLE-HOLD
           ELSE
               MOVE "C" TO WORK-HOLD-LEVEL-REPLY
               PERFORM DO-PLACE-COPY-HOLD
           END-IF.

       DO-PLACE-COPY-HOLD.
           MOVE WORK-CIRC-ITEM-BARCODE TO CIRC-ITEM-BARCODE.
           READ CIRCULATION-FILE
               INVALID KEY
                   DISPLAY "ITEM NOT ON FILE -- NOTHING TO HOLD"
               NOT INVALID KEY
                   IF CIRC-ITEM-OUT
                       MOVE WORK-CIRC-ITEM-BARCODE
                               TO WORK-HOLD-QUEUE-KEY
                       PERFORM DO-SCAN-HOLD-QUEUE
                       IF WORK-HOLD-DUPLICATE
                           DISPLAY "PATRON ALREADY HOLDS A PLACE IN "
                                   "QUEUE FOR THIS ITEM"
                       ELSE
                           PERFORM DO-RESOLVE-HOLD-BOOK-NUMBER
                           PERFORM DO-WRITE-NEW-HOLD
                           DISPLAY "HOLD PLACED -- QUEUE POSITION "
                                   WORK-HOLD-NEXT-SEQUENCE
                       END-IF
                   END-IF
           END-READ.

      *    THE TITLE QUEUE IS FILED UNDER THE BOOK NUMBER THE
      *    SCANNED COPY RESOLVES TO, SO IT RUNS FIRST-COME FIRST-
      *    SERVED ACROSS EVERY COPY OF THE TITLE.
       DO-PLACE-TITLE-HOLD.
           PERFORM DO-VALIDATE-ITEM-BARCODE.
           IF NOT WORK-CATALOG-ITEM-OK
               DISPLAY "TITLE NOT ON THE CATALOG OR WITHDRAWN -- "
                       "NOTHING TO HOLD"
           ELSE
               MOVE BOOK-NUMBER TO WORK-HOLD-BOOK-NUMBER
               MOVE BOOK-NUMBER TO WORK-HOLD-QUEUE-KEY
               PERFORM DO-SCAN-HOLD-QUEUE
               IF WORK-HOLD-DUPLICATE
                   DISPLAY "PATRON ALREADY HOLDS A PLACE IN QUEUE "
                           "FOR THIS TITLE"
               ELSE
                   PERFORM DO-WRITE-NEW-HOLD
                   DISPLAY "TITLE HOLD PLACED -- QUEUE POSITION "
                           WORK-HOLD-NEXT-SEQUENCE
               END-IF
           END-IF.

       DO-WRITE-NEW-HOLD.
           PERFORM DO-GET-TODAYS-DATE.
           MOVE WORK-HOLD-QUEUE-KEY TO HOLD-ITEM-BARCODE.
           MOVE WORK-HOLD-NEXT-SEQUENCE TO HOLD-SEQUENCE.
           MOVE WORK-CIRC-PATRON-NUMBER TO HOLD-PATRON-NUMBER.
           MOVE WORK-TODAY-DATE TO HOLD-PLACED-DATE.
           MOVE "A" TO HOLD-STATUS-FLAG.
           MOVE ZERO TO HOLD-PICKUP-DEADLINE.
           MOVE WORK-HOLD-LEVEL-REPLY TO HOLD-LEVEL-FLAG.
           MOVE WORK-HOLD-BOOK-NUMBER TO HOLD-BOOK-NUMBER.
           MOVE SPACES TO HOLD-TRAPPED-BARCODE.
           MOVE WORK-HOLD-PICKUP-ENTRY TO HOLD-PICKUP-BRANCH.
           WRITE HOLD-RECORD.

      *    THE BOOK NUMBER A COPY BELONGS TO -- OFF ITS ITEM FILE
      *    RECORD, OR THE FIRST FIVE POSITIONS OF THE BARCODE BY THE
      *    OLD DESK CONVENTION WHEN IT HAS NONE.
       DO-RESOLVE-HOLD-BOOK-NUMBER.
           MOVE WORK-CIRC-ITEM-BARCODE (1:5) TO WORK-HOLD-BOOK-NUMBER.
           IF WORK-ITEMS-IS-OPEN
               MOVE WORK-CIRC-ITEM-BARCODE TO ITEM-BARCODE
               READ ITEM-COPY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ITEM-BOOK-NUMBER TO WORK-HOLD-BOOK-NUMBER
               END-READ
           END-IF.

      *    WALKS ONE HOLD QUEUE IN KEY ORDER, NOTING THE HIGHEST
      *    SEQUENCE SO FAR AND WHETHER THE REQUESTING PATRON ALREADY
      *    HAS AN ACTIVE OR TRAPPED HOLD IN IT.
       DO-SCAN-HOLD-QUEUE.
           MOVE 1 TO WORK-HOLD-NEXT-SEQUENCE.
           MOVE "N" TO WORK-HOLD-DUPLICATE-SWITCH.
           MOVE "0" TO WORK-HOLD-EOF-SWITCH.
           MOVE WORK-HOLD-QUEUE-KEY TO HOLD-ITEM-BARCODE.
           MOVE ZERO TO HOLD-SEQUENCE.
           START HOLD-FILE KEY IS GREATER THAN HOLD-KEY
               INVALID KEY
               AT END
                   MOVE "1" TO WORK-HOLD-EOF-SWITCH
               NOT AT END
                   IF HOLD-ITEM-BARCODE EQUAL WORK-HOLD-QUEUE-KEY
                       COMPUTE WORK-HOLD-NEXT-SEQUENCE =
                               HOLD-SEQUENCE + 1
                       IF HOLD-PATRON-NUMBER EQUAL
           END-READ.

      *    CALLED AT RETURN TIME -- TRAPS THE RETURN FOR THE OLDEST
      *    ACTIVE HOLD THIS COPY CAN FILL, IF ANY. KEY ORDER MAKES
      *    THE FIRST ACTIVE HOLD IN EACH QUEUE ITS OLDEST; BETWEEN THE
      *    COPY'S OWN QUEUE AND ITS TITLE'S QUEUE THE EARLIER PLACED
      *    DATE WINS, AND A SAME-DAY TIE GOES TO THE COPY HOLD. THE
      *    TRAPPING BARCODE IS KEPT ON THE HOLD SO THE PICKUP LIST
      *    AND THE EXPIRY SWEEP KNOW WHICH COPY IS ON THE SHELF.
       DO-CHECK-FOR-HOLD.
           MOVE "N" TO WORK-HOLD-TRAPPED-SWITCH.
           MOVE "N" TO WORK-HOLD-ROUTED-SWITCH.
           MOVE WORK-CIRC-ITEM-BARCODE TO WORK-HOLD-QUEUE-KEY.
           PERFORM DO-FIND-OLDEST-ACTIVE-HOLD.
           MOVE WORK-HOLD-CANDIDATE-SEQ TO WORK-COPY-CANDIDATE-SEQ.
           MOVE WORK-HOLD-CANDIDATE-DATE TO WORK-COPY-CANDIDATE-DATE.
           PERFORM DO-RESOLVE-HOLD-BOOK-NUMBER.
           MOVE WORK-HOLD-BOOK-NUMBER TO WORK-HOLD-QUEUE-KEY.
           PERFORM DO-FIND-OLDEST-ACTIVE-HOLD.
           IF WORK-COPY-CANDIDATE-SEQ NOT EQUAL ZERO
              AND (WORK-HOLD-CANDIDATE-SEQ EQUAL ZERO
                OR WORK-COPY-CANDIDATE-DATE NOT GREATER THAN
                   WORK-HOLD-CANDIDATE-DATE)
               MOVE WORK-CIRC-ITEM-BARCODE TO WORK-HOLD-QUEUE-KEY
               MOVE WORK-COPY-CANDIDATE-SEQ TO WORK-HOLD-CANDIDATE-SEQ
           END-IF.
           IF WORK-HOLD-CANDIDATE-SEQ NOT EQUAL ZERO
               MOVE WORK-HOLD-QUEUE-KEY TO HOLD-ITEM-BARCODE
               MOVE WORK-HOLD-CANDIDATE-SEQ TO HOLD-SEQUENCE
               READ HOLD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "T" TO HOLD-STATUS-FLAG
                       PERFORM DO-STAMP-PICKUP-DEADLINE
                       MOVE WORK-CIRC-ITEM-BARCODE
                               TO HOLD-TRAPPED-BARCODE
                       IF HOLD-PICKUP-BRANCH NOT EQUAL SPACES
                          AND HOLD-PICKUP-BRANCH NOT EQUAL
                              WORK-DESK-BRANCH-ID
                           PERFORM DO-ROUTE-HOLD-TO-PICKUP
                       END-IF
                       REWRITE HOLD-RECORD
                       MOVE "Y" TO WORK-HOLD-TRAPPED-SWITCH
               END-READ
           END-IF.

      *    THE COPY GOES INTO THE COURIER BIN FOR THE PICKUP BRANCH
      *    THE SAME WAY AN XFER001A SEND DOES -- THE HOLD WAITS IN
      *    TRANSIT (NO DEADLINE) UNTIL THAT DESK RECEIVES IT. A
      *    BARCODE NOT ON THE ITEM FILE CANNOT BE SENT AND STAYS
      *    ON THIS DESK'S PICKUP SHELF.
       DO-ROUTE-HOLD-TO-PICKUP.
           IF WORK-ITEMS-IS-OPEN
               MOVE WORK-CIRC-ITEM-BARCODE TO ITEM-BARCODE
               READ ITEM-COPY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "T" TO ITEM-TRANSIT-FLAG
                       MOVE HOLD-PICKUP-BRANCH
                               TO ITEM-TRANSIT-TO-BRANCH
                       MOVE WORK-TODAY-DATE TO ITEM-TRANSIT-SENT-DATE
                       REWRITE ITEM-COPY-RECORD
                       MOVE "I" TO HOLD-STATUS-FLAG
                       MOVE ZERO TO HOLD-PICKUP-DEADLINE
                       MOVE "Y" TO WORK-HOLD-ROUTED-SWITCH
               END-READ
           END-IF.

      *    TRAVELS IN THE COURIER BIN WITH THE COPY -- THE PICKUP
      *    DESK RECEIVES IT ON XFER001A, WHICH PUTS IT ON THE SHELF.
       DO-PRINT-HOLD-ROUTING-SLIP.
           DISPLAY " " UPON PRINTER-DISPLAY.
           DISPLAY "     HOLD ROUTING SLIP" UPON PRINTER-DISPLAY.
           DISPLAY "BARCODE: " WORK-CIRC-ITEM-BARCODE
                   UPON PRINTER-DISPLAY.
           DISPLAY "FROM BRANCH: " WORK-DESK-BRANCH-ID
                   UPON PRINTER-DISPLAY.
           MOVE HOLD-PICKUP-BRANCH TO BRLK-BRANCH-ID.
           CALL "BRDLOOK" USING BRANCH-LOOKUP-AREA.
           DISPLAY "TO BRANCH:   " HOLD-PICKUP-BRANCH " "
                   BRLK-BRANCH-NAME UPON PRINTER-DISPLAY.
           IF BRLK-ADDRESS-LINE-1 NOT EQUAL SPACES
               DISPLAY "             " BRLK-ADDRESS-LINE-1
                       UPON PRINTER-DISPLAY
               DISPLAY "             " BRLK-ADDRESS-LINE-2
                       UPON PRINTER-DISPLAY
           END-IF.
           DISPLAY "HOLD FOR CARD " HOLD-PATRON-NUMBER
                   UPON PRINTER-DISPLAY.
           DISPLAY "  " WORK-HOLD-PATRON-NAME UPON PRINTER-DISPLAY.
           DISPLAY "RECEIVE ON XFER001A AT THE PICKUP BRANCH"
                   UPON PRINTER-DISPLAY.
           DISPLAY "SENT BY OPERATOR " WORK-OPERATOR-ID
                   UPON PRINTER-DISPLAY.

      *    FIRST ACTIVE HOLD IN THE QUEUE UNDER WORK-HOLD-QUEUE-KEY --
      *    ITS SEQUENCE AND PLACED DATE, OR SEQUENCE ZERO IF NONE.
       DO-FIND-OLDEST-ACTIVE-HOLD.
           MOVE ZERO TO WORK-HOLD-CANDIDATE-SEQ.
           MOVE ZERO TO WORK-HOLD-CANDIDATE-DATE.
           MOVE "0" TO WORK-HOLD-EOF-SWITCH.
           MOVE WORK-HOLD-QUEUE-KEY TO HOLD-ITEM-BARCODE.
           MOVE ZERO TO HOLD-SEQUENCE.
           START HOLD-FILE KEY IS GREATER THAN HOLD-KEY
               INVALID KEY
               AT END
                   MOVE "1" TO WORK-HOLD-EOF-SWITCH
               NOT AT END
                   IF HOLD-ITEM-BARCODE EQUAL WORK-HOLD-QUEUE-KEY
                       IF HOLD-IS-ACTIVE
                           MOVE HOLD-SEQUENCE
                                   TO WORK-HOLD-CANDIDATE-SEQ
                           MOVE HOLD-PLACED-DATE
                                   TO WORK-HOLD-CANDIDATE-DATE
                           MOVE "1" TO WORK-HOLD-EOF-SWITCH
                       END-IF
                   ELSE
      *    CALLED AT CHECKOUT TIME -- THE PATRON TAKING THE ITEM OUT
      *    COMES OFF THE ITEM'S HOLD QUEUE, SO THE PICKUP LIST STOPS
      *    SHOWING AN ITEM THAT HAS ALREADY GONE BACK OUT AND THE
      *    PATRON CAN QUEUE A FRESH HOLD LATER. A COPY HOLD ON THIS
      *    BARCODE IS FILLED FIRST; FAILING THAT, THE PATRON'S HOLD
      *    ON THE TITLE -- ANY COPY OF IT SATISFIES THAT ONE.
       DO-FILL-TRAPPED-HOLD.
           MOVE "N" TO WORK-HOLD-FILLED-SWITCH.
           MOVE WORK-CIRC-ITEM-BARCODE TO WORK-HOLD-QUEUE-KEY.
           PERFORM DO-FILL-FROM-HOLD-QUEUE.
           IF NOT WORK-HOLD-WAS-FILLED
               PERFORM DO-RESOLVE-HOLD-BOOK-NUMBER
               MOVE WORK-HOLD-BOOK-NUMBER TO WORK-HOLD-QUEUE-KEY
               PERFORM DO-FILL-FROM-HOLD-QUEUE
           END-IF.

       DO-FILL-FROM-HOLD-QUEUE.
           MOVE "0" TO WORK-HOLD-EOF-SWITCH.
           MOVE WORK-HOLD-QUEUE-KEY TO HOLD-ITEM-BARCODE.
           MOVE ZERO TO HOLD-SEQUENCE.
           START HOLD-FILE KEY IS GREATER THAN HOLD-KEY
               INVALID KEY
               AT END
                   MOVE "1" TO WORK-HOLD-EOF-SWITCH
               NOT AT END
                   IF HOLD-ITEM-BARCODE EQUAL WORK-HOLD-QUEUE-KEY
                       IF HOLD-PATRON-NUMBER EQUAL
                               WORK-CIRC-PATRON-NUMBER
                               AND NOT HOLD-IS-FILLED
                           MOVE "F" TO HOLD-STATUS-FLAG
                           REWRITE HOLD-RECORD
                           MOVE "Y" TO WORK-HOLD-FILLED-SWITCH
                           MOVE "1" TO WORK-HOLD-EOF-SWITCH
                       END-IF
                   ELSE

      *    CHARGES THE DAILY RATE FOR EACH DAY THE ITEM CAME BACK
      *    AFTER ITS DUE DATE, POSTED TO THE PATRON'S FINES BALANCE.
      *    AN ON-TIME RETURN POSTS NOTHING, AND SO DOES A STAFF CARD
      *    RETURNING A MEDIA TYPE WHOSE RULE EXEMPTS STAFF.
       DO-ASSESS-OVERDUE-FINE.
           MOVE CIRC-ITEM-TYPE TO WORK-RULE-LOOKUP-TYPE.
           PERFORM DO-GET-LOAN-RULE.
           PERFORM DO-CHECK-STAFF-CARD.
           IF WORK-PATRON-IS-STAFF
              AND WORK-STAFF-FINE-EXEMPT-HELD EQUAL "Y"
               DISPLAY "STAFF CARD -- NO OVERDUE FINE ON THIS "
                       "MEDIA TYPE"
           ELSE IF CIRC-IS-HOURLY-LOAN AND NOT WORK-RETURN-WAS-CLAIMED
               PERFORM DO-ASSESS-HOURLY-FINE
           ELSE
               PERFORM DO-ASSESS-DAILY-FINE.

       DO-ASSESS-DAILY-FINE.
           MOVE CIRC-DUE-DATE TO WORK-CONV-DATE.
           PERFORM DO-DATE-TO-SERIAL.
           MOVE WORK-CONV-SERIAL TO WORK-DUE-SERIAL.
           MOVE CIRC-RETURN-DATE TO WORK-CONV-DATE.
      *    A DISPUTED LOAN STOPPED ACCRUING THE DAY IT WAS CLAIMED.
           IF WORK-RETURN-WAS-CLAIMED
              AND CIRC-CLAIM-DATE IS NUMERIC
              AND CIRC-CLAIM-DATE GREATER THAN ZERO
              AND CIRC-CLAIM-DATE LESS THAN CIRC-RETURN-DATE
               MOVE CIRC-CLAIM-DATE TO WORK-CONV-DATE.
           PERFORM DO-DATE-TO-SERIAL.
           MOVE WORK-CONV-SERIAL TO WORK-RETURN-SERIAL.
           IF WORK-RETURN-SERIAL GREATER THAN WORK-DUE-SERIAL
               END-IF
           END-IF.

      *    EQUIPMENT IS FINED BY THE CLOCK, NOT THE CALENDAR -- EVERY
      *    HOUR (OR PART OF ONE) PAST THE DUE TIME AT THE RULE'S
      *    HOURLY RATE. A BOOK-DROP RETURN IS DATED TO THE LAST OPEN
      *    DAY, SO IT COUNTS AS BACK AT THE END OF THAT DAY.
       DO-ASSESS-HOURLY-FINE.
           MOVE CIRC-DUE-DATE TO WORK-CONV-DATE.
           PERFORM DO-DATE-TO-SERIAL.
           COMPUTE WORK-DUE-MINUTE = WORK-CONV-SERIAL * 1440
                   + CIRC-DUE-HH * 60 + CIRC-DUE-MN.
           ACCEPT WORK-NOW-TIME FROM TIME.
           IF WORK-BOOK-DROP-ON
               MOVE 23 TO WORK-NOW-HH
               MOVE 59 TO WORK-NOW-MN.
           MOVE CIRC-RETURN-DATE TO WORK-CONV-DATE.
           PERFORM DO-DATE-TO-SERIAL.
           COMPUTE WORK-RETURN-MINUTE = WORK-CONV-SERIAL * 1440
                   + WORK-NOW-HH * 60 + WORK-NOW-MN.
           IF WORK-RETURN-MINUTE GREATER THAN WORK-DUE-MINUTE
               COMPUTE WORK-MINUTES-LATE =
                       WORK-RETURN-MINUTE - WORK-DUE-MINUTE
               DIVIDE WORK-MINUTES-LATE BY 60 GIVING WORK-HOURS-LATE
                       REMAINDER WORK-MINUTES-OVER
               IF WORK-MINUTES-OVER GREATER THAN ZERO
                   ADD 1 TO WORK-HOURS-LATE
               END-IF
               COMPUTE WORK-FINE-ASSESSED ROUNDED =
                       WORK-HOURS-LATE * WORK-HOURLY-FINE-RATE
               IF WORK-FINE-ASSESSED GREATER THAN ZERO
                   MOVE "C" TO WORK-FINE-LEDGER-TYPE
                   PERFORM DO-POST-FINE-CHARGE
                   MOVE FINE-BALANCE TO WORK-FINE-BALANCE-OUT
                   DISPLAY "OVERDUE " WORK-HOURS-LATE " HOURS -- "
                           "FINE POSTED, BALANCE NOW "
                           WORK-FINE-BALANCE-OUT
               END-IF
           END-IF.

      *    WALKS EACH CALENDAR DAY FROM THE DAY AFTER THE DUE DATE
      *    THROUGH THE RETURN DATE, COUNTING ONLY THE DAYS THE
      *    LIBRARY WAS OPEN.
           MOVE WORK-TODAY-DATE TO FINE-DTL-DATE.
           MOVE WORK-OPERATOR-ID TO FINE-DTL-OPERATOR-ID.
           MOVE WORK-DESK-BRANCH-ID TO FINE-DTL-BRANCH-ID.
           MOVE SPACES TO FINE-DTL-CAMPAIGN-CODE.
           MOVE SPACES TO FINE-DTL-ONLINE-REF.
           ACCEPT WORK-NOW-TIME FROM TIME.
           MOVE WORK-NOW-HHMM TO FINE-DTL-TIME.
           WRITE FINE-DETAIL-RECORD.

      *    WALKS THE PATRON'S LEDGER IN KEY ORDER FOR THE NEXT OPEN
           MOVE WORK-FINE-LEDGER-AMOUNT TO WORK-LEDGER-AMOUNT-OUT.
           DISPLAY "----------------------------------------"
               UPON PRINTER-DISPLAY.
           PERFORM DO-PRINT-DESK-LETTERHEAD.
           IF WORK-FINE-ACTION EQUAL "P"
               DISPLAY "FINE PAYMENT RECEIPT NO. "
                       WORK-RECEIPT-NUMBER UPON PRINTER-DISPLAY
           DISPLAY "----------------------------------------"
               UPON PRINTER-DISPLAY.

      *    THIS DESK'S NAME, ADDRESS AND PHONE AT THE HEAD OF A
      *    RECEIPT OR SLIP THE PATRON TAKES AWAY -- NOTHING UNTIL
      *    THE BRANCH DIRECTORY CARRIES THIS BRANCH.
       DO-PRINT-DESK-LETTERHEAD.
           MOVE WORK-DESK-BRANCH-ID TO BRLK-BRANCH-ID.
           CALL "BRDLOOK" USING BRANCH-LOOKUP-AREA.
           IF BRLK-BRANCH-NAME NOT EQUAL SPACES
               DISPLAY BRLK-BRANCH-NAME UPON PRINTER-DISPLAY
               DISPLAY BRLK-ADDRESS-LINE-1 UPON PRINTER-DISPLAY
               DISPLAY BRLK-ADDRESS-LINE-2 UPON PRINTER-DISPLAY
               DISPLAY "PHONE " BRLK-PHONE UPON PRINTER-DISPLAY
           END-IF.

      *    F9 -- REPLAYS ONE PATRON'S LEDGER FROM FIRST CHARGE TO
      *    THE CURRENT BALANCE, ONE LINE PER POSTING, THEN SHOWS THE
      *    BALANCE FILE'S FIGURE SO THE DESK CAN SEE THE TWO AGREE.
                               " RCPT " FINE-DTL-RECEIPT-NUMBER
                               " AMT " WORK-LEDGER-AMOUNT-OUT
                               " BAL " WORK-LEDGER-BALANCE-OUT
                               " " FINE-DTL-CAMPAIGN-CODE
                               " " FINE-DTL-ONLINE-REF
                   ELSE
                       MOVE "1" TO WORK-FINE-DTL-EOF-SWITCH
                   END-IF
                           MOVE PARM-HOLD-PICKUP-DAYS
                                   TO WORK-HOLD-PICKUP-DAYS
                       END-IF
                       IF PARM-CLAIMS-LIMIT IS NUMERIC
                          AND PARM-CLAIMS-LIMIT GREATER THAN ZERO
                           MOVE PARM-CLAIMS-LIMIT TO WORK-CLAIMS-LIMIT
                       END-IF
               END-READ
               CLOSE SYSTEM-PARM-FILE
           ELSE
      *        THE SITE DISK CAPACITY FOR THE LIB042A GROWTH
      *        PROJECTION -- 4096 MB IS THE SHOP DRIVE.
               MOVE 4096 TO PARM-DISK-CAPACITY-MB
               MOVE WORK-CLAIMS-LIMIT TO PARM-CLAIMS-LIMIT
      *        A LOST OR STOLEN CARD IS REISSUED FOR 2.00 UNLESS THE
      *        LIBRARY SETS ITS OWN FEE (ZERO WAIVES IT).
               MOVE 2.00 TO PARM-CARD-REPLACE-FEE
      *        THE NON-RESIDENT ANNUAL CARD FEE -- 25.00 UNTIL THE
      *        BOARD'S OWN FIGURE IS KEYED (ZERO CHARGES NOTHING).
               MOVE 25.00 TO PARM-NONRES-ANNUAL-FEE
      *        ACQUISITIONS INVOICE MATCHING LETS A UNIT PRICE
      *        DRIFT 2 PERCENT BEFORE FLAGGING IT.
               MOVE 2.00 TO PARM-INVOICE-PRICE-TOLERANCE
      *        REPLACEMENTS FOR LOST AND WITHDRAWN COPIES ARE
      *        CHARGED TO THE REPLACE FUND.
               MOVE "REPLACE" TO PARM-REPLACEMENT-FUND
               WRITE SYSTEM-PARM-RECORD
               CLOSE SYSTEM-PARM-FILE
           END-IF.
           MOVE CIRC-CHECKOUT-DATE TO CIRC-DUE-DATE.
           PERFORM DO-ADD-LOAN-PERIOD.

      *    AN HOURLY LOAN IS DUE THE LOAN HOURS FROM NOW; A RENEWAL
      *    EXTENDS THE EXISTING DUE TIME BY THE SAME HOURS. A LOAN
      *    RUNNING PAST MIDNIGHT CARRIES WHOLE DAYS INTO THE DUE
      *    DATE THROUGH DO-ADD-LOAN-PERIOD, SO IT ALSO ROLLS OFF A
      *    CLOSED DAY, KEEPING ITS CLOCK TIME.
       DO-CALC-DUE-TIME.
           ACCEPT WORK-NOW-TIME FROM TIME.
           MOVE CIRC-CHECKOUT-DATE TO CIRC-DUE-DATE.
           MOVE WORK-NOW-HH TO CIRC-DUE-HH.
           MOVE WORK-NOW-MN TO CIRC-DUE-MN.
           PERFORM DO-ADD-LOAN-HOURS.

       DO-ADD-LOAN-HOURS.
           COMPUTE WORK-DUE-HOURS =
                   CIRC-DUE-HH + WORK-LOAN-PERIOD-HOURS.
           DIVIDE WORK-DUE-HOURS BY 24 GIVING WORK-LOAN-PERIOD-DAYS
                   REMAINDER CIRC-DUE-HH.
           IF WORK-LOAN-PERIOD-DAYS GREATER THAN ZERO
               PERFORM DO-ADD-LOAN-PERIOD.

       DO-SHOW-DUE-TIME.
           IF CIRC-IS-HOURLY-LOAN
               DISPLAY "EQUIPMENT -- DUE BACK AT " CIRC-DUE-HH ":"
                       CIRC-DUE-MN.

       DO-ADD-LOAN-PERIOD.
      *    ADD THE LOAN PERIOD TO CIRC-DUE-DATE -- WITH
      *    DAY/MONTH/YEAR/CENTURY CARRY -- THEN ROLL FORWARD OFF
                   END-IF
           END-READ.

      *    THE MARKER FILE EXISTS ONLY IN THE TRAINING DIRECTORY,
      *    SO FINDING IT MEANS EVERY FILE HERE IS A TRAINING COPY.
       DO-CHECK-TRAINING-MODE.
           OPEN INPUT TRAINING-CONTROL-FILE.
           IF WORK-TRAINING-STATUS EQUAL "00"
               MOVE "*TRAINING*" TO WORK-TRAINING-BANNER
               CLOSE TRAINING-CONTROL-FILE.

       DO-LOG-CHAIN.
      *    LOG THE RETURN HOP TO WHICHEVER MENU PROGRAM CHAINED IN,
      *    SO THE TRIP THROUGH THIS PROGRAM SHOWS UP IN CHAINLOG.DAT.
