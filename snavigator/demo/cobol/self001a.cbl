           ORGANIZATION INDEXED
           RECORD KEY XREF-KEY
           FILE STATUS IS WORK-XREF-STATUS.
      *    DUE-DATE INDEX -- KEPT IN STEP THE WAY THE DESK KEEPS IT,
      *    ONLY WHEN DUEXBLD HAS CREATED IT.
           SELECT DUE-DATE-XREF ASSIGN TO DISK
           ACCESS MODE RANDOM
           ORGANIZATION INDEXED
           RECORD KEY DUEX-KEY
           FILE STATUS IS WORK-DUE-XREF-STATUS.
      *    READ-ONLY POLICY TABLE -- THE TERMINAL RENEWS UNDER THE
      *    SAME LOANRULE.DAT LIMITS THE DESK APPLIES.
           SELECT LOAN-RULES-FILE ASSIGN TO DISK
           SELECT PENDING-APP-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WORK-PENDING-APP-STATUS.
      *    SELF-CHECKOUT READS THE SAME POLICY THE DESK DOES -- THE
      *    FINES BALANCE, THE SYSPARM LIMITS, AND THIS BUILDING'S
      *    BRANCH ID -- AND LEAVES EACH LOAN ON THE AUDIT TRAIL.
           SELECT FINES-FILE ASSIGN TO DISK
           ACCESS MODE RANDOM
           ORGANIZATION INDEXED
           RECORD KEY FINE-PATRON-NUMBER
           FILE STATUS IS WORK-FINES-FILE-STATUS.
           SELECT SYSTEM-PARM-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WORK-SYSPARM-STATUS.
           SELECT BRANCH-CONFIG-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WORK-BRANCH-CONFIG-STATUS.
           SELECT AUDIT-TRAIL-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WORK-AUDIT-FILE-STATUS.
      *    CARD NUMBERS LIB001A HAS BLOCKED AS LOST OR STOLEN.
           SELECT BLOCKED-CARD-FILE ASSIGN TO DISK
           ACCESS MODE RANDOM
           ORGANIZATION INDEXED
           RECORD KEY BLK-CARD-NUMBER
           FILE STATUS IS WORK-BLOCKED-CARD-STATUS.
      *    PRESENT ONLY IN THE TRAINING DIRECTORY -- OPENS ONLY
      *    WHEN A TRAINING SIGN-ON AT MAIN01A HAS POINTED THE DATA
      *    PATH THERE, AND THEN PUTS UP THE TRAINING BANNER.
           SELECT TRAINING-CONTROL-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WORK-TRAINING-STATUS.
      *    READ-ONLY HERE -- THE F9 LIST OF PROGRAMS COMING UP. THE
      *    SIGN-UP ITSELF IS MADE BY THE EVNTREG ROUTINE, WHICH
      *    OPENS THE EVENT FILES ON ITS OWN.
           SELECT EVENT-FILE ASSIGN TO DISK
           ACCESS MODE DYNAMIC
           ORGANIZATION INDEXED
           RECORD KEY EVT-CODE
           FILE STATUS IS WORK-EVENT-STATUS.
       DATA DIVISION.
       FILE SECTION.


       copy circxref.

       copy circdue.

       copy loanrule.

       copy calendar.

       copy pendapp.

       copy fines.

       copy sysparm.

       copy branch.

       copy audit.

       copy blkcard.

       copy trainctl.

       copy event.

       WORKING-STORAGE SECTION.
      *************************************************************
      *                                                           *
                                                  VALUE SPACES.
          05 F7                                   PIC X(6)
                                                  VALUE SPACES.
          05 F8                                   PIC X(6)
                                                  VALUE SPACES.
          05 F9                                   PIC X(6)
                                                  VALUE SPACES.
          05 F10                                  PIC X(6)
                                                  VALUE SPACES.
          05 F2-25-L                              PIC X(6)
                                                  VALUE SPACES.
          05 F7-25-L                              PIC X(6)
                                                  VALUE SPACES.
          05 F8-25-L                              PIC X(6)
                                                  VALUE SPACES.
          05 F9-25-L                              PIC X(6)
                                                  VALUE SPACES.
          05 F10-25-L                             PIC X(6)
                                                  VALUE SPACES.

      *    TYPING CARD NUMBERS CANNOT READ ADDRESSES AND PHONE
      *    NUMBERS OFF THIS SCREEN.
       01 WORK-PIN-ENTRY                         PIC X(4).

       copy pinscrm.

       01 CALLING-PRGM-NAME                      PIC X(12)
                                                 VALUE "SELF001A.EXE".
       01 CALLED-FROM-PRGM-NAME                  PIC X(12).
       01 WORK-OPERATOR-ID                       PIC X(5).
       01 WORK-TRAINING-STATUS                   PIC XX.
      *    SHOWN ON LINE 1 OF THE SCREENS -- SPACES WHEN LIVE.
       01 WORK-TRAINING-BANNER                   PIC X(10)
                                                 VALUE SPACES.

      *************************************************************
      *  SELF-SERVICE HOLD PLACEMENT -- THE PATRON KEYS THEIR OWN  *
          05 WORK-HOLD-TODAY-RAW-YY              PIC 99.
          05 WORK-HOLD-TODAY-RAW-MM              PIC 99.
          05 WORK-HOLD-TODAY-RAW-DD              PIC 99.
      *    A TITLE-LEVEL HOLD QUEUES UNDER THE BOOK NUMBER THE KEYED
      *    BARCODE RESOLVES TO -- ANY COPY OF THE TITLE CAN FILL IT.
       01 WORK-HOLD-QUEUE-KEY                    PIC X(10).
       01 WORK-HOLD-LEVEL-REPLY                  PIC X.
       01 WORK-HOLD-BOOK-NUMBER                  PIC X(5).
       01 WORK-HOLD-TITLE-SWITCH                 PIC X.
          88 WORK-HOLD-TITLE-OK                      VALUE "Y".
      *    WHERE THE PATRON WILL COLLECT -- THEIR HOME BRANCH UNLESS
      *    THEY KEY ANOTHER.
       01 WORK-HOLD-PICKUP-ENTRY                 PIC X(3).

      *************************************************************
      *  SELF-SERVICE RENEWAL -- THE PATRON RENEWS THEIR OWN LOAN  *
       01 WORK-RENEWAL-LIMIT                     PIC 99 VALUE 2.
       01 WORK-PIN-OK-SWITCH                     PIC X.
          88 WORK-PIN-IS-OK                          VALUE "Y".
       01 WORK-CARD-BLOCKED-SWITCH               PIC X.
          88 WORK-CARD-IS-BLOCKED                    VALUE "Y".
       01 WORK-OTHER-HOLD-SWITCH                 PIC X.
          88 WORK-OTHER-PATRON-WAITING              VALUE "Y".

             10 WORK-MYHOLD-BARCODE              PIC X(10).
             10 WORK-MYHOLD-SEQUENCE             PIC 99.
             10 WORK-MYHOLD-STATUS               PIC X.
             10 WORK-MYHOLD-LEVEL                PIC X.
             10 WORK-MYHOLD-PICKUP               PIC X(3).
       01 WORK-MYHOLD-POSITION                   PIC 99.
       01 WORK-MYHOLD-LABEL                      PIC X(6).
       01 WORK-CANCEL-BARCODE                    PIC X(10).
       01 WORK-CANCEL-SEQUENCE                   PIC 99.
       01 WORK-CANCEL-FOUND-SWITCH               PIC X.
       01 WORK-XREF-STATUS                       PIC XX.
       01 WORK-XREF-EOF-SWITCH                   PIC X.
          88 WORK-XREF-EOF                           VALUE "1".
       01 WORK-DUE-XREF-STATUS                   PIC XX.
       01 WORK-DUEX-OPEN-SWITCH                  PIC X.
          88 WORK-DUEX-IS-OPEN                       VALUE "Y".
       01 WORK-DUEX-OLD-STATUS                   PIC X.
       01 WORK-DUEX-OLD-DUE-DATE                 PIC X(8).
       01 WORK-LOANS-OUT-COUNT                   PIC 99.
      *************************************************************
      *  MY-HISTORY DISPLAY -- "HAVE I READ THIS ALREADY?" AT THE  *
       01 WORK-PENDING-APP-STATUS                PIC XX.
       01 WORK-TODAY-DATE-N                      PIC 9(8).
       01 WORK-DUE-DATE-N                        PIC 9(8).
      *    THE CLOCK AT THE MOMENT OF A CHECKOUT OR RENEWAL, STAMPED
      *    ON THE LOAN FOR THE HOURLY DESK TRAFFIC COUNTS.
       01 WORK-NOW-TIME.
          05 WORK-NOW-HHMM                       PIC 9(4).
          05 FILLER                              PIC 9(4).

      *************************************************************
      *  SELF-CHECKOUT -- CARD AND PIN FIRST, THEN ONE BARCODE     *
      *  AFTER ANOTHER UNTIL A BLANK ONE. EVERY ITEM GOES THROUGH  *
      *  THE DESK'S OWN EDITS; THERE IS NO SUPERVISOR AT THIS      *
      *  TERMINAL, SO ANYTHING THE DESK WOULD REFUSE OR NEED AN    *
      *  OVERRIDE FOR SENDS THE PATRON TO THE DESK WITH THE        *
      *  REASON. ONE DUE-DATE SLIP PRINTS FOR THE SITTING.         *
      *************************************************************
       01 WORK-FINES-FILE-STATUS                 PIC XX.
       01 WORK-SYSPARM-STATUS                    PIC XX.
       01 WORK-BRANCH-CONFIG-STATUS              PIC XX.
       01 WORK-AUDIT-FILE-STATUS                 PIC XX.
       01 WORK-BLOCKED-CARD-STATUS               PIC XX.
       01 WORK-FINE-THRESHOLD                    PIC 9(3)V99
                                                 VALUE 5.00.
       01 WORK-FINE-BALANCE-OUT                  PIC ZZZZ9.99.
       01 WORK-ITEM-LIMIT                        PIC 99 VALUE 5.
       01 WORK-INST-ITEM-LIMIT                   PIC 9(3) VALUE 50.
       01 WORK-INST-LOAN-DAYS                    PIC 99 VALUE 28.
       01 WORK-CLAIMS-LIMIT                      PIC 99 VALUE 3.
       01 WORK-DESK-BRANCH-ID                    PIC X(3) VALUE "001".
      *    THE BRANCH DIRECTORY ENTRY FOR A PICKUP BRANCH, AND THE
      *    NAME AND ADDRESS AT THE HEAD OF THE CHECKOUT RECEIPT.

       copy brdlnk.

       01 WORK-RULE-JUVENILE-OK-HELD             PIC X.
       01 WORK-RULE-LOAN-HOURS-HELD              PIC 99.
      *    THE RULE'S STAFF-CARD LOAN PERIOD -- ZERO WHEN STAFF
      *    BORROW THIS MEDIA TYPE FOR THE ORDINARY PERIOD.
       01 WORK-STAFF-LOAN-DAYS                   PIC 99.
       01 WORK-SELF-LOAN-LIMIT                   PIC 9(3).
       01 WORK-SELF-LOAN-COUNT                   PIC 9(3).
       01 WORK-SELF-BARCODE                      PIC X(10).
       01 WORK-SELF-TITLE                        PIC X(30).
       01 WORK-SELF-ITEM-TYPE                    PIC X(6).
       01 WORK-SELF-CARD-OK-SWITCH               PIC X.
          88 WORK-SELF-CARD-OK                       VALUE "Y".
       01 WORK-SELF-CARD-TYPE                    PIC X.
          88 WORK-SELF-CARD-JUVENILE                 VALUE "J".
          88 WORK-SELF-CARD-INSTITUTION              VALUE "I".
          88 WORK-SELF-CARD-STAFF                    VALUE "S".
       01 WORK-SELF-DONE-SWITCH                  PIC X.
          88 WORK-SELF-DONE                          VALUE "1".
      *    WHY THE TERMINAL WILL NOT ISSUE -- SPACES MEANS IT WILL.
       01 WORK-SELF-REFUSAL                      PIC X(40).
       01 WORK-SELF-CATALOG-SWITCH               PIC X.
          88 WORK-SELF-IN-CATALOG                    VALUE "Y".
          88 WORK-SELF-WITHDRAWN                     VALUE "W".
       01 WORK-SELF-REPAIR-SWITCH                PIC X.
          88 WORK-SELF-OUT-FOR-REPAIR                VALUE "Y".
       01 WORK-SELF-HELD-SWITCH                  PIC X.
          88 WORK-SELF-HELD-FOR-OTHER                VALUE "Y".
       01 WORK-SELF-FILLED-SWITCH                PIC X.
          88 WORK-SELF-HOLD-FILLED                   VALUE "Y".
       01 WORK-SELF-ISSUED-COUNT                 PIC 99 VALUE 0.
       01 WORK-SELF-ISSUED-TABLE.
          05 WORK-SELF-ISSUED                    OCCURS 20 TIMES
                                                 INDEXED BY WORK-SI-I.
             10 WORK-SELF-ISSUED-BARCODE         PIC X(10).
             10 WORK-SELF-ISSUED-TITLE           PIC X(30).
             10 WORK-SELF-ISSUED-DUE-MM          PIC 99.
             10 WORK-SELF-ISSUED-DUE-DD          PIC 99.
             10 WORK-SELF-ISSUED-DUE-YY          PIC 99.

      *************************************************************
      *  PROGRAM SIGN-UP -- F9 LISTS THE LIBRARY PROGRAMS STILL    *
      *  TAKING SIGN-UPS, WITH SEATS LEFT, AND SIGNS THE CARD UP   *
      *  FOR ONE (OR CANCELS ITS SIGN-UP) THROUGH THE SAME EVNTREG *
      *  ROUTINE THE DESK USES. A FULL PROGRAM PUTS THE PATRON ON  *
      *  ITS WAITLIST.                                             *
      *************************************************************
       01 WORK-EVENT-STATUS                      PIC XX.
       01 WORK-EVENT-EOF-SWITCH                  PIC X.
          88 WORK-EVENT-EOF                          VALUE "1".
       01 WORK-EVENT-LISTED-COUNT                PIC 99.
       01 WORK-EVENT-SEATS-LEFT                  PIC 9(3).
       01 WORK-EVENT-CODE-ENTRY                  PIC X(6).
       01 WORK-EVENT-ACTION-REPLY                PIC X.

       copy evntlnk.

       SCREEN SECTION.

                                    HIGHLIGHT.
          05 LINE 1 COLUMN 58       VALUE "L O O K U P"
                                    HIGHLIGHT.
          05 LINE 1 COLUMN 70       PIC X(10)
                                    HIGHLIGHT BLINK
                                    FROM WORK-TRAINING-BANNER.
          05 LINE 2 COLUMN 1        HIGHLIGHT
             VALUE "****************************************".
          05 LINE 2 COLUMN 41       HIGHLIGHT
                                    HIGHLIGHT.
          05 LINE 1 COLUMN 26       VALUE "A   H O L D"
                                    HIGHLIGHT.
          05 LINE 1 COLUMN 70       PIC X(10)
                                    HIGHLIGHT BLINK
                                    FROM WORK-TRAINING-BANNER.
          05 LINE 2 COLUMN 1        HIGHLIGHT
             VALUE "****************************************".
          05 LINE 2 COLUMN 41       HIGHLIGHT
                                    HIGHLIGHT.
          05 LINE 1 COLUMN 26       VALUE "A   L O A N"
                                    HIGHLIGHT.
          05 LINE 1 COLUMN 70       PIC X(10)
                                    HIGHLIGHT BLINK
                                    FROM WORK-TRAINING-BANNER.
          05 LINE 2 COLUMN 1        HIGHLIGHT
             VALUE "****************************************".
          05 LINE 2 COLUMN 41       HIGHLIGHT
          05 LINE 23 COLUMN 50      FOREGROUND-COLOR 1
                                    BACKGROUND-COLOR 7
                                    VALUE "  F7  ".
          05 LINE 23 COLUMN 58      FOREGROUND-COLOR 1
                                    BACKGROUND-COLOR 7
                                    VALUE "  F8  ".
          05 LINE 23 COLUMN 66      FOREGROUND-COLOR 1
                                    BACKGROUND-COLOR 7
                                    VALUE "  F9  ".
          05 LINE 23 COLUMN 74      FOREGROUND-COLOR 1
                                    BACKGROUND-COLOR 7
                                    VALUE "  F10 ".
                                    BACKGROUND-COLOR 7
                                    PIC X(6)
                                    FROM F7.
          05 LINE 24 COLUMN 58      FOREGROUND-COLOR 1
                                    BACKGROUND-COLOR 7
                                    PIC X(6)
                                    FROM F8.
          05 LINE 24 COLUMN 66      FOREGROUND-COLOR 1
                                    BACKGROUND-COLOR 7
                                    PIC X(6)
                                    FROM F9.
          05 LINE 24 COLUMN 74      FOREGROUND-COLOR 1
                                    BACKGROUND-COLOR 7
                                    PIC X(6)
                                    BACKGROUND-COLOR 7
                                    PIC X(6)
                                    FROM F7-25-L.
          05 LINE 25 COLUMN 58      FOREGROUND-COLOR 1
                                    BACKGROUND-COLOR 7
                                    PIC X(6)
                                    FROM F8-25-L.
          05 LINE 25 COLUMN 66      FOREGROUND-COLOR 1
                                    BACKGROUND-COLOR 7
                                    PIC X(6)
                                    FROM F9-25-L.
          05 LINE 25 COLUMN 74      FOREGROUND-COLOR 1
                                    BACKGROUND-COLOR 7
                                    PIC X(6)
                                   WORK-OPERATOR-ID.
       C000-MAIN-LINE SECTION.
       C020-MAIN-LINE-LOGIC.
           PERFORM DO-CHECK-TRAINING-MODE.
           PERFORM DO-LOAD-CLOSED-CALENDAR.
           OPEN INPUT NAMES-LIST.
           PERFORM DO-ACCEPT-1-COMMAND UNTIL KEY-SWITCH
           MOVE " HOLD " TO F5.
           MOVE "  MY  " TO F6.
           MOVE "APPLY " TO F7.
           MOVE " SELF " TO F8.
           MOVE "EVENTS" TO F9.
           MOVE " EXIT " TO F10.
           MOVE " LOAN " TO F2-25-L.
           MOVE "PATRON" TO F3-25-L.
           MOVE " ITEM " TO F5-25-L.
           MOVE "HISTRY" TO F6-25-L.
           MOVE " CARD " TO F7-25-L.
           MOVE "CHKOUT" TO F8-25-L.
           MOVE "SIGNUP" TO F9-25-L.
           MOVE "      " TO F10-25-L.

       DO-ACCEPT-1-COMMAND.
           ELSE IF KEY-SWITCH EQUAL KEY-SWITCH-F6
               PERFORM DO-VIEW-MY-HISTORY
           ELSE IF KEY-SWITCH EQUAL KEY-SWITCH-F7
               PERFORM DO-TAKE-APPLICATION
           ELSE IF KEY-SWITCH EQUAL KEY-SWITCH-F8
               PERFORM DO-SELF-CHECKOUT
           ELSE IF KEY-SWITCH EQUAL KEY-SWITCH-F9
               PERFORM DO-EVENT-SIGN-UP.

       DO-FIND-PATRON.
           DISPLAY SCREEN1-SELF-LOOKUP.
           MOVE WORK-PATRON-NUMBER TO PATRON-NUMBER.
           READ NAMES-LIST
               INVALID KEY
                   PERFORM DO-REPORT-CARD-NOT-FOUND
               NOT INVALID KEY
                   PERFORM DO-VERIFY-PATRON-PIN
           END-READ.
               MOVE SPACES TO WORK-PIN-ENTRY
               DISPLAY "ENTER YOUR PIN: "
               ACCEPT WORK-PIN-ENTRY
               PERFORM DO-SCRAMBLE-PIN-ENTRY
               IF PIN-SCRAMBLE-RESULT EQUAL PATRON-PIN
                   MOVE NAMES-RECORD TO WORK-NAMES-RECORD
                   DISPLAY SCREEN1-SELF-LOOKUP
                   PERFORM DO-LIST-CURRENT-LOANS
           MOVE WORK-PATRON-NUMBER TO PATRON-NUMBER.
           READ NAMES-LIST
               INVALID KEY
                   PERFORM DO-REPORT-CARD-NOT-FOUND
               NOT INVALID KEY
                   PERFORM DO-PLACE-HOLD-FOR-PATRON
           END-READ.

      *    A COPY HOLD NEEDS THE KEYED COPY TO BE OUT; A TITLE HOLD
      *    ONLY NEEDS THE TITLE TO BE ON THE CATALOG, AND WAITS ON
      *    WHICHEVER COPY COMES BACK FIRST. ANY ANSWER BUT T IS A
      *    COPY HOLD, AS IT ALWAYS WAS. THE PICKUP BRANCH MUST BE
      *    OPEN ON THE BRANCH DIRECTORY.
       DO-PLACE-HOLD-FOR-PATRON.
           MOVE "C" TO WORK-HOLD-LEVEL-REPLY.
           DISPLAY "HOLD ANY COPY OF THE (T)ITLE OR THIS (C)OPY ONLY? ".
           ACCEPT WORK-HOLD-LEVEL-REPLY.
           MOVE SPACES TO WORK-HOLD-PICKUP-ENTRY.
           DISPLAY "PICKUP BRANCH (BLANK = " WORK-PATRON-BRANCH-ID
                   "): ".
           ACCEPT WORK-HOLD-PICKUP-ENTRY.
           IF WORK-HOLD-PICKUP-ENTRY EQUAL SPACES
               MOVE WORK-PATRON-BRANCH-ID TO WORK-HOLD-PICKUP-ENTRY
           END-IF.
           PERFORM DO-RESOLVE-HOLD-TITLE.
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
           OPEN INPUT CIRCULATION-FILE.
           IF WORK-CIRCULATION-FILE-STATUS NOT EQUAL "00"
               DISPLAY "ITEM IS NOT CHECKED OUT -- SEE SHELF"
           ELSE
               PERFORM DO-OPEN-HOLD-FILE
               MOVE WORK-HOLD-ITEM-BARCODE TO CIRC-ITEM-BARCODE
               READ CIRCULATION-FILE
                   INVALID KEY
                       DISPLAY "ITEM IS NOT CHECKED OUT -- SEE SHELF"
                   NOT INVALID KEY
                       IF CIRC-ITEM-OUT
                           MOVE WORK-HOLD-ITEM-BARCODE
                                   TO WORK-HOLD-QUEUE-KEY
                           PERFORM DO-SCAN-HOLD-QUEUE
                           IF WORK-HOLD-DUPLICATE
                               DISPLAY "YOU ARE ALREADY IN THE QUEUE "
               CLOSE CIRCULATION-FILE
           END-IF.

       DO-PLACE-TITLE-HOLD.
           IF NOT WORK-HOLD-TITLE-OK
               DISPLAY "TITLE IS NOT IN THE CATALOG -- SEE STAFF"
           ELSE
               PERFORM DO-OPEN-HOLD-FILE
               MOVE WORK-HOLD-BOOK-NUMBER TO WORK-HOLD-QUEUE-KEY
               PERFORM DO-SCAN-HOLD-QUEUE
               IF WORK-HOLD-DUPLICATE
                   DISPLAY "YOU ARE ALREADY IN THE QUEUE FOR THIS "
                           "TITLE"
               ELSE
                   PERFORM DO-WRITE-HOLD-RECORD
               END-IF
               CLOSE HOLD-FILE
           END-IF.

      *    A FRESH SYSTEM HAS NO HOLDS FILE YET -- CREATE IT EMPTY.
       DO-OPEN-HOLD-FILE.
           OPEN I-O HOLD-FILE.
           IF WORK-HOLD-FILE-STATUS NOT EQUAL "00"
               OPEN OUTPUT HOLD-FILE
               CLOSE HOLD-FILE
               OPEN I-O HOLD-FILE
           END-IF.

      *    THE BOOK NUMBER THE KEYED BARCODE BELONGS TO -- OFF ITS
      *    ITEM FILE RECORD, OR ITS FIRST FIVE POSITIONS BY THE OLD
      *    DESK CONVENTION -- AND WHETHER THAT TITLE IS STILL ON THE
      *    CATALOG. SAME LOOKUP THE HISTORY DISPLAY DOES.
       DO-RESOLVE-HOLD-TITLE.
           MOVE "N" TO WORK-HOLD-TITLE-SWITCH.
           MOVE WORK-HOLD-ITEM-BARCODE (1:5) TO WORK-HOLD-BOOK-NUMBER.
           OPEN INPUT ITEM-COPY-FILE.
           IF WORK-ITEM-FILE-STATUS EQUAL "00"
               MOVE WORK-HOLD-ITEM-BARCODE TO ITEM-BARCODE
               READ ITEM-COPY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ITEM-BOOK-NUMBER TO WORK-HOLD-BOOK-NUMBER
               END-READ
               CLOSE ITEM-COPY-FILE
           END-IF.
           OPEN INPUT BOOKS-LIST.
           IF WORK-BOOKS-LIST-STATUS EQUAL "00"
               MOVE WORK-HOLD-BOOK-NUMBER TO BOOK-NUMBER
               READ BOOKS-LIST
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NOT BOOK-IS-WITHDRAWN
                           MOVE "Y" TO WORK-HOLD-TITLE-SWITCH
                       END-IF
               END-READ
               CLOSE BOOKS-LIST
           END-IF.

       DO-WRITE-HOLD-RECORD.
           ACCEPT WORK-HOLD-TODAY-RAW-DATE FROM DATE.
           MOVE WORK-HOLD-QUEUE-KEY TO HOLD-ITEM-BARCODE.
           MOVE WORK-HOLD-NEXT-SEQUENCE TO HOLD-SEQUENCE.
           MOVE WORK-PATRON-NUMBER TO HOLD-PATRON-NUMBER.
           IF WORK-HOLD-TODAY-RAW-YY LESS THAN 50
           MOVE WORK-HOLD-TODAY-RAW-DD TO HOLD-PLACED-DD.
           MOVE "A" TO HOLD-STATUS-FLAG.
           MOVE ZERO TO HOLD-PICKUP-DEADLINE.
           MOVE WORK-HOLD-LEVEL-REPLY TO HOLD-LEVEL-FLAG.
           MOVE WORK-HOLD-BOOK-NUMBER TO HOLD-BOOK-NUMBER.
           MOVE SPACES TO HOLD-TRAPPED-BARCODE.
           MOVE WORK-HOLD-PICKUP-ENTRY TO HOLD-PICKUP-BRANCH.
           WRITE HOLD-RECORD.
           DISPLAY "HOLD PLACED -- QUEUE POSITION "
                   WORK-HOLD-NEXT-SEQUENCE.

      *    WALKS ONE QUEUE IN KEY ORDER FOR THE NEXT OPEN SEQUENCE
      *    NUMBER AND ANY HOLD THIS PATRON ALREADY HAS -- SAME SCAN
      *    THE CIRCULATION DESK RUNS.
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
                       IF HOLD-PATRON-NUMBER EQUAL WORK-PATRON-NUMBER
           MOVE WORK-PATRON-NUMBER TO PATRON-NUMBER.
           READ NAMES-LIST
               INVALID KEY
                   PERFORM DO-REPORT-CARD-NOT-FOUND
               NOT INVALID KEY
                   PERFORM DO-CHECK-PIN-ONLY
                   IF WORK-PIN-IS-OK
                       MOVE PATRON-TYPE TO WORK-SELF-CARD-TYPE
                       IF PATRON-IS-INACTIVE
                           DISPLAY "CARD IS BLOCKED -- SEE STAFF"
                       ELSE
                           IF PATRON-NONRES-FEE-DUE
                               DISPLAY "CARD FEE UNPAID -- SEE STAFF"
                           ELSE
                               PERFORM DO-RENEW-LOAN-FOR-PATRON
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      *    A NUMBER NOT ON NAMES-LIST MAY BE A CARD REPORTED LOST OR
      *    STOLEN. WHOEVER HOLDS IT IS SENT TO THE DESK -- THE NEW
      *    NUMBER IS NEVER SHOWN AT THIS TERMINAL.
       DO-REPORT-CARD-NOT-FOUND.
           MOVE "N" TO WORK-CARD-BLOCKED-SWITCH.
           OPEN INPUT BLOCKED-CARD-FILE.
           IF WORK-BLOCKED-CARD-STATUS EQUAL "00"
               MOVE WORK-PATRON-NUMBER TO BLK-CARD-NUMBER
               READ BLOCKED-CARD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WORK-CARD-BLOCKED-SWITCH
               END-READ
               CLOSE BLOCKED-CARD-FILE
           END-IF.
           IF WORK-CARD-IS-BLOCKED
               DISPLAY "THIS CARD HAS BEEN REPORTED LOST -- PLEASE "
                       "SEE THE DESK"
           ELSE
               DISPLAY "NO CARD ON FILE WITH THAT NUMBER".

      *    SAME PIN GATE AS THE LOOKUP, MINUS THE RECORD DISPLAY --
      *    NOTHING HAPPENS TO A LOAN UNTIL THE PIN MATCHES.
       DO-CHECK-PIN-ONLY.
               MOVE SPACES TO WORK-PIN-ENTRY
               DISPLAY "ENTER YOUR PIN: "
               ACCEPT WORK-PIN-ENTRY
               PERFORM DO-SCRAMBLE-PIN-ENTRY
               IF PIN-SCRAMBLE-RESULT EQUAL PATRON-PIN
                   MOVE "Y" TO WORK-PIN-OK-SWITCH
               ELSE
                   DISPLAY "PIN DOES NOT MATCH -- SEE STAFF"
               END-IF
           END-IF.

      *    THE PIN ON FILE IS SCRAMBLED UNDER THE CARD NUMBER --
      *    THE PIN KEYED IS SCRAMBLED THE SAME WAY FOR THE COMPARE.
       DO-SCRAMBLE-PIN-ENTRY.
           MOVE PATRON-NUMBER TO PIN-SCRAMBLE-KEY.
           MOVE WORK-PIN-ENTRY TO PIN-SCRAMBLE-CLEAR.
           CALL "PINSCRAM" USING PIN-SCRAMBLE-AREA.

       DO-RENEW-LOAN-FOR-PATRON.
           OPEN I-O CIRCULATION-FILE.
           IF WORK-CIRCULATION-FILE-STATUS NOT EQUAL "00"
               IF WORK-LOAN-RULES-STATUS EQUAL "00"
                   MOVE "Y" TO WORK-RULES-OPEN-SWITCH
               END-IF
               PERFORM DO-OPEN-DUE-XREF
               MOVE WORK-HOLD-ITEM-BARCODE TO CIRC-ITEM-BARCODE
               READ CIRCULATION-FILE
                   INVALID KEY
                   NOT INVALID KEY
                       PERFORM DO-TRY-THE-RENEWAL
               END-READ
               PERFORM DO-CLOSE-DUE-XREF
               IF WORK-RULES-IS-OPEN
                   CLOSE LOAN-RULES-FILE
               END-IF
               DISPLAY "ITEM IS NOT CHECKED OUT"
           ELSE IF CIRC-PATRON-NUMBER NOT EQUAL WORK-PATRON-NUMBER
               DISPLAY "THAT ITEM IS NOT ON YOUR CARD -- SEE STAFF"
      *    EQUIPMENT RUNS TO A CLOCK TIME -- THE DESK RENEWS IT.
           ELSE IF CIRC-IS-HOURLY-LOAN
               DISPLAY "EQUIPMENT RENEWS AT THE DESK -- SEE STAFF"
           ELSE
               PERFORM DO-GET-LOAN-RULE
               PERFORM DO-CHECK-OTHER-HOLD
                       DISPLAY "RENEWAL LIMIT REACHED -- PLEASE "
                               "RETURN THE ITEM"
                   ELSE
                       PERFORM DO-HOLD-DUE-XREF-KEY
                       ADD 1 TO CIRC-RENEWAL-COUNT
                       PERFORM DO-CALC-TODAY-NUMBER
                       MOVE WORK-TODAY-DATE-N
                               TO CIRC-LAST-RENEWAL-DATE
                       ACCEPT WORK-NOW-TIME FROM TIME
                       MOVE WORK-NOW-HHMM TO CIRC-LAST-RENEWAL-TIME
                       IF WORK-SELF-CARD-STAFF
                          AND WORK-STAFF-LOAN-DAYS GREATER THAN ZERO
                           MOVE WORK-STAFF-LOAN-DAYS
                                   TO WORK-LOAN-PERIOD-DAYS
                       END-IF
                       PERFORM DO-ADD-LOAN-PERIOD
                       REWRITE CIRCULATION-RECORD
                       PERFORM DO-SYNC-DUE-XREF
                       DISPLAY "ITEM RENEWED -- NOW DUE "
                               CIRC-DUE-MM "/" CIRC-DUE-DD "/"
                               CIRC-DUE-YY
       DO-GET-LOAN-RULE.
           MOVE 14 TO WORK-LOAN-PERIOD-DAYS.
           MOVE 2 TO WORK-RENEWAL-LIMIT.
           MOVE "Y" TO WORK-RULE-JUVENILE-OK-HELD.
           MOVE 0 TO WORK-RULE-LOAN-HOURS-HELD.
           MOVE 0 TO WORK-STAFF-LOAN-DAYS.
           IF WORK-RULES-IS-OPEN
               MOVE CIRC-ITEM-TYPE TO RULE-MEDIA-TYPE
               READ LOAN-RULES-FILE
                   NOT INVALID KEY
                       MOVE RULE-LOAN-DAYS TO WORK-LOAN-PERIOD-DAYS
                       MOVE RULE-RENEWAL-LIMIT TO WORK-RENEWAL-LIMIT
                       MOVE RULE-JUVENILE-OK-FLAG
                               TO WORK-RULE-JUVENILE-OK-HELD
                       MOVE RULE-LOAN-HOURS
                               TO WORK-RULE-LOAN-HOURS-HELD
                       MOVE RULE-STAFF-LOAN-DAYS
                               TO WORK-STAFF-LOAN-DAYS
               END-READ
           END-IF.

      *    ANY ACTIVE HOLD BY A PATRON OTHER THAN THE ONE RENEWING
      *    BLOCKS THE RENEWAL -- SAME RULE THE DESK APPLIES, AND A
      *    HOLD ON THE TITLE COUNTS AS WELL AS ONE ON THIS COPY.
       DO-CHECK-OTHER-HOLD.
           MOVE "N" TO WORK-OTHER-HOLD-SWITCH.
           IF WORK-HOLD-FILE-STATUS EQUAL "00"
               MOVE WORK-HOLD-ITEM-BARCODE TO WORK-HOLD-QUEUE-KEY
               PERFORM DO-SCAN-OTHER-HOLD-QUEUE
               IF NOT WORK-OTHER-PATRON-WAITING
                   PERFORM DO-RESOLVE-HOLD-TITLE
                   MOVE WORK-HOLD-BOOK-NUMBER TO WORK-HOLD-QUEUE-KEY
                   PERFORM DO-SCAN-OTHER-HOLD-QUEUE
               END-IF
           END-IF.

       DO-SCAN-OTHER-HOLD-QUEUE.
           MOVE "0" TO WORK-HOLD-EOF-SWITCH.
           MOVE WORK-HOLD-QUEUE-KEY TO HOLD-ITEM-BARCODE.
           MOVE ZERO TO HOLD-SEQUENCE.
           START HOLD-FILE KEY IS GREATER THAN HOLD-KEY
               INVALID KEY
                   MOVE "1" TO WORK-HOLD-EOF-SWITCH
           END-START.
           PERFORM DO-READ-NEXT-OTHER-HOLD UNTIL WORK-HOLD-EOF.

       DO-READ-NEXT-OTHER-HOLD.
           READ HOLD-FILE NEXT RECORD
               AT END
                   MOVE "1" TO WORK-HOLD-EOF-SWITCH
               NOT AT END
                   IF HOLD-ITEM-BARCODE EQUAL WORK-HOLD-QUEUE-KEY
                       IF HOLD-IS-ACTIVE AND HOLD-PATRON-NUMBER
                               NOT EQUAL CIRC-PATRON-NUMBER
                           MOVE "Y" TO WORK-OTHER-HOLD-SWITCH
           MOVE WORK-PATRON-NUMBER TO PATRON-NUMBER.
           READ NAMES-LIST
               INVALID KEY
                   PERFORM DO-REPORT-CARD-NOT-FOUND
               NOT INVALID KEY
                   PERFORM DO-CHECK-PIN-ONLY
                   IF WORK-PIN-IS-OK
                   MOVE "1" TO WORK-HOLD-EOF-SWITCH
               NOT AT END
                   IF HOLD-PATRON-NUMBER EQUAL WORK-PATRON-NUMBER
                      AND (HOLD-IS-ACTIVE OR HOLD-IS-TRAPPED
                           OR HOLD-IS-IN-TRANSIT)
                      AND WORK-MYHOLD-COUNT LESS THAN 20
                       ADD 1 TO WORK-MYHOLD-COUNT
                       SET WORK-MH-I TO WORK-MYHOLD-COUNT
                               TO WORK-MYHOLD-SEQUENCE (WORK-MH-I)
                       MOVE HOLD-STATUS-FLAG
                               TO WORK-MYHOLD-STATUS (WORK-MH-I)
                       MOVE HOLD-LEVEL-FLAG
                               TO WORK-MYHOLD-LEVEL (WORK-MH-I)
                       MOVE HOLD-PICKUP-BRANCH
                               TO WORK-MYHOLD-PICKUP (WORK-MH-I)
                   END-IF
           END-READ.

      *    ONE LINE PER HOLD -- A TRAPPED ONE IS READY AT THE DESK;
      *    AN ACTIVE ONE SHOWS HOW MANY LIVE HOLDS STAND AHEAD OF
      *    IT IN ITS ITEM'S QUEUE. A TITLE HOLD SHOWS ITS BOOK
      *    NUMBER, WHICH IS ALSO WHAT THE PATRON KEYS TO CANCEL IT.
      *    ONE IN TRANSIT HAS TRAPPED A COPY ELSEWHERE AND IS ON THE
      *    COURIER TO THE PATRON'S PICKUP BRANCH.
       DO-SHOW-ONE-MY-HOLD.
           IF WORK-MYHOLD-LEVEL (WORK-MH-I) EQUAL "T"
               MOVE "TITLE " TO WORK-MYHOLD-LABEL
           ELSE
               MOVE SPACES TO WORK-MYHOLD-LABEL
           END-IF.
           IF WORK-MYHOLD-STATUS (WORK-MH-I) EQUAL "T"
               DISPLAY WORK-MYHOLD-LABEL WORK-MYHOLD-BARCODE (WORK-MH-I)
                       " READY FOR PICKUP AT THE DESK"
           ELSE IF WORK-MYHOLD-STATUS (WORK-MH-I) EQUAL "I"
               DISPLAY WORK-MYHOLD-LABEL WORK-MYHOLD-BARCODE (WORK-MH-I)
                       " ON ITS WAY TO BRANCH "
                       WORK-MYHOLD-PICKUP (WORK-MH-I)
           ELSE
               PERFORM DO-CALC-QUEUE-POSITION
               DISPLAY WORK-MYHOLD-LABEL WORK-MYHOLD-BARCODE (WORK-MH-I)
                       " WAITING -- QUEUE POSITION "
                       WORK-MYHOLD-POSITION
           END-IF.
                           WORK-MYHOLD-BARCODE (WORK-MH-I)
                       IF HOLD-SEQUENCE LESS THAN
                               WORK-MYHOLD-SEQUENCE (WORK-MH-I)
                          AND (HOLD-IS-ACTIVE OR HOLD-IS-TRAPPED
                               OR HOLD-IS-IN-TRANSIT)
                           ADD 1 TO WORK-MYHOLD-POSITION
                       END-IF
                   ELSE

       DO-OFFER-HOLD-CANCEL.
           MOVE SPACES TO WORK-CANCEL-BARCODE.
           DISPLAY "CANCEL WHICH BARCODE OR TITLE (BLANK = NONE): ".
           ACCEPT WORK-CANCEL-BARCODE.
           IF WORK-CANCEL-BARCODE NOT EQUAL SPACES
               MOVE "N" TO WORK-CANCEL-FOUND-SWITCH
                   VARYING WORK-MH-I FROM 1 BY 1
                   UNTIL WORK-MH-I GREATER THAN WORK-MYHOLD-COUNT
               IF WORK-CANCEL-IS-TRAPPED
                   DISPLAY "ITEM IS ALREADY SET ASIDE FOR YOU -- "
                           "SEE STAFF TO CANCEL"
               ELSE IF WORK-CANCEL-FOUND
                   PERFORM DO-CANCEL-MY-HOLD
       DO-FIND-CANCEL-TARGET.
           IF WORK-MYHOLD-BARCODE (WORK-MH-I) EQUAL WORK-CANCEL-BARCODE
               IF WORK-MYHOLD-STATUS (WORK-MH-I) EQUAL "T"
                  OR WORK-MYHOLD-STATUS (WORK-MH-I) EQUAL "I"
                   MOVE "T" TO WORK-CANCEL-FOUND-SWITCH
               ELSE
                   MOVE "Y" TO WORK-CANCEL-FOUND-SWITCH
           MOVE WORK-PATRON-NUMBER TO PATRON-NUMBER.
           READ NAMES-LIST
               INVALID KEY
                   PERFORM DO-REPORT-CARD-NOT-FOUND
               NOT INVALID KEY
                   PERFORM DO-CHECK-PIN-ONLY
                   IF WORK-PIN-IS-OK
                       "CARD AT THE DESK"
           END-IF.

      *    F8 -- SELF-CHECKOUT. THE CARD AND PIN ARE TAKEN ONCE
      *    FOR THE SITTING; ANYTHING WRONG WITH THE CARD ITSELF
      *    (BLOCKED, FINES, CLAIMS HISTORY) ENDS IT BEFORE A SINGLE
      *    BARCODE IS SCANNED.
       DO-SELF-CHECKOUT.
           DISPLAY SCREEN1-SELF-LOOKUP.
           ACCEPT CARD-NUMBER.
           MOVE WORK-PATRON-NUMBER TO PATRON-NUMBER.
           READ NAMES-LIST
               INVALID KEY
                   PERFORM DO-REPORT-CARD-NOT-FOUND
               NOT INVALID KEY
                   PERFORM DO-CHECK-PIN-ONLY
                   IF WORK-PIN-IS-OK
                       PERFORM DO-SELF-CHECKOUT-FOR-PATRON
                   END-IF
           END-READ.

       DO-SELF-CHECKOUT-FOR-PATRON.
           MOVE PATRON-TYPE TO WORK-SELF-CARD-TYPE.
           PERFORM DO-SELF-READ-POLICY.
           PERFORM DO-SELF-CHECK-CARD.
           IF WORK-SELF-REFUSAL NOT EQUAL SPACES
               DISPLAY "PLEASE SEE THE DESK -- " WORK-SELF-REFUSAL
           ELSE
               PERFORM DO-SELF-OPEN-LOAN-FILES
               PERFORM DO-CALC-TODAY-NUMBER
               PERFORM DO-SELF-COUNT-LOANS
               IF WORK-SELF-CARD-INSTITUTION
                   MOVE WORK-INST-ITEM-LIMIT TO WORK-SELF-LOAN-LIMIT
               ELSE
                   MOVE WORK-ITEM-LIMIT TO WORK-SELF-LOAN-LIMIT
               END-IF
               MOVE 0 TO WORK-SELF-ISSUED-COUNT
               MOVE "0" TO WORK-SELF-DONE-SWITCH
               PERFORM DO-SELF-ONE-BARCODE UNTIL WORK-SELF-DONE
               PERFORM DO-SELF-CLOSE-LOAN-FILES
               IF WORK-SELF-ISSUED-COUNT EQUAL ZERO
                   DISPLAY "NOTHING CHECKED OUT THIS TIME"
               ELSE
                   PERFORM DO-SELF-PRINT-SLIP
               END-IF
           END-IF.

      *    THE DESK'S POLICY NUMBERS AND BRANCH ID, READ FRESH FOR
      *    EACH SITTING. THIS TERMINAL ONLY READS SYSPARM.DAT -- A
      *    MISSING FILE LEAVES THE BUILT-IN DEFAULTS AND IS LEFT FOR
      *    THE DESK TO CREATE.
       DO-SELF-READ-POLICY.
           OPEN INPUT SYSTEM-PARM-FILE.
           IF WORK-SYSPARM-STATUS EQUAL "00"
               READ SYSTEM-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-FINE-THRESHOLD IS NUMERIC
                          AND PARM-FINE-THRESHOLD GREATER THAN ZERO
                           MOVE PARM-FINE-THRESHOLD
                                   TO WORK-FINE-THRESHOLD
                       END-IF
                       IF PARM-ITEM-LIMIT IS NUMERIC
                          AND PARM-ITEM-LIMIT GREATER THAN ZERO
                           MOVE PARM-ITEM-LIMIT TO WORK-ITEM-LIMIT
                       END-IF
                       IF PARM-INST-ITEM-LIMIT IS NUMERIC
                          AND PARM-INST-ITEM-LIMIT GREATER THAN ZERO
                           MOVE PARM-INST-ITEM-LIMIT
                                   TO WORK-INST-ITEM-LIMIT
                       END-IF
                       IF PARM-INST-LOAN-DAYS IS NUMERIC
                          AND PARM-INST-LOAN-DAYS GREATER THAN ZERO
                           MOVE PARM-INST-LOAN-DAYS
                                   TO WORK-INST-LOAN-DAYS
                       END-IF
                       IF PARM-CLAIMS-LIMIT IS NUMERIC
                          AND PARM-CLAIMS-LIMIT GREATER THAN ZERO
                           MOVE PARM-CLAIMS-LIMIT TO WORK-CLAIMS-LIMIT
                       END-IF
               END-READ
               CLOSE SYSTEM-PARM-FILE
           END-IF.
           OPEN INPUT BRANCH-CONFIG-FILE.
           IF WORK-BRANCH-CONFIG-STATUS EQUAL "00"
               READ BRANCH-CONFIG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BRANCH-DEFAULT-BRANCH-ID NOT EQUAL SPACES
                           MOVE BRANCH-DEFAULT-BRANCH-ID
                                   TO WORK-DESK-BRANCH-ID
                       END-IF
               END-READ
               CLOSE BRANCH-CONFIG-FILE
           END-IF.

      *    THE CARD-LEVEL EDITS THE DESK RUNS ON EVERY CHECKOUT. THE
      *    DESK CAN TAKE A SUPERVISOR OVERRIDE ON THE CLAIMS LIMIT;
      *    THIS TERMINAL CANNOT, SO THE PATRON IS SENT THERE.
       DO-SELF-CHECK-CARD.
           MOVE SPACES TO WORK-SELF-REFUSAL.
           IF PATRON-IS-INACTIVE
               MOVE "CARD IS BLOCKED" TO WORK-SELF-REFUSAL
           ELSE IF PATRON-NONRES-FEE-DUE
               MOVE "NON-RESIDENT CARD FEE IS UNPAID"
                       TO WORK-SELF-REFUSAL
           ELSE IF PATRON-CLAIMS-COUNT IS NUMERIC
                   AND PATRON-CLAIMS-COUNT GREATER THAN
                       WORK-CLAIMS-LIMIT
               MOVE "CLAIMS-RETURNED HISTORY ON THIS CARD"
                       TO WORK-SELF-REFUSAL
           ELSE
               OPEN INPUT FINES-FILE
               IF WORK-FINES-FILE-STATUS EQUAL "00"
                   MOVE WORK-PATRON-NUMBER TO FINE-PATRON-NUMBER
                   READ FINES-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM DO-SELF-CHECK-FINES
                   END-READ
                   CLOSE FINES-FILE
               END-IF
           END-IF.

      *    A REFERRED BALANCE BLOCKS THE CARD WHATEVER THE AMOUNT,
      *    SAME AS AT THE DESK.
       DO-SELF-CHECK-FINES.
           MOVE FINE-BALANCE TO WORK-FINE-BALANCE-OUT.
           IF FINE-IS-REFERRED
               MOVE "FINES REFERRED TO COLLECTIONS"
                       TO WORK-SELF-REFUSAL
           ELSE IF FINE-BALANCE GREATER THAN WORK-FINE-THRESHOLD
               STRING "FINES BALANCE " DELIMITED BY SIZE
                      WORK-FINE-BALANCE-OUT DELIMITED BY SIZE
                      " OVER LIMIT" DELIMITED BY SIZE
                      INTO WORK-SELF-REFUSAL
           END-IF.

      *    THE LOAN FILES STAY OPEN FOR THE WHOLE SITTING. A FILE
      *    NOT YET ON DISK IS CREATED EMPTY, THE WAY THE DESK DOES
      *    ON A FRESH SYSTEM.
       DO-SELF-OPEN-LOAN-FILES.
           OPEN I-O CIRCULATION-FILE.
           IF WORK-CIRCULATION-FILE-STATUS NOT EQUAL "00"
               OPEN OUTPUT CIRCULATION-FILE
               CLOSE CIRCULATION-FILE
               OPEN I-O CIRCULATION-FILE
           END-IF.
           OPEN I-O PATRON-LOAN-XREF.
           IF WORK-XREF-STATUS NOT EQUAL "00"
               OPEN OUTPUT PATRON-LOAN-XREF
               CLOSE PATRON-LOAN-XREF
               OPEN I-O PATRON-LOAN-XREF
           END-IF.
           PERFORM DO-OPEN-DUE-XREF.
           PERFORM DO-OPEN-HOLD-FILE.
           MOVE "N" TO WORK-RULES-OPEN-SWITCH.
           OPEN INPUT LOAN-RULES-FILE.
           IF WORK-LOAN-RULES-STATUS EQUAL "00"
               MOVE "Y" TO WORK-RULES-OPEN-SWITCH
           END-IF.

       DO-SELF-CLOSE-LOAN-FILES.
           IF WORK-RULES-IS-OPEN
               CLOSE LOAN-RULES-FILE
           END-IF.
           CLOSE HOLD-FILE.
           PERFORM DO-CLOSE-DUE-XREF.
           CLOSE PATRON-LOAN-XREF.
           CLOSE CIRCULATION-FILE.

      *    THE DUE-DATE INDEX IS NEVER CREATED HERE -- AN EMPTY ONE
      *    WOULD HIDE THE LOANS ALREADY OUT FROM THE SWEEPS.
       DO-OPEN-DUE-XREF.
           MOVE "N" TO WORK-DUEX-OPEN-SWITCH.
           OPEN I-O DUE-DATE-XREF.
           IF WORK-DUE-XREF-STATUS EQUAL "00"
               MOVE "Y" TO WORK-DUEX-OPEN-SWITCH
           END-IF.

       DO-CLOSE-DUE-XREF.
           IF WORK-DUEX-IS-OPEN
               CLOSE DUE-DATE-XREF
               MOVE "N" TO WORK-DUEX-OPEN-SWITCH
           END-IF.

      *    SAME KEY MAINTENANCE AS THE DESK: THE OLD STATUS + DUE
      *    DATE IS HELD BEFORE THE LOAN IS TOUCHED, THEN DROPPED AND
      *    THE NEW ONE FILED IF THE LOAN IS STILL OPEN OR CLAIMED.
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

      *    THE CARD'S OPEN LOANS, COUNTED OFF THE CROSS-REFERENCE
      *    THE SAME WAY THE DESK COUNTS THEM FOR THE ITEM LIMIT.
       DO-SELF-COUNT-LOANS.
           MOVE 0 TO WORK-SELF-LOAN-COUNT.
           MOVE "0" TO WORK-XREF-EOF-SWITCH.
           MOVE WORK-PATRON-NUMBER TO XREF-PATRON-NUMBER.
           MOVE LOW-VALUES TO XREF-ITEM-BARCODE.
           START PATRON-LOAN-XREF KEY IS GREATER THAN XREF-KEY
               INVALID KEY
                   MOVE "1" TO WORK-XREF-EOF-SWITCH
           END-START.
           PERFORM DO-SELF-COUNT-NEXT-XREF UNTIL WORK-XREF-EOF.

       DO-SELF-COUNT-NEXT-XREF.
           READ PATRON-LOAN-XREF NEXT RECORD
               AT END
                   MOVE "1" TO WORK-XREF-EOF-SWITCH
               NOT AT END
                   IF XREF-PATRON-NUMBER EQUAL WORK-PATRON-NUMBER
                       ADD 1 TO WORK-SELF-LOAN-COUNT
                   ELSE
                       MOVE "1" TO WORK-XREF-EOF-SWITCH
                   END-IF
           END-READ.

       DO-SELF-ONE-BARCODE.
           MOVE SPACES TO WORK-SELF-BARCODE.
           DISPLAY "SCAN ITEM BARCODE (BLANK = DONE): ".
           ACCEPT WORK-SELF-BARCODE.
           IF WORK-SELF-BARCODE EQUAL SPACES
               MOVE "1" TO WORK-SELF-DONE-SWITCH
           ELSE
               PERFORM DO-SELF-CHECKOUT-ITEM
               IF WORK-SELF-REFUSAL NOT EQUAL SPACES
                   DISPLAY "PLEASE SEE THE DESK -- " WORK-SELF-REFUSAL
               END-IF
           END-IF.

      *    THE DESK'S ITEM EDITS, IN THE DESK'S ORDER, STOPPING AT
      *    THE FIRST ONE THAT FAILS.
       DO-SELF-CHECKOUT-ITEM.
           MOVE SPACES TO WORK-SELF-REFUSAL.
           PERFORM DO-SELF-VALIDATE-ITEM.
           IF WORK-SELF-WITHDRAWN
               MOVE "ITEM IS WITHDRAWN" TO WORK-SELF-REFUSAL
           ELSE IF NOT WORK-SELF-IN-CATALOG
               MOVE "BARCODE NOT IN CATALOG" TO WORK-SELF-REFUSAL
           ELSE IF WORK-SELF-OUT-FOR-REPAIR
               MOVE "ITEM IS OUT OF SERVICE" TO WORK-SELF-REFUSAL
           ELSE IF WORK-SELF-LOAN-COUNT NOT LESS THAN
                   WORK-SELF-LOAN-LIMIT
               MOVE "ITEM LIMIT REACHED" TO WORK-SELF-REFUSAL
           ELSE IF WORK-SELF-ISSUED-COUNT NOT LESS THAN 20
               MOVE "TWENTY ITEMS A SITTING AT THIS TERMINAL"
                       TO WORK-SELF-REFUSAL
           END-IF.
           IF WORK-SELF-REFUSAL EQUAL SPACES
               MOVE WORK-SELF-ITEM-TYPE TO CIRC-ITEM-TYPE
               PERFORM DO-GET-LOAN-RULE
      *        HOURLY EQUIPMENT IS HANDED OVER (AND TIMED) AT THE DESK.
               IF WORK-RULE-LOAN-HOURS-HELD GREATER THAN ZERO
                   MOVE "EQUIPMENT IS LENT AT THE DESK"
                           TO WORK-SELF-REFUSAL
               ELSE IF WORK-SELF-CARD-JUVENILE
                  AND WORK-RULE-JUVENILE-OK-HELD NOT EQUAL "Y"
                   MOVE "JUVENILE CARD MAY NOT TAKE THIS ITEM"
                           TO WORK-SELF-REFUSAL
               END-IF
           END-IF.
           IF WORK-SELF-REFUSAL EQUAL SPACES
               PERFORM DO-SELF-CHECK-HELD
               IF WORK-SELF-HELD-FOR-OTHER
                   MOVE "ITEM IS ON HOLD FOR ANOTHER PATRON"
                           TO WORK-SELF-REFUSAL
               END-IF
           END-IF.
           IF WORK-SELF-REFUSAL EQUAL SPACES
               PERFORM DO-SELF-ISSUE-ITEM
           END-IF.

      *    SAME RESOLUTION AS THE DESK -- THE ITEM FILE FIRST, THE
      *    OLD FIRST-FIVE-POSITIONS CONVENTION FAILING THAT -- AND
      *    THE TITLE AND MEDIA TYPE OFF THE CATALOG FOR THE SLIP.
       DO-SELF-VALIDATE-ITEM.
           MOVE "N" TO WORK-SELF-CATALOG-SWITCH.
           MOVE "N" TO WORK-SELF-REPAIR-SWITCH.
           MOVE SPACES TO WORK-SELF-TITLE WORK-SELF-ITEM-TYPE.
           MOVE WORK-SELF-BARCODE (1:5) TO WORK-HOLD-BOOK-NUMBER.
           OPEN INPUT ITEM-COPY-FILE.
           IF WORK-ITEM-FILE-STATUS EQUAL "00"
               MOVE WORK-SELF-BARCODE TO ITEM-BARCODE
               READ ITEM-COPY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ITEM-BOOK-NUMBER TO WORK-HOLD-BOOK-NUMBER
                       IF ITEM-OUT-OF-SERVICE
                           MOVE "Y" TO WORK-SELF-REPAIR-SWITCH
                       END-IF
               END-READ
               CLOSE ITEM-COPY-FILE
           END-IF.
           OPEN INPUT BOOKS-LIST.
           IF WORK-BOOKS-LIST-STATUS EQUAL "00"
               MOVE WORK-HOLD-BOOK-NUMBER TO BOOK-NUMBER
               READ BOOKS-LIST
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF BOOK-IS-WITHDRAWN
                           MOVE "W" TO WORK-SELF-CATALOG-SWITCH
                       ELSE
                           MOVE "Y" TO WORK-SELF-CATALOG-SWITCH
                           MOVE BOOK-TITLE TO WORK-SELF-TITLE
                           MOVE BOOK-MEDIA-TYPE TO WORK-SELF-ITEM-TYPE
                       END-IF
               END-READ
               CLOSE BOOKS-LIST
           END-IF.

      *    AN ITEM SOMEONE ELSE IS WAITING FOR STAYS AT THE DESK:
      *    ANY OPEN HOLD BY ANOTHER CARD IN THIS COPY'S QUEUE, OR A
      *    TITLE HOLD THIS VERY COPY HAS ALREADY TRAPPED FOR THEM.
      *    AN UNTRAPPED TITLE HOLD DOES NOT STOP THE CHECKOUT -- ANY
      *    OTHER COPY WILL FILL IT.
       DO-SELF-CHECK-HELD.
           MOVE "N" TO WORK-SELF-HELD-SWITCH.
           MOVE WORK-SELF-BARCODE TO WORK-HOLD-QUEUE-KEY.
           PERFORM DO-SELF-SCAN-HELD-QUEUE.
           IF NOT WORK-SELF-HELD-FOR-OTHER
               MOVE WORK-HOLD-BOOK-NUMBER TO WORK-HOLD-QUEUE-KEY
               PERFORM DO-SELF-SCAN-HELD-QUEUE
           END-IF.

       DO-SELF-SCAN-HELD-QUEUE.
           MOVE "0" TO WORK-HOLD-EOF-SWITCH.
           MOVE WORK-HOLD-QUEUE-KEY TO HOLD-ITEM-BARCODE.
           MOVE ZERO TO HOLD-SEQUENCE.
           START HOLD-FILE KEY IS GREATER THAN HOLD-KEY
               INVALID KEY
                   MOVE "1" TO WORK-HOLD-EOF-SWITCH
           END-START.
           PERFORM DO-SELF-READ-NEXT-HELD UNTIL WORK-HOLD-EOF.

       DO-SELF-READ-NEXT-HELD.
           READ HOLD-FILE NEXT RECORD
               AT END
                   MOVE "1" TO WORK-HOLD-EOF-SWITCH
               NOT AT END
                   IF HOLD-ITEM-BARCODE NOT EQUAL WORK-HOLD-QUEUE-KEY
                       MOVE "1" TO WORK-HOLD-EOF-SWITCH
                   ELSE IF HOLD-PATRON-NUMBER NOT EQUAL
                           WORK-PATRON-NUMBER
                       IF HOLD-IS-TITLE-LEVEL
                           IF (HOLD-IS-TRAPPED OR HOLD-IS-IN-TRANSIT)
                              AND HOLD-TRAPPED-BARCODE EQUAL
                                  WORK-SELF-BARCODE
                               MOVE "Y" TO WORK-SELF-HELD-SWITCH
                           END-IF
                       ELSE
                           IF HOLD-IS-ACTIVE OR HOLD-IS-TRAPPED
                              OR HOLD-IS-IN-TRANSIT
                               MOVE "Y" TO WORK-SELF-HELD-SWITCH
                           END-IF
                       END-IF
                       IF WORK-SELF-HELD-FOR-OTHER
                           MOVE "1" TO WORK-HOLD-EOF-SWITCH
                       END-IF
                   END-IF
           END-READ.

      *    ONE RECORD PER BARCODE, AS AT THE DESK -- REWRITTEN IF
      *    THE ITEM HAS BEEN OUT BEFORE, WRITTEN FRESH OTHERWISE.
       DO-SELF-ISSUE-ITEM.
           MOVE WORK-SELF-BARCODE TO CIRC-ITEM-BARCODE.
           READ CIRCULATION-FILE
               INVALID KEY
                   MOVE SPACE TO WORK-DUEX-OLD-STATUS
                   PERFORM DO-SELF-BUILD-CIRC-RECORD
                   WRITE CIRCULATION-RECORD
                   PERFORM DO-SELF-RECORD-ISSUE
               NOT INVALID KEY
                   IF CIRC-ITEM-OUT
                       MOVE "ITEM STILL SHOWS AS CHECKED OUT"
                               TO WORK-SELF-REFUSAL
                   ELSE IF CIRC-ITEM-CLAIMED-RETURNED
                       MOVE "ITEM IS UNDER A CLAIMS-RETURNED DISPUTE"
                               TO WORK-SELF-REFUSAL
                   ELSE
                       PERFORM DO-HOLD-DUE-XREF-KEY
                       PERFORM DO-SELF-BUILD-CIRC-RECORD
                       REWRITE CIRCULATION-RECORD
                       PERFORM DO-SELF-RECORD-ISSUE
                   END-IF
           END-READ.

       DO-SELF-BUILD-CIRC-RECORD.
           MOVE WORK-SELF-BARCODE TO CIRC-ITEM-BARCODE.
           MOVE WORK-PATRON-NUMBER TO CIRC-PATRON-NUMBER.
           MOVE WORK-SELF-ITEM-TYPE TO CIRC-ITEM-TYPE.
           MOVE WORK-TODAY-DATE-N TO CIRC-CHECKOUT-DATE.
           MOVE WORK-TODAY-DATE-N TO CIRC-DUE-DATE.
           MOVE ZERO TO CIRC-RETURN-DATE.
           MOVE "O" TO CIRC-STATUS-FLAG.
           MOVE ZERO TO CIRC-RENEWAL-COUNT.
           MOVE WORK-DESK-BRANCH-ID TO CIRC-BRANCH-ID.
           MOVE ZERO TO CIRC-LAST-RENEWAL-DATE.
           MOVE ZERO TO CIRC-CLAIM-DATE.
           MOVE SPACE TO CIRC-LOAN-UNIT-FLAG.
           MOVE ZERO TO CIRC-DUE-TIME.
           ACCEPT WORK-NOW-TIME FROM TIME.
           MOVE WORK-NOW-HHMM TO CIRC-CHECKOUT-TIME.
           MOVE ZERO TO CIRC-RETURN-TIME.
           MOVE ZERO TO CIRC-LAST-RENEWAL-TIME.
      *    AN INSTITUTIONAL ACCOUNT BORROWS ON ITS OWN LOAN PERIOD,
      *    WHATEVER THE MEDIA TYPE'S RULE SAYS; A STAFF CARD ON THE
      *    RULE'S STAFF PERIOD WHEN IT SETS ONE.
           IF WORK-SELF-CARD-INSTITUTION
               MOVE WORK-INST-LOAN-DAYS TO WORK-LOAN-PERIOD-DAYS
           ELSE IF WORK-SELF-CARD-STAFF
                   AND WORK-STAFF-LOAN-DAYS GREATER THAN ZERO
               MOVE WORK-STAFF-LOAN-DAYS TO WORK-LOAN-PERIOD-DAYS.
           PERFORM DO-ADD-LOAN-PERIOD.

      *    THE LOAN IS ON FILE -- CROSS-REFERENCE IT, TAKE THE
      *    PATRON OFF THEIR OWN HOLD FOR IT, LEAVE IT ON THE AUDIT
      *    TRAIL, AND NOTE IT FOR THE SLIP.
       DO-SELF-RECORD-ISSUE.
           MOVE CIRC-PATRON-NUMBER TO XREF-PATRON-NUMBER.
           MOVE CIRC-ITEM-BARCODE TO XREF-ITEM-BARCODE.
           WRITE PATRON-LOAN-XREF-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           PERFORM DO-SYNC-DUE-XREF.
           PERFORM DO-SELF-FILL-OWN-HOLD.
           OPEN EXTEND AUDIT-TRAIL-FILE.
           IF WORK-AUDIT-FILE-STATUS NOT EQUAL "00"
               OPEN OUTPUT AUDIT-TRAIL-FILE.
           ACCEPT AUDIT-TRAIL-DATE FROM DATE.
           ACCEPT AUDIT-TRAIL-TIME FROM TIME.
           MOVE "SELFCK" TO AUDIT-TRAIL-ACTION.
           MOVE CIRC-PATRON-NUMBER TO AUDIT-TRAIL-PATRON-NUMBER.
           WRITE AUDIT-TRAIL-RECORD.
           CLOSE AUDIT-TRAIL-FILE.
           ADD 1 TO WORK-SELF-LOAN-COUNT.
           ADD 1 TO WORK-SELF-ISSUED-COUNT.
           SET WORK-SI-I TO WORK-SELF-ISSUED-COUNT.
           MOVE CIRC-ITEM-BARCODE
                   TO WORK-SELF-ISSUED-BARCODE (WORK-SI-I).
           MOVE WORK-SELF-TITLE TO WORK-SELF-ISSUED-TITLE (WORK-SI-I).
           MOVE CIRC-DUE-MM TO WORK-SELF-ISSUED-DUE-MM (WORK-SI-I).
           MOVE CIRC-DUE-DD TO WORK-SELF-ISSUED-DUE-DD (WORK-SI-I).
           MOVE CIRC-DUE-YY TO WORK-SELF-ISSUED-DUE-YY (WORK-SI-I).
           DISPLAY "CHECKED OUT -- " WORK-SELF-TITLE " DUE "
                   CIRC-DUE-MM "/" CIRC-DUE-DD "/" CIRC-DUE-YY.

      *    SAME ORDER AS THE DESK: A HOLD ON THIS COPY IS FILLED
      *    FIRST, FAILING THAT THE PATRON'S HOLD ON THE TITLE.
       DO-SELF-FILL-OWN-HOLD.
           MOVE "N" TO WORK-SELF-FILLED-SWITCH.
           MOVE WORK-SELF-BARCODE TO WORK-HOLD-QUEUE-KEY.
           PERFORM DO-SELF-FILL-FROM-QUEUE.
           IF NOT WORK-SELF-HOLD-FILLED
               MOVE WORK-HOLD-BOOK-NUMBER TO WORK-HOLD-QUEUE-KEY
               PERFORM DO-SELF-FILL-FROM-QUEUE
           END-IF.

       DO-SELF-FILL-FROM-QUEUE.
           MOVE "0" TO WORK-HOLD-EOF-SWITCH.
           MOVE WORK-HOLD-QUEUE-KEY TO HOLD-ITEM-BARCODE.
           MOVE ZERO TO HOLD-SEQUENCE.
           START HOLD-FILE KEY IS GREATER THAN HOLD-KEY
               INVALID KEY
                   MOVE "1" TO WORK-HOLD-EOF-SWITCH
           END-START.
           PERFORM DO-SELF-READ-NEXT-FILL UNTIL WORK-HOLD-EOF.

       DO-SELF-READ-NEXT-FILL.
           READ HOLD-FILE NEXT RECORD
               AT END
                   MOVE "1" TO WORK-HOLD-EOF-SWITCH
               NOT AT END
                   IF HOLD-ITEM-BARCODE EQUAL WORK-HOLD-QUEUE-KEY
                       IF HOLD-PATRON-NUMBER EQUAL WORK-PATRON-NUMBER
                               AND NOT HOLD-IS-FILLED
                           MOVE "F" TO HOLD-STATUS-FLAG
                           REWRITE HOLD-RECORD
                           MOVE "Y" TO WORK-SELF-FILLED-SWITCH
                           MOVE "1" TO WORK-HOLD-EOF-SWITCH
                       END-IF
                   ELSE
                       MOVE "1" TO WORK-HOLD-EOF-SWITCH
                   END-IF
           END-READ.

      *    ONE DUE-DATE SLIP FOR EVERYTHING ISSUED THIS SITTING --
      *    SAME LAYOUT AS THE DESK'S BULK-CHECKOUT SLIP.
       DO-SELF-PRINT-SLIP.
           DISPLAY "----------------------------------------"
               UPON PRINTER-DISPLAY.
           MOVE WORK-DESK-BRANCH-ID TO BRLK-BRANCH-ID.
           CALL "BRDLOOK" USING BRANCH-LOOKUP-AREA.
           IF BRLK-BRANCH-NAME NOT EQUAL SPACES
               DISPLAY BRLK-BRANCH-NAME UPON PRINTER-DISPLAY
               DISPLAY BRLK-ADDRESS-LINE-1 UPON PRINTER-DISPLAY
               DISPLAY BRLK-ADDRESS-LINE-2 UPON PRINTER-DISPLAY
               DISPLAY "PHONE " BRLK-PHONE UPON PRINTER-DISPLAY
           END-IF.
           DISPLAY "SELF-CHECKOUT RECEIPT -- CARD "
                   WORK-PATRON-NUMBER UPON PRINTER-DISPLAY.
           DISPLAY "DATE " WORK-HOLD-TODAY-RAW-MM "/"
                   WORK-HOLD-TODAY-RAW-DD "/" WORK-HOLD-TODAY-RAW-YY
               UPON PRINTER-DISPLAY.
           PERFORM DO-SELF-PRINT-SLIP-LINE
               VARYING WORK-SI-I FROM 1 BY 1
               UNTIL WORK-SI-I GREATER THAN WORK-SELF-ISSUED-COUNT.
           DISPLAY "ITEMS CHECKED OUT: " WORK-SELF-ISSUED-COUNT
               UPON PRINTER-DISPLAY.
           DISPLAY "----------------------------------------"
               UPON PRINTER-DISPLAY.
           DISPLAY "RECEIPT PRINTED -- " WORK-SELF-ISSUED-COUNT
                   " ITEM(S) CHECKED OUT".

       DO-SELF-PRINT-SLIP-LINE.
           DISPLAY WORK-SELF-ISSUED-BARCODE (WORK-SI-I) " "
                   WORK-SELF-ISSUED-TITLE (WORK-SI-I) " DUE "
                   WORK-SELF-ISSUED-DUE-MM (WORK-SI-I) "/"
                   WORK-SELF-ISSUED-DUE-DD (WORK-SI-I) "/"
                   WORK-SELF-ISSUED-DUE-YY (WORK-SI-I)
               UPON PRINTER-DISPLAY.

      *    F9 -- PROGRAM SIGN-UP. CARD AND PIN FIRST, AS FOR
      *    EVERYTHING ELSE THAT ACTS ON THE CARD; A SUSPENDED CARD IS
      *    SENT TO THE DESK.
       DO-EVENT-SIGN-UP.
           DISPLAY SCREEN1-SELF-LOOKUP.
           ACCEPT CARD-NUMBER.
           MOVE WORK-PATRON-NUMBER TO PATRON-NUMBER.
           READ NAMES-LIST
               INVALID KEY
                   PERFORM DO-REPORT-CARD-NOT-FOUND
               NOT INVALID KEY
                   PERFORM DO-CHECK-PIN-ONLY
                   IF WORK-PIN-IS-OK
                       IF PATRON-IS-INACTIVE
                           DISPLAY "PLEASE SEE THE DESK -- CARD IS "
                                   "INACTIVE"
                       ELSE
                           PERFORM DO-EVENT-SIGN-UP-FOR-PATRON
                       END-IF
                   END-IF
           END-READ.

      *    THE LIST (THE FIRST FIFTEEN -- ALL THE SCREEN HOLDS) IS
      *    SHOWN WITH THE EVENT FILE OPEN FOR READING ONLY, AND
      *    CLOSED AGAIN BEFORE EVNTREG IS CALLED.
       DO-EVENT-SIGN-UP-FOR-PATRON.
           PERFORM DO-LIST-OPEN-EVENTS.
           IF WORK-EVENT-LISTED-COUNT GREATER THAN ZERO
               MOVE SPACES TO WORK-EVENT-CODE-ENTRY
               DISPLAY "PROGRAM CODE (BLANK = NONE): "
               ACCEPT WORK-EVENT-CODE-ENTRY
               IF WORK-EVENT-CODE-ENTRY NOT EQUAL SPACES
                   MOVE "S" TO WORK-EVENT-ACTION-REPLY
                   DISPLAY "(S)IGN UP OR (C)ANCEL MY SIGN-UP? "
                   ACCEPT WORK-EVENT-ACTION-REPLY
                   IF WORK-EVENT-ACTION-REPLY EQUAL "C"
                       MOVE "C" TO EVNT-REG-FUNCTION
                   ELSE
                       MOVE "R" TO EVNT-REG-FUNCTION
                   END-IF
                   MOVE WORK-EVENT-CODE-ENTRY TO EVNT-REG-EVENT-CODE
                   MOVE PATRON-NUMBER TO EVNT-REG-PATRON-NUMBER
                   MOVE PATRON-TYPE TO EVNT-REG-PATRON-TYPE
                   MOVE PATRON-BIRTH-DATE TO EVNT-REG-BIRTH-DATE
                   MOVE "S" TO EVNT-REG-SOURCE
                   CALL "EVNTREG" USING EVENT-REG-AREA
                   DISPLAY EVNT-REG-MESSAGE
                   IF EVNT-REG-RESULT EQUAL "W"
                       DISPLAY "YOUR PLACE ON THE WAITLIST: "
                               EVNT-REG-WAIT-POSITION
                   END-IF
               END-IF
           END-IF.

       DO-LIST-OPEN-EVENTS.
           MOVE 0 TO WORK-EVENT-LISTED-COUNT.
           OPEN INPUT EVENT-FILE.
           IF WORK-EVENT-STATUS EQUAL "00"
               PERFORM DO-CALC-TODAY-NUMBER
               MOVE "0" TO WORK-EVENT-EOF-SWITCH
               MOVE LOW-VALUES TO EVT-CODE
               START EVENT-FILE KEY IS NOT LESS THAN EVT-CODE
                   INVALID KEY
                       MOVE "1" TO WORK-EVENT-EOF-SWITCH
               END-START
               PERFORM DO-LIST-NEXT-OPEN-EVENT UNTIL WORK-EVENT-EOF
               CLOSE EVENT-FILE
           END-IF.
           IF WORK-EVENT-LISTED-COUNT EQUAL ZERO
               DISPLAY "NO PROGRAMS ARE TAKING SIGN-UPS RIGHT NOW"
           END-IF.

       DO-LIST-NEXT-OPEN-EVENT.
           READ EVENT-FILE NEXT RECORD
               AT END
                   MOVE "1" TO WORK-EVENT-EOF-SWITCH
               NOT AT END
                   IF EVT-IS-OPEN
                           AND EVT-DATE NOT LESS THAN WORK-TODAY-DATE-N
                           AND WORK-EVENT-LISTED-COUNT LESS THAN 15
                       ADD 1 TO WORK-EVENT-LISTED-COUNT
                       IF EVT-REGISTERED-COUNT LESS THAN EVT-CAPACITY
                           COMPUTE WORK-EVENT-SEATS-LEFT =
                                   EVT-CAPACITY - EVT-REGISTERED-COUNT
                           DISPLAY EVT-CODE " " EVT-DATE (5:2) "/"
                                   EVT-DATE (7:2) " "
                                   EVT-START-TIME " " EVT-TITLE " "
                                   EVT-BRANCH-ID " SEATS "
                                   WORK-EVENT-SEATS-LEFT
                       ELSE
                           DISPLAY EVT-CODE " " EVT-DATE (5:2) "/"
                                   EVT-DATE (7:2) " "
                                   EVT-START-TIME " " EVT-TITLE " "
                                   EVT-BRANCH-ID " FULL - WAITLIST"
                       END-IF
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
