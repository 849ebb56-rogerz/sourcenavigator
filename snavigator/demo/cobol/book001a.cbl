           FILE STATUS IS WORK-HOLD-FILE-STATUS.
           SELECT CHAIN-LOG-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL.
      *    ROLE PERMISSIONS TABLE, AND THE JOURNAL A REFUSED
      *    FUNCTION IS WRITTEN TO FOR THE LIB043A SECURITY REPORT.
           SELECT PERMISSION-FILE ASSIGN TO DISK
           ACCESS MODE RANDOM
           ORGANIZATION INDEXED
           RECORD KEY PERM-KEY
           FILE STATUS IS WORK-PERMIT-STATUS.
           SELECT SIGN-ON-LOG-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WORK-SIGN-LOG-STATUS.
      *    READ-ONLY -- A COPY REGISTERED AS A GIFT IS STAMPED WITH
      *    A DONOR NUMBER THAT MUST BE ON THE DONR001A MASTER.
           SELECT DONOR-FILE ASSIGN TO DISK
           ACCESS MODE RANDOM
           ORGANIZATION INDEXED
           RECORD KEY DONOR-NUMBER
           FILE STATUS IS WORK-DONOR-FILE-STATUS.
      *    AN F6 WITHDRAWAL IS APPENDED HERE FOR THE SELECTOR'S
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


       copy holds.

       copy permit.

       copy signlog.

       copy repllog.

       copy donor.

       copy trainctl.

       WORKING-STORAGE SECTION.
      *************************************************************
      *                                                           *
          05 WORK-BOOK-BRANCH-ID                   PIC X(3).
          05 WORK-BOOK-DATE-ADDED                  PIC 9(6).
          05 WORK-BOOK-REPLACEMENT-COST            PIC 9(3)V99.
          05 WORK-BOOK-CALL-NUMBER.
             10 WORK-BOOK-CALL-CLASS               PIC X(12).
             10 WORK-BOOK-CALL-CUTTER              PIC X(8).
          05 WORK-BOOK-LOCATION-CODE               PIC X(6).
       01 PASSWORD-ACCESS-FLAG                   PIC X.
       01 CALLING-PRGM-NAME                      PIC X(12)
                                                 VALUE "BOOK001A.EXE".
       01 CALLED-FROM-PRGM-NAME                  PIC X(12).
       01 WORK-OPERATOR-ID                       PIC X(5).
       01 WORK-TRAINING-STATUS                   PIC XX.
      *    SHOWN ON LINE 1 OF THE SCREENS -- SPACES WHEN LIVE.
       01 WORK-TRAINING-BANNER                   PIC X(10)
                                                 VALUE SPACES.
      *    PERMIT.DAT LOOKUP FOR A RESTRICTED FUNCTION -- THE CALLER
      *    SETS THE FUNCTION CODE ("F6") BEFORE DO-CHECK-PERMISSION.
       01 WORK-PERMIT-STATUS                     PIC XX.
       01 WORK-SIGN-LOG-STATUS                   PIC XX.
       01 WORK-PERMIT-FUNCTION                   PIC X(3).
       01 WORK-PERMIT-OK-SWITCH                  PIC X.
          88 WORK-PERMIT-OK                          VALUE "Y".
       01 WORK-BOOKS-LIST-STATUS                 PIC XX.
       01 WORK-BOOK-CONTROL-STATUS               PIC XX.
      *    CATALOG NUMBER IS THE FILE KEY, NOT AN EDITABLE FIELD --
       01 WORK-COPIES-OUT-COUNT                  PIC 99.
       01 WORK-COPY-HIGH-NUMBER                  PIC 99.
       01 WORK-NEW-COPY-BARCODE                  PIC X(10).
      *    THE DONOR OF A GIFT COPY BEING REGISTERED -- SPACES FOR A
      *    COPY THAT WAS BOUGHT.
       01 WORK-NEW-COPY-DONOR                    PIC X(5).
       01 WORK-COPY-DONOR-OK-SWITCH              PIC X.
          88 WORK-COPY-DONOR-OK                      VALUE "Y".
       01 WORK-DONOR-FILE-STATUS                 PIC XX.
       01 WORK-DONORS-OPEN-SWITCH                PIC X.
          88 WORK-DONORS-IS-OPEN                     VALUE "Y".
      *    THIS BUILDING'S BRANCH, OFF BRANCH.DAT AT STARTUP --
      *    STAMPED ON NEW CATALOG RECORDS AND NEW COPY BARCODES.
       01 WORK-BRANCH-CONFIG-STATUS              PIC XX.
       01 WORK-DESK-BRANCH-ID                    PIC X(3) VALUE "001".
       01 WORK-REPLACEMENT-LOG-STATUS            PIC XX.
       01 WORK-TODAY-RAW-DATE.
          05 WORK-TODAY-RAW-YY                   PIC 99.
          05 WORK-TODAY-RAW-MM                   PIC 99.
          05 WORK-TODAY-RAW-DD                   PIC 99.
       01 WORK-TODAY-DATE.
          05 WORK-TODAY-CC                       PIC 99.
          05 WORK-TODAY-YY                       PIC 99.
          05 WORK-TODAY-MM                       PIC 99.
          05 WORK-TODAY-DD                       PIC 99.
      *************************************************************
      *  F9 ITEM-STATUS INQUIRY -- ONE SCREEN, KEYED BY BARCODE OR *
      *  CATALOG NUMBER, ASSEMBLING THE TITLE OFF BOOKS.LST, THE   *
          88 WORK-STATUS-BY-BARCODE                  VALUE "Y".
       01 WORK-HOLD-WAIT-COUNT                   PIC 99.
       01 WORK-HOLD-TRAP-PATRON                  PIC X(5).
      *    TITLE-LEVEL HOLDS QUEUE UNDER THE BOOK NUMBER -- ANY COPY
      *    OF THE TITLE MAY BE THE ONE THAT FILLS THEM.
       01 WORK-HOLD-QUEUE-KEY                    PIC X(10).
       01 WORK-HOLD-TITLE-KEY                    PIC X(5).
       01 WORK-HOLD-TITLE-WAIT-COUNT             PIC 99.
       SCREEN SECTION.

       01 SCREEN1-BOOK-ENTRY.
                                    HIGHLIGHT.
          05 LINE 1 COLUMN 38      VALUE "M E D I A   C A T A L O G"
                                    HIGHLIGHT.
          05 LINE 1 COLUMN 70       PIC X(10)
                                    HIGHLIGHT BLINK
                                    FROM WORK-TRAINING-BANNER.
          05 LINE 2 COLUMN 1        HIGHLIGHT
             VALUE "****************************************".
          05 LINE 2 COLUMN 41       HIGHLIGHT
                                    BACKGROUND-COLOR 6
                                    HIGHLIGHT
                                    USING WORK-BOOK-REPLACEMENT-COST.
          05 LINE 19 COLUMN 22      HIGHLIGHT
                                    VALUE "CALL NUMBER / CUTTER".
          05 CALL-CLASS-ENTRY       LINE 20 COLUMN 22
                                    PIC X(12)
                                    FOREGROUND-COLOR 7
                                    BACKGROUND-COLOR 6
                                    HIGHLIGHT
                                    USING WORK-BOOK-CALL-CLASS.
          05 CALL-CUTTER-ENTRY      LINE 20 COLUMN 35
                                    PIC X(8)
                                    FOREGROUND-COLOR 7
                                    BACKGROUND-COLOR 6
                                    HIGHLIGHT
                                    USING WORK-BOOK-CALL-CUTTER.
          05 LINE 19 COLUMN 50      HIGHLIGHT
                                    VALUE "LOCATION".
          05 LOCATION-ENTRY         LINE 20 COLUMN 50
                                    PIC X(6)
                                    FOREGROUND-COLOR 7
                                    BACKGROUND-COLOR 6
                                    HIGHLIGHT
                                    USING WORK-BOOK-LOCATION-CODE.

       01 FUNC-KEYS.
          05 LINE 23 COLUMN 2       FOREGROUND-COLOR 1
                                   WORK-OPERATOR-ID.
       C000-MAIN-LINE SECTION.
       C020-MAIN-LINE-LOGIC.
           PERFORM DO-CHECK-TRAINING-MODE.
           PERFORM DO-READ-BRANCH-CONFIG.
           PERFORM C200-DISPLAY-NEW-SCREEN.
      *    BOOKS-LIST IS INDEXED ON BOOK-NUMBER, SO A NEW ADD DOES NOT
                                 WORK-BOOK-TITLE
                                 WORK-BOOK-AUTHOR
                                 WORK-BOOK-MEDIA-TYPE
                                 WORK-BOOK-WITHDRAW-REASON
                                 WORK-BOOK-CALL-NUMBER
                                 WORK-BOOK-LOCATION-CODE.
           MOVE "A" TO           WORK-BOOK-STATUS-FLAG.
      *    A NEW TITLE IS CATALOGED BY THIS BUILDING, TODAY -- THE
      *    LABEL RUN PICKS UP THE DAY'S ADDITIONS BY THIS DATE.
                   MOVE SPACES TO WORK-NEW-COPY-BARCODE
                   ACCEPT WORK-NEW-COPY-BARCODE
                   IF WORK-NEW-COPY-BARCODE NOT EQUAL SPACES
                       PERFORM DO-ACCEPT-COPY-DONOR
                       IF WORK-COPY-DONOR-OK
                           PERFORM DO-ADD-COPY-RECORD
                       END-IF
                   END-IF
                   PERFORM DO-CLOSE-COPY-FILES
           END-READ.
           IF WORK-CIRC-FILE-STATUS EQUAL "00"
               MOVE "Y" TO WORK-CIRC-OPEN-SWITCH
           END-IF.
           MOVE "N" TO WORK-DONORS-OPEN-SWITCH.
           OPEN INPUT DONOR-FILE.
           IF WORK-DONOR-FILE-STATUS EQUAL "00"
               MOVE "Y" TO WORK-DONORS-OPEN-SWITCH
           END-IF.

       DO-CLOSE-COPY-FILES.
           CLOSE ITEM-COPY-FILE.
           IF WORK-CIRC-IS-OPEN
               CLOSE CIRCULATION-FILE
           END-IF.
           IF WORK-DONORS-IS-OPEN
               CLOSE DONOR-FILE
           END-IF.

      *    WALKS THE WHOLE ITEM FILE FOR THIS TITLE'S BARCODES --
      *    THE FILE IS KEYED BY BARCODE, SO THERE IS NO DIRECT PATH
           ELSE
               DISPLAY ITEM-BARCODE " COPY " ITEM-COPY-NUMBER " IN"
           END-IF.
           IF ITEM-GIFT-DONOR NOT EQUAL SPACES
               DISPLAY "    GIFT OF DONOR " ITEM-GIFT-DONOR
           END-IF.

      *    A DONATED COPY IS REGISTERED AGAINST ITS DONOR SO THE
      *    CATALOG SHOWS IT CAME IN AS A GIFT. THE GIFT ITSELF (DATE,
      *    ITEM COUNT, VALUE) IS RECORDED ON DONR001A.
       DO-ACCEPT-COPY-DONOR.
           MOVE "Y" TO WORK-COPY-DONOR-OK-SWITCH.
           DISPLAY "GIFT OF DONOR NUMBER (BLANK = NOT A GIFT): ".
           MOVE SPACES TO WORK-NEW-COPY-DONOR.
           ACCEPT WORK-NEW-COPY-DONOR.
           IF WORK-NEW-COPY-DONOR NOT EQUAL SPACES
               IF NOT WORK-DONORS-IS-OPEN
                   DISPLAY "NO DONOR FILE -- COPY NOT REGISTERED"
                   MOVE "N" TO WORK-COPY-DONOR-OK-SWITCH
               ELSE
                   MOVE WORK-NEW-COPY-DONOR TO DONOR-NUMBER
                   READ DONOR-FILE
                       INVALID KEY
                           DISPLAY "DONOR " WORK-NEW-COPY-DONOR
                                   " NOT ON FILE -- COPY NOT "
                                   "REGISTERED"
                           MOVE "N" TO WORK-COPY-DONOR-OK-SWITCH
                       NOT INVALID KEY
                           DISPLAY "  GIFT OF " DONOR-NAME
                   END-READ
               END-IF
           END-IF.

       DO-ADD-COPY-RECORD.
           MOVE WORK-NEW-COPY-BARCODE TO ITEM-BARCODE.
           MOVE "N" TO ITEM-SERVICE-FLAG.
           MOVE ZERO TO ITEM-REPAIR-DATE.
           MOVE ZERO TO ITEM-TRANSIT-SENT-DATE.
           MOVE WORK-NEW-COPY-DONOR TO ITEM-GIFT-DONOR.
           WRITE ITEM-COPY-RECORD
               INVALID KEY
                   DISPLAY "BARCODE ALREADY REGISTERED TO AN ITEM"
                   ELSE
                       DISPLAY "MEDIA " BOOK-MEDIA-TYPE " -- ACTIVE"
                   END-IF
                   DISPLAY "SHELVED AT " BOOK-LOCATION-CODE " "
                           BOOK-CALL-CLASS " " BOOK-CALL-CUTTER
           END-READ.

      *    EVERYTHING KNOWN ABOUT ONE PHYSICAL BARCODE: OWNING
      *    BRANCH AND TRANSIT STATE, THE OPEN LOAN WITH ITS DUE
      *    DATE, AND THE HOLD QUEUE.
       DO-SHOW-FULL-COPY-STATUS.
           MOVE WORK-STATUS-BARCODE (1:5) TO WORK-HOLD-TITLE-KEY.
           MOVE WORK-STATUS-BARCODE TO ITEM-BARCODE.
           READ ITEM-COPY-FILE
               INVALID KEY
                   DISPLAY WORK-STATUS-BARCODE
                           " NOT REGISTERED ON THE ITEM FILE"
               NOT INVALID KEY
                   MOVE ITEM-BOOK-NUMBER TO WORK-HOLD-TITLE-KEY
                   IF ITEM-IN-TRANSIT
                       DISPLAY WORK-STATUS-BARCODE " BRANCH "
                               ITEM-BRANCH-ID " -- IN TRANSIT TO "
                       DISPLAY WORK-STATUS-BARCODE " BRANCH "
                               ITEM-BRANCH-ID
                   END-IF
                   IF ITEM-GIFT-DONOR NOT EQUAL SPACES
                       PERFORM DO-SHOW-COPY-DONOR
                   END-IF
           END-READ.
           IF WORK-CIRC-IS-OPEN
               MOVE WORK-STATUS-BARCODE TO CIRC-ITEM-BARCODE
                       ELSE IF CIRC-ITEM-LOST
                           DISPLAY "REPORTED LOST BY CARD "
                                   CIRC-PATRON-NUMBER
                       ELSE IF CIRC-ITEM-CLAIMED-RETURNED
                           DISPLAY "CLAIMED RETURNED BY CARD "
                                   CIRC-PATRON-NUMBER " ON "
                                   CIRC-CLAIM-DATE (5:2) "/"
                                   CIRC-CLAIM-DATE (7:2) "/"
                                   CIRC-CLAIM-DATE (3:2)
                       ELSE
                           DISPLAY "NOT ON LOAN -- ON SHELF"
                       END-IF
               END-READ
           END-IF.
           MOVE 0 TO WORK-HOLD-WAIT-COUNT.
           MOVE SPACES TO WORK-HOLD-TRAP-PATRON.
           MOVE WORK-HOLD-TITLE-KEY TO WORK-HOLD-QUEUE-KEY.
           PERFORM DO-COUNT-BARCODE-HOLDS.
           MOVE WORK-HOLD-WAIT-COUNT TO WORK-HOLD-TITLE-WAIT-COUNT.
           MOVE 0 TO WORK-HOLD-WAIT-COUNT.
           MOVE WORK-STATUS-BARCODE TO WORK-HOLD-QUEUE-KEY.
           PERFORM DO-COUNT-BARCODE-HOLDS.
           IF WORK-HOLD-TRAP-PATRON NOT EQUAL SPACES
               DISPLAY "SET ASIDE ON THE PICKUP SHELF FOR CARD "
           ELSE
               DISPLAY "NO ONE WAITING IN THE HOLD QUEUE"
           END-IF.
           IF WORK-HOLD-TITLE-WAIT-COUNT GREATER THAN ZERO
               DISPLAY "PATRONS WAITING FOR ANY COPY OF THE TITLE: "
                       WORK-HOLD-TITLE-WAIT-COUNT
           END-IF.

       DO-SHOW-COPY-DONOR.
           MOVE SPACES TO DONOR-NAME.
           IF WORK-DONORS-IS-OPEN
               MOVE ITEM-GIFT-DONOR TO DONOR-NUMBER
               READ DONOR-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
           END-IF.
           DISPLAY "CAME IN AS A GIFT OF DONOR " ITEM-GIFT-DONOR " "
                   DONOR-NAME.

      *    A BARE CATALOG NUMBER SHOWS THE FULL PICTURE FOR EVERY
      *    COPY OF THE TITLE -- SAME WHOLE-FILE WALK AS THE COPIES
                   END-IF
           END-READ.

      *    WALKS ONE HOLD QUEUE -- THE BARCODE'S OWN OR ITS TITLE'S:
      *    HOW MANY ACTIVE HOLDS WAIT, AND WHO THIS COPY (IF IT IS
      *    TRAPPED, OR ROUTED TO A PICKUP BRANCH) IS SET ASIDE FOR.
       DO-COUNT-BARCODE-HOLDS.
           IF WORK-HOLDS-IS-OPEN
               MOVE "0" TO WORK-HOLD-EOF-SWITCH
               MOVE WORK-HOLD-QUEUE-KEY TO HOLD-ITEM-BARCODE
               MOVE ZERO TO HOLD-SEQUENCE
               START HOLD-FILE KEY IS GREATER THAN HOLD-KEY
                   INVALID KEY
               AT END
                   MOVE "1" TO WORK-HOLD-EOF-SWITCH
               NOT AT END
                   IF HOLD-ITEM-BARCODE EQUAL WORK-HOLD-QUEUE-KEY
                       IF HOLD-IS-ACTIVE
                           ADD 1 TO WORK-HOLD-WAIT-COUNT
                       ELSE IF (HOLD-IS-TRAPPED OR HOLD-IS-IN-TRANSIT)
                          AND (HOLD-TRAPPED-BARCODE EQUAL SPACES
                            OR HOLD-TRAPPED-BARCODE EQUAL
                               WORK-STATUS-BARCODE)
                           MOVE HOLD-PATRON-NUMBER
                                   TO WORK-HOLD-TRAP-PATRON
                       END-IF
      *    STOPS CIRCULATING.
       DO-WITHDRAW-BOOK.
      *    WITHDRAWING AN ITEM TAKES IT OUT OF CIRCULATION FOR
      *    GOOD -- ONLY A ROLE WITH AN F6 ROW FOR BOOK001A ON
      *    PERMIT.DAT (OR A SUPERVISOR), SAME RULE AS LIB001A'S
      *    PATRON DELETE.
           MOVE "F6" TO WORK-PERMIT-FUNCTION.
           PERFORM DO-CHECK-PERMISSION.
           IF NOT WORK-PERMIT-OK
               DISPLAY "YOUR ROLE IS NOT PERMITTED TO WITHDRAW"
           ELSE
               PERFORM DO-WITHDRAW-BOOK-RECORD.

                       MOVE "W" TO WORK-BOOK-STATUS-FLAG
                       MOVE WORK-BOOKS-RECORD TO BOOKS-RECORD
                       REWRITE BOOKS-RECORD
                       PERFORM DO-WRITE-REPLACEMENT-LOG
                       DISPLAY "ITEM WITHDRAWN FROM THE COLLECTION"
                   END-IF
           END-READ.

      *    THE TITLE IS OUT OF THE COLLECTION -- LOG IT AS A
      *    REPLACEMENT CANDIDATE FOR THE SELECTOR, SAME AS CIRC001A
      *    DOES FOR A LOST OR DAMAGED COPY. THE FIRST ROW EVER
      *    CREATES THE LOG.
       DO-WRITE-REPLACEMENT-LOG.
           PERFORM DO-GET-TODAYS-DATE.
           OPEN EXTEND REPLACEMENT-LOG-FILE.
           IF WORK-REPLACEMENT-LOG-STATUS NOT EQUAL "00"
               OPEN OUTPUT REPLACEMENT-LOG-FILE.
           MOVE WORK-TODAY-DATE TO RPL-DATE.
           ACCEPT RPL-TIME FROM TIME.
           MOVE WORK-DESK-BRANCH-ID TO RPL-BRANCH-ID.
           MOVE BOOK-NUMBER TO RPL-BOOK-NUMBER.
           MOVE SPACES TO RPL-ITEM-BARCODE.
           MOVE "WITHDR" TO RPL-REASON-CODE.
           MOVE "P" TO RPL-STATUS-FLAG.
           MOVE SPACES TO RPL-ORDER-NUMBER.
           MOVE ZERO TO RPL-DECIDED-DATE.
           WRITE REPLACEMENT-LOG-RECORD.
           CLOSE REPLACEMENT-LOG-FILE.

       DO-GET-TODAYS-DATE.
      *    WINDOW TODAY'S TWO-DIGIT YEAR THE SAME WAY LIB001A DOES.
           ACCEPT WORK-TODAY-RAW-DATE FROM DATE.
           IF WORK-TODAY-RAW-YY LESS THAN 50
               MOVE 20 TO WORK-TODAY-CC
           ELSE
               MOVE 19 TO WORK-TODAY-CC.
           MOVE WORK-TODAY-RAW-YY TO WORK-TODAY-YY.
           MOVE WORK-TODAY-RAW-MM TO WORK-TODAY-MM.
           MOVE WORK-TODAY-RAW-DD TO WORK-TODAY-DD.

      *    F7 -- BROWSE THE CATALOG BY TITLE OR AUTHOR. LEADING-
      *    SUBSTRING MATCH ON EITHER FIELD, SAME TECHNIQUE PROG501
      *    USES FOR ITS CITY SELECTION; MATCHES GO TO THE MESSAGE
               CLOSE BRANCH-CONFIG-FILE
           END-IF.

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
           MOVE WORK-OPERATOR-ID TO CHAIN-LOG-OPERATOR.
           WRITE CHAIN-LOG-RECORD.
           CLOSE CHAIN-LOG-FILE.

      *    ONE RESTRICTED FUNCTION LOOKED UP ON PERMIT.DAT FOR THE
      *    ROLE MAIN01A PASSED IN PASSWORD-ACCESS-FLAG. A SUPERVISOR
      *    IS NEVER REFUSED; ANY OTHER ROLE NEEDS A "Y" ROW, AND NO
      *    ROW (OR NO TABLE) IS A REFUSAL, JOURNALED FOR LIB043A.
       DO-CHECK-PERMISSION.
           MOVE "N" TO WORK-PERMIT-OK-SWITCH.
           IF PASSWORD-ACCESS-FLAG EQUAL "S"
               MOVE "Y" TO WORK-PERMIT-OK-SWITCH
           ELSE
               OPEN INPUT PERMISSION-FILE
               IF WORK-PERMIT-STATUS EQUAL "00"
                   MOVE PASSWORD-ACCESS-FLAG TO PERM-ROLE
                   MOVE "BOOK001A" TO PERM-PROGRAM
                   MOVE WORK-PERMIT-FUNCTION TO PERM-FUNCTION
                   READ PERMISSION-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF PERM-IS-ALLOWED
                               MOVE "Y" TO WORK-PERMIT-OK-SWITCH
                           END-IF
                   END-READ
                   CLOSE PERMISSION-FILE
               END-IF
           END-IF.
           IF NOT WORK-PERMIT-OK
               PERFORM DO-LOG-PERMIT-REFUSAL.

      *    SAME OPEN-EXTEND SHAPE AS MAIN01A'S SIGN-ON JOURNALING.
       DO-LOG-PERMIT-REFUSAL.
           OPEN EXTEND SIGN-ON-LOG-FILE.
           IF WORK-SIGN-LOG-STATUS NOT EQUAL "00"
               OPEN OUTPUT SIGN-ON-LOG-FILE.
           ACCEPT SIGN-LOG-DATE FROM DATE.
           ACCEPT SIGN-LOG-TIME FROM TIME.
           MOVE WORK-OPERATOR-ID TO SIGN-LOG-STAFF-ID.
           MOVE "DENIED" TO SIGN-LOG-EVENT.
           MOVE "BOOK001A" TO SIGN-LOG-PROGRAM.
           MOVE WORK-PERMIT-FUNCTION TO SIGN-LOG-FUNCTION.
           WRITE SIGN-ON-LOG-RECORD.
           CLOSE SIGN-ON-LOG-FILE.
