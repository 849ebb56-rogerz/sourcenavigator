           FILE STATUS IS WORK-ITEM-FILE-STATUS.
           SELECT CHAIN-LOG-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL.
           SELECT HOLD-FILE ASSIGN TO DISK
           ACCESS MODE DYNAMIC
           ORGANIZATION INDEXED
           RECORD KEY HOLD-KEY
           FILE STATUS IS WORK-HOLD-FILE-STATUS.
           SELECT SYSTEM-PARM-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WORK-SYSPARM-STATUS.
      *    PRESENT ONLY IN THE TRAINING DIRECTORY -- OPENS ONLY
      *    WHEN A TRAINING SIGN-ON AT MAIN01A HAS POINTED THE DATA
      *    PATH THERE, AND THEN PUTS UP THE TRAINING BANNER.
           SELECT TRAINING-CONTROL-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WORK-TRAINING-STATUS.
       DATA DIVISION.
       FILE SECTION.


       copy chainlog.

       copy holds.

       copy sysparm.

       copy trainctl.

       WORKING-STORAGE SECTION.
      *************************************************************
      *                                                           *
      *  COURIER BIN) AND RECEIVED (F5, TRANSIT CLEARED AND THE   *
      *  OWNING BRANCH SET TO THE DESTINATION). AN ITEM STUCK     *
      *  IN-TRANSIT SHOWS EXACTLY WHERE IT WAS HEADED.            *
      *  A COPY THAT TRAPPED A HOLD AT ANOTHER DESK ARRIVES HERE  *
      *  WITH ITS HOLD IN TRANSIT (STATUS I) -- RECEIVING IT PUTS *
      *  THE HOLD ON THIS DESK'S PICKUP SHELF WITH A DEADLINE.    *
      *  THE DESTINATION MUST BE AN OPEN BRANCH ON THE BRANCH     *
      *  DIRECTORY, AND THE SLIP CARRIES ITS NAME AND ADDRESS.    *
      *                                                           *
      *************************************************************

                                                 VALUE "XFER001A.EXE".
       01 CALLED-FROM-PRGM-NAME                  PIC X(12).
       01 WORK-OPERATOR-ID                       PIC X(5).
       01 WORK-TRAINING-STATUS                   PIC XX.
      *    SHOWN ON LINE 1 OF THE SCREENS -- SPACES WHEN LIVE.
       01 WORK-TRAINING-BANNER                   PIC X(10)
                                                 VALUE SPACES.
       01 WORK-ITEM-FILE-STATUS                  PIC XX.
       01 WORK-TODAY-RAW-DATE.
          05 WORK-TODAY-RAW-YY                    PIC 99.
          05 WORK-TODAY-RAW-MM                    PIC 99.
          05 WORK-TODAY-RAW-DD                    PIC 99.
       01 WORK-HOLD-FILE-STATUS                  PIC XX.
       01 WORK-SYSPARM-STATUS                    PIC XX.
       01 WORK-HOLDS-OPEN-SWITCH                 PIC X VALUE "N".
          88 WORK-HOLDS-ARE-OPEN                     VALUE "Y".
       01 WORK-HOLD-EOF-SWITCH                   PIC X.
          88 WORK-HOLD-EOF                           VALUE "1".
       01 WORK-HOLD-PICKUP-DAYS                  PIC 99 VALUE 7.
       01 WORK-HOLD-QUEUE-KEY                    PIC X(10).
       01 WORK-HOLD-SHELVED-SWITCH               PIC X.
          88 WORK-HOLD-SHELVED                       VALUE "Y".
       01 WORK-RECV-BARCODE                      PIC X(10).
       01 WORK-RECV-BOOK-NUMBER                  PIC X(5).
       01 WORK-RECV-BRANCH-ID                    PIC X(3).
       01 WORK-DAYS-IN-MONTH-TABLE.
          05 FILLER                              PIC 99 VALUE 31.
          05 FILLER                              PIC 99 VALUE 28.
          05 FILLER                              PIC 99 VALUE 31.
          05 FILLER                              PIC 99 VALUE 30.
          05 FILLER                              PIC 99 VALUE 31.
          05 FILLER                              PIC 99 VALUE 30.
          05 FILLER                              PIC 99 VALUE 31.
          05 FILLER                              PIC 99 VALUE 31.
          05 FILLER                              PIC 99 VALUE 30.
          05 FILLER                              PIC 99 VALUE 31.
          05 FILLER                              PIC 99 VALUE 30.
          05 FILLER                              PIC 99 VALUE 31.
       01 WORK-DAYS-IN-MONTH REDEFINES
                              WORK-DAYS-IN-MONTH-TABLE.
          05 WORK-MONTH-DAYS                     PIC 99 OCCURS 12.

       copy brdlnk.

       SCREEN SECTION.

                                    HIGHLIGHT.
          05 LINE 1 COLUMN 30      VALUE "T R A N S F E R S"
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
           OPEN I-O ITEM-COPY-FILE.
           IF WORK-ITEM-FILE-STATUS NOT EQUAL "00"
               DISPLAY "NO ITEM FILE -- REGISTER COPIES IN BOOK001A "
                       "FIRST"
               PERFORM DO-LOG-CHAIN
               CHAIN CALLED-FROM-PRGM-NAME.
      *    NO HOLD FILE YET MEANS NO HOLD CAN BE RIDING IN TRANSIT --
      *    TRANSFERS RUN EXACTLY AS BEFORE.
           OPEN I-O HOLD-FILE.
           IF WORK-HOLD-FILE-STATUS EQUAL "00"
               MOVE "Y" TO WORK-HOLDS-OPEN-SWITCH
               PERFORM DO-READ-SYSTEM-PARMS.
           PERFORM DO-ACCEPT-1-COMMAND UNTIL KEY-SWITCH
                   EQUAL KEY-SWITCH-F10.
           CLOSE ITEM-COPY-FILE.
           IF WORK-HOLDS-ARE-OPEN
               CLOSE HOLD-FILE.
           PERFORM DO-LOG-CHAIN.
           CHAIN CALLED-FROM-PRGM-NAME.
       C200-DISPLAY-NEW-SCREEN.
                   ELSE IF WORK-XFER-TO-BRANCH EQUAL ITEM-BRANCH-ID
                       DISPLAY "ITEM IS ALREADY AT THAT BRANCH"
                   ELSE
                       MOVE WORK-XFER-TO-BRANCH TO BRLK-BRANCH-ID
                       CALL "BRDLOOK" USING BRANCH-LOOKUP-AREA
                       IF NOT BRLK-CODE-IS-ACCEPTABLE
                           DISPLAY BRLK-MESSAGE
                       ELSE
                           MOVE "T" TO ITEM-TRANSIT-FLAG
                           MOVE WORK-XFER-TO-BRANCH
                                   TO ITEM-TRANSIT-TO-BRANCH
                           PERFORM DO-STAMP-TRANSIT-DATE
                           REWRITE ITEM-COPY-RECORD
                           PERFORM DO-PRINT-TRANSFER-SLIP
                           DISPLAY "ITEM MARKED IN TRANSIT"
                       END-IF
                   END-IF
           END-READ.

                       MOVE "N" TO ITEM-TRANSIT-FLAG
                       MOVE SPACES TO ITEM-TRANSIT-TO-BRANCH
                       MOVE ZERO TO ITEM-TRANSIT-SENT-DATE
                       MOVE ITEM-BARCODE TO WORK-RECV-BARCODE
                       MOVE ITEM-BOOK-NUMBER TO WORK-RECV-BOOK-NUMBER
                       MOVE ITEM-BRANCH-ID TO WORK-RECV-BRANCH-ID
                       REWRITE ITEM-COPY-RECORD
                       DISPLAY "ITEM RECEIVED AT " WORK-RECV-BRANCH-ID
                       IF WORK-HOLDS-ARE-OPEN
                           PERFORM DO-SHELVE-ROUTED-HOLD
                       END-IF
                   END-IF
           END-READ.

      *    A COPY ROUTED TO A PATRON'S PICKUP BRANCH CARRIES ITS
      *    HOLD IN STATUS I -- LOOK IN THE COPY'S OWN QUEUE, THEN
      *    THE TITLE QUEUE, FOR THE HOLD THIS BARCODE TRAPPED.
       DO-SHELVE-ROUTED-HOLD.
           MOVE "N" TO WORK-HOLD-SHELVED-SWITCH.
           MOVE WORK-RECV-BARCODE TO WORK-HOLD-QUEUE-KEY.
           PERFORM DO-SCAN-ROUTED-QUEUE.
           IF NOT WORK-HOLD-SHELVED
              AND WORK-RECV-BOOK-NUMBER NOT EQUAL SPACES
               MOVE SPACES TO WORK-HOLD-QUEUE-KEY
               MOVE WORK-RECV-BOOK-NUMBER TO WORK-HOLD-QUEUE-KEY
               PERFORM DO-SCAN-ROUTED-QUEUE
           END-IF.

       DO-SCAN-ROUTED-QUEUE.
           MOVE "0" TO WORK-HOLD-EOF-SWITCH.
           MOVE WORK-HOLD-QUEUE-KEY TO HOLD-ITEM-BARCODE.
           MOVE ZERO TO HOLD-SEQUENCE.
           START HOLD-FILE KEY IS GREATER THAN HOLD-KEY
               INVALID KEY
                   MOVE "1" TO WORK-HOLD-EOF-SWITCH
           END-START.
           PERFORM DO-READ-NEXT-ROUTED-HOLD
               UNTIL WORK-HOLD-EOF OR WORK-HOLD-SHELVED.

      *    A HOLD WHOSE PICKUP BRANCH IS NOT THIS ONE STAYS IN
      *    TRANSIT -- THE COPY WAS MISROUTED AND GOES BACK IN THE
      *    BIN FOR THE RIGHT DESK.
       DO-READ-NEXT-ROUTED-HOLD.
           READ HOLD-FILE NEXT RECORD
               AT END
                   MOVE "1" TO WORK-HOLD-EOF-SWITCH
               NOT AT END
                   IF HOLD-ITEM-BARCODE NOT EQUAL WORK-HOLD-QUEUE-KEY
                       MOVE "1" TO WORK-HOLD-EOF-SWITCH
                   ELSE IF HOLD-IS-IN-TRANSIT
                      AND HOLD-TRAPPED-BARCODE EQUAL WORK-RECV-BARCODE
                       MOVE "Y" TO WORK-HOLD-SHELVED-SWITCH
                       IF HOLD-PICKUP-BRANCH EQUAL WORK-RECV-BRANCH-ID
                           MOVE "T" TO HOLD-STATUS-FLAG
                           PERFORM DO-STAMP-PICKUP-DEADLINE
                           REWRITE HOLD-RECORD
                           DISPLAY "HOLD -- SET ASIDE ON THE PICKUP "
                                   "SHELF FOR CARD " HOLD-PATRON-NUMBER
                       ELSE
                           DISPLAY "HOLD COPY -- FORWARD TO BRANCH "
                                   HOLD-PICKUP-BRANCH
                       END-IF
                   END-IF
           END-READ.

      *    TODAY PLUS THE SYSPARM PICKUP DAYS, CARRIED THE SAME WAY
      *    CIRC001A STAMPS A HOLD TRAPPED AT ITS OWN DESK.
       DO-STAMP-PICKUP-DEADLINE.
           ACCEPT WORK-TODAY-RAW-DATE FROM DATE.
           IF WORK-TODAY-RAW-YY LESS THAN 50
               MOVE 20 TO HOLD-PICKUP-CC
           ELSE
               MOVE 19 TO HOLD-PICKUP-CC.
           MOVE WORK-TODAY-RAW-YY TO HOLD-PICKUP-YY.
           MOVE WORK-TODAY-RAW-MM TO HOLD-PICKUP-MM.
           MOVE WORK-TODAY-RAW-DD TO HOLD-PICKUP-DD.
           ADD WORK-HOLD-PICKUP-DAYS TO HOLD-PICKUP-DD.
           PERFORM UNTIL HOLD-PICKUP-DD NOT GREATER THAN
                   WORK-MONTH-DAYS (HOLD-PICKUP-MM)
               SUBTRACT WORK-MONTH-DAYS (HOLD-PICKUP-MM)
                       FROM HOLD-PICKUP-DD
               ADD 1 TO HOLD-PICKUP-MM
               IF HOLD-PICKUP-MM GREATER THAN 12
                   MOVE 1 TO HOLD-PICKUP-MM
                   ADD 1 TO HOLD-PICKUP-YY
                   IF HOLD-PICKUP-YY EQUAL ZERO
                       ADD 1 TO HOLD-PICKUP-CC
           END-PERFORM.

      *    ONLY THE PICKUP DAYS ARE WANTED HERE; A MISSING SYSPARM
      *    LEAVES THE SHOP DEFAULT OF 7.
       DO-READ-SYSTEM-PARMS.
           OPEN INPUT SYSTEM-PARM-FILE.
           IF WORK-SYSPARM-STATUS EQUAL "00"
               READ SYSTEM-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-HOLD-PICKUP-DAYS IS NUMERIC
                          AND PARM-HOLD-PICKUP-DAYS GREATER THAN ZERO
                           MOVE PARM-HOLD-PICKUP-DAYS
                                   TO WORK-HOLD-PICKUP-DAYS
                       END-IF
               END-READ
               CLOSE SYSTEM-PARM-FILE
           END-IF.

      *    TODAY AS CCYYMMDD ON THE COPY RECORD, WINDOWED THE SAME
      *    WAY EVERY SCREEN WINDOWS TODAY -- THE LIB031A AGING RUN
      *    COUNTS FROM THIS STAMP.
           DISPLAY "BARCODE: " ITEM-BARCODE UPON PRINTER-DISPLAY.
           DISPLAY "TITLE NUMBER: " ITEM-BOOK-NUMBER
                   UPON PRINTER-DISPLAY.
      *    BOTH ENDS BY NAME, AND WHERE THE COURIER IS TAKING IT
      *    -- BLANK UNTIL THE BRANCH DIRECTORY IS SET UP.
           MOVE ITEM-BRANCH-ID TO BRLK-BRANCH-ID.
           CALL "BRDLOOK" USING BRANCH-LOOKUP-AREA.
           DISPLAY "FROM BRANCH: " ITEM-BRANCH-ID " " BRLK-BRANCH-NAME
                   UPON PRINTER-DISPLAY.
           MOVE ITEM-TRANSIT-TO-BRANCH TO BRLK-BRANCH-ID.
           CALL "BRDLOOK" USING BRANCH-LOOKUP-AREA.
           DISPLAY "TO BRANCH:   " ITEM-TRANSIT-TO-BRANCH " "
                   BRLK-BRANCH-NAME UPON PRINTER-DISPLAY.
           IF BRLK-ADDRESS-LINE-1 NOT EQUAL SPACES
               DISPLAY "             " BRLK-ADDRESS-LINE-1
                       UPON PRINTER-DISPLAY
               DISPLAY "             " BRLK-ADDRESS-LINE-2
                       UPON PRINTER-DISPLAY
           END-IF.
           DISPLAY "SENT BY OPERATOR " WORK-OPERATOR-ID
                   UPON PRINTER-DISPLAY.

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
