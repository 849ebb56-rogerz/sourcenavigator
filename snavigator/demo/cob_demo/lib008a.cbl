      * THE CIRCULATION DESK HAS TRAPPED (ITEM RETURNED AND SET     *
      * ASIDE, STATUS T) AND PRINTS ONE LINE PER ITEM WAITING ON    *
      * THE PICKUP SHELF: BARCODE, CARD NUMBER, PATRON NAME, AND    *
      * THE DATE THE HOLD WAS PLACED. THE LIST IS GROUPED BY PICKUP *
      * BRANCH, EACH GROUP UNDER AN "ITEMS FOR PICKUP AT BRANCH"    *
      * HEADING, SO THE LIB072A DISTRIBUTION RUN CAN SEND EACH      *
      * BRANCH ONLY ITS OWN SHELF.                                  *
      *                                                             *
      ***************************************************************
      *
           SELECT SPOOL-INDEX-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WORK-SPOOL-INDEX-STATUS.
      *
           SELECT SORT-WORK-FILE ASSIGN TO DISK.
      *
       DATA DIVISION.
      *
       FD  PICKUP-LIST-PRINT
           LABEL RECORDS OMITTED.
       01  PICKUP-LIST-LINE                         PIC X(80).
      *
       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SORT-WORK-PICKUP-BRANCH              PIC X(3).
           05  SORT-WORK-BARCODE                    PIC X(10).
           05  SORT-WORK-PATRON-NUMBER              PIC X(5).
           05  SORT-WORK-PLACED-MM                  PIC 99.
           05  SORT-WORK-PLACED-DD                  PIC 99.
           05  SORT-WORK-PLACED-YY                  PIC 99.
      *
       WORKING-STORAGE SECTION.
      *
       01  WORK-HOLD-FILE-STATUS                    PIC XX.
       01  WORK-NAMES-LIST-STATUS                   PIC XX.
       01  W005-PICKUP-COUNT                        PIC 9(5) VALUE ZERO.
       01  W005-SORT-END-OF-FILE-SWITCH             PIC X.
           88  W005-SORT-END-OF-FILE                VALUE "1".
       01  W020-CURRENT-BRANCH                      PIC X(3).
       01  W020-FIRST-GROUP-SWITCH                  PIC X.
           88  W020-FIRST-GROUP                     VALUE "Y".
      *
       01  W010-PICKUP-DETAIL-LINE.
           05  W010-PICKUP-BARCODE               PIC X(10).
       01  W010-PICKUP-HEADING-LINE                 PIC X(80) VALUE
           "BARCODE     CARD#  NAME                              PLACED
      -    "".
      *
      *    THE GROUP HEADING IS WHAT THE DISTRIBUTION TABLE SPLITS
      *    ON -- THE BRANCH ID STARTS IN COLUMN 28.
       01  W010-GROUP-LINE.
           05  FILLER                               PIC X(27) VALUE
               "ITEMS FOR PICKUP AT BRANCH ".
           05  W010-GROUP-BRANCH                    PIC X(3).
       01  W010-NO-BRANCH-LINE                      PIC X(80) VALUE
           "PICKUP BRANCH NOT RECORDED ON THE HOLD".
      *
       01  W010-TITLE-LINE                          PIC X(80)
           VALUE "HOLD PICKUP LIST -- ITEMS SET ASIDE AT THE DESK".
               GOBACK
           END-IF.
           OPEN INPUT NAMES-LIST.
           SORT SORT-WORK-FILE
                ON ASCENDING KEY SORT-WORK-PICKUP-BRANCH
                ON ASCENDING KEY SORT-WORK-BARCODE
                INPUT PROCEDURE IS C010-SELECT-TRAPPED-HOLDS
                OUTPUT PROCEDURE IS C030-PRINT-PICKUP-LIST.
           CLOSE NAMES-LIST.
           GOBACK.
      *
      *    ONLY TRAPPED HOLDS BELONG ON THE PICKUP SHELF -- ACTIVE
      *    HOLDS ARE STILL WAITING ON A RETURN AND FILLED ONES HAVE
      *    ALREADY BEEN PICKED UP.
       C010-SELECT-TRAPPED-HOLDS.
      *
           MOVE "0" TO W005-END-OF-FILE-SWITCH.
           PERFORM C060-READ-HOLD-FILE.
           PERFORM C020-PROCESS-HOLD-RECORD
                UNTIL W005-END-OF-FILE.
           CLOSE HOLD-FILE.
      *
       C020-PROCESS-HOLD-RECORD.
      *
           IF HOLD-IS-TRAPPED
               PERFORM C025-RELEASE-TRAPPED-HOLD.
           PERFORM C060-READ-HOLD-FILE.
      *
      *    A TITLE HOLD IS KEYED BY BOOK NUMBER -- THE COPY TO PULL
      *    IS THE ONE THAT TRAPPED IT.
       C025-RELEASE-TRAPPED-HOLD.
      *
           MOVE HOLD-PICKUP-BRANCH TO SORT-WORK-PICKUP-BRANCH.
           IF HOLD-TRAPPED-BARCODE EQUAL SPACES
               MOVE HOLD-ITEM-BARCODE TO SORT-WORK-BARCODE
           ELSE
               MOVE HOLD-TRAPPED-BARCODE TO SORT-WORK-BARCODE
           END-IF.
           MOVE HOLD-PATRON-NUMBER TO SORT-WORK-PATRON-NUMBER.
           MOVE HOLD-PLACED-MM TO SORT-WORK-PLACED-MM.
           MOVE HOLD-PLACED-DD TO SORT-WORK-PLACED-DD.
           MOVE HOLD-PLACED-YY TO SORT-WORK-PLACED-YY.
           RELEASE SORT-WORK-RECORD.
      *
      *    ONE GROUP PER PICKUP BRANCH. HOLDS PLACED BEFORE THE
      *    PICKUP BRANCH WAS RECORDED SORT FIRST, UNDER THEIR OWN
      *    HEADING, AND GO TO EVERY BRANCH'S COPY.
       C030-PRINT-PICKUP-LIST.
      *
           PERFORM C900-REGISTER-SPOOL-FILE.
           OPEN OUTPUT PICKUP-LIST-PRINT.
           MOVE W010-TITLE-LINE TO PICKUP-LIST-LINE.
           WRITE PICKUP-LIST-LINE.
           MOVE W010-PICKUP-HEADING-LINE TO PICKUP-LIST-LINE.
           WRITE PICKUP-LIST-LINE AFTER ADVANCING 2 LINES.
           MOVE "Y" TO W020-FIRST-GROUP-SWITCH.
           MOVE SPACES TO W020-CURRENT-BRANCH.
           MOVE "0" TO W005-SORT-END-OF-FILE-SWITCH.
           RETURN SORT-WORK-FILE
                AT END MOVE "1" TO W005-SORT-END-OF-FILE-SWITCH.
           PERFORM C035-PRINT-ONE-PICKUP
                UNTIL W005-SORT-END-OF-FILE.
           PERFORM C080-WRITE-TOTAL-LINE.
           CLOSE PICKUP-LIST-PRINT.
      *
       C035-PRINT-ONE-PICKUP.
      *
           IF W020-FIRST-GROUP
              OR SORT-WORK-PICKUP-BRANCH NOT EQUAL W020-CURRENT-BRANCH
               MOVE "N" TO W020-FIRST-GROUP-SWITCH
               MOVE SORT-WORK-PICKUP-BRANCH TO W020-CURRENT-BRANCH
               IF SORT-WORK-PICKUP-BRANCH EQUAL SPACES
                   MOVE W010-NO-BRANCH-LINE TO PICKUP-LIST-LINE
               ELSE
                   MOVE SORT-WORK-PICKUP-BRANCH TO W010-GROUP-BRANCH
                   MOVE W010-GROUP-LINE TO PICKUP-LIST-LINE
               END-IF
               WRITE PICKUP-LIST-LINE AFTER ADVANCING 2 LINES
           END-IF.
           PERFORM C040-WRITE-PICKUP-LINE.
           RETURN SORT-WORK-FILE
                AT END MOVE "1" TO W005-SORT-END-OF-FILE-SWITCH.
      *
       C040-WRITE-PICKUP-LINE.
      *
           MOVE SORT-WORK-BARCODE TO W010-PICKUP-BARCODE.
           MOVE SORT-WORK-PATRON-NUMBER TO W010-PICKUP-CARD-NUMBER.
           MOVE SORT-WORK-PATRON-NUMBER TO PATRON-NUMBER.
           READ NAMES-LIST
               INVALID KEY
                   MOVE "** PATRON NOT ON FILE **" TO W010-PICKUP-NAME
                          PATRON-NAME-LAST   DELIMITED BY SIZE
                          INTO W010-PICKUP-NAME
           END-READ.
           MOVE SORT-WORK-PLACED-MM TO W010-PICKUP-PLACED-MM.
           MOVE SORT-WORK-PLACED-DD TO W010-PICKUP-PLACED-DD.
           MOVE SORT-WORK-PLACED-YY TO W010-PICKUP-PLACED-YY.
           MOVE W010-PICKUP-DETAIL-LINE TO PICKUP-LIST-LINE.
           WRITE PICKUP-LIST-LINE.
           ADD 1 TO W005-PICKUP-COUNT.
