      * COURIER, THEN AGES THE BIN: ANYTHING IN TRANSIT LONGER      *
      * THAN THE NORMAL ONE-DAY HOP PRINTS ON THE CHASE LIST SO     *
      * THE RECEIVING DESK GOES LOOKING BEFORE A PATRON DOES.       *
      * EACH GROUP IS HEADED WITH THE DESTINATION'S NAME AND        *
      * ADDRESS OFF THE BRANCH DIRECTORY.                           *
      *                                                             *
      ***************************************************************
      *
           05  FILLER                     PIC X(23) VALUE
               "ITEMS FOR BRANCH ".
           05  W015-GROUP-BRANCH                    PIC X(3).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  W015-GROUP-NAME                      PIC X(30).
      *
       01  W015-GROUP-ADDRESS-LINE.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  W015-GROUP-ADDRESS-1                 PIC X(30).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  W015-GROUP-ADDRESS-2                 PIC X(30).
      *
       01  W015-DETAIL-LINE.
           05  FILLER                     PIC X(2) VALUE SPACES.
      *
       01  W015-TITLE-LINE                          PIC X(80) VALUE
           "COURIER MANIFEST -- SIGN EACH GROUP ON HANDOVER".
      *
       copy brdlnk.
      *
       PROCEDURE DIVISION.
      *
                       PERFORM C060-WRITE-SIGNATURE-LINE
                   END-IF
                   MOVE SORT-WORK-TO-BRANCH TO W020-CURRENT-TO-BRANCH
                   PERFORM C057-WRITE-GROUP-HEADING
               END-IF
               PERFORM C055-WRITE-MANIFEST-LINE
               RETURN SORT-WORK-FILE
               MOVE W007-DAYS-IN-TRANSIT
                       TO W021-AGED-DAYS (W021-A-I)
           END-IF.
      *
      *    THE DESTINATION'S NAME AND ADDRESS COME OFF THE BRANCH
      *    DIRECTORY SO THE COURIER KNOWS WHERE THE BAG IS GOING.
       C057-WRITE-GROUP-HEADING.
      *
           MOVE SORT-WORK-TO-BRANCH TO W015-GROUP-BRANCH.
           MOVE SORT-WORK-TO-BRANCH TO BRLK-BRANCH-ID.
           CALL "BRDLOOK" USING BRANCH-LOOKUP-AREA.
           MOVE BRLK-BRANCH-NAME TO W015-GROUP-NAME.
           MOVE W015-GROUP-LINE TO MANIFEST-REPORT-LINE.
           WRITE MANIFEST-REPORT-LINE AFTER ADVANCING 2 LINES.
           IF BRLK-ADDRESS-LINE-1 NOT EQUAL SPACES
               MOVE BRLK-ADDRESS-LINE-1 TO W015-GROUP-ADDRESS-1
               MOVE BRLK-ADDRESS-LINE-2 TO W015-GROUP-ADDRESS-2
               MOVE W015-GROUP-ADDRESS-LINE TO MANIFEST-REPORT-LINE
               WRITE MANIFEST-REPORT-LINE
           END-IF.
      *
       C060-WRITE-SIGNATURE-LINE.
      *
