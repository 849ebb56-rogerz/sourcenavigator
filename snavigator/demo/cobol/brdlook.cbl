       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRDLOOK.
      ***************************************************************
      *                                                             *
      *   BRANCH DIRECTORY LOOKUP -- CALLED WHEREVER A BRANCH ID IS *
      *   KEYED ONLINE (SHIFTS, TRANSFERS, HOLD PICKUP, PROGRAMS,   *
      *   REPORT DISTRIBUTION) SO EVERY ONE IS CHECKED THE SAME WAY *
      *   AGAINST BRDIR.DAT, AND BY THE SLIPS AND RECEIPTS THAT     *
      *   PRINT A BRANCH'S NAME AND ADDRESS. A BRANCH MARKED        *
      *   INACTIVE IS STILL NAMED BUT IS NOT ACCEPTED FOR NEW WORK. *
      *   UNTIL THE FIRST BRANCH IS ADDED ON BRD001A ANY NON-BLANK  *
      *   ID IS ACCEPTED AS BEFORE. SEE BRDLNK.CPY FOR THE CALL.    *
      *                                                             *
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BRANCH-DIRECTORY-FILE ASSIGN TO DISK
           ACCESS MODE DYNAMIC
           ORGANIZATION INDEXED
           RECORD KEY BRD-BRANCH-ID
           FILE STATUS IS WORK-BRANCH-DIR-STATUS.
       DATA DIVISION.
       FILE SECTION.

       copy brdir.

       WORKING-STORAGE SECTION.
       01 WORK-BRANCH-DIR-STATUS                  PIC XX.
       LINKAGE SECTION.

       copy brdlnk.

       PROCEDURE DIVISION USING BRANCH-LOOKUP-AREA.
       C000-MAIN-LINE SECTION.
       C020-MAIN-LINE-LOGIC.
           MOVE "N" TO BRLK-RESULT.
           MOVE SPACES TO BRLK-BRANCH-NAME BRLK-ADDRESS-LINE-1
                          BRLK-ADDRESS-LINE-2 BRLK-PHONE BRLK-MESSAGE.
           IF BRLK-BRANCH-ID EQUAL SPACES
               MOVE "A BRANCH ID IS REQUIRED" TO BRLK-MESSAGE
               GOBACK.
           OPEN INPUT BRANCH-DIRECTORY-FILE.
           IF WORK-BRANCH-DIR-STATUS NOT EQUAL "00"
               MOVE "D" TO BRLK-RESULT
               GOBACK.
           MOVE BRLK-BRANCH-ID TO BRD-BRANCH-ID.
           READ BRANCH-DIRECTORY-FILE
               INVALID KEY
                   PERFORM DO-CHECK-DIRECTORY-EMPTY
               NOT INVALID KEY
                   PERFORM DO-RETURN-BRANCH
           END-READ.
           CLOSE BRANCH-DIRECTORY-FILE.
           GOBACK.

      *    NOT ON FILE -- BUT A DIRECTORY WITH NOTHING IN IT YET IS
      *    THE SAME AS NO DIRECTORY AT ALL.
       DO-CHECK-DIRECTORY-EMPTY.
           MOVE LOW-VALUES TO BRD-BRANCH-ID.
           START BRANCH-DIRECTORY-FILE
               KEY IS NOT LESS THAN BRD-BRANCH-ID
               INVALID KEY
                   MOVE "D" TO BRLK-RESULT
               NOT INVALID KEY
                   MOVE "NO SUCH BRANCH IN THE DIRECTORY"
                       TO BRLK-MESSAGE
           END-START.

       DO-RETURN-BRANCH.
           IF BRD-IS-ACTIVE
               MOVE "F" TO BRLK-RESULT
           ELSE
               MOVE "I" TO BRLK-RESULT
               MOVE "THAT BRANCH IS NO LONGER ACTIVE" TO BRLK-MESSAGE
           END-IF.
           MOVE BRD-BRANCH-NAME TO BRLK-BRANCH-NAME.
           MOVE BRD-STREET TO BRLK-ADDRESS-LINE-1.
           STRING BRD-CITY DELIMITED BY "  "
                  ", " DELIMITED BY SIZE
                  BRD-STATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  BRD-ZIP DELIMITED BY SIZE
               INTO BRLK-ADDRESS-LINE-2.
           MOVE BRD-PHONE TO BRLK-PHONE.
