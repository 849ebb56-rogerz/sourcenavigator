      *****************************************************************
      *  BRDLNK -- PARAMETER AREA FOR THE BRDLOOK ROUTINE, THE ONE    *
      *  PLACE A BRANCH ID KEYED ONLINE IS CHECKED AGAINST THE BRANCH *
      *  DIRECTORY (BRDIR.DAT) AND THE BRANCH'S NAME AND ADDRESS ARE  *
      *  FETCHED FOR A SLIP OR RECEIPT. COPY INTO WORKING-STORAGE,    *
      *  MOVE THE ID TO BRLK-BRANCH-ID, THEN                          *
      *      CALL "BRDLOOK" USING BRANCH-LOOKUP-AREA                  *
      *  AND TEST BRLK-CODE-IS-ACCEPTABLE; IF IT IS NOT, SHOW         *
      *  BRLK-MESSAGE AND ASK AGAIN. THE CALLER MUST NOT HAVE         *
      *  BRDIR.DAT OPEN ACROSS THE CALL.                              *
      *  BRLK-RESULT SAYS WHAT WAS FOUND: F ON FILE AND ACTIVE, I ON  *
      *  FILE BUT NO LONGER ACTIVE, N NOT ON FILE, D NO DIRECTORY YET *
      *  (OR AN EMPTY ONE) -- WHICH IS TAKEN AS BEFORE THE DIRECTORY  *
      *  EXISTED, SO ANY NON-BLANK ID IS ACCEPTED. ON F OR I THE      *
      *  NAME, THE TWO ADDRESS LINES AND THE PHONE ARE FILLED IN;     *
      *  OTHERWISE THEY ARE SPACES.                                   *
      *****************************************************************
       01  BRANCH-LOOKUP-AREA.
           05  BRLK-BRANCH-ID                  PIC X(3).
           05  BRLK-RESULT                     PIC X.
               88  BRLK-FOUND                  VALUE "F".
               88  BRLK-INACTIVE               VALUE "I".
               88  BRLK-NOT-FOUND              VALUE "N".
               88  BRLK-NO-DIRECTORY           VALUE "D".
               88  BRLK-CODE-IS-ACCEPTABLE     VALUE "F" "D".
           05  BRLK-BRANCH-NAME                PIC X(30).
           05  BRLK-ADDRESS-LINE-1             PIC X(30).
      *    CITY, STATE AND ZIP RUN TOGETHER FOR PRINTING.
           05  BRLK-ADDRESS-LINE-2             PIC X(30).
           05  BRLK-PHONE                      PIC X(12).
           05  BRLK-MESSAGE                    PIC X(40).
