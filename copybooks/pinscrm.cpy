      *****************************************************************
      *                                                               *
      *  PINSCRM -- PARAMETER AREA FOR THE PINSCRAM ROUTINE THAT      *
      *  SCRAMBLES A STAFF OR PATRON PIN ONE WAY BEFORE IT IS STORED  *
      *  OR COMPARED. COPY INTO WORKING-STORAGE, MOVE THE RECORD KEY  *
      *  (STAFF-ID OR PATRON-NUMBER) AND THE PIN AS KEYED, THEN       *
      *      CALL "PINSCRAM" USING PIN-SCRAMBLE-AREA                  *
      *  AND STORE OR COMPARE PIN-SCRAMBLE-RESULT -- NEVER THE PIN    *
      *  ITSELF. THE RESULT IS ALWAYS FOUR LETTERS, SO A NUMERIC PIN  *
      *  FIELD ON FILE IS ONE NOT YET SCRAMBLED (PINCONV CONVERTS     *
      *  THOSE). A BLANK PIN SCRAMBLES TO SPACES -- NO PIN SET.       *
      *                                                               *
      *****************************************************************
       01  PIN-SCRAMBLE-AREA.
           05  PIN-SCRAMBLE-KEY                PIC X(5).
           05  PIN-SCRAMBLE-CLEAR              PIC X(4).
           05  PIN-SCRAMBLE-RESULT             PIC X(4).
