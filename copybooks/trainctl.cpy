      *****************************************************************
      *  TRAINCTL -- COPY INTO FILE SECTION. THE TRAINING-SET MARKER: *
      *  ONE RECORD, WRITTEN BY THE LIB051A REFRESH INTO THE TRAINING *
      *  DIRECTORY AND NEVER INTO THE LIVE ONE. AN ONLINE PROGRAM     *
      *  THAT CAN OPEN IT IS RUNNING AGAINST THE TRAINING FILES AND   *
      *  SHOWS THE TRAINING BANNER; MAIN01A REFUSES A TRAINING        *
      *  SIGN-ON WHILE IT IS MISSING (THE SET WAS NEVER LOADED).      *
      *  THE COPYING PROGRAM MUST STILL DECLARE, IN FILE-CONTROL:     *
      *      SELECT TRAINING-CONTROL-FILE ASSIGN TO DISK              *
      *      ORGANIZATION IS SEQUENTIAL                               *
      *      FILE STATUS IS WORK-TRAINING-STATUS.                     *
      *****************************************************************
       FD  TRAINING-CONTROL-FILE
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID "TRAINING.DAT".
       01  TRAINING-CONTROL-RECORD.
      *    WHEN THE TRAINING SET WAS LAST COPIED FROM PRODUCTION.
           05  TRN-REFRESH-DATE                    PIC 9(6).
           05  TRN-REFRESH-TIME                    PIC 9(8).
           05  TRN-RECORDS-LOADED                  PIC 9(7).
