       IDENTIFICATION DIVISION.
       PROGRAM-ID. PINCONV.
      ***************************************************************
      *                                                             *
      *   ONE-TIME CONVERSION UTILITY -- SCRAMBLES THE PINS STILL   *
      *   HELD AS KEYED ON STAFF.DAT (CURRENT PIN AND THE THREE     *
      *   PRIOR PINS) AND NAMES.LST (THE SELF-SERVICE PIN), USING   *
      *   PINSCRAM, THE SAME ROUTINE EVERY PIN CHECK NOW USES. RUN  *
      *   ONCE, WITH NOBODY SIGNED ON, WHEN THE SCRAMBLED-PIN       *
      *   PROGRAMS GO LIVE -- UNTIL IT HAS RUN NO ONE CAN SIGN ON.  *
      *   TAKE THE LIB014A BACKUP FIRST, AND PURGE THE OLDER BACKUP *
      *   GENERATIONS ONCE IT HAS RUN, SINCE THOSE STILL HOLD THE   *
      *   PINS AS KEYED.                                            *
      *   A SCRAMBLED PIN IS ALWAYS FOUR LETTERS, SO ONLY A NUMERIC *
      *   PIN IS CONVERTED AND A RE-RUN CHANGES NOTHING. A STAFF    *
      *   PIN THAT IS NEITHER IS LISTED -- THAT ACCOUNT CANNOT SIGN *
      *   ON UNTIL A SUPERVISOR KEYS A NEW PIN ON STAF001A. SAME    *
      *   ONE-TIME CATEGORY AS STFINIT -- NOT A NIGHTLY JOB.        *
      *                                                             *
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STAFF-FILE ASSIGN TO DISK
           ACCESS MODE SEQUENTIAL
           ORGANIZATION INDEXED
           RECORD KEY STAFF-ID
           FILE STATUS IS WORK-STAFF-FILE-STATUS.
           SELECT NAMES-LIST ASSIGN TO DISK
           ACCESS MODE SEQUENTIAL
           ORGANIZATION INDEXED
           RECORD KEY PATRON-NUMBER
           FILE STATUS IS WORK-NAMES-LIST-STATUS.
           SELECT CONTROL-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.

       copy staff.

       copy patron.

       WORKING-STORAGE SECTION.
       01 WORK-STAFF-FILE-STATUS                  PIC XX.
       01 WORK-NAMES-LIST-STATUS                  PIC XX.
       01 WORK-EOF-SWITCH                         PIC X.
          88 WORK-EOF                                 VALUE "1".
       01 WORK-PRIOR-INDEX                        PIC 9.

       copy pinscrm.

       01 WORK-STAFF-READ-COUNT                   PIC 9(6) VALUE 0.
       01 WORK-STAFF-CONVERTED-COUNT              PIC 9(6) VALUE 0.
       01 WORK-STAFF-RESET-COUNT                  PIC 9(6) VALUE 0.
       01 WORK-PATRON-READ-COUNT                  PIC 9(6) VALUE 0.
       01 WORK-PATRON-CONVERTED-COUNT             PIC 9(6) VALUE 0.
       01 WORK-PATRON-RESET-COUNT                 PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       C000-MAIN-LINE SECTION.
       C020-MAIN-LINE-LOGIC.
           OPEN I-O STAFF-FILE.
           IF WORK-STAFF-FILE-STATUS NOT EQUAL "00"
               DISPLAY "PINCONV: NO STAFF.DAT ON SYSTEM -- STAFF "
                       "PINS NOT CONVERTED"
           ELSE
               MOVE "0" TO WORK-EOF-SWITCH
               PERFORM DO-CONVERT-ONE-STAFF UNTIL WORK-EOF
               CLOSE STAFF-FILE
           END-IF.
           OPEN I-O NAMES-LIST.
           IF WORK-NAMES-LIST-STATUS NOT EQUAL "00"
               DISPLAY "PINCONV: NO NAMES.LST ON SYSTEM -- PATRON "
                       "PINS NOT CONVERTED"
           ELSE
               MOVE "0" TO WORK-EOF-SWITCH
               PERFORM DO-CONVERT-ONE-PATRON UNTIL WORK-EOF
               CLOSE NAMES-LIST
           END-IF.
           DISPLAY "PINCONV: STAFF ACCOUNTS READ:    "
                   WORK-STAFF-READ-COUNT.
           DISPLAY "PINCONV: STAFF PINS SCRAMBLED:   "
                   WORK-STAFF-CONVERTED-COUNT.
           DISPLAY "PINCONV: STAFF PINS TO RESET:    "
                   WORK-STAFF-RESET-COUNT.
           DISPLAY "PINCONV: PATRON RECORDS READ:    "
                   WORK-PATRON-READ-COUNT.
           DISPLAY "PINCONV: PATRON PINS SCRAMBLED:  "
                   WORK-PATRON-CONVERTED-COUNT.
           DISPLAY "PINCONV: PATRON PINS CLEARED:    "
                   WORK-PATRON-RESET-COUNT.
           GOBACK.

       DO-CONVERT-ONE-STAFF.
           READ STAFF-FILE NEXT RECORD
               AT END
                   MOVE "1" TO WORK-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WORK-STAFF-READ-COUNT
                   PERFORM DO-SCRAMBLE-STAFF-PINS
                   REWRITE STAFF-RECORD
           END-READ.

       DO-SCRAMBLE-STAFF-PINS.
           MOVE STAFF-ID TO PIN-SCRAMBLE-KEY.
           IF STAFF-PIN NUMERIC
               MOVE STAFF-PIN TO PIN-SCRAMBLE-CLEAR
               CALL "PINSCRAM" USING PIN-SCRAMBLE-AREA
               MOVE PIN-SCRAMBLE-RESULT TO STAFF-PIN
               ADD 1 TO WORK-STAFF-CONVERTED-COUNT
           ELSE IF STAFF-PIN NOT ALPHABETIC-UPPER
               ADD 1 TO WORK-STAFF-RESET-COUNT
               DISPLAY "PINCONV: STAFF " STAFF-ID
                       " PIN IS NOT FOUR DIGITS -- RESET IT ON "
                       "STAF001A".
      *    THE PRIOR PINS ARE ONLY EVER COMPARED WITH A SCRAMBLED
      *    NEW PIN, SO THEY ARE SCRAMBLED TOO.
           PERFORM DO-SCRAMBLE-ONE-PRIOR-PIN
               VARYING WORK-PRIOR-INDEX FROM 1 BY 1
               UNTIL WORK-PRIOR-INDEX GREATER THAN 3.

       DO-SCRAMBLE-ONE-PRIOR-PIN.
           IF STAFF-PRIOR-PIN (WORK-PRIOR-INDEX) NUMERIC
               MOVE STAFF-PRIOR-PIN (WORK-PRIOR-INDEX)
                   TO PIN-SCRAMBLE-CLEAR
               CALL "PINSCRAM" USING PIN-SCRAMBLE-AREA
               MOVE PIN-SCRAMBLE-RESULT
                   TO STAFF-PRIOR-PIN (WORK-PRIOR-INDEX).

      *    A PATRON PIN THAT IS NEITHER FOUR DIGITS NOR ALREADY
      *    SCRAMBLED COULD NEVER HAVE BEEN SET AT THE DESK -- IT IS
      *    CLEARED, AND THE PATRON SETS A NEW ONE WITH F7.
       DO-CONVERT-ONE-PATRON.
           READ NAMES-LIST NEXT RECORD
               AT END
                   MOVE "1" TO WORK-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WORK-PATRON-READ-COUNT
                   IF PATRON-PIN NUMERIC
                       MOVE PATRON-NUMBER TO PIN-SCRAMBLE-KEY
                       MOVE PATRON-PIN TO PIN-SCRAMBLE-CLEAR
                       CALL "PINSCRAM" USING PIN-SCRAMBLE-AREA
                       MOVE PIN-SCRAMBLE-RESULT TO PATRON-PIN
                       ADD 1 TO WORK-PATRON-CONVERTED-COUNT
                       REWRITE NAMES-RECORD
                   ELSE
                       IF PATRON-PIN NOT ALPHABETIC-UPPER
                           MOVE SPACES TO PATRON-PIN
                           ADD 1 TO WORK-PATRON-RESET-COUNT
                           REWRITE NAMES-RECORD
                       END-IF
                   END-IF
           END-READ.
