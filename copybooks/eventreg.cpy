      *****************************************************************
      *  EVENTREG -- COPY INTO FILE SECTION. ONE ROW PER SIGN-UP FOR  *
      *  A PROGRAM ON EVENT.DAT, KEYED BY EVENT CODE PLUS A SIGN-UP   *
      *  SEQUENCE, SO READING IN KEY ORDER WALKS ONE SESSION'S LIST   *
      *  OLDEST-FIRST -- THE ORDER THE WAITLIST MOVES UP IN. SIGN-UPS *
      *  ARE ADDED, CANCELLED AND MOVED UP ONLY BY THE EVNTREG        *
      *  ROUTINE (CALLED FROM EVNT001A AT THE DESK AND SELF001A AT    *
      *  THE TERMINAL); EVNT001A MARKS ATTENDANCE. A CANCELLED        *
      *  SIGN-UP STAYS ON FILE AS STATUS C.                           *
      *  THE COPYING PROGRAM MUST STILL DECLARE, IN FILE-CONTROL:     *
      *      SELECT EVENT-REG-FILE ASSIGN TO DISK                     *
      *      ACCESS MODE DYNAMIC                                      *
      *      ORGANIZATION INDEXED                                     *
      *      RECORD KEY EREG-KEY.                                     *
      *****************************************************************
       FD  EVENT-REG-FILE
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID "EVENTREG.DAT".
       01  EVENT-REG-RECORD.
           05  EREG-KEY.
               10  EREG-EVENT-CODE                 PIC X(6).
               10  EREG-SEQUENCE                   PIC 9(4).
           05  EREG-PATRON-NUMBER                  PIC X(5).
           05  EREG-STATUS-FLAG                    PIC X.
               88  EREG-IS-REGISTERED              VALUE "R".
               88  EREG-IS-WAITLISTED              VALUE "W".
               88  EREG-IS-CANCELLED               VALUE "C".
      *    D = TAKEN AT THE DESK, S = AT THE SELF-SERVICE TERMINAL.
           05  EREG-SOURCE-FLAG                    PIC X.
           05  EREG-SIGNUP-DATE                    PIC 9(8).
      *    WHEN THE STATUS LAST CHANGED -- A WAITLIST PROMOTION OR A
      *    CANCELLATION.
           05  EREG-STATUS-DATE                    PIC 9(8).
      *    MARKED WHEN ATTENDANCE IS TAKEN ON EVNT001A.
           05  EREG-ATTENDED-FLAG                  PIC X.
               88  EREG-ATTENDED                   VALUE "Y".
