      *****************************************************************
      *                                                               *
      *  EVNTLNK -- PARAMETER AREA FOR THE EVNTREG ROUTINE, THE ONE   *
      *  PLACE A SIGN-UP FOR A PROGRAM ON EVENT.DAT IS TAKEN,         *
      *  CANCELLED OR MOVED UP OFF THE WAITLIST. COPY INTO            *
      *  WORKING-STORAGE, FILL IN THE FUNCTION AND EVENT CODE (AND    *
      *  FOR R OR C THE CARD'S NUMBER, TYPE AND BIRTH DATE AS READ    *
      *  OFF NAMES.LST), THEN                                         *
      *      CALL "EVNTREG" USING EVENT-REG-AREA                      *
      *  AND SHOW EVNT-REG-MESSAGE. THE CALLER MUST NOT HAVE          *
      *  EVENT.DAT OR EVENTREG.DAT OPEN ACROSS THE CALL.              *
      *  FUNCTIONS: R = SIGN UP, C = CANCEL ONE SIGN-UP,              *
      *             P = FILL OPEN SEATS FROM THE WAITLIST (AFTER THE  *
      *                 CAPACITY IS RAISED),                          *
      *             X = THE PROGRAM ITSELF IS CANCELLED -- TELL       *
      *                 EVERYONE SIGNED UP OR WAITING.                *
      *  EVNT-REG-RESULT SAYS WHAT HAPPENED: R SIGNED UP, W PUT ON    *
      *  THE WAITLIST (AT EVNT-REG-WAIT-POSITION), C CANCELLED,       *
      *  D DONE (P AND X), E REFUSED. EVNT-REG-NOTICE-COUNT IS HOW    *
      *  MANY NOTICES WENT ON NOTEQUE.DAT.                            *
      *                                                               *
      *****************************************************************
       01  EVENT-REG-AREA.
           05  EVNT-REG-FUNCTION               PIC X.
           05  EVNT-REG-EVENT-CODE             PIC X(6).
           05  EVNT-REG-PATRON-NUMBER          PIC X(5).
           05  EVNT-REG-PATRON-TYPE            PIC X.
           05  EVNT-REG-BIRTH-DATE             PIC 9(8).
      *    D = DESK, S = SELF-SERVICE TERMINAL.
           05  EVNT-REG-SOURCE                 PIC X.
           05  EVNT-REG-RESULT                 PIC X.
           05  EVNT-REG-WAIT-POSITION          PIC 9(3).
           05  EVNT-REG-NOTICE-COUNT           PIC 9(3).
           05  EVNT-REG-MESSAGE                PIC X(40).
