      *  JOURNAL MAIN01A WRITES: ONE RECORD PER REFUSED LOGIN         *
      *  ATTEMPT (UNKNOWN STAFF ID, BAD PIN, OR A DEACTIVATED         *
      *  ACCOUNT), PER TERMINAL LOCKOUT AFTER THREE FAILURES, AND     *
      *  PER FORCED PIN CHANGE, AND PER PROGRAM OR FUNCTION KEY THE   *
      *  PERMIT.DAT TABLE REFUSED THE OPERATOR'S ROLE (MAIN01A, THE   *
      *  CHAINED SCREENS, AND THE CONSOLE PROGRAMS THAT SIGN ON FOR   *
      *  THEMSELVES ALL WRITE THOSE) -- CHAINLOG.DAT ONLY RECORDS THE *
      *  SUCCESSFUL HOPS, SO WITHOUT THIS FILE A BRUTE-FORCE          *
      *  ATTEMPT LEFT NO TRACE. THE LIB043A SECURITY EXCEPTION        *
      *  REPORT READS IT. THE STAFF ID IS THE ONE ATTEMPTED, AS       *
               88  SIGN-LOG-INACTIVE           VALUE "INACTIVE".
               88  SIGN-LOG-LOCKOUT            VALUE "LOCKOUT".
               88  SIGN-LOG-PIN-CHANGE         VALUE "PINCHG".
               88  SIGN-LOG-DENIED             VALUE "DENIED".
      *        SALV001A RAN WITHOUT CHECKING THE ID, STAFF.DAT
      *        ITSELF WOULD NOT OPEN.
               88  SIGN-LOG-NO-STAFF-FILE      VALUE "NOSTAFF".
      *    FOR A DENIED EVENT, THE PROGRAM AND FUNCTION REFUSED
      *    (FUNCTION SPACES = THE PROGRAM ITSELF). SPACES ON EVERY
      *    SIGN-ON EVENT.
           05  SIGN-LOG-PROGRAM                PIC X(8).
           05  SIGN-LOG-FUNCTION               PIC X(3).
