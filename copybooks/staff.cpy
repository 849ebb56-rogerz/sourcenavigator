      *****************************************************************
      *  STAFF -- COPY INTO FILE SECTION. THE STAFF ACCOUNT FILE      *
      *  MAIN01A'S LOGIN READS AND STAF001A MAINTAINS. EVERY OPERATOR *
      *  CARRIES A ROLE, WHICH MAIN01A PASSES ALONG ON THE CHAIN IN   *
      *  PASSWORD-ACCESS-FLAG (THE ROLE LETTER ITSELF, "0" = NOT      *
      *  LOGGED IN). WHAT EACH ROLE MAY RUN, AND WHICH RESTRICTED     *
      *  FUNCTION KEYS INSIDE A PROGRAM IT MAY USE, IS LOOKED UP ON   *
      *  THE PERMIT.DAT TABLE (PERMIT.CPY). A SUPERVISOR IS NEVER     *
      *  REFUSED. A DEACTIVATED ACCOUNT STAYS ON FILE FOR THE AUDIT   *
      *  TRAIL BUT CAN NO LONGER SIGN ON.                             *
      *  THE COPYING PROGRAM MUST STILL DECLARE, IN FILE-CONTROL:     *
      *      SELECT STAFF-FILE ASSIGN TO DISK                         *
      *      ACCESS MODE RANDOM (OR DYNAMIC FOR SCANS)                *
           VALUE OF FILE-ID "STAFF.DAT".
       01  STAFF-RECORD.
           05  STAFF-ID                            PIC X(5).
      *    THE PIN AND THE PRIOR PINS ARE HELD SCRAMBLED UNDER THE
      *    STAFF ID (PINSCRAM, PINSCRM.CPY), NEVER AS KEYED.
           05  STAFF-PIN                           PIC X(4).
           05  STAFF-ROLE                          PIC X.
               88  STAFF-IS-CLERK                  VALUE "C".
               88  STAFF-IS-SUPERVISOR             VALUE "S".
               88  STAFF-IS-PAYROLL-CLERK          VALUE "P".
               88  STAFF-IS-BRANCH-MANAGER         VALUE "M".
               88  STAFF-IS-SYSTEMS-OPERATOR       VALUE "O".
               88  STAFF-ROLE-IS-VALID             VALUE "C" "S" "P"
                                                         "M" "O".
           05  STAFF-ACTIVE-FLAG                   PIC X.
               88  STAFF-IS-ACTIVE                 VALUE "Y".
      *    WHEN THE CURRENT PIN WAS SET -- MAIN01A FORCES A CHANGE
