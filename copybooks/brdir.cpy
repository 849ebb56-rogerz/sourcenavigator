      *****************************************************************
      *  BRDIR -- COPY INTO FILE SECTION. THE BRANCH DIRECTORY: ONE   *
      *  RECORD FOR EVERY BRANCH THAT SHARES THIS SET OF FILES, KEYED *
      *  BY THE THREE-CHARACTER BRANCH ID STAMPED ON PATRON, CATALOG, *
      *  ITEM, LOAN, HOLD AND SCHEDULE RECORDS. IT CARRIES THE        *
      *  BRANCH'S FULL NAME, STREET ADDRESS AND PHONE FOR             *
      *  LETTERHEADS, SLIPS, RECEIPTS AND REPORT HEADINGS, ITS        *
      *  OPENING HOURS FOR EACH DAY OF THE WEEK (HHMM, 24-HOUR CLOCK, *
      *  SLOT 1 = SUNDAY THROUGH 7 = SATURDAY AS ON CALENDAR.DAT; A   *
      *  ZERO OPENING TIME IS A DAY THE BRANCH DOES NOT OPEN), AND    *
      *  WHO MANAGES IT. MAINTAINED BY A SUPERVISOR ON BRD001A. A     *
      *  BRANCH THAT CLOSES FOR GOOD IS MARKED INACTIVE RATHER THAN   *
      *  REMOVED, SINCE OLD RECORDS STILL CARRY ITS ID. EVERY BRANCH  *
      *  ID KEYED ONLINE IS CHECKED AGAINST IT THROUGH THE BRDLOOK    *
      *  ROUTINE (BRDLNK.CPY); UNTIL THE FIRST BRANCH IS ADDED ANY ID *
      *  IS TAKEN AS BEFORE. BRANCH.DAT STILL HOLDS THIS BUILDING'S   *
      *  OWN ID AND ADDRESS DEFAULTS.                                 *
      *  THE COPYING PROGRAM MUST STILL DECLARE, IN FILE-CONTROL:     *
      *      SELECT BRANCH-DIRECTORY-FILE ASSIGN TO DISK              *
      *      ACCESS MODE RANDOM (OR DYNAMIC/SEQUENTIAL FOR SCANS)     *
      *      ORGANIZATION INDEXED                                     *
      *      RECORD KEY BRD-BRANCH-ID.                                *
      *****************************************************************
       FD  BRANCH-DIRECTORY-FILE
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID "BRDIR.DAT".
       01  BRANCH-DIRECTORY-RECORD.
           05  BRD-BRANCH-ID                       PIC X(3).
           05  BRD-BRANCH-NAME                     PIC X(30).
           05  BRD-STREET                          PIC X(30).
           05  BRD-CITY                            PIC X(20).
           05  BRD-STATE                           PIC X(2).
           05  BRD-ZIP                             PIC X(5).
           05  BRD-PHONE                           PIC X(12).
           05  BRD-DAY                             OCCURS 7 TIMES.
               10  BRD-OPEN-TIME                   PIC 9(4).
               10  BRD-CLOSE-TIME                  PIC 9(4).
           05  BRD-MANAGER-NAME                    PIC X(25).
      *    THE MANAGER'S STAFF.DAT SIGN-ON, WHERE THEY HAVE ONE.
           05  BRD-MANAGER-STAFF-ID                PIC X(5).
           05  BRD-ACTIVE-FLAG                     PIC X.
               88  BRD-IS-ACTIVE                   VALUE "Y".
               88  BRD-IS-INACTIVE                 VALUE "N".
           05  BRD-LAST-CHANGED-BY                 PIC X(5).
           05  BRD-LAST-CHANGED-DATE               PIC 9(6).
