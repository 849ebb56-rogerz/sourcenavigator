      *****************************************************************
      *  EVENT -- COPY INTO FILE SECTION. THE LIBRARY PROGRAM AND     *
      *  EVENT FILE: ONE ROW PER SESSION (A STORYTIME, A COMPUTER     *
      *  CLASS, AN AUTHOR TALK), KEYED BY A SHORT EVENT CODE STAFF    *
      *  GIVE IT ON EVNT001A. CARRIES WHEN AND WHERE IT RUNS, HOW     *
      *  MANY IT SEATS, AND THE AGE RANGE IT IS MEANT FOR. SIGN-UPS   *
      *  ARE ON EVENTREG.DAT (EVENTREG.CPY); THE TWO COUNTS HERE ARE  *
      *  KEPT IN STEP BY THE EVNTREG ROUTINE SO A FULL SESSION IS     *
      *  KNOWN WITHOUT COUNTING ITS SIGN-UPS. TWO ACTIVE SESSIONS MAY *
      *  NOT OVERLAP IN THE SAME ROOM AT THE SAME BRANCH. A SESSION   *
      *  IS NEVER DELETED -- A CANCELLED ONE (STATUS X) STAYS FOR THE *
      *  RECORD, AND ONE WHOSE ATTENDANCE HAS BEEN TAKEN (STATUS H)   *
      *  FEEDS THE LIB068A PROGRAMMING REPORT.                        *
      *  THE COPYING PROGRAM MUST STILL DECLARE, IN FILE-CONTROL:     *
      *      SELECT EVENT-FILE ASSIGN TO DISK                         *
      *      ACCESS MODE RANDOM (OR DYNAMIC FOR SCANS)                *
      *      ORGANIZATION INDEXED                                     *
      *      RECORD KEY EVT-CODE.                                     *
      *****************************************************************
       FD  EVENT-FILE
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID "EVENT.DAT".
       01  EVENT-RECORD.
           05  EVT-CODE                            PIC X(6).
           05  EVT-TITLE                           PIC X(30).
      *    THE STATE ANNUAL REPORT COUNTS PROGRAMS AND ATTENDANCE
      *    SEPARATELY FOR CHILDREN, YOUNG ADULTS AND ADULTS.
           05  EVT-AUDIENCE-FLAG                   PIC X.
               88  EVT-FOR-CHILDREN                VALUE "C".
               88  EVT-FOR-YOUNG-ADULTS            VALUE "Y".
               88  EVT-FOR-ADULTS                  VALUE "A".
               88  EVT-AUDIENCE-IS-VALID           VALUE "C" "Y" "A".
      *    CCYYMMDD, AND HHMM ON THE 24-HOUR CLOCK.
           05  EVT-DATE                            PIC 9(8).
           05  EVT-START-TIME                      PIC 9(4).
           05  EVT-END-TIME                        PIC 9(4).
           05  EVT-BRANCH-ID                       PIC X(3).
           05  EVT-ROOM                            PIC X(10).
           05  EVT-CAPACITY                        PIC 9(3).
      *    AGE IN WHOLE YEARS ON THE DAY OF THE SESSION -- 00 TO 99
      *    IS OPEN TO ALL. ONLY A JUVENILE CARD IS HELD TO IT.
           05  EVT-AGE-MIN                         PIC 99.
           05  EVT-AGE-MAX                         PIC 99.
           05  EVT-STATUS-FLAG                     PIC X.
               88  EVT-IS-OPEN                     VALUE "A".
               88  EVT-IS-CANCELLED                VALUE "X".
               88  EVT-IS-HELD                     VALUE "H".
           05  EVT-REGISTERED-COUNT                PIC 9(3).
           05  EVT-WAITLIST-COUNT                  PIC 9(3).
      *    LAST SIGN-UP SEQUENCE GIVEN OUT -- THE WAITLIST MOVES UP
      *    IN SEQUENCE ORDER.
           05  EVT-LAST-SEQUENCE                   PIC 9(4).
      *    HEADCOUNT TAKEN AT THE DOOR, WALK-INS INCLUDED.
           05  EVT-ATTENDANCE                      PIC 9(4).
      *    Y ONCE LIB067A HAS QUEUED THE REMINDERS.
           05  EVT-REMINDED-FLAG                   PIC X.
               88  EVT-REMINDERS-SENT              VALUE "Y".
