      *    PATRON-SELECTED PIN THE SELF-SERVICE TERMINAL DEMANDS
      *    BEFORE SHOWING THE RECORD -- SPACES MEANS NO PIN HAS BEEN
      *    SET YET (LOOKUP REFUSED UNTIL STAFF SET ONE ON LIB001A'S
      *    SETPIN FUNCTION). HELD SCRAMBLED UNDER THE CARD NUMBER
      *    (PINSCRAM, PINSCRM.CPY), NEVER AS KEYED, AND NEVER
      *    WRITTEN TO ANY EXPORT.
           05  PATRON-PIN                            PIC X(4).
      *    WHICH BRANCH THE PATRON REGISTERED AT -- BOTH BUILDINGS
      *    SHARE THIS ONE PATRON FILE.
      *        AND A BULK-CHECKOUT MODE AT THE CIRC001A DESK, SO A
      *        CLASSROOM STACK STOPS RIDING ON A TEACHER'S CARD.
               88  PATRON-IS-INSTITUTION                 VALUE "I".
      *        STAFF -- A LIBRARY EMPLOYEE'S OWN CARD, LINKED BELOW
      *        TO THEIR EMPMAST.DAT RECORD. BORROWS ON THE STAFF
      *        LOAN PERIOD AND FINE EXEMPTION SET PER MEDIA TYPE ON
      *        RULE001A; PAY011A TURNS IT BACK INTO AN ADULT CARD
      *        WHEN THE EMPLOYEE IS TERMINATED.
               88  PATRON-IS-STAFF                       VALUE "S".
           05  PATRON-GUARDIAN-NUMBER                PIC X(5).
      *    HOW THE PATRON WANTS THEIR NOTICES -- M MAILS A PAPER
      *    LETTER AS ALWAYS; E SENDS THE NOTICE TO THE EMAIL
      *    EXTRACT THE MAIL GATEWAY PICKS UP; T SENDS A TEXT
      *    MESSAGE TO PATRON-MOBILE-NUMBER THROUGH THE SMS EXTRACT.
      *    MAINTAINED ON THE LIB001A SCREEN; THE LIB027A NOTICE RUN
      *    SPLITS ON IT.
           05  PATRON-CONTACT-FLAG                   PIC X.
               88  PATRON-WANTS-MAIL                     VALUE "M".
               88  PATRON-WANTS-EMAIL                    VALUE "E".
               88  PATRON-WANTS-TEXT                     VALUE "T".
           05  PATRON-EMAIL-ADDRESS                  PIC X(30).
      *    CAPTURED AT REGISTRATION -- ZERO WHEN UNKNOWN. THE
      *    LIB032A AGE-UP RUN CONVERTS JUVENILES PAST THEIR 18TH
      *    ELSE'S READING HISTORY STAYS OFF LIMITS.
           05  PATRON-HISTORY-OPTIN-FLAG             PIC X.
               88  PATRON-HISTORY-OPTED-IN               VALUE "Y".
      *    LIFETIME COUNT OF LOANS THIS CARD HAS DISPUTED AS
      *    CLAIMS RETURNED -- NEVER REDUCED, EVEN WHEN THE ITEM
      *    TURNS UP. PAST THE SYSTEM LIMIT CIRC001A PUTS EACH
      *    CHECKOUT IN FRONT OF A SUPERVISOR.
           05  PATRON-CLAIMS-COUNT                   PIC 99.
      *    UNDELIVERABLE CONTACTS -- THE ADDRESS FLAG IS SET AT THE
      *    LIB001A DESK FROM A RETURNED ENVELOPE, THE EMAIL FLAG BY
      *    THE LIB048A IMPORT OF THE MAIL GATEWAY'S BOUNCES. LIB027A
      *    SENDS NOTHING TO A BAD CHANNEL, AND LIB049A LISTS THE
      *    CARDS LEFT WITH NO GOOD ONE. CORRECTING THE ADDRESS OR
      *    THE EMAIL ON THE LIB001A EDIT SCREEN CLEARS ITS FLAG.
           05  PATRON-ADDRESS-BAD-FLAG               PIC X.
               88  PATRON-ADDRESS-IS-BAD                 VALUE "Y".
           05  PATRON-EMAIL-BAD-FLAG                 PIC X.
               88  PATRON-EMAIL-IS-BAD                   VALUE "Y".
      *    FULL TEN-DIGIT MOBILE NUMBER FOR TEXT NOTICES -- AREA
      *    CODE INCLUDED, UNLIKE THE SEVEN-DIGIT LOCAL PHONE ABOVE.
      *    SPACES WHEN THE PATRON HAS NOT GIVEN ONE.
           05  PATRON-MOBILE-NUMBER.
               10  PATRON-MOBILE-AREA                PIC X(3).
               10  PATRON-MOBILE-PRE                 PIC X(3).
               10  PATRON-MOBILE-SUF                 PIC X(4).
      *    THE EMP-MASTER-ID OF THE EMPLOYEE A STAFF CARD BELONGS
      *    TO -- SPACES ON EVERY OTHER TYPE OF CARD.
           05  PATRON-EMP-MASTER-ID                  PIC X(5).
      *    RESIDENCY AS LIB001A LAST JUDGED IT FROM THE ZIP AGAINST
      *    ZIPREF.DAT AND THE RECIPROCAL-AGREEMENT TABLE: R (OR
      *    SPACE ON CARDS OLDER THAN THE FIELD) INSIDE THE SERVICE
      *    AREA, X OUTSIDE IT BUT UNDER A RECIPROCAL AGREEMENT, N
      *    NON-RESIDENT. A NON-RESIDENT CARD OWES THE ANNUAL FEE
      *    EACH TERM AND IS NOT ACTIVE (NO CHECKOUTS) WHILE THE FEE
      *    FLAG SAYS D; LIB001A SETS IT P WHEN THE FEE IS TAKEN.
           05  PATRON-RESIDENCY-FLAG                 PIC X.
               88  PATRON-IS-NON-RESIDENT                VALUE "N".
               88  PATRON-IS-RECIPROCAL                  VALUE "X".
           05  PATRON-NONRES-FEE-FLAG                PIC X.
               88  PATRON-NONRES-FEE-DUE                 VALUE "D".
               88  PATRON-NONRES-FEE-PAID                VALUE "P".

       FD  CONTROL-FILE
           LABEL RECORDS STANDARD
