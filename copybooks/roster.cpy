      *****************************************************************
      *  ROSTER -- COPY INTO FILE SECTION. THE SCHOOL DISTRICT'S      *
      *  STUDENT ROSTER AS THE DISTRICT EXTRACTS IT FOR US EACH       *
      *  SEPTEMBER: ONE ROW PER ENROLLED STUDENT, NAMES AND ADDRESS   *
      *  IN UPPER CASE AND CUT TO THE NAMES.LST FIELD WIDTHS, WITH    *
      *  THE PARENT OR GUARDIAN WHO SIGNED THE LIBRARY CONSENT LINE   *
      *  ON THE ENROLLMENT FORM. ROSTER-GUARDIAN-CARD IS THE          *
      *  GUARDIAN'S OWN LIBRARY CARD NUMBER WHEN THE FORM GAVE ONE,   *
      *  OTHERWISE SPACES. LOADED BY LIB066A.                         *
      *  THE COPYING PROGRAM MUST STILL DECLARE, IN FILE-CONTROL:     *
      *      SELECT ROSTER-FILE ASSIGN TO DISK                        *
      *      ORGANIZATION IS LINE SEQUENTIAL.                         *
      *****************************************************************
       FD  ROSTER-FILE
           LABEL RECORDS OMITTED
           VALUE OF FILE-ID "ROSTER.DAT".
       01  ROSTER-RECORD.
      *    THE DISTRICT'S OWN STUDENT ID AND SCHOOL -- PRINTED ON THE
      *    MATCH REPORT SO STAFF CAN TAKE A QUERY BACK TO THE SCHOOL.
           05  ROSTER-STUDENT-ID                   PIC X(10).
           05  ROSTER-SCHOOL-CODE                  PIC X(4).
           05  ROSTER-GRADE                        PIC X(2).
           05  ROSTER-NAME.
               10  ROSTER-NAME-FIRST               PIC X(15).
               10  ROSTER-NAME-MIDDLE              PIC X.
               10  ROSTER-NAME-LAST                PIC X(20).
      *    CCYYMMDD.
           05  ROSTER-BIRTH-DATE                   PIC 9(8).
           05  ROSTER-ADDRESS.
               10  ROSTER-ADDRESS-ADD              PIC X(30).
               10  ROSTER-ADDRESS-ADD2             PIC X(30).
               10  ROSTER-ADDRESS-CITY             PIC X(9).
               10  ROSTER-ADDRESS-STATE            PIC X(2).
               10  ROSTER-ADDRESS-ZIP              PIC X(5).
           05  ROSTER-PHONE-NUMBER.
               10  ROSTER-PHONE-PRE                PIC X(3).
               10  ROSTER-PHONE-SUF                PIC X(4).
           05  ROSTER-GUARDIAN-NAME.
               10  ROSTER-GUARDIAN-FIRST           PIC X(15).
               10  ROSTER-GUARDIAN-LAST            PIC X(20).
           05  ROSTER-GUARDIAN-CARD                PIC X(5).
