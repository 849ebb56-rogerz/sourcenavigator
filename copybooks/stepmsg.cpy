      *****************************************************************
      *  STEPMSG -- COPY INTO FILE SECTION. THE NIGHTLY STEP MESSAGE  *
      *  FILE: THE KEY COUNTS (KIND C) AND EXCEPTIONS (KIND W) A      *
      *  BATCH STEP USED TO LEAVE ONLY ON THE CONSOLE LOG. EACH STEP  *
      *  APPENDS ITS LINES AS IT ENDS -- LIB020A OUT OF BALANCE,      *
      *  LIB021A ORPHANS, LIB025A EXPIRED HOLDS, LIB027A NOTICES,     *
      *  LIB042A GROWTH WARNINGS, LIB072A DELIVERIES. NIGHTLY EMPTIES *
      *  THE FILE AT THE START OF EACH FRESH RUN (NOT ON A RESTART)   *
      *  AND READS IT BACK FOR THE MORNING OPERATIONS SUMMARY. A STEP *
      *  RUN ON ITS OWN APPENDS THE SAME WAY.                         *
      *  THE COPYING PROGRAM MUST STILL DECLARE, IN FILE-CONTROL:     *
      *      SELECT STEP-MESSAGE-FILE ASSIGN TO DISK                  *
      *      ORGANIZATION IS SEQUENTIAL.                              *
      *****************************************************************
       FD  STEP-MESSAGE-FILE
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID "STEPMSG.DAT".
       01  STEP-MESSAGE-RECORD.
           05  STEPMSG-DATE                        PIC 9(6).
           05  STEPMSG-TIME                        PIC 9(8).
           05  STEPMSG-JOB-NAME                    PIC X(8).
           05  STEPMSG-KIND                        PIC X.
               88  STEPMSG-IS-COUNT                VALUE "C".
               88  STEPMSG-IS-WARNING              VALUE "W".
           05  STEPMSG-TEXT                        PIC X(60).
