      *****************************************************************
      *  NOTEQU -- COPY INTO FILE SECTION. THE COMMON NOTICE QUEUE:   *
      *  EVERY NOTICE-PRODUCING JOB (LIB003A RENEWALS, LIB010A        *
      *  OVERDUES, LIB026A COURTESY REMINDERS, LIB067A PROGRAM        *
      *  REMINDERS, EVNTREG WAITLIST AND PROGRAM-CANCELLED NOTICES,   *
      *  AND ANY FUTURE HOLD OR BILLING NOTICES) APPENDS ONE PENDING  *
      *  LINE PER NOTICE HERE INSTEAD OF PRINTING ITS OWN LETTERS.    *
      *  THE LIB027A PRINT RUN GATHERS EVERYTHING PENDING FOR A       *
      *  PATRON INTO ONE COMBINED LETTER -- ONE ENVELOPE PER PATRON   *
      *  -- AND MARKS THE LINES SENT IN PLACE (FIXED-LENGTH RECORDS,  *
      *  REWRITTEN ON A SECOND PASS). A LINE FOR A PATRON WITH        *
      *  NEITHER A DELIVERABLE POSTAL ADDRESS NOR A GOOD EMAIL IS     *
      *  MARKED UNDELIVERABLE INSTEAD, WITH THE DATE IT WAS HELD IN   *
      *  NQ-SENT-DATE.                                                *
      *  THE COPYING PROGRAM MUST STILL DECLARE, IN FILE-CONTROL:     *
      *      SELECT NOTICE-QUEUE-FILE ASSIGN TO DISK                  *
      *      ORGANIZATION IS SEQUENTIAL.                              *
           05  NQ-STATUS-FLAG                      PIC X.
               88  NQ-IS-PENDING                   VALUE "P".
               88  NQ-IS-SENT                      VALUE "S".
               88  NQ-IS-UNDELIVERABLE             VALUE "U".
           05  NQ-PATRON-NUMBER                    PIC X(5).
      *    WHICH JOB QUEUED THE LINE -- RENEWAL, OVERDUE, REMINDER,
      *    HOLD, BILLING. THE COMBINED LETTER GROUPS BY PATRON, NOT
