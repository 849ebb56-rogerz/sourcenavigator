      *****************************************************************
      *  DISTRIB -- COPY INTO FILE SECTION. THE REPORT DISTRIBUTION   *
      *  TABLE: ONE ROW PER SPOOLED JOB AND RECIPIENT, NAMING WHO     *
      *  GETS THE REPORT AND HOW. A RECIPIENT IS A BRANCH (TYPE B,    *
      *  THE BRANCH ID) OR A STAFF ROLE (TYPE R, THE ROLE LETTER).    *
      *  THE LIB072A DISTRIBUTION RUN READS EACH NEW SPOOL INDEX      *
      *  ENTRY, FINDS ITS ROWS HERE, AND DELIVERS A COPY TO EVERY     *
      *  RECIPIENT: Q TO A PRINT QUEUE, M TO A MAILBOX DIRECTORY (THE *
      *  DELIVERED FILE IS DIST-DESTINATION FOLLOWED BY THE SPOOL     *
      *  FILE NAME), OR H HELD ON THE SPOOL FOR VIEWING ON SPOL001A.  *
      *  A BRANCH ROW WITH A SPLIT TEXT GETS ONLY ITS OWN PAGES: A    *
      *  LINE STARTING WITH DIST-SPLIT-TEXT OPENS A BRANCH GROUP      *
      *  WHOSE BRANCH ID SITS AT DIST-SPLIT-COLUMN; A LINE STARTING   *
      *  WITH DIST-COMMON-TEXT RETURNS TO THE COMMON PART. LINES      *
      *  BEFORE THE FIRST GROUP (TITLE, HEADINGS) AND FROM THE COMMON *
      *  TEXT ON GO TO EVERY BRANCH. A BLANK SPLIT TEXT SENDS THE     *
      *  WHOLE REPORT. DIST001A MAINTAINS THIS TABLE.                 *
      *  THE COPYING PROGRAM MUST STILL DECLARE, IN FILE-CONTROL:     *
      *      SELECT DISTRIBUTION-FILE ASSIGN TO DISK                  *
      *      ACCESS MODE DYNAMIC                                      *
      *      ORGANIZATION INDEXED                                     *
      *      RECORD KEY DIST-KEY.                                     *
      *****************************************************************
       FD  DISTRIBUTION-FILE
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID "DISTRIB.DAT".
       01  DISTRIBUTION-RECORD.
           05  DIST-KEY.
      *        SPOOL JOB NAME, E.G. "LIB008A".
               10  DIST-JOB-NAME                   PIC X(8).
               10  DIST-RECIPIENT-TYPE             PIC X.
                   88  DIST-TO-BRANCH              VALUE "B".
                   88  DIST-TO-ROLE                VALUE "R".
      *        BRANCH ID, OR THE ROLE LETTER LEFT-JUSTIFIED.
               10  DIST-RECIPIENT                  PIC X(3).
           05  DIST-METHOD-FLAG                    PIC X.
               88  DIST-BY-PRINT-QUEUE             VALUE "Q".
               88  DIST-BY-MAILBOX                 VALUE "M".
               88  DIST-HOLD-FOR-VIEWING           VALUE "H".
      *    QUEUE OR MAILBOX DIRECTORY PREFIX, E.G. "MAIL/EAS/".
           05  DIST-DESTINATION                    PIC X(20).
           05  DIST-SPLIT-TEXT                     PIC X(20).
           05  DIST-SPLIT-COLUMN                   PIC 99.
           05  DIST-COMMON-TEXT                    PIC X(20).
