      *****************************************************************
      *  POSITION -- COPY INTO FILE SECTION. THE BOARD-APPROVED       *
      *  STAFFING BUDGET: ONE RECORD PER APPROVED POSITION, KEYED BY  *
      *  DEPARTMENT AND POSITION NUMBER, CARRYING THE JOBCODE.DAT     *
      *  CODE THE POSITION IS FILLED UNDER, HOW MANY PEOPLE THE BOARD *
      *  APPROVED FOR IT, AND THE WEEKLY HOURS AND ANNUAL DOLLARS     *
      *  BUDGETED FOR ALL OF THEM TOGETHER. MAINTAINED ON POS001A;    *
      *  EMPM001A ASSIGNS EACH ACTIVE EMPLOYEE TO ONE AND WARNS WHEN  *
      *  A HIRE TAKES IT OVER THE APPROVED COUNT; PAY018A REPORTS     *
      *  BUDGET AGAINST ACTUAL EACH MONTH.                            *
      *  THE COPYING PROGRAM MUST STILL DECLARE, IN FILE-CONTROL:     *
      *      SELECT POSITION-FILE ASSIGN TO DISK                      *
      *      ACCESS MODE RANDOM (OR DYNAMIC/SEQUENTIAL FOR SCANS)     *
      *      ORGANIZATION INDEXED                                     *
      *      RECORD KEY POS-KEY.                                      *
      *****************************************************************
       FD  POSITION-FILE
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID "POSITION.DAT".
       01  POSITION-RECORD.
           05  POS-KEY.
               10  POS-DEPARTMENT                  PIC X(4).
               10  POS-NUMBER                      PIC X(4).
           05  POS-JOB-CODE                        PIC X(4).
           05  POS-TITLE                           PIC X(20).
      *    HEADS THE BOARD APPROVED FOR THIS POSITION, AND THE HOURS
      *    AND DOLLARS BUDGETED FOR ALL OF THEM -- NOT PER HEAD.
           05  POS-APPROVED-COUNT                  PIC 9(3).
           05  POS-WEEKLY-HOURS                    PIC 9(4)V99.
           05  POS-ANNUAL-COST                     PIC 9(7)V99.
