      *****************************************************************
      *  PERMIT -- COPY INTO FILE SECTION. THE ROLE PERMISSIONS       *
      *  TABLE: ONE ROW PER ROLE, PROGRAM, AND FUNCTION THAT ROLE IS  *
      *  ALLOWED. A ROW WITH A BLANK FUNCTION LETS THE ROLE RUN THE   *
      *  PROGRAM AT ALL (MAIN01A BLANKS ANY MENU KEY WITHOUT ONE); A  *
      *  ROW NAMING A FUNCTION KEY ("F6") OR CONSOLE COMMAND LETTER   *
      *  LETS IT USE THAT RESTRICTED FUNCTION INSIDE THE PROGRAM.     *
      *  NO ROW, OR A ROW FLAGGED N, IS A REFUSAL, JOURNALED TO       *
      *  SIGNLOG.DAT AS A DENIED EVENT. A SUPERVISOR ("S") IS NEVER   *
      *  REFUSED AND NEEDS NO ROWS -- SUPERVISORS KEEP THIS TABLE ON  *
      *  PERM001A AND MUST NOT BE ABLE TO LOCK THEMSELVES OUT OF IT.  *
      *  PRMINIT WRITES THE STARTING TABLE ON A NEW SYSTEM.           *
      *  THE COPYING PROGRAM MUST STILL DECLARE, IN FILE-CONTROL:     *
      *      SELECT PERMISSION-FILE ASSIGN TO DISK                    *
      *      ACCESS MODE RANDOM (OR DYNAMIC FOR SCANS)                *
      *      ORGANIZATION INDEXED                                     *
      *      RECORD KEY PERM-KEY.                                     *
      *****************************************************************
       FD  PERMISSION-FILE
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID "PERMIT.DAT".
       01  PERMISSION-RECORD.
           05  PERM-KEY.
      *        STAFF-ROLE -- C, P, M, OR O.
               10  PERM-ROLE                       PIC X.
      *        PROGRAM-ID, E.G. "LIB001A".
               10  PERM-PROGRAM                    PIC X(8).
      *        SPACES FOR THE PROGRAM ITSELF.
               10  PERM-FUNCTION                   PIC X(3).
           05  PERM-ALLOWED-FLAG                   PIC X.
               88  PERM-IS-ALLOWED                 VALUE "Y".
