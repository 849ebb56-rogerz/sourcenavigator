       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRMINIT.
      ***************************************************************
      *                                                             *
      *   ONE-TIME SETUP UTILITY -- WRITES THE STARTING ROLE        *
      *   PERMISSIONS TABLE (PERMIT.DAT). WITHOUT IT EVERY ROLE     *
      *   BUT SUPERVISOR IS REFUSED EVERY MENU KEY, SO RUN THIS     *
      *   ONCE BEFORE STAFF OTHER THAN SUPERVISORS SIGN ON. THE     *
      *   STARTING TABLE:                                           *
      *     C CLERK       -- THE DESK SCREENS: PATRONS, BOOKS,      *
      *                      CIRCULATION, STATISTICS, SELF-CHECK,   *
      *                      LOAN RULES, TRANSFERS, THE SPOOL.      *
      *     M BRANCH MGR  -- THE CLERK SET, PLUS STAFF MAINTENANCE  *
      *                      AND THE F6 DELETE ON PATRONS AND BOOKS *
      *                      AND THE RECIPROCAL ZIP TABLE           *
      *     P PAYROLL     -- THE GL MAP TABLE AND THE SPOOL.        *
      *     O OPERATOR    -- THE NIGHTLY SCHEDULE, FILE SALVAGE,    *
      *                      STATISTICS, AND THE SPOOL.             *
      *   SUPERVISORS NEED NO ROWS. CHANGES AFTER THAT ARE MADE ON  *
      *   PERM001A. IF PERMIT.DAT ALREADY EXISTS THIS LEAVES IT     *
      *   ALONE SO A RE-RUN NEVER UNDOES THOSE CHANGES.             *
      *                                                             *
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERMISSION-FILE ASSIGN TO DISK
           ACCESS MODE RANDOM
           ORGANIZATION INDEXED
           RECORD KEY PERM-KEY
           FILE STATUS IS WORK-PERMIT-STATUS.
       DATA DIVISION.
       FILE SECTION.

       copy permit.

       WORKING-STORAGE SECTION.
       01 WORK-PERMIT-STATUS                      PIC XX.
       01 WORK-SEED-INDEX                         PIC 99.
       01 WORK-SEED-VALUES.
          05 FILLER PIC X(12) VALUE "CLIB001A    ".
          05 FILLER PIC X(12) VALUE "CBOOK001A   ".
          05 FILLER PIC X(12) VALUE "CCIRC001A   ".
          05 FILLER PIC X(12) VALUE "CSTAT001A   ".
          05 FILLER PIC X(12) VALUE "CSELF001A   ".
          05 FILLER PIC X(12) VALUE "CRULE001A   ".
          05 FILLER PIC X(12) VALUE "CXFER001A   ".
          05 FILLER PIC X(12) VALUE "CSPOL001A   ".
          05 FILLER PIC X(12) VALUE "MLIB001A    ".
          05 FILLER PIC X(12) VALUE "MBOOK001A   ".
          05 FILLER PIC X(12) VALUE "MCIRC001A   ".
          05 FILLER PIC X(12) VALUE "MSTAT001A   ".
          05 FILLER PIC X(12) VALUE "MSELF001A   ".
          05 FILLER PIC X(12) VALUE "MRULE001A   ".
          05 FILLER PIC X(12) VALUE "MXFER001A   ".
          05 FILLER PIC X(12) VALUE "MSPOL001A   ".
          05 FILLER PIC X(12) VALUE "MSTAF001A   ".
          05 FILLER PIC X(12) VALUE "MLIB001A F6 ".
          05 FILLER PIC X(12) VALUE "MBOOK001AF6 ".
          05 FILLER PIC X(12) VALUE "MRZIP001A   ".
          05 FILLER PIC X(12) VALUE "PGLM001A    ".
          05 FILLER PIC X(12) VALUE "PSPOL001A   ".
          05 FILLER PIC X(12) VALUE "OSCH001A    ".
          05 FILLER PIC X(12) VALUE "OSALV001A   ".
          05 FILLER PIC X(12) VALUE "OSPOL001A   ".
          05 FILLER PIC X(12) VALUE "OSTAT001A   ".
       01 WORK-SEED-TABLE REDEFINES WORK-SEED-VALUES.
          05 WORK-SEED-ROW                        OCCURS 26 TIMES.
             10 WORK-SEED-KEY                     PIC X(12).

       PROCEDURE DIVISION.
       C000-MAIN-LINE SECTION.
       C020-MAIN-LINE-LOGIC.
           OPEN INPUT PERMISSION-FILE.
           IF WORK-PERMIT-STATUS EQUAL "00"
               CLOSE PERMISSION-FILE
               DISPLAY "PERMIT.DAT ALREADY EXISTS -- NO ACTION TAKEN"
           ELSE
               OPEN OUTPUT PERMISSION-FILE
               PERFORM DO-WRITE-SEED-ROW
                   VARYING WORK-SEED-INDEX FROM 1 BY 1
                   UNTIL WORK-SEED-INDEX GREATER THAN 26
               CLOSE PERMISSION-FILE
               DISPLAY "PERMIT.DAT CREATED -- 26 ROWS WRITTEN"
               DISPLAY "REVIEW THE TABLE ON PERM001A BEFORE GOING LIVE"
           END-IF.
           GOBACK.

       DO-WRITE-SEED-ROW.
           MOVE WORK-SEED-KEY (WORK-SEED-INDEX) TO PERM-KEY.
           MOVE "Y" TO PERM-ALLOWED-FLAG.
           WRITE PERMISSION-RECORD.
