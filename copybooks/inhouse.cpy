      *****************************************************************
      *  INHOUSE -- COPY INTO FILE SECTION. THE IN-HOUSE USE FILE:    *
      *  ONE RECORD APPENDED EACH TIME THE DESK SCANS AN ITEM THAT    *
      *  WAS USED INSIDE THE BUILDING BUT NEVER BORROWED (REFERENCE, *
      *  NEWSPAPERS, MAGAZINES PICKED UP OFF THE TABLES). NO LOAN IS *
      *  CREATED AND CIRC.DAT IS NOT TOUCHED. WRITTEN BY CIRC001A    *
      *  (F5, U), READ BY THE LIB029A WEEDING REPORT, STAT001A, THE  *
      *  LIB039A NIGHTLY SNAPSHOT AND THE LIB038A ANNUAL SURVEY.     *
      *  THE COPYING PROGRAM MUST STILL DECLARE, IN FILE-CONTROL:     *
      *      SELECT IN-HOUSE-USE-FILE ASSIGN TO DISK                  *
      *      ORGANIZATION IS SEQUENTIAL.                              *
      *****************************************************************
       FD  IN-HOUSE-USE-FILE
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID "INHOUSE.DAT".
       01  IN-HOUSE-USE-RECORD.
           05  INUSE-ITEM-BARCODE                  PIC X(10).
      *    THE CATALOG MEDIA TYPE AT SCAN TIME, SO THE STATISTICS
      *    BREAK BY TYPE WITHOUT A CATALOG LOOKUP.
           05  INUSE-ITEM-TYPE                     PIC X(6).
           05  INUSE-DATE.
               10  INUSE-CC                        PIC 99.
               10  INUSE-YY                        PIC 99.
               10  INUSE-MM                        PIC 99.
               10  INUSE-DD                        PIC 99.
           05  INUSE-BRANCH-ID                     PIC X(3).
           05  INUSE-OPERATOR-ID                   PIC X(5).
