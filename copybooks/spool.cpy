      *  EACH RUN APPENDS ONE ENTRY HERE; THE SPOL001A MANAGER SCREEN *
      *  LISTS, VIEWS, PRINTS, REPRINTS, AND PURGES SPOOLED REPORTS   *
      *  FROM THIS INDEX.                                             *
      *  AN ENTRY REGISTERED R INSTEAD OF A IS ON DISK BUT RESTRICTED *
      *  (THE LIB071A PATRON DATA-ACCESS PACKAGE): SPOL001A LETS ONLY *
      *  A SUPERVISOR, OR A ROLE WITH A SPOL001A FUNCTION R ROW ON    *
      *  PERMIT.DAT, VIEW, PRINT OR PURGE IT. A PURGE MARKS IT P.     *
      *  THE LIB072A DISTRIBUTION RUN (SEE DISTRIB.CPY) TAKES EACH A  *
      *  ENTRY AND MARKS IT D (DELIVERED TO ITS LIST), N (NO LIST ON  *
      *  DISTRIB.DAT FOR THE JOB), F (A DELIVERY FAILED -- SEE        *
      *  DELIVLOG.DAT), OR X (SPOOL FILE GONE FROM DISK). ALL BUT X   *
      *  ARE STILL ON DISK. R ENTRIES ARE NEVER DISTRIBUTED.          *
      *  THE COPYING PROGRAM MUST STILL DECLARE, IN FILE-CONTROL:     *
      *      SELECT SPOOL-INDEX-FILE ASSIGN TO DISK                   *
      *      ORGANIZATION IS SEQUENTIAL.                              *
           05  SPOOL-IDX-RUN-TIME                  PIC 9(8).
           05  SPOOL-IDX-FILE-NAME                 PIC X(20).
           05  SPOOL-IDX-STATUS                    PIC X.
               88  SPOOL-IDX-ON-DISK               VALUE "A" "R" "D"
                                                         "N" "F".
               88  SPOOL-IDX-AWAITING-DELIVERY     VALUE "A".
               88  SPOOL-IDX-DELIVERED             VALUE "D".
               88  SPOOL-IDX-NO-LIST               VALUE "N".
               88  SPOOL-IDX-DELIVERY-FAILED       VALUE "F".
               88  SPOOL-IDX-FILE-MISSING          VALUE "X".
               88  SPOOL-IDX-RESTRICTED            VALUE "R".
               88  SPOOL-IDX-PURGED                VALUE "P".
