      *****************************************************************
      *  DLVLOG -- COPY INTO FILE SECTION. THE REPORT DELIVERY LOG:   *
      *  ONE LINE PER SPOOLED REPORT AND RECIPIENT EACH TIME THE      *
      *  LIB072A DISTRIBUTION RUN ACTS ON IT -- DELIVERED (D), HELD   *
      *  FOR VIEWING (H), FAILED (F, SPOOL FILE GONE OR DESTINATION   *
      *  WOULD NOT OPEN), OR NOTHING FOR THAT BRANCH (E, NO PAGES     *
      *  FOUND UNDER ITS GROUP HEADING). SPOL001A LISTS THE LINES FOR *
      *  AN ENTRY BY JOB, RUN DATE AND RUN TIME.                      *
      *  THE COPYING PROGRAM MUST STILL DECLARE, IN FILE-CONTROL:     *
      *      SELECT DELIVERY-LOG-FILE ASSIGN TO DISK                  *
      *      ORGANIZATION IS SEQUENTIAL.                              *
      *****************************************************************
       FD  DELIVERY-LOG-FILE
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID "DELIVLOG.DAT".
       01  DELIVERY-LOG-RECORD.
           05  DLV-DATE                            PIC 9(6).
           05  DLV-TIME                            PIC 9(8).
           05  DLV-JOB-NAME                        PIC X(8).
           05  DLV-RUN-DATE                        PIC 9(6).
           05  DLV-RUN-TIME                        PIC 9(8).
           05  DLV-RECIPIENT-TYPE                  PIC X.
           05  DLV-RECIPIENT                       PIC X(3).
           05  DLV-METHOD-FLAG                     PIC X.
           05  DLV-DELIVERED-FILE                  PIC X(40).
           05  DLV-LINE-COUNT                      PIC 9(6).
           05  DLV-RESULT-FLAG                     PIC X.
               88  DLV-DELIVERED                   VALUE "D".
               88  DLV-HELD                        VALUE "H".
               88  DLV-FAILED                      VALUE "F".
               88  DLV-NOTHING-FOR-BRANCH          VALUE "E".
