      *****************************************************************
      *  OVRLOG -- COPY INTO FILE SECTION. THE CHECKOUT OVERRIDE LOG: *
      *  ONE RECORD APPENDED EACH TIME A SUPERVISOR, BY ID AND PIN AT *
      *  THE CIRC001A BLOCK PROMPT, LETS ONE CHECKOUT THROUGH A RULE  *
      *  THAT WOULD HAVE REFUSED IT. SHOWS WHO ASKED, WHO ALLOWED IT, *
      *  FOR WHOM, ON WHICH ITEM, WHICH RULE, AND WHY. READ BY THE    *
      *  LIB050A WEEKLY OVERRIDE REPORT.                              *
      *  THE COPYING PROGRAM MUST STILL DECLARE, IN FILE-CONTROL:     *
      *      SELECT OVERRIDE-LOG-FILE ASSIGN TO DISK                  *
      *      ORGANIZATION IS SEQUENTIAL.                              *
      *****************************************************************
       FD  OVERRIDE-LOG-FILE
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID "OVERRIDE.DAT".
       01  OVERRIDE-LOG-RECORD.
           05  OVR-DATE.
               10  OVR-DATE-CC                     PIC 99.
               10  OVR-DATE-YY                     PIC 99.
               10  OVR-DATE-MM                     PIC 99.
               10  OVR-DATE-DD                     PIC 99.
           05  OVR-TIME                            PIC 9(8).
           05  OVR-BRANCH-ID                       PIC X(3).
      *    THE OPERATOR SIGNED ON AT THE DESK, AND THE SUPERVISOR
      *    WHOSE ID AND PIN WERE KEYED FOR THE OVERRIDE.
           05  OVR-CLERK-ID                        PIC X(5).
           05  OVR-SUPERVISOR-ID                   PIC X(5).
           05  OVR-PATRON-NUMBER                   PIC X(5).
           05  OVR-ITEM-BARCODE                    PIC X(10).
      *    THE RULE THE CHECKOUT WOULD OTHERWISE HAVE FAILED.
           05  OVR-RULE-CODE                       PIC X(6).
               88  OVR-RULE-INACTIVE-CARD          VALUE "INACTV".
               88  OVR-RULE-JUVENILE-MEDIA         VALUE "JUVMED".
               88  OVR-RULE-FINE-THRESHOLD         VALUE "FINES".
               88  OVR-RULE-ITEM-LIMIT             VALUE "LIMIT".
               88  OVR-RULE-CLAIMS-HISTORY         VALUE "CLAIMS".
      *    WHY THE SUPERVISOR ALLOWED IT -- ONE OF A FIXED SET OF
      *    CODES, SO THE WEEKLY REPORT CAN COUNT THEM.
           05  OVR-REASON-CODE                     PIC XX.
               88  OVR-REASON-IS-VALID             VALUE "PD" "ER"
                                                         "SC" "HW"
                                                         "MG" "OT".
