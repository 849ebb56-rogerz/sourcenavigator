      *****************************************************************
      *  REPLLOG -- COPY INTO FILE SECTION. THE REPLACEMENT-CANDIDATE *
      *  LOG: ONE RECORD APPENDED EACH TIME A COPY LEAVES THE         *
      *  COLLECTION -- CIRC001A BILLING A LOST ITEM OR TAKING BACK A  *
      *  DAMAGED ONE, LIB011A ESCALATING A MISSING TITLE, OR A        *
      *  BOOK001A F6 WITHDRAWAL. LIB060A PRINTS THE WEEK'S TITLES FOR *
      *  THE SELECTOR WITH COPIES LEFT, HOLDS WAITING AND LIFETIME    *
      *  LOANS; ACQ001A (S) WALKS THE PENDING ROWS AND TURNS AN       *
      *  ACCEPTED ONE INTO AN OPEN ORDER LINE, REWRITING THE ROW      *
      *  WITH THE DECISION.                                           *
      *  THE COPYING PROGRAM MUST STILL DECLARE, IN FILE-CONTROL:     *
      *      SELECT REPLACEMENT-LOG-FILE ASSIGN TO DISK               *
      *      ORGANIZATION IS SEQUENTIAL.                              *
      *****************************************************************
       FD  REPLACEMENT-LOG-FILE
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID "REPLLOG.DAT".
       01  REPLACEMENT-LOG-RECORD.
      *    CCYYMMDD THE COPY WENT.
           05  RPL-DATE                            PIC 9(8).
           05  RPL-TIME                            PIC 9(8).
           05  RPL-BRANCH-ID                       PIC X(3).
           05  RPL-BOOK-NUMBER                     PIC X(5).
      *    THE COPY'S BARCODE -- SPACES WHEN THE WHOLE TITLE WENT
      *    (A MISSING-AT-INVENTORY OR F6 WITHDRAWAL).
           05  RPL-ITEM-BARCODE                    PIC X(10).
           05  RPL-REASON-CODE                     PIC X(6).
               88  RPL-WAS-LOST                    VALUE "LOST".
               88  RPL-WAS-DAMAGED                 VALUE "DAMAGD".
               88  RPL-WENT-MISSING                VALUE "MISSNG".
               88  RPL-WAS-WITHDRAWN               VALUE "WITHDR".
      *    P UNTIL THE SELECTOR DECIDES IN ACQ001A; AN ACCEPTED ROW
      *    CARRIES THE ORDER NUMBER IT BECAME.
           05  RPL-STATUS-FLAG                     PIC X.
               88  RPL-IS-PENDING                  VALUE "P".
               88  RPL-IS-ACCEPTED                 VALUE "A".
               88  RPL-IS-REJECTED                 VALUE "R".
           05  RPL-ORDER-NUMBER                    PIC X(5).
           05  RPL-DECIDED-DATE                    PIC 9(8).
