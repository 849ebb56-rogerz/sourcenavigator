      *  DAYS); THE LIB025A NIGHTLY SWEEP EXPIRES (STATUS X) ANY     *
      *  TRAPPED HOLD STILL ON THE SHELF PAST ITS DEADLINE AND       *
      *  OFFERS THE ITEM TO THE NEXT PATRON IN THE QUEUE.            *
      *  A TITLE-LEVEL HOLD (LEVEL FLAG T) WANTS ANY COPY OF A TITLE: *
      *  ITS QUEUE KEY CARRIES THE BOOK NUMBER LEFT-JUSTIFIED IN THE  *
      *  BARCODE FIELD, SO THE TITLE QUEUE WALKS OLDEST-FIRST JUST    *
      *  LIKE A COPY QUEUE. WHICHEVER COPY COMES BACK FIRST TRAPS IT, *
      *  AND THAT COPY'S BARCODE IS KEPT IN HOLD-TRAPPED-BARCODE.     *
      *  A HOLD WITH A PICKUP BRANCH THAT TRAPS AT ANOTHER BUILDING   *
      *  IS ROUTED (STATUS I) THROUGH XFER001A'S IN-TRANSIT FLOW AND  *
      *  ONLY TRAPS, DEADLINE AND ALL, WHEN THE PICKUP BRANCH         *
      *  RECEIVES THE COPY.                                           *
      *  THE COPYING PROGRAM MUST STILL DECLARE, IN FILE-CONTROL:     *
      *      SELECT HOLD-FILE ASSIGN TO DISK                          *
      *      ACCESS MODE DYNAMIC (OR SEQUENTIAL FOR A FULL SCAN)      *
      *        EXPIRED -- TRAPPED BUT NEVER PICKED UP BY ITS
      *        DEADLINE; SWEPT OFF THE SHELF BY LIB025A.
               88  HOLD-IS-EXPIRED                 VALUE "X".
      *        IN TRANSIT -- TRAPPED AT ANOTHER BRANCH AND ON ITS WAY
      *        TO THE PICKUP BRANCH; NO DEADLINE UNTIL RECEIVED.
               88  HOLD-IS-IN-TRANSIT              VALUE "I".
      *    LAST DAY THE ITEM WAITS ON THE PICKUP SHELF -- STAMPED
      *    WHEN THE HOLD TRAPS, ZERO WHILE THE HOLD IS STILL ACTIVE.
           05  HOLD-PICKUP-DEADLINE.
               10  HOLD-PICKUP-YY                  PIC 99.
               10  HOLD-PICKUP-MM                  PIC 99.
               10  HOLD-PICKUP-DD                  PIC 99.
      *    COPY-LEVEL (C OR SPACE) HOLDS WANT THE ONE BARCODE IN THE
      *    KEY; TITLE-LEVEL (T) HOLDS ARE FILLED BY ANY COPY OF THE
      *    BOOK NUMBER BELOW.
           05  HOLD-LEVEL-FLAG                     PIC X.
               88  HOLD-IS-TITLE-LEVEL             VALUE "T".
               88  HOLD-IS-COPY-LEVEL              VALUE "C" " ".
           05  HOLD-BOOK-NUMBER                    PIC X(5).
      *    THE COPY THAT TRAPPED THE HOLD -- SPACES UNTIL IT TRAPS.
           05  HOLD-TRAPPED-BARCODE                PIC X(10).
      *    BRANCH THE PATRON WILL COLLECT FROM -- SPACES ON A HOLD
      *    PLACED BEFORE PICKUP BRANCHES, WHICH WAITS WHEREVER IT
      *    TRAPS.
           05  HOLD-PICKUP-BRANCH                  PIC X(3).
