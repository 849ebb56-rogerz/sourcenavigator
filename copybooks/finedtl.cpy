      *  AND THE OPERATOR AND BRANCH THAT POSTED IT, SO A DISPUTED    *
      *  BALANCE CAN BE SHOWN LINE BY LINE AND THE CASH DRAWER CAN    *
      *  BE BALANCED BY OPERATOR AT CLOSE OF DAY.                     *
      *  WRITTEN BY CIRC001A (AND LIB001A FOR CARD FEES, ILL001A FOR  *
      *  INTERLIBRARY LOAN FEES, THE LIB053A AMNESTY RUN FOR          *
      *  CAMPAIGN WAIVES, AND LIB015A FOR PORTAL CARD PAYMENTS);      *
      *  READ BY ITS F9 LEDGER INQUIRY, THE LIB024A DRAWER BALANCING  *
      *  RUN, AND THE LIB054A SETTLEMENT RECONCILIATION.              *
      *  THE COPYING PROGRAM MUST STILL DECLARE, IN FILE-CONTROL:     *
      *      SELECT FINE-DETAIL-FILE ASSIGN TO DISK                   *
      *      ACCESS MODE DYNAMIC (OR SEQUENTIAL FOR A FULL SCAN)      *
               10  FINE-DTL-SEQUENCE               PIC 9(4).
           05  FINE-DTL-RECEIPT-NUMBER             PIC 9(6).
           05  FINE-DTL-TYPE-FLAG                  PIC X.
               88  FINE-DTL-IS-CHARGE              VALUE "C" "N" "K"
                                                         "I".
               88  FINE-DTL-IS-PAYMENT             VALUE "P" "F" "O".
               88  FINE-DTL-IS-WAIVE               VALUE "W".
               88  FINE-DTL-IS-LOST-BILL           VALUE "L".
               88  FINE-DTL-IS-REVERSAL            VALUE "R".
      *    THE NON-RESIDENT ANNUAL FEE IS CHARGED (N) AND TAKEN (F)
      *    BY LIB001A ON ITS OWN TYPES SO LIB052A CAN TOTAL THE FEE
      *    REVENUE; THE 88S ABOVE STILL COUNT THEM AS A CHARGE AND A
      *    PAYMENT FOR THE DRAWER AND EVERY OTHER READER.
               88  FINE-DTL-IS-NONRES-FEE          VALUE "N".
               88  FINE-DTL-IS-NONRES-PAYMENT      VALUE "F".
      *    LIB001A POSTS THE LOST-CARD REPLACEMENT FEE AS K, SO THE
      *    LIB053A AMNESTY CAN TELL IT FROM AN OVERDUE CHARGE (C).
               88  FINE-DTL-IS-CARD-FEE            VALUE "K".
      *    ILL001A POSTS AN INTERLIBRARY LOAN PARTNER'S LENDING FEE
      *    TO THE PATRON WHO ASKED FOR THE BORROW AS I.
               88  FINE-DTL-IS-ILL-FEE             VALUE "I".
      *    A CARD PAYMENT TAKEN ON THE PATRON PORTAL AND POSTED BY
      *    LIB015A -- A PAYMENT TO EVERY READER EXCEPT THE LIB024A
      *    DRAWER, SINCE THE MONEY COMES IN THROUGH THE PROCESSOR.
               88  FINE-DTL-IS-ONLINE-PAYMENT      VALUE "O".
           05  FINE-DTL-AMOUNT                     PIC 9(5)V99.
      *    THE FINES-RECORD BALANCE THE MOMENT THIS LINE POSTED --
      *    THE LEDGER REPLAY PROVES EACH STEP FOOTS TO THE NEXT.
               10  FINE-DTL-DD                     PIC 99.
           05  FINE-DTL-OPERATOR-ID                PIC X(5).
           05  FINE-DTL-BRANCH-ID                  PIC X(3).
      *    THE AMNESTY CAMPAIGN A W LINE WAS POSTED UNDER BY THE
      *    LIB053A RUN -- SPACES ON EVERY LINE POSTED AT THE DESK.
           05  FINE-DTL-CAMPAIGN-CODE              PIC X(6).
      *    THE PAYMENT PROCESSOR'S TRANSACTION REFERENCE ON AN O LINE,
      *    WHICH LIB054A MATCHES TO THE DAILY SETTLEMENT FILE --
      *    SPACES ON EVERY OTHER LINE.
           05  FINE-DTL-ONLINE-REF                 PIC X(12).
      *    HHMM THE LINE POSTED, ON THE 24-HOUR CLOCK -- THE LIB039A
      *    SNAPSHOT COUNTS DESK PAYMENTS BY HOUR FROM IT. ZERO ON
      *    LINES POSTED BEFORE THE FIELD EXISTED.
           05  FINE-DTL-TIME.
               10  FINE-DTL-HH                     PIC 99.
               10  FINE-DTL-MN                     PIC 99.

       FD  FINE-CONTROL-FILE
           LABEL RECORDS STANDARD
