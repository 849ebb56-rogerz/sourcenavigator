      *  (GENERATING ITS ITEM BARCODE AND ADVANCING THE EXPECTED      *
      *  DATE BY THE FREQUENCY); LIB036A CLAIMS ISSUES PAST THEIR     *
      *  EXPECTED DATE SO A MISSING QUARTER IS CHASED AT THE          *
      *  PUBLISHER, NOT DISCOVERED AT BINDING TIME. EACH              *
      *  SUBSCRIPTION CARRIES ITS PAID TERM, ANNUAL COST, VENDOR AND  *
      *  FUND: LIB062A LISTS THOSE EXPIRING WITHIN 90 DAYS FOR THE    *
      *  RENEWAL DECISION, AND A RENEWAL KEYED ON ACQ001A (N) PUTS A  *
      *  YEAR ON THE TERM AND ENCUMBERS THE FUND THROUGH AN ORDER     *
      *  LINE. SER001A WARNS ON AN ISSUE CHECKED IN AFTER THE TERM    *
      *  ENDS, AND LIB036A DOES NOT CLAIM ISSUES DUE AFTER IT.        *
      *  ONCE A YEAR THE BACK ISSUES GO TO THE BINDERY (SER001A B,    *
      *  BINDERY.DAT); THE RECORD KEEPS THE LAST ISSUE SENT AND THE   *
      *  NUMBER OF VOLUMES MADE SO THE NEXT SHIPMENT PICKS UP THERE.  *
      *  THE COPYING PROGRAM MUST STILL DECLARE, IN FILE-CONTROL:     *
      *      SELECT SUBSCRIPTION-FILE ASSIGN TO DISK                  *
      *      ACCESS MODE RANDOM (OR DYNAMIC FOR SCANS)                *
           05  SUB-ISSUE-COUNT                     PIC 9(4).
           05  SUB-LAST-ISSUE-DATE                 PIC 9(8).
           05  SUB-NEXT-EXPECTED-DATE              PIC 9(8).
      *    THE PAID TERM, CCYYMMDD -- ZERO ON A SUBSCRIPTION KEYED
      *    BEFORE TERMS WERE KEPT, WHICH NEVER EXPIRES UNTIL ONE IS
      *    ENTERED ON SER001A (T).
           05  SUB-TERM-START-DATE                 PIC 9(8).
           05  SUB-TERM-END-DATE                   PIC 9(8).
           05  SUB-ANNUAL-COST                     PIC 9(5)V99.
      *    THE VENDOR MASTER CODE THE RENEWAL IS ORDERED FROM, AND
      *    THE FUND.DAT FUND CODE IT IS CHARGED TO.
           05  SUB-VENDOR-CODE                     PIC X(6).
           05  SUB-FUND                            PIC X(8).
      *    ISSUES CHECKED IN SINCE THE TERM BEGAN -- BACK TO ZERO AT
      *    EACH RENEWAL -- FOR LIB062A'S COST PER ISSUE.
           05  SUB-TERM-ISSUE-COUNT                PIC 9(4).
      *    THE ONORDER.DAT LINE THAT PAID FOR THE CURRENT TERM.
           05  SUB-RENEWAL-ORDER-NUMBER            PIC X(5).
      *    THE HIGHEST ISSUE SEQUENCE ALREADY SENT TO THE BINDERY,
      *    AND THE LAST VOLUME NUMBER GIVEN -- BOTH ZERO UNTIL THE
      *    FIRST SHIPMENT.
           05  SUB-LAST-BOUND-ISSUE                PIC 9(4).
           05  SUB-VOLUME-COUNT                    PIC 9(4).
