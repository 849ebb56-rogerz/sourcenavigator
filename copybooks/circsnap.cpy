      *  PER BRANCH PER NIGHT WITH THE DAY'S CHECKOUTS, RETURNS,      *
      *  RENEWALS, HOLDS PLACED, AND FINES COLLECTED, COUNTED WITH    *
      *  STAT001A'S DOUBLE-COUNT-SAFE RULES ACROSS CIRC.DAT AND       *
      *  CIRCHIST.DAT, PLUS THE DAY'S IN-HOUSE USES OFF INHOUSE.DAT   *
      *  -- THE CIRCULATION-SIDE EQUIVALENT OF THE                    *
      *  STATHIST.DAT MONTHLY PATRON HISTORY. LIB040A PRINTS THE      *
      *  WEEK-OVER-WEEK BRANCH TREND FROM IT.                         *
      *  THE COPYING PROGRAM MUST STILL DECLARE, IN FILE-CONTROL:     *
           05  SNAP-RENEWALS                       PIC 9(5).
           05  SNAP-HOLDS-PLACED                   PIC 9(5).
           05  SNAP-FINES-COLLECTED                PIC 9(5)V99.
      *    ITEMS USED INSIDE THE BUILDING WITHOUT A LOAN.
           05  SNAP-IN-HOUSE-USES                  PIC 9(5).
