      *    BRANCH REPORTS CAN BREAK COMPLETED LOANS BY BRANCH.
      *    SPACES ON ROWS WRITTEN BEFORE THE FIELD EXISTED.
           05  HIST-BRANCH-ID                      PIC X(3).
      *    HHMM THE LOAN WENT OUT AND CAME BACK, CARRIED OVER FROM
      *    CIRC.DAT AT RETURN TIME -- ZERO ON ROWS WRITTEN BEFORE THE
      *    FIELDS EXISTED (AND A ZERO RETURN TIME ON A BACKDATED
      *    BOOK-DROP RETURN).
           05  HIST-CHECKOUT-TIME.
               10  HIST-CHECKOUT-HH                PIC 99.
               10  HIST-CHECKOUT-MN                PIC 99.
           05  HIST-RETURN-TIME.
               10  HIST-RETURN-HH                  PIC 99.
               10  HIST-RETURN-MN                  PIC 99.
