       FD  ARCHIVE-PATRON-FILE
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID "PATRON.ARC".
       01  ARCHIVE-PATRON-RECORD                     PIC X(238).
      *
       copy spool.

               AT END
                   MOVE "1" TO W005-END-OF-FILE-SWITCH
               NOT AT END
      *            A CLAIMS-RETURNED DISPUTE IS STILL UNRESOLVED --
      *            THAT CARD STAYS ON FILE UNTIL IT IS SETTLED.
                   IF CIRC-ITEM-OUT OR CIRC-ITEM-CLAIMED-RETURNED
                       PERFORM C013A-TALLY-LOANER
                   END-IF
           END-READ.
