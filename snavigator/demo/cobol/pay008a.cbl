           OPEN INPUT CHECK-LOG-FILE.
           IF WORK-CHECK-LOG-STATUS NOT EQUAL "00"
               DISPLAY "PAY008A: NO CHECK JOURNAL -- NOTHING TO SEND"
               MOVE 8 TO RETURN-CODE
               GOBACK.
           OPEN OUTPUT POSITIVE-PAY-FILE.
           MOVE "0" TO W005-END-OF-FILE-SWITCH.
           PERFORM C020-EXPORT-ONE-JOURNAL-LINE UNTIL W005-END-OF-FILE.
           CLOSE POSITIVE-PAY-FILE
                 CHECK-LOG-FILE.
      *    THE OPERATOR EYEBALLS THE FIGURES AGAINST THE CHECK RUN
      *    BEFORE THE FILE LEAVES THE BUILDING. A REFUSAL ENDS WITH
      *    A NONZERO RETURN CODE SO THE PAY015A DRIVER STOPS THERE.
           MOVE W012-ISSUED-TOTAL TO W012-ISSUED-TOTAL-OUT.
           DISPLAY "POSITIVE-PAY FILE WRITTEN FOR " W005-TODAY-DATE.
           DISPLAY "CHECKS ISSUED TODAY: " W012-ISSUE-COUNT.
               DISPLAY "CONFIRMED -- TRANSMIT POSPAY.DAT TO THE BANK"
           ELSE
               DISPLAY "NOT CONFIRMED -- DO NOT TRANSMIT; CHECK THE "
                       "FIGURES AND RERUN"
               MOVE 4 TO RETURN-CODE.
           GOBACK.
      *
      *    ONLY TODAY'S JOURNAL LINES GO TO THE BANK -- EARLIER
      *    DAYS WERE ON EARLIER FILES.
