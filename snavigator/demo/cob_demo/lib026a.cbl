      * EARLY BEATS A FINE TWO DAYS LATE. THE SPOOLED OUTPUT IS A  *
      * STAFF LISTING OF WHAT WAS QUEUED.                          *
      *                                                             *
      * WHEN THE DUE-DATE INDEX (CIRCDUE.DAT) IS ON THE SYSTEM THE  *
      * RUN STARTS IT AT TODAY AND READS ONLY AS FAR AS THE         *
      * WINDOW'S FAR EDGE; WITHOUT IT, ALL OF CIRC.DAT IS SCANNED.  *
      *                                                             *
      ***************************************************************
      *
       ENVIRONMENT DIVISION.
       FILE-CONTROL.
      *
           SELECT CIRCULATION-FILE ASSIGN TO DISK
           ACCESS MODE DYNAMIC
           ORGANIZATION INDEXED
           RECORD KEY CIRC-ITEM-BARCODE
           FILE STATUS IS WORK-CIRCULATION-FILE-STATUS.
      *
           SELECT DUE-DATE-XREF ASSIGN TO DISK
           ACCESS MODE DYNAMIC
           ORGANIZATION INDEXED
           RECORD KEY DUEX-KEY
           FILE STATUS IS WORK-DUE-XREF-STATUS.
      *
           SELECT NAMES-LIST ASSIGN TO DISK
           ACCESS MODE RANDOM
       copy patron.
      *
       copy circ.
      *
       copy circdue.
      *
       copy sysparm.
      *
       01  W005-SORT-END-OF-FILE-SWITCH             PIC X.
           88  W005-SORT-END-OF-FILE                VALUE "1".
       01  WORK-CIRCULATION-FILE-STATUS             PIC XX.
       01  WORK-DUE-XREF-STATUS                     PIC XX.
       01  W005-LOANS-EXAMINED-COUNT                PIC 9(6) VALUE ZERO.
       01  WORK-NAMES-LIST-STATUS                   PIC XX.
       01  WORK-SYSPARM-STATUS                      PIC XX.
       01  WORK-NOTICE-QUEUE-STATUS                 PIC XX.
                INPUT PROCEDURE IS C030-SELECT-COMING-DUE-LOANS
                OUTPUT PROCEDURE IS C050-PRINT-PATRON-NOTICES.
           DISPLAY "LIB026A COURTESY REMINDER RUN COMPLETE".
           DISPLAY "LOANS EXAMINED:      " W005-LOANS-EXAMINED-COUNT.
           DISPLAY "LOANS COMING DUE:    " W005-REMINDER-LOAN-COUNT.
           DISPLAY "PATRONS REMINDED:    " W005-PATRON-NOTICE-COUNT.
           GOBACK.
           IF WORK-CIRCULATION-FILE-STATUS NOT EQUAL "00"
               DISPLAY "LIB026A: NO CIRCULATION FILE -- NOTHING SWEPT"
           ELSE
               OPEN INPUT DUE-DATE-XREF
               IF WORK-DUE-XREF-STATUS EQUAL "00"
                   PERFORM C040-SELECT-BY-DUE-INDEX
                   CLOSE DUE-DATE-XREF
               ELSE
                   DISPLAY "LIB026A: NO DUE-DATE INDEX -- SCANNING "
                           "ALL OF CIRC.DAT"
                   MOVE "0" TO W005-END-OF-FILE-SWITCH
                   PERFORM C035-READ-CIRCULATION-FILE
                   PERFORM UNTIL W005-END-OF-FILE
                       PERFORM C037-RELEASE-IF-COMING-DUE
                       PERFORM C035-READ-CIRCULATION-FILE
                   END-PERFORM
               END-IF
               CLOSE CIRCULATION-FILE
           END-IF.
      *
      *
           READ CIRCULATION-FILE NEXT RECORD
                AT END, MOVE "1" TO W005-END-OF-FILE-SWITCH.
      *
       C037-RELEASE-IF-COMING-DUE.
      *
           ADD 1 TO W005-LOANS-EXAMINED-COUNT.
           COMPUTE W005-DUE-DATE-N =
                   CIRC-DUE-CC * 1000000 + CIRC-DUE-YY * 10000
                 + CIRC-DUE-MM * 100 + CIRC-DUE-DD.
           IF CIRC-ITEM-OUT
              AND W005-DUE-DATE-N NOT LESS THAN W005-TODAY-DATE-N
              AND W005-DUE-DATE-N NOT GREATER THAN W006-WINDOW-DATE-N
               MOVE CIRC-PATRON-NUMBER TO SORT-WORK-PATRON
               MOVE CIRC-ITEM-BARCODE  TO SORT-WORK-BARCODE
               MOVE CIRC-ITEM-TYPE     TO SORT-WORK-ITEM-TYPE
               MOVE CIRC-DUE-DATE      TO SORT-WORK-DUE-DATE
               RELEASE SORT-WORK-RECORD
               ADD 1 TO W005-REMINDER-LOAN-COUNT
           END-IF.
      *
      *    THE INDEX RUNS STATUS / DUE DATE / BARCODE -- START AT
      *    STATUS O DUE TODAY AND STOP PAST THE WINDOW'S FAR EDGE.
      *    EACH LOAN IS FETCHED BY BARCODE AND TESTED AGAIN, SO A
      *    STALE ENTRY NEVER REMINDS ABOUT A LOAN NO LONGER OUT.
       C040-SELECT-BY-DUE-INDEX.
      *
           MOVE "0" TO W005-END-OF-FILE-SWITCH.
           MOVE "O" TO DUEX-STATUS-FLAG.
           MOVE W005-TODAY-DATE TO DUEX-DUE-DATE.
           MOVE LOW-VALUES TO DUEX-ITEM-BARCODE.
           START DUE-DATE-XREF KEY IS NOT LESS THAN DUEX-KEY
               INVALID KEY
                   MOVE "1" TO W005-END-OF-FILE-SWITCH
           END-START.
           PERFORM C045-READ-DUE-INDEX.
           PERFORM UNTIL W005-END-OF-FILE
               MOVE DUEX-ITEM-BARCODE TO CIRC-ITEM-BARCODE
               READ CIRCULATION-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CIRC-DUE-DATE EQUAL DUEX-DUE-DATE
                           PERFORM C037-RELEASE-IF-COMING-DUE
                       END-IF
               END-READ
               PERFORM C045-READ-DUE-INDEX
           END-PERFORM.
      *
       C045-READ-DUE-INDEX.
      *
           IF NOT W005-END-OF-FILE
               READ DUE-DATE-XREF NEXT RECORD
                   AT END
                       MOVE "1" TO W005-END-OF-FILE-SWITCH
                   NOT AT END
                       IF DUEX-STATUS-FLAG NOT EQUAL "O"
                          OR DUEX-DUE-DATE GREATER THAN
                                 W006-WINDOW-DATE
                           MOVE "1" TO W005-END-OF-FILE-SWITCH
                       END-IF
               END-READ
           END-IF.
      *
      *    OUTPUT PROCEDURE -- THE SORTED COMING-DUE LOANS ARRIVE
      *    GROUPED BY PATRON; EACH LOAN QUEUES A REMINDER LINE AND
