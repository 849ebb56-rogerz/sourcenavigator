      * REVIEW SHOULD SEE: ACCOUNTS WITH REPEATED FAILURES (THREE  *
      * OR MORE ON THE JOURNAL), FAILURES AGAINST DEACTIVATED      *
      * ACCOUNTS (SOMEBODY TRYING A DOOR THAT WAS DELIBERATELY     *
      * LOCKED), AND SIGN-ON ATTEMPTS OUTSIDE BUILDING HOURS. IT  *
      * ALSO LISTS EVERY PROGRAM OR FUNCTION THE PERMIT.DAT TABLE  *
      * REFUSED AN OPERATOR'S ROLE, AND ANY SALV001A RUN MADE      *
      * WHILE STAFF.DAT WOULD NOT OPEN. RUN ON DEMAND, OR WHENEVER *
      * A LOCKOUT IS REPORTED AT THE DESK.                         *
      *                                                             *
      ***************************************************************
      *
           88  W051-SECTION-HIT                     VALUE "Y".
      *
       01  W052-TOTAL-EVENTS                        PIC 9(7) VALUE 0.
      *
      *    REFUSED PROGRAM/FUNCTION ATTEMPTS ARE LISTED ONE PER LINE,
      *    AS JOURNALED, NOT TALLIED BY ID.
       01  W054-DENIED-COUNT                        PIC 999 VALUE 0.
       01  W054-DENIED-INDEX                        PIC 999.
       01  W054-DENIED-TABLE.
           05  W054-DENIED                          OCCURS 100 TIMES.
               10  W054-DENIED-ID                   PIC X(5).
               10  W054-DENIED-DATE                 PIC 9(6).
               10  W054-DENIED-TIME                 PIC 9(8).
               10  W054-DENIED-EVENT                PIC X(8).
               10  W054-DENIED-PROGRAM              PIC X(8).
               10  W054-DENIED-FUNCTION             PIC X(3).
      *
       01  W055-DENIED-LINE.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  W055-DENIED-ID                       PIC X(5).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  W055-DENIED-DATE                     PIC 99/99/99.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  W055-DENIED-HH                       PIC 99.
           05  FILLER                     PIC X VALUE ":".
           05  W055-DENIED-MM                       PIC 99.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  W055-DENIED-EVENT                    PIC X(8).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  W055-DENIED-PROGRAM                  PIC X(8).
           05  FILLER                     PIC X VALUE SPACE.
           05  W055-DENIED-FUNCTION                 PIC X(3).
      *
       01  W053-DETAIL-LINE.
           05  FILLER                     PIC X(2) VALUE SPACES.
                   MOVE "1" TO W005-END-OF-FILE-SWITCH
               NOT AT END
                   ADD 1 TO W052-TOTAL-EVENTS
                   IF SIGN-LOG-DENIED OR SIGN-LOG-NO-STAFF-FILE
                       PERFORM C045-KEEP-DENIED-EVENT
                   END-IF
                   PERFORM C030-FIND-OR-ADD-ID
                   IF W051-ID-FOUND
                       PERFORM C040-ADD-EVENT-TO-TALLY
           IF W050-EVENT-HHMM LESS THAN W050-OPEN-TIME
              OR W050-EVENT-HHMM NOT LESS THAN W050-CLOSE-TIME
               ADD 1 TO W051-AFTER-HOURS-COUNT (W051-ID-INDEX).
      *
       C045-KEEP-DENIED-EVENT.
      *
           IF W054-DENIED-COUNT LESS THAN 100
               ADD 1 TO W054-DENIED-COUNT
               MOVE W054-DENIED-COUNT TO W054-DENIED-INDEX
               MOVE SIGN-LOG-STAFF-ID
                       TO W054-DENIED-ID (W054-DENIED-INDEX)
               MOVE SIGN-LOG-DATE
                       TO W054-DENIED-DATE (W054-DENIED-INDEX)
               MOVE SIGN-LOG-TIME
                       TO W054-DENIED-TIME (W054-DENIED-INDEX)
               MOVE SIGN-LOG-EVENT
                       TO W054-DENIED-EVENT (W054-DENIED-INDEX)
               MOVE SIGN-LOG-PROGRAM
                       TO W054-DENIED-PROGRAM (W054-DENIED-INDEX)
               MOVE SIGN-LOG-FUNCTION
                       TO W054-DENIED-FUNCTION (W054-DENIED-INDEX)
           ELSE
               DISPLAY "LIB043A: MORE THAN 100 REFUSED ATTEMPTS ON "
                       "THE JOURNAL -- EXTRAS NOT LISTED"
           END-IF.
      *
       C050-PRINT-SECURITY-REPORT.
      *
               VARYING W051-ID-INDEX FROM 1 BY 1
               UNTIL W051-ID-INDEX GREATER THAN W051-ID-COUNT.
           PERFORM C090-PRINT-NONE-IF-EMPTY.
      *
           MOVE "REFUSED PROGRAM/FUNCTION ATTEMPTS:"
                   TO SECURITY-REPORT-LINE.
           WRITE SECURITY-REPORT-LINE AFTER ADVANCING 2 LINES.
           MOVE "N" TO W051-SECTION-HIT-SWITCH.
           PERFORM C085-PRINT-DENIED-EVENT
               VARYING W054-DENIED-INDEX FROM 1 BY 1
               UNTIL W054-DENIED-INDEX GREATER THAN W054-DENIED-COUNT.
           PERFORM C090-PRINT-NONE-IF-EMPTY.
           CLOSE SECURITY-REPORT-PRINT.
      *
       C060-PRINT-REPEATED-FAILURES.
                   TO W053-DETAIL-AFTER-HOURS.
           MOVE W053-DETAIL-LINE TO SECURITY-REPORT-LINE.
           WRITE SECURITY-REPORT-LINE.
      *
       C085-PRINT-DENIED-EVENT.
      *
           MOVE "Y" TO W051-SECTION-HIT-SWITCH.
           MOVE W054-DENIED-ID (W054-DENIED-INDEX) TO W055-DENIED-ID.
           MOVE W054-DENIED-DATE (W054-DENIED-INDEX)
                   TO W055-DENIED-DATE.
           MOVE W054-DENIED-TIME (W054-DENIED-INDEX) (1:2)
                   TO W055-DENIED-HH.
           MOVE W054-DENIED-TIME (W054-DENIED-INDEX) (3:2)
                   TO W055-DENIED-MM.
           MOVE W054-DENIED-EVENT (W054-DENIED-INDEX)
                   TO W055-DENIED-EVENT.
           MOVE W054-DENIED-PROGRAM (W054-DENIED-INDEX)
                   TO W055-DENIED-PROGRAM.
           MOVE W054-DENIED-FUNCTION (W054-DENIED-INDEX)
                   TO W055-DENIED-FUNCTION.
           MOVE W055-DENIED-LINE TO SECURITY-REPORT-LINE.
           WRITE SECURITY-REPORT-LINE.
      *
       C090-PRINT-NONE-IF-EMPTY.
      *
