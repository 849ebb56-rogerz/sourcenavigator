      * RENEWAL NOTICE IS NO LONGER A LETTER FROM THIS JOB -- EACH  *
      * EXPIRING CARD QUEUES ONE PENDING LINE ON THE COMMON NOTICE  *
      * QUEUE, AND THE LIB027A PRINT RUN FOLDS IT INTO THE PATRON'S *
      * ONE COMBINED ENVELOPE. A NON-RESIDENT CARD'S LISTING LINE   *
      * AND NOTICE ALSO SHOW THE ANNUAL FEE DUE AT RENEWAL.         *
      *                                                             *
      ***************************************************************
      *
           SELECT NOTICE-QUEUE-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WORK-NOTICE-QUEUE-STATUS.
      *
           SELECT SYSTEM-PARM-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WORK-SYSPARM-STATUS.
      *
       DATA DIVISION.
      *
       copy spool.
      *
       copy notequ.
      *
       copy sysparm.

       FD  RENEWAL-NOTICE-PRINT
           LABEL RECORDS OMITTED.
           88  W005-END-OF-FILE                     VALUE "1".
       01  W005-NOTICE-COUNT                        PIC 9(5) VALUE ZERO.
       01  WORK-NOTICE-QUEUE-STATUS                 PIC XX.
       01  WORK-SYSPARM-STATUS                      PIC XX.
      *    THE NON-RESIDENT ANNUAL FEE LIB001A CHARGES AT RENEWAL --
      *    25.00 UNLESS SYSPARM.DAT CARRIES THE BOARD'S OWN FIGURE.
       01  W006-NONRES-FEE                          PIC 9(3)V99
                                                     VALUE 25.00.
       01  W006-NONRES-FEE-OUT                      PIC ZZ9.99.
      *
       01  W005-TODAY-RAW-DATE.
           05  W005-TODAY-RAW-YY                    PIC 99.
           05  W010-NOTICE-EXP-DD                PIC 99.
           05  FILLER                            PIC X VALUE "/".
           05  W010-NOTICE-EXP-YY                PIC 99.
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  W010-NOTICE-FEE                   PIC ZZ9.99
                                                 BLANK WHEN ZERO.
      *
       01  W010-NOTICE-HEADING-LINE                 PIC X(80)
           VALUE "CARD#  NAME                                 EXPIRES
      -          " FEE DUE".
      *
       PROCEDURE DIVISION.
      *
       C000-MAIN-LINE-LOGIC.
      *
           PERFORM C010-CALC-CUTOFF-DATE.
           PERFORM C012-READ-SYSTEM-PARMS.
           PERFORM C900-REGISTER-SPOOL-FILE.
           PERFORM C910-OPEN-NOTICE-QUEUE.
           OPEN INPUT NAMES-LIST
           COMPUTE W005-CUTOFF-DATE-N =
                   W005-CUTOFF-CC * 1000000 + W005-CUTOFF-YY * 10000
                 + W005-CUTOFF-MM * 100 + W005-CUTOFF-DD.
      *
       C012-READ-SYSTEM-PARMS.
      *
           OPEN INPUT SYSTEM-PARM-FILE.
           IF WORK-SYSPARM-STATUS EQUAL "00"
               READ SYSTEM-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-NONRES-ANNUAL-FEE IS NUMERIC
                           MOVE PARM-NONRES-ANNUAL-FEE
                                   TO W006-NONRES-FEE
                       END-IF
               END-READ
               CLOSE SYSTEM-PARM-FILE
           END-IF.
           MOVE W006-NONRES-FEE TO W006-NONRES-FEE-OUT.
      *
       C020-PROCESS-NAMES-RECORD.
      *
           MOVE PATRON-EXP-CARD-DATE-MM  TO W010-NOTICE-EXP-MM.
           MOVE PATRON-EXP-CARD-DATE-DD  TO W010-NOTICE-EXP-DD.
           MOVE PATRON-EXP-CARD-DATE-YY  TO W010-NOTICE-EXP-YY.
           MOVE ZERO                     TO W010-NOTICE-FEE.
           IF PATRON-IS-NON-RESIDENT
               MOVE W006-NONRES-FEE      TO W010-NOTICE-FEE.
           MOVE W010-NOTICE-DETAIL-LINE  TO RENEWAL-NOTICE-LINE.
           WRITE RENEWAL-NOTICE-LINE.
           PERFORM C050-QUEUE-RENEWAL-NOTICE.
                  " -- PLEASE RENEW"      DELIMITED BY SIZE
                  INTO NQ-TEXT-LINE.
           WRITE NOTICE-QUEUE-RECORD.
      *    A SECOND LINE UNDER THE SAME NOTICE TYPE, SO THE FEE
      *    PRINTS DIRECTLY BENEATH THE RENEWAL REMINDER.
           IF PATRON-IS-NON-RESIDENT
              AND W006-NONRES-FEE GREATER THAN ZERO
               MOVE SPACES TO NQ-TEXT-LINE
               STRING "NON-RESIDENT CARD FEE DUE AT RENEWAL: "
                                         DELIMITED BY SIZE
                      W006-NONRES-FEE-OUT DELIMITED BY SIZE
                      INTO NQ-TEXT-LINE
               WRITE NOTICE-QUEUE-RECORD
           END-IF.
      *
       C060-READ-NAMES-LIST.
      *
