       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. LIB071A.
      *
       DATE-WRITTEN. 10/15/26.
      *
      ***************************************************************
      *                                                             *
      * PATRON DATA-ACCESS PACKAGE -- WHEN A PATRON ASKS, UNDER THE *
      * BOARD'S PRIVACY POLICY, TO SEE EVERYTHING WE HOLD ABOUT     *
      * THEM, THIS RUN PRINTS IT AS ONE PACKAGE FOR THE CARD NUMBER *
      * KEYED ON THE COMMAND LINE:                                  *
      *   - THE NAMES.LST RECORD (NEVER THE PIN, WHICH IS HELD      *
      *     SCRAMBLED AND MEANS NOTHING ON PAPER)                   *
      *   - HOUSEHOLD AND GUARDIAN LINKS, BOTH WAYS -- THE CARDS    *
      *     THIS ONE NAMES AND THE CARDS THAT NAME IT. ONLY THE     *
      *     LINKED CARD NUMBERS PRINT; THE OTHER CARDHOLDERS' OWN   *
      *     DETAILS ARE NOT THIS PATRON'S TO SEE.                   *
      *   - OPEN LOANS FROM CIRC.DAT                                *
      *   - LOAN HISTORY FROM CIRCHIST.DAT, ONLY IF THE PATRON HAS  *
      *     OPTED IN, AS EVERY OTHER HISTORY DISPLAY DOES           *
      *   - HOLDS, THE FINES BALANCE AND EVERY FINEDTL LEDGER LINE  *
      *   - PATNOTES.DAT NOTES, INTERNAL ALERTS MARKED AS SUCH      *
      *   - AUDIT.DAT CHANGES AND NOTEQUE.DAT NOTICES FOR THE CARD  *
      *   - ANY COPY OF THE CARD ON THE PATRON.ARC ARCHIVE          *
      *   - PROGRAM SIGN-UPS FROM EVENTREG.DAT                      *
      *   - CHECKOUT OVERRIDES ON THE CARD FROM OVERRIDE.DAT (THE   *
      *     STAFF WHO KEYED AND ALLOWED THEM ARE NOT SHOWN)         *
      *   - BLKCARD.DAT -- THIS CARD IF IT WAS BLOCKED, AND THE     *
      *     BLOCKED LOST CARDS THIS ONE REPLACED                    *
      *   - INTERLIBRARY LOAN REQUESTS AND FEES FROM ILLFILE.DAT    *
      *   - THE REGISTRATION APPLICATION ON PENDAPP.DAT THAT ISSUED *
      *     THE CARD                                                *
      * A CARD NO LONGER ON NAMES.LST STILL GETS THE PACKAGE -- AN  *
      * ARCHIVED PATRON'S DATA IS STILL DATA WE HOLD. EACH RUN IS   *
      * AUDITED AS ACTION PRIVRQ AGAINST THE CARD, AND THE SPOOLED  *
      * PACKAGE IS REGISTERED RESTRICTED (SEE SPOOL.CPY), SO ON     *
      * SPOL001A ONLY A SUPERVISOR, OR A ROLE GRANTED FUNCTION R,   *
      * CAN VIEW, PRINT OR PURGE IT.                                *
      * RUN ON DEMAND WHEN A REQUEST COMES IN -- NOT A NIGHTLY STEP.*
      *                                                             *
      ***************************************************************
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
      *    READ BY KEY FOR THE CARD ITSELF, THEN END TO END FOR THE
      *    CARDS THAT NAME IT AS HOUSEHOLD HEAD OR GUARDIAN.
           SELECT NAMES-LIST ASSIGN TO DISK
           ACCESS MODE DYNAMIC
           ORGANIZATION INDEXED
           RECORD KEY PATRON-NUMBER
           FILE STATUS IS WORK-NAMES-LIST-STATUS.
      *
           SELECT CONTROL-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL.
      *
      *    THE FILE OF RECORD, SCANNED WHOLE -- AN ON-DEMAND RUN
      *    DOES NOT LEAN ON THE CROSS-REFERENCE BEING IN STEP.
           SELECT CIRCULATION-FILE ASSIGN TO DISK
           ACCESS MODE SEQUENTIAL
           ORGANIZATION INDEXED
           RECORD KEY CIRC-ITEM-BARCODE
           FILE STATUS IS WORK-CIRCULATION-FILE-STATUS.
      *
           SELECT CIRC-HISTORY-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WORK-CIRC-HISTORY-STATUS.
      *
           SELECT HOLD-FILE ASSIGN TO DISK
           ACCESS MODE SEQUENTIAL
           ORGANIZATION INDEXED
           RECORD KEY HOLD-KEY
           FILE STATUS IS WORK-HOLD-FILE-STATUS.
      *
           SELECT FINES-FILE ASSIGN TO DISK
           ACCESS MODE RANDOM
           ORGANIZATION INDEXED
           RECORD KEY FINE-PATRON-NUMBER
           FILE STATUS IS WORK-FINES-FILE-STATUS.
      *
           SELECT FINE-DETAIL-FILE ASSIGN TO DISK
           ACCESS MODE DYNAMIC
           ORGANIZATION INDEXED
           RECORD KEY FINE-DTL-KEY
           FILE STATUS IS WORK-FINE-DETAIL-STATUS.
      *
           SELECT FINE-CONTROL-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL.
      *
           SELECT PATRON-NOTES-FILE ASSIGN TO DISK
           ACCESS MODE DYNAMIC
           ORGANIZATION INDEXED
           RECORD KEY NOTE-KEY
           FILE STATUS IS WORK-NOTES-FILE-STATUS.
      *
      *    READ END TO END FOR THE CARD'S CHANGES, THEN APPENDED TO
      *    WITH THE RECORD OF THIS RUN.
           SELECT AUDIT-TRAIL-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WORK-AUDIT-FILE-STATUS.
      *
           SELECT NOTICE-QUEUE-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WORK-NOTICE-QUEUE-STATUS.
      *
           SELECT ARCHIVE-PATRON-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WORK-ARCHIVE-FILE-STATUS.
      *
      *    SIGN-UPS SCANNED WHOLE; EACH ONE'S PROGRAM READ BY KEY
      *    FOR ITS TITLE.
           SELECT EVENT-REG-FILE ASSIGN TO DISK
           ACCESS MODE SEQUENTIAL
           ORGANIZATION INDEXED
           RECORD KEY EREG-KEY
           FILE STATUS IS WORK-EVENT-REG-STATUS.
      *
           SELECT EVENT-FILE ASSIGN TO DISK
           ACCESS MODE RANDOM
           ORGANIZATION INDEXED
           RECORD KEY EVT-CODE
           FILE STATUS IS WORK-EVENT-FILE-STATUS.
      *
           SELECT OVERRIDE-LOG-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WORK-OVERRIDE-LOG-STATUS.
      *
           SELECT BLOCKED-CARD-FILE ASSIGN TO DISK
           ACCESS MODE SEQUENTIAL
           ORGANIZATION INDEXED
           RECORD KEY BLK-CARD-NUMBER
           FILE STATUS IS WORK-BLOCKED-CARD-STATUS.
      *
           SELECT ILL-FILE ASSIGN TO DISK
           ACCESS MODE SEQUENTIAL
           ORGANIZATION INDEXED
           RECORD KEY ILL-REQUEST-NUMBER
           FILE STATUS IS WORK-ILL-FILE-STATUS.
      *
           SELECT ILL-CONTROL-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL.
      *
           SELECT PENDING-APP-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WORK-PENDING-APP-STATUS.
      *
      *    SPOOLED TO DISK (SEE SPOOL.CPY), REGISTERED RESTRICTED --
      *    THE SPOL001A MANAGER SHOWS IT ONLY TO AN ALLOWED ROLE.
           SELECT ACCESS-PACKAGE-PRINT ASSIGN TO WS-SPOOL-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT SPOOL-INDEX-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WORK-SPOOL-INDEX-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       copy patron.
      *
       copy circ.
      *
       copy circhist.
      *
       copy holds.
      *
       copy fines.
      *
       copy finedtl.
      *
       copy notes.
      *
       copy audit.
      *
       copy notequ.
      *
       copy eventreg.
      *
       copy event.
      *
       copy ovrlog.
      *
       copy blkcard.
      *
       copy illfile.
      *
       copy pendapp.
      *
      *    A RAW NAMES-RECORD IMAGE, AS LIB006A RETIRED IT -- THE
      *    NAME AND ADDRESS LEAD THE RECORD, THE REST IS CARRIED.
       FD  ARCHIVE-PATRON-FILE
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID "PATRON.ARC".
       01  ARCHIVE-PATRON-RECORD.
           05  ARCHIVE-PATRON-NUMBER             PIC X(5).
           05  ARCHIVE-PATRON-NAME-FIRST         PIC X(15).
           05  ARCHIVE-PATRON-NAME-MIDDLE        PIC X.
           05  ARCHIVE-PATRON-NAME-LAST          PIC X(20).
           05  ARCHIVE-PATRON-ADDRESS-ADD        PIC X(30).
           05  ARCHIVE-PATRON-ADDRESS-ADD2       PIC X(30).
           05  ARCHIVE-PATRON-ADDRESS-CITY       PIC X(9).
           05  ARCHIVE-PATRON-ADDRESS-STATE      PIC X(2).
           05  ARCHIVE-PATRON-ADDRESS-ZIP        PIC X(5).
           05  FILLER                            PIC X(121).
      *
       copy spool.

       FD  ACCESS-PACKAGE-PRINT
           LABEL RECORDS OMITTED.
       01  ACCESS-PACKAGE-LINE                      PIC X(100).
      *
       WORKING-STORAGE SECTION.
      *
      *    SPOOL BOOKKEEPING -- THE SPOOL FILE NAME CARRIES THE JOB
      *    AND RUN DATE, AND EVERY RUN REGISTERS ITSELF ON THE
      *    SPOOL INDEX BEFORE WRITING A LINE.
       01  WS-SPOOL-FILE-NAME                       PIC X(20).
       01  WORK-SPOOL-INDEX-STATUS                  PIC XX.
       01  W037-SPOOL-JOB-NAME                      PIC X(8)
                                                     VALUE "LIB071A".
       01  W037-SPOOL-RUN-DATE                      PIC 9(6).
       01  W037-SPOOL-RUN-TIME                      PIC 9(8).
      *
       01  WORK-NAMES-LIST-STATUS                   PIC XX.
       01  WORK-CIRCULATION-FILE-STATUS             PIC XX.
       01  WORK-CIRC-HISTORY-STATUS                 PIC XX.
       01  WORK-HOLD-FILE-STATUS                    PIC XX.
       01  WORK-FINES-FILE-STATUS                   PIC XX.
       01  WORK-FINE-DETAIL-STATUS                  PIC XX.
       01  WORK-NOTES-FILE-STATUS                   PIC XX.
       01  WORK-AUDIT-FILE-STATUS                   PIC XX.
       01  WORK-NOTICE-QUEUE-STATUS                 PIC XX.
       01  WORK-ARCHIVE-FILE-STATUS                 PIC XX.
       01  WORK-EVENT-REG-STATUS                    PIC XX.
       01  WORK-EVENT-FILE-STATUS                   PIC XX.
       01  WORK-OVERRIDE-LOG-STATUS                 PIC XX.
       01  WORK-BLOCKED-CARD-STATUS                 PIC XX.
       01  WORK-ILL-FILE-STATUS                     PIC XX.
       01  WORK-PENDING-APP-STATUS                  PIC XX.
      *
       01  W005-END-OF-FILE-SWITCH                  PIC X.
           88  W005-END-OF-FILE                     VALUE "1".
      *
      *    THE PARM: THE CARD NUMBER THE PATRON'S REQUEST IS FOR.
       01  W006-CARD-PARM                           PIC X(10).
       01  W006-CARD-NUMBER                         PIC X(5).
      *
      *    WHAT THE CARD'S OWN RECORD SAYS, KEPT ASIDE BEFORE
      *    NAMES.LST IS SCANNED FOR THE CARDS THAT LINK TO IT.
       01  W020-CARD-ON-FILE-SWITCH                 PIC X.
           88  W020-CARD-ON-FILE                    VALUE "Y".
       01  W020-HOUSEHOLD-NUMBER                    PIC X(5).
       01  W020-GUARDIAN-NUMBER                     PIC X(5).
       01  W020-HISTORY-OPTIN-FLAG                  PIC X.
           88  W020-HISTORY-OPTED-IN                VALUE "Y".
      *
       01  W030-SECTION-COUNT                       PIC 9(5).
       01  W030-ALERT-COUNT                         PIC 9(5).
       01  W030-LINES-WRITTEN                       PIC 9(5) VALUE 0.
      *
      *    DATES ON THESE FILES ARE HELD EITHER CCYYMMDD OR YYMMDD;
      *    BOTH ARE SHOWN MM/DD/CCYY, A SIX-DIGIT YEAR WINDOWED THE
      *    SAME WAY LIB010A WINDOWS TODAY'S.
       01  W008-CCYYMMDD-DATE.
           05  W008-DATE-CC                         PIC 99.
           05  W008-DATE-YY                         PIC 99.
           05  W008-DATE-MM                         PIC 99.
           05  W008-DATE-DD                         PIC 99.
       01  W008-CCYYMMDD-DATE-N REDEFINES W008-CCYYMMDD-DATE
                                                    PIC 9(8).
       01  W008-YYMMDD-DATE-N                       PIC 9(6).
       01  W008-SHOW-DATE.
           05  W008-SHOW-MM                         PIC 99.
           05  FILLER                               PIC X VALUE "/".
           05  W008-SHOW-DD                         PIC 99.
           05  FILLER                               PIC X VALUE "/".
           05  W008-SHOW-CC                         PIC 99.
           05  W008-SHOW-YY                         PIC 99.
      *
       01  W009-MONEY-EDIT                          PIC ZZ,ZZ9.99.
       01  W009-MONEY-EDIT-2                        PIC ZZ,ZZ9.99.
      *
       01  W010-TITLE-LINE.
           05  FILLER                               PIC X(40) VALUE
               "PATRON DATA-ACCESS PACKAGE -- RESTRICTED".
           05  FILLER                               PIC X(40) VALUE
               " -- EVERYTHING HELD FOR ONE CARD".
       01  W010-CARD-LINE.
           05  FILLER                               PIC X(13) VALUE
               "CARD NUMBER: ".
           05  W010-CARD-NUMBER                     PIC X(5).
           05  FILLER                               PIC X(12) VALUE
               "   PRINTED: ".
           05  W010-RUN-DATE                        PIC X(10).
       01  W010-SECTION-LINE.
           05  FILLER                               PIC X(4) VALUE
               "*** ".
           05  W010-SECTION-TITLE                   PIC X(60).
       01  W010-NONE-LINE                           PIC X(100) VALUE
           "    (NONE ON FILE)".
       01  W010-NO-FILE-LINE                        PIC X(100) VALUE
           "    (FILE NOT ON THIS SYSTEM -- NOTHING HELD)".
      *
      *    ONE LABELLED FIELD OF THE CARD'S OWN RECORD PER LINE.
       01  W011-FIELD-LINE.
           05  FILLER                            PIC X(4) VALUE SPACES.
           05  W011-FIELD-LABEL                  PIC X(22).
           05  W011-FIELD-VALUE                  PIC X(60).
      *
       01  W012-LOAN-LINE.
           05  FILLER                            PIC X(4) VALUE SPACES.
           05  W012-LOAN-BARCODE                 PIC X(10).
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  W012-LOAN-TYPE                    PIC X(6).
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  W012-LOAN-OUT-DATE                PIC X(10).
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  W012-LOAN-DUE-DATE                PIC X(10).
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  W012-LOAN-BACK-DATE               PIC X(10).
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  W012-LOAN-BRANCH                  PIC X(3).
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  W012-LOAN-NOTE                    PIC X(20).
       01  W012-LOAN-HEADING.
           05  FILLER                               PIC X(40) VALUE
               "    BARCODE     TYPE    OUT         DUE".
           05  FILLER                               PIC X(40) VALUE
               "         RETURNED    BR".
      *
       01  W013-HOLD-LINE.
           05  FILLER                            PIC X(4) VALUE SPACES.
           05  W013-HOLD-BARCODE                 PIC X(10).
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  W013-HOLD-BOOK                    PIC X(5).
           05  FILLER                            PIC X(3) VALUE SPACES.
           05  W013-HOLD-PLACED                  PIC X(10).
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  W013-HOLD-STATUS                  PIC X(10).
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  W013-HOLD-PICKUP                  PIC X(3).
           05  FILLER                            PIC X(3) VALUE SPACES.
           05  W013-HOLD-DEADLINE                PIC X(10).
       01  W013-HOLD-HEADING.
           05  FILLER                               PIC X(40) VALUE
               "    BARCODE     BOOK    PLACED      ".
           05  FILLER                               PIC X(40) VALUE
               "STATUS      BR    DEADLINE".
      *
       01  W014-FINE-LINE.
           05  FILLER                            PIC X(4) VALUE SPACES.
           05  W014-FINE-DATE                    PIC X(10).
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  W014-FINE-RECEIPT                 PIC 9(6).
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  W014-FINE-TYPE                    PIC X(12).
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  W014-FINE-AMOUNT                  PIC X(9).
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  W014-FINE-BALANCE                 PIC X(9).
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  W014-FINE-BRANCH                  PIC X(3).
       01  W014-FINE-HEADING.
           05  FILLER                               PIC X(40) VALUE
               "    DATE        RECEIPT TYPE          ".
           05  FILLER                               PIC X(40) VALUE
               "   AMOUNT    BALANCE  BR".
      *
       01  W015-NOTE-LINE.
           05  FILLER                            PIC X(4) VALUE SPACES.
           05  W015-NOTE-DATE                    PIC X(10).
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  W015-NOTE-TEXT                    PIC X(40).
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  W015-NOTE-MARK                    PIC X(16).
      *
       01  W016-AUDIT-LINE.
           05  FILLER                            PIC X(4) VALUE SPACES.
           05  W016-AUDIT-DATE                   PIC X(10).
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  W016-AUDIT-HH                     PIC 99.
           05  FILLER                            PIC X VALUE ":".
           05  W016-AUDIT-MI                     PIC 99.
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  W016-AUDIT-ACTION                 PIC X(6).
      *
       01  W017-NOTICE-LINE.
           05  FILLER                            PIC X(4) VALUE SPACES.
           05  W017-NOTICE-QUEUED                PIC X(10).
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  W017-NOTICE-TYPE                  PIC X(8).
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  W017-NOTICE-STATUS                PIC X(13).
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  W017-NOTICE-TEXT                  PIC X(60).
      *
       01  W018-LINK-LINE.
           05  FILLER                            PIC X(4) VALUE SPACES.
           05  W018-LINK-TEXT                    PIC X(40).
           05  W018-LINK-CARD                    PIC X(5).
      *
       01  W019-SIGNUP-LINE.
           05  FILLER                            PIC X(4) VALUE SPACES.
           05  W019-SIGNUP-EVENT                 PIC X(6).
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  W019-SIGNUP-TITLE                 PIC X(30).
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  W019-SIGNUP-DATE                  PIC X(10).
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  W019-SIGNUP-STATUS                PIC X(10).
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  W019-SIGNUP-ATTENDED              PIC X(8).
       01  W019-SIGNUP-HEADING.
           05  FILLER                               PIC X(40) VALUE
               "    EVENT   PROGRAM                     ".
           05  FILLER                               PIC X(40) VALUE
               "    SIGNED UP   STATUS".
      *
       01  W021-OVERRIDE-LINE.
           05  FILLER                            PIC X(4) VALUE SPACES.
           05  W021-OVERRIDE-DATE                PIC X(10).
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  W021-OVERRIDE-BRANCH              PIC X(3).
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  W021-OVERRIDE-BARCODE             PIC X(10).
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  W021-OVERRIDE-RULE                PIC X(6).
           05  FILLER                            PIC X(3) VALUE SPACES.
           05  W021-OVERRIDE-REASON              PIC X(2).
       01  W021-OVERRIDE-HEADING.
           05  FILLER                               PIC X(40) VALUE
               "    DATE        BR   BARCODE     RULE   ".
           05  FILLER                               PIC X(40) VALUE
               " REASON".
      *
       01  W022-BLOCKED-LINE.
           05  FILLER                            PIC X(4) VALUE SPACES.
           05  W022-BLOCKED-TEXT                 PIC X(40).
           05  W022-BLOCKED-CARD                 PIC X(5).
           05  FILLER                            PIC X(12) VALUE
               "  BLOCKED ".
           05  W022-BLOCKED-DATE                 PIC X(10).
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  W022-BLOCKED-REASON               PIC X(6).
      *
       01  W023-ILL-LINE.
           05  FILLER                            PIC X(4) VALUE SPACES.
           05  W023-ILL-REQUEST                  PIC X(5).
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  W023-ILL-TITLE                    PIC X(30).
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  W023-ILL-DATE                     PIC X(10).
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  W023-ILL-STATUS                   PIC X(9).
           05  FILLER                            PIC X(2) VALUE SPACES.
           05  W023-ILL-FEE                      PIC X(9).
       01  W023-ILL-HEADING.
           05  FILLER                               PIC X(40) VALUE
               "    REQ    TITLE                        ".
           05  FILLER                               PIC X(40) VALUE
               "  REQUESTED   STATUS         FEE".
      *
       PROCEDURE DIVISION.
      *
       C000-MAIN-LINE-LOGIC.
      *
           PERFORM C010-READ-CARD-PARM.
           IF W006-CARD-NUMBER EQUAL SPACES
               DISPLAY "LIB071A: KEY THE CARD NUMBER ON THE COMMAND "
                       "LINE -- NOTHING PRINTED"
               GOBACK
           END-IF.
           PERFORM C900-REGISTER-SPOOL-FILE.
           OPEN OUTPUT ACCESS-PACKAGE-PRINT.
           MOVE W010-TITLE-LINE TO ACCESS-PACKAGE-LINE.
           WRITE ACCESS-PACKAGE-LINE.
           MOVE W006-CARD-NUMBER TO W010-CARD-NUMBER.
           MOVE W037-SPOOL-RUN-DATE TO W008-YYMMDD-DATE-N.
           PERFORM C810-SHOW-YYMMDD-DATE.
           MOVE W008-SHOW-DATE TO W010-RUN-DATE.
           MOVE W010-CARD-LINE TO ACCESS-PACKAGE-LINE.
           WRITE ACCESS-PACKAGE-LINE.
           PERFORM C020-PRINT-PATRON-RECORD.
           PERFORM C030-PRINT-HOUSEHOLD-LINKS.
           PERFORM C040-PRINT-OPEN-LOANS.
           PERFORM C050-PRINT-LOAN-HISTORY.
           PERFORM C060-PRINT-HOLDS.
           PERFORM C070-PRINT-FINES-LEDGER.
           PERFORM C080-PRINT-PATRON-NOTES.
           PERFORM C090-PRINT-AUDIT-ENTRIES.
           PERFORM C100-PRINT-NOTICES.
           PERFORM C110-PRINT-ARCHIVE-COPIES.
           PERFORM C130-PRINT-EVENT-SIGNUPS.
           PERFORM C140-PRINT-OVERRIDES.
           PERFORM C150-PRINT-BLOCKED-CARDS.
           PERFORM C160-PRINT-ILL-REQUESTS.
           PERFORM C170-PRINT-APPLICATIONS.
           MOVE "*** END OF PACKAGE" TO ACCESS-PACKAGE-LINE.
           WRITE ACCESS-PACKAGE-LINE AFTER ADVANCING 2 LINES.
           CLOSE ACCESS-PACKAGE-PRINT.
           PERFORM C120-AUDIT-THIS-RUN.
           DISPLAY "LIB071A PATRON DATA-ACCESS PACKAGE COMPLETE".
           DISPLAY "CARD NUMBER:         " W006-CARD-NUMBER.
           IF NOT W020-CARD-ON-FILE
               DISPLAY "CARD IS NOT ON NAMES.LST -- SEE THE ARCHIVE "
                       "SECTION".
           DISPLAY "LINES PRINTED:       " W030-LINES-WRITTEN.
           DISPLAY "SPOOLED RESTRICTED:  " WS-SPOOL-FILE-NAME.
           GOBACK.
      *
       C010-READ-CARD-PARM.
      *
           MOVE SPACES TO W006-CARD-PARM.
           ACCEPT W006-CARD-PARM FROM COMMAND-LINE.
           MOVE W006-CARD-PARM (1:5) TO W006-CARD-NUMBER.
      *
      *    THE CARD'S OWN RECORD, FIELD BY FIELD. THE PIN IS LEFT
      *    OUT -- IT IS HELD SCRAMBLED ONE WAY AND CANNOT BE SHOWN.
       C020-PRINT-PATRON-RECORD.
      *
           MOVE "NAMES.LST -- THE PATRON RECORD" TO W010-SECTION-TITLE.
           PERFORM C800-WRITE-SECTION-HEADING.
           MOVE "N" TO W020-CARD-ON-FILE-SWITCH.
           MOVE SPACES TO W020-HOUSEHOLD-NUMBER W020-GUARDIAN-NUMBER.
           MOVE "N" TO W020-HISTORY-OPTIN-FLAG.
           OPEN INPUT NAMES-LIST.
           IF WORK-NAMES-LIST-STATUS NOT EQUAL "00"
               MOVE W010-NO-FILE-LINE TO ACCESS-PACKAGE-LINE
               PERFORM C850-WRITE-PACKAGE-LINE
           ELSE
               MOVE W006-CARD-NUMBER TO PATRON-NUMBER
               READ NAMES-LIST
                   INVALID KEY
                       MOVE "    (NOT ON NAMES.LST -- NO LIVE RECORD)"
                               TO ACCESS-PACKAGE-LINE
                       PERFORM C850-WRITE-PACKAGE-LINE
                   NOT INVALID KEY
                       MOVE "Y" TO W020-CARD-ON-FILE-SWITCH
                       MOVE PATRON-HOUSEHOLD-NUMBER
                               TO W020-HOUSEHOLD-NUMBER
                       MOVE PATRON-GUARDIAN-NUMBER
                               TO W020-GUARDIAN-NUMBER
                       MOVE PATRON-HISTORY-OPTIN-FLAG
                               TO W020-HISTORY-OPTIN-FLAG
                       PERFORM C025-PRINT-PATRON-FIELDS
               END-READ
               CLOSE NAMES-LIST
           END-IF.
      *
       C025-PRINT-PATRON-FIELDS.
      *
           MOVE "NAME" TO W011-FIELD-LABEL.
           MOVE SPACES TO W011-FIELD-VALUE.
           STRING PATRON-NAME-FIRST     DELIMITED BY "  "
                  " "                   DELIMITED BY SIZE
                  PATRON-NAME-MIDDLE    DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  PATRON-NAME-LAST      DELIMITED BY "  "
                  INTO W011-FIELD-VALUE.
           PERFORM C820-WRITE-FIELD-LINE.
           MOVE "ADDRESS" TO W011-FIELD-LABEL.
           MOVE PATRON-ADDRESS-ADD TO W011-FIELD-VALUE.
           PERFORM C820-WRITE-FIELD-LINE.
           IF PATRON-ADDRESS-ADD2 NOT EQUAL SPACES
               MOVE SPACES TO W011-FIELD-LABEL
               MOVE PATRON-ADDRESS-ADD2 TO W011-FIELD-VALUE
               PERFORM C820-WRITE-FIELD-LINE
           END-IF.
           MOVE SPACES TO W011-FIELD-LABEL W011-FIELD-VALUE.
           STRING PATRON-ADDRESS-CITY   DELIMITED BY "  "
                  " "                   DELIMITED BY SIZE
                  PATRON-ADDRESS-STATE  DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  PATRON-ADDRESS-ZIP    DELIMITED BY SIZE
                  INTO W011-FIELD-VALUE.
           PERFORM C820-WRITE-FIELD-LINE.
           MOVE "ADDRESS MARKED BAD" TO W011-FIELD-LABEL.
           MOVE PATRON-ADDRESS-BAD-FLAG TO W011-FIELD-VALUE.
           PERFORM C820-WRITE-FIELD-LINE.
           MOVE "PHONE" TO W011-FIELD-LABEL.
           MOVE SPACES TO W011-FIELD-VALUE.
           STRING PATRON-PHONE-NUMBER-PRE DELIMITED BY SIZE
                  "-"                     DELIMITED BY SIZE
                  PATRON-PHONE-NUMBER-SUF DELIMITED BY SIZE
                  INTO W011-FIELD-VALUE.
           PERFORM C820-WRITE-FIELD-LINE.
           MOVE "MOBILE" TO W011-FIELD-LABEL.
           MOVE SPACES TO W011-FIELD-VALUE.
           IF PATRON-MOBILE-NUMBER NOT EQUAL SPACES
               STRING PATRON-MOBILE-AREA  DELIMITED BY SIZE
                      "-"                 DELIMITED BY SIZE
                      PATRON-MOBILE-PRE   DELIMITED BY SIZE
                      "-"                 DELIMITED BY SIZE
                      PATRON-MOBILE-SUF   DELIMITED BY SIZE
                      INTO W011-FIELD-VALUE
           END-IF.
           PERFORM C820-WRITE-FIELD-LINE.
           MOVE "EMAIL" TO W011-FIELD-LABEL.
           MOVE PATRON-EMAIL-ADDRESS TO W011-FIELD-VALUE.
           PERFORM C820-WRITE-FIELD-LINE.
           MOVE "EMAIL MARKED BAD" TO W011-FIELD-LABEL.
           MOVE PATRON-EMAIL-BAD-FLAG TO W011-FIELD-VALUE.
           PERFORM C820-WRITE-FIELD-LINE.
           MOVE "CONTACT BY" TO W011-FIELD-LABEL.
           MOVE PATRON-CONTACT-FLAG TO W011-FIELD-VALUE.
           PERFORM C820-WRITE-FIELD-LINE.
           MOVE "BIRTH DATE" TO W011-FIELD-LABEL.
           MOVE SPACES TO W011-FIELD-VALUE.
           IF PATRON-BIRTH-DATE IS NUMERIC
               MOVE PATRON-BIRTH-DATE TO W008-CCYYMMDD-DATE
               PERFORM C815-SHOW-CCYYMMDD-DATE
               MOVE W008-SHOW-DATE TO W011-FIELD-VALUE
           END-IF.
           PERFORM C820-WRITE-FIELD-LINE.
           MOVE "CARD TYPE" TO W011-FIELD-LABEL.
           MOVE PATRON-TYPE TO W011-FIELD-VALUE.
           PERFORM C820-WRITE-FIELD-LINE.
           MOVE "HOME BRANCH" TO W011-FIELD-LABEL.
           MOVE PATRON-BRANCH-ID TO W011-FIELD-VALUE.
           PERFORM C820-WRITE-FIELD-LINE.
           MOVE "CARD ISSUED" TO W011-FIELD-LABEL.
           MOVE PATRON-NEW-CARD-DATE TO W008-CCYYMMDD-DATE.
           PERFORM C815-SHOW-CCYYMMDD-DATE.
           MOVE W008-SHOW-DATE TO W011-FIELD-VALUE.
           PERFORM C820-WRITE-FIELD-LINE.
           MOVE "CARD EXPIRES" TO W011-FIELD-LABEL.
           MOVE PATRON-EXP-CARD-DATE TO W008-CCYYMMDD-DATE.
           PERFORM C815-SHOW-CCYYMMDD-DATE.
           MOVE W008-SHOW-DATE TO W011-FIELD-VALUE.
           PERFORM C820-WRITE-FIELD-LINE.
           MOVE "INACTIVE" TO W011-FIELD-LABEL.
           MOVE PATRON-INACTIVE-FLAG TO W011-FIELD-VALUE.
           PERFORM C820-WRITE-FIELD-LINE.
           MOVE "RESIDENCY" TO W011-FIELD-LABEL.
           MOVE PATRON-RESIDENCY-FLAG TO W011-FIELD-VALUE.
           PERFORM C820-WRITE-FIELD-LINE.
           MOVE "NON-RESIDENT FEE" TO W011-FIELD-LABEL.
           MOVE PATRON-NONRES-FEE-FLAG TO W011-FIELD-VALUE.
           PERFORM C820-WRITE-FIELD-LINE.
           MOVE "HISTORY KEPT (OPT-IN)" TO W011-FIELD-LABEL.
           MOVE PATRON-HISTORY-OPTIN-FLAG TO W011-FIELD-VALUE.
           PERFORM C820-WRITE-FIELD-LINE.
           MOVE "CLAIMS-RETURNED COUNT" TO W011-FIELD-LABEL.
           MOVE PATRON-CLAIMS-COUNT TO W011-FIELD-VALUE.
           PERFORM C820-WRITE-FIELD-LINE.
           MOVE "LATE BOOKS" TO W011-FIELD-LABEL.
           MOVE PATRON-LATE-BOOKS-COUNT TO W011-FIELD-VALUE.
           PERFORM C820-WRITE-FIELD-LINE.
           MOVE "LATE MOVIES" TO W011-FIELD-LABEL.
           MOVE PATRON-LATE-MOVIE-COUNT TO W011-FIELD-VALUE.
           PERFORM C820-WRITE-FIELD-LINE.
           IF PATRON-EMP-MASTER-ID NOT EQUAL SPACES
               MOVE "EMPLOYEE NUMBER" TO W011-FIELD-LABEL
               MOVE PATRON-EMP-MASTER-ID TO W011-FIELD-VALUE
               PERFORM C820-WRITE-FIELD-LINE
           END-IF.
           MOVE "PIN" TO W011-FIELD-LABEL.
           MOVE "HELD SCRAMBLED -- NOT SHOWN" TO W011-FIELD-VALUE.
           PERFORM C820-WRITE-FIELD-LINE.
      *
      *    THE LINKS THIS CARD NAMES, THEN EVERY CARD NAMING THIS
      *    ONE. A CARD THAT IS ITS OWN HOUSEHOLD HEAD IS NOT A LINK.
       C030-PRINT-HOUSEHOLD-LINKS.
      *
           MOVE "HOUSEHOLD AND GUARDIAN LINKS" TO W010-SECTION-TITLE.
           PERFORM C800-WRITE-SECTION-HEADING.
           MOVE 0 TO W030-SECTION-COUNT.
           IF W020-HOUSEHOLD-NUMBER NOT EQUAL SPACES
              AND W020-HOUSEHOLD-NUMBER NOT EQUAL W006-CARD-NUMBER
               MOVE "THIS CARD'S HOUSEHOLD HEAD IS CARD"
                       TO W018-LINK-TEXT
               MOVE W020-HOUSEHOLD-NUMBER TO W018-LINK-CARD
               PERFORM C035-WRITE-LINK-LINE
           END-IF.
           IF W020-GUARDIAN-NUMBER NOT EQUAL SPACES
               MOVE "THIS CARD'S GUARDIAN IS CARD" TO W018-LINK-TEXT
               MOVE W020-GUARDIAN-NUMBER TO W018-LINK-CARD
               PERFORM C035-WRITE-LINK-LINE
           END-IF.
           OPEN INPUT NAMES-LIST.
           IF WORK-NAMES-LIST-STATUS EQUAL "00"
               MOVE "0" TO W005-END-OF-FILE-SWITCH
               PERFORM C032-READ-ONE-LINKED-CARD
                       UNTIL W005-END-OF-FILE
               CLOSE NAMES-LIST
           END-IF.
           IF W030-SECTION-COUNT EQUAL ZERO
               MOVE W010-NONE-LINE TO ACCESS-PACKAGE-LINE
               PERFORM C850-WRITE-PACKAGE-LINE
           END-IF.
      *
       C032-READ-ONE-LINKED-CARD.
      *
           READ NAMES-LIST NEXT RECORD
               AT END
                   MOVE "1" TO W005-END-OF-FILE-SWITCH
               NOT AT END
                   IF PATRON-NUMBER NOT EQUAL W006-CARD-NUMBER
                       IF PATRON-HOUSEHOLD-NUMBER EQUAL
                               W006-CARD-NUMBER
                           MOVE "HOUSEHOLD MEMBER (THIS CARD IS HEAD)"
                                   TO W018-LINK-TEXT
                           MOVE PATRON-NUMBER TO W018-LINK-CARD
                           PERFORM C035-WRITE-LINK-LINE
                       END-IF
                       IF PATRON-GUARDIAN-NUMBER EQUAL
                               W006-CARD-NUMBER
                           MOVE "THIS CARD IS GUARDIAN OF CARD"
                                   TO W018-LINK-TEXT
                           MOVE PATRON-NUMBER TO W018-LINK-CARD
                           PERFORM C035-WRITE-LINK-LINE
                       END-IF
                   END-IF
           END-READ.
      *
       C035-WRITE-LINK-LINE.
      *
           ADD 1 TO W030-SECTION-COUNT.
           MOVE W018-LINK-LINE TO ACCESS-PACKAGE-LINE.
           PERFORM C850-WRITE-PACKAGE-LINE.
      *
      *    OPEN AND CLAIMED-RETURNED LOANS -- A CLAIM IS STILL ON
      *    THE CARD UNTIL THE DESK SETTLES IT.
       C040-PRINT-OPEN-LOANS.
      *
           MOVE "OPEN LOANS (CIRC.DAT)" TO W010-SECTION-TITLE.
           PERFORM C800-WRITE-SECTION-HEADING.
           MOVE 0 TO W030-SECTION-COUNT.
           OPEN INPUT CIRCULATION-FILE.
           IF WORK-CIRCULATION-FILE-STATUS NOT EQUAL "00"
               MOVE W010-NO-FILE-LINE TO ACCESS-PACKAGE-LINE
               PERFORM C850-WRITE-PACKAGE-LINE
           ELSE
               MOVE W012-LOAN-HEADING TO ACCESS-PACKAGE-LINE
               PERFORM C850-WRITE-PACKAGE-LINE
               MOVE "0" TO W005-END-OF-FILE-SWITCH
               PERFORM C045-READ-ONE-LOAN UNTIL W005-END-OF-FILE
               CLOSE CIRCULATION-FILE
               IF W030-SECTION-COUNT EQUAL ZERO
                   MOVE W010-NONE-LINE TO ACCESS-PACKAGE-LINE
                   PERFORM C850-WRITE-PACKAGE-LINE
               END-IF
           END-IF.
      *
       C045-READ-ONE-LOAN.
      *
           READ CIRCULATION-FILE NEXT RECORD
               AT END
                   MOVE "1" TO W005-END-OF-FILE-SWITCH
               NOT AT END
                   IF CIRC-PATRON-NUMBER EQUAL W006-CARD-NUMBER
                      AND (CIRC-ITEM-OUT OR CIRC-ITEM-CLAIMED-RETURNED)
                       ADD 1 TO W030-SECTION-COUNT
                       MOVE SPACES TO W012-LOAN-LINE
                       MOVE CIRC-ITEM-BARCODE TO W012-LOAN-BARCODE
                       MOVE CIRC-ITEM-TYPE TO W012-LOAN-TYPE
                       MOVE CIRC-CHECKOUT-DATE TO W008-CCYYMMDD-DATE
                       PERFORM C815-SHOW-CCYYMMDD-DATE
                       MOVE W008-SHOW-DATE TO W012-LOAN-OUT-DATE
                       MOVE CIRC-DUE-DATE TO W008-CCYYMMDD-DATE
                       PERFORM C815-SHOW-CCYYMMDD-DATE
                       MOVE W008-SHOW-DATE TO W012-LOAN-DUE-DATE
                       MOVE CIRC-BRANCH-ID TO W012-LOAN-BRANCH
                       IF CIRC-ITEM-CLAIMED-RETURNED
                           MOVE "CLAIMED RETURNED" TO W012-LOAN-NOTE
                       END-IF
                       MOVE W012-LOAN-LINE TO ACCESS-PACKAGE-LINE
                       PERFORM C850-WRITE-PACKAGE-LINE
                   END-IF
           END-READ.
      *
      *    HISTORY IS KEPT AND SHOWN ONLY FOR A PATRON WHO HAS
      *    OPTED IN -- THE SAME RULE P5 AND SELF001A FOLLOW.
       C050-PRINT-LOAN-HISTORY.
      *
           MOVE "LOAN HISTORY (CIRCHIST.DAT)" TO W010-SECTION-TITLE.
           PERFORM C800-WRITE-SECTION-HEADING.
           MOVE 0 TO W030-SECTION-COUNT.
           IF NOT W020-HISTORY-OPTED-IN
               MOVE "    (PATRON HAS NOT OPTED IN -- NO HISTORY KEPT)"
                       TO ACCESS-PACKAGE-LINE
               PERFORM C850-WRITE-PACKAGE-LINE
           ELSE
               OPEN INPUT CIRC-HISTORY-FILE
               IF WORK-CIRC-HISTORY-STATUS NOT EQUAL "00"
                   MOVE W010-NO-FILE-LINE TO ACCESS-PACKAGE-LINE
                   PERFORM C850-WRITE-PACKAGE-LINE
               ELSE
                   MOVE W012-LOAN-HEADING TO ACCESS-PACKAGE-LINE
                   PERFORM C850-WRITE-PACKAGE-LINE
                   MOVE "0" TO W005-END-OF-FILE-SWITCH
                   PERFORM C055-READ-ONE-HISTORY
                           UNTIL W005-END-OF-FILE
                   CLOSE CIRC-HISTORY-FILE
                   IF W030-SECTION-COUNT EQUAL ZERO
                       MOVE W010-NONE-LINE TO ACCESS-PACKAGE-LINE
                       PERFORM C850-WRITE-PACKAGE-LINE
                   END-IF
               END-IF
           END-IF.
      *
       C055-READ-ONE-HISTORY.
      *
           READ CIRC-HISTORY-FILE
               AT END
                   MOVE "1" TO W005-END-OF-FILE-SWITCH
               NOT AT END
                   IF HIST-PATRON-NUMBER EQUAL W006-CARD-NUMBER
                       ADD 1 TO W030-SECTION-COUNT
                       MOVE SPACES TO W012-LOAN-LINE
                       MOVE HIST-ITEM-BARCODE TO W012-LOAN-BARCODE
                       MOVE HIST-ITEM-TYPE TO W012-LOAN-TYPE
                       MOVE HIST-CHECKOUT-DATE TO W008-CCYYMMDD-DATE
                       PERFORM C815-SHOW-CCYYMMDD-DATE
                       MOVE W008-SHOW-DATE TO W012-LOAN-OUT-DATE
                       MOVE HIST-DUE-DATE TO W008-CCYYMMDD-DATE
                       PERFORM C815-SHOW-CCYYMMDD-DATE
                       MOVE W008-SHOW-DATE TO W012-LOAN-DUE-DATE
                       MOVE HIST-RETURN-DATE TO W008-CCYYMMDD-DATE
                       PERFORM C815-SHOW-CCYYMMDD-DATE
                       MOVE W008-SHOW-DATE TO W012-LOAN-BACK-DATE
                       MOVE HIST-BRANCH-ID TO W012-LOAN-BRANCH
                       MOVE W012-LOAN-LINE TO ACCESS-PACKAGE-LINE
                       PERFORM C850-WRITE-PACKAGE-LINE
                   END-IF
           END-READ.
      *
      *    EVERY HOLD STILL ON HOLDS.DAT FOR THE CARD, WHATEVER ITS
      *    STATUS -- FILLED AND EXPIRED ROWS ARE DATA HELD TOO.
       C060-PRINT-HOLDS.
      *
           MOVE "HOLDS (HOLDS.DAT)" TO W010-SECTION-TITLE.
           PERFORM C800-WRITE-SECTION-HEADING.
           MOVE 0 TO W030-SECTION-COUNT.
           OPEN INPUT HOLD-FILE.
           IF WORK-HOLD-FILE-STATUS NOT EQUAL "00"
               MOVE W010-NO-FILE-LINE TO ACCESS-PACKAGE-LINE
               PERFORM C850-WRITE-PACKAGE-LINE
           ELSE
               MOVE W013-HOLD-HEADING TO ACCESS-PACKAGE-LINE
               PERFORM C850-WRITE-PACKAGE-LINE
               MOVE "0" TO W005-END-OF-FILE-SWITCH
               PERFORM C065-READ-ONE-HOLD UNTIL W005-END-OF-FILE
               CLOSE HOLD-FILE
               IF W030-SECTION-COUNT EQUAL ZERO
                   MOVE W010-NONE-LINE TO ACCESS-PACKAGE-LINE
                   PERFORM C850-WRITE-PACKAGE-LINE
               END-IF
           END-IF.
      *
       C065-READ-ONE-HOLD.
      *
           READ HOLD-FILE NEXT RECORD
               AT END
                   MOVE "1" TO W005-END-OF-FILE-SWITCH
               NOT AT END
                   IF HOLD-PATRON-NUMBER EQUAL W006-CARD-NUMBER
                       PERFORM C067-PRINT-ONE-HOLD
                   END-IF
           END-READ.
      *
       C067-PRINT-ONE-HOLD.
      *
           ADD 1 TO W030-SECTION-COUNT.
           MOVE SPACES TO W013-HOLD-LINE.
           MOVE HOLD-ITEM-BARCODE TO W013-HOLD-BARCODE.
           MOVE HOLD-BOOK-NUMBER TO W013-HOLD-BOOK.
           MOVE HOLD-PLACED-DATE TO W008-CCYYMMDD-DATE.
           PERFORM C815-SHOW-CCYYMMDD-DATE.
           MOVE W008-SHOW-DATE TO W013-HOLD-PLACED.
           EVALUATE TRUE
               WHEN HOLD-IS-ACTIVE
                   MOVE "WAITING" TO W013-HOLD-STATUS
               WHEN HOLD-IS-TRAPPED
                   MOVE "ON SHELF" TO W013-HOLD-STATUS
               WHEN HOLD-IS-IN-TRANSIT
                   MOVE "IN TRANSIT" TO W013-HOLD-STATUS
               WHEN HOLD-IS-FILLED
                   MOVE "FILLED" TO W013-HOLD-STATUS
               WHEN HOLD-IS-EXPIRED
                   MOVE "EXPIRED" TO W013-HOLD-STATUS
               WHEN OTHER
                   MOVE HOLD-STATUS-FLAG TO W013-HOLD-STATUS
           END-EVALUATE.
           MOVE HOLD-PICKUP-BRANCH TO W013-HOLD-PICKUP.
           IF HOLD-PICKUP-DEADLINE IS NUMERIC
              AND HOLD-PICKUP-DEADLINE NOT EQUAL ZERO
               MOVE HOLD-PICKUP-DEADLINE TO W008-CCYYMMDD-DATE
               PERFORM C815-SHOW-CCYYMMDD-DATE
               MOVE W008-SHOW-DATE TO W013-HOLD-DEADLINE
           END-IF.
           MOVE W013-HOLD-LINE TO ACCESS-PACKAGE-LINE.
           PERFORM C850-WRITE-PACKAGE-LINE.
      *
      *    THE BALANCE ROW, THEN THE WHOLE LEDGER FOR THE CARD IN
      *    SEQUENCE ORDER -- CHARGES, PAYMENTS, WAIVES, REVERSALS.
       C070-PRINT-FINES-LEDGER.
      *
           MOVE "FINES LEDGER (FINES.DAT, FINEDTL.DAT)"
                   TO W010-SECTION-TITLE.
           PERFORM C800-WRITE-SECTION-HEADING.
           MOVE 0 TO W030-SECTION-COUNT.
           OPEN INPUT FINES-FILE.
           IF WORK-FINES-FILE-STATUS EQUAL "00"
               MOVE W006-CARD-NUMBER TO FINE-PATRON-NUMBER
               READ FINES-FILE
                   INVALID KEY
                       MOVE "    (NO BALANCE RECORD)"
                               TO ACCESS-PACKAGE-LINE
                       PERFORM C850-WRITE-PACKAGE-LINE
                   NOT INVALID KEY
                       MOVE FINE-BALANCE TO W009-MONEY-EDIT
                       MOVE SPACES TO ACCESS-PACKAGE-LINE
                       STRING "    BALANCE OWED: "  DELIMITED BY SIZE
                              W009-MONEY-EDIT       DELIMITED BY SIZE
                              INTO ACCESS-PACKAGE-LINE
                       IF FINE-IS-REFERRED
                           MOVE "  REFERRED FOR COLLECTION"
                                   TO ACCESS-PACKAGE-LINE (28:25)
                       END-IF
                       PERFORM C850-WRITE-PACKAGE-LINE
               END-READ
               CLOSE FINES-FILE
           END-IF.
           OPEN INPUT FINE-DETAIL-FILE.
           IF WORK-FINE-DETAIL-STATUS NOT EQUAL "00"
               MOVE W010-NO-FILE-LINE TO ACCESS-PACKAGE-LINE
               PERFORM C850-WRITE-PACKAGE-LINE
           ELSE
               MOVE W014-FINE-HEADING TO ACCESS-PACKAGE-LINE
               PERFORM C850-WRITE-PACKAGE-LINE
               MOVE "0" TO W005-END-OF-FILE-SWITCH
               MOVE W006-CARD-NUMBER TO FINE-DTL-PATRON-NUMBER
               MOVE 0 TO FINE-DTL-SEQUENCE
               START FINE-DETAIL-FILE KEY IS NOT LESS THAN
                       FINE-DTL-KEY
                   INVALID KEY
                       MOVE "1" TO W005-END-OF-FILE-SWITCH
               END-START
               PERFORM C075-READ-ONE-LEDGER-LINE
                       UNTIL W005-END-OF-FILE
               CLOSE FINE-DETAIL-FILE
               IF W030-SECTION-COUNT EQUAL ZERO
                   MOVE W010-NONE-LINE TO ACCESS-PACKAGE-LINE
                   PERFORM C850-WRITE-PACKAGE-LINE
               END-IF
           END-IF.
      *
       C075-READ-ONE-LEDGER-LINE.
      *
           READ FINE-DETAIL-FILE NEXT RECORD
               AT END
                   MOVE "1" TO W005-END-OF-FILE-SWITCH
               NOT AT END
                   IF FINE-DTL-PATRON-NUMBER NOT EQUAL
                           W006-CARD-NUMBER
                       MOVE "1" TO W005-END-OF-FILE-SWITCH
                   ELSE
                       PERFORM C077-PRINT-ONE-LEDGER-LINE
                   END-IF
           END-READ.
      *
       C077-PRINT-ONE-LEDGER-LINE.
      *
           ADD 1 TO W030-SECTION-COUNT.
           MOVE SPACES TO W014-FINE-LINE.
           MOVE FINE-DTL-DATE TO W008-CCYYMMDD-DATE.
           PERFORM C815-SHOW-CCYYMMDD-DATE.
           MOVE W008-SHOW-DATE TO W014-FINE-DATE.
           MOVE FINE-DTL-RECEIPT-NUMBER TO W014-FINE-RECEIPT.
           EVALUATE TRUE
               WHEN FINE-DTL-IS-NONRES-FEE
                   MOVE "NONRES FEE" TO W014-FINE-TYPE
               WHEN FINE-DTL-IS-CARD-FEE
                   MOVE "CARD FEE" TO W014-FINE-TYPE
               WHEN FINE-DTL-IS-ILL-FEE
                   MOVE "ILL FEE" TO W014-FINE-TYPE
               WHEN FINE-DTL-IS-CHARGE
                   MOVE "OVERDUE" TO W014-FINE-TYPE
               WHEN FINE-DTL-IS-ONLINE-PAYMENT
                   MOVE "WEB PAYMENT" TO W014-FINE-TYPE
               WHEN FINE-DTL-IS-PAYMENT
                   MOVE "PAYMENT" TO W014-FINE-TYPE
               WHEN FINE-DTL-IS-WAIVE
                   MOVE "WAIVED" TO W014-FINE-TYPE
               WHEN FINE-DTL-IS-LOST-BILL
                   MOVE "LOST ITEM" TO W014-FINE-TYPE
               WHEN FINE-DTL-IS-REVERSAL
                   MOVE "REVERSAL" TO W014-FINE-TYPE
               WHEN OTHER
                   MOVE FINE-DTL-TYPE-FLAG TO W014-FINE-TYPE
           END-EVALUATE.
           MOVE FINE-DTL-AMOUNT TO W009-MONEY-EDIT.
           MOVE W009-MONEY-EDIT TO W014-FINE-AMOUNT.
           MOVE FINE-DTL-BALANCE-AFTER TO W009-MONEY-EDIT-2.
           MOVE W009-MONEY-EDIT-2 TO W014-FINE-BALANCE.
           MOVE FINE-DTL-BRANCH-ID TO W014-FINE-BRANCH.
           MOVE W014-FINE-LINE TO ACCESS-PACKAGE-LINE.
           PERFORM C850-WRITE-PACKAGE-LINE.
      *
      *    EVERY NOTE STAFF HAVE WRITTEN ON THE CARD. AN ALERT IS A
      *    NOTE THE DESK IS WARNED WITH -- IT IS SHOWN, MARKED AS AN
      *    INTERNAL ALERT SO THE PATRON CAN SEE WHICH IS WHICH.
       C080-PRINT-PATRON-NOTES.
      *
           MOVE "STAFF NOTES (PATNOTES.DAT)" TO W010-SECTION-TITLE.
           PERFORM C800-WRITE-SECTION-HEADING.
           MOVE 0 TO W030-SECTION-COUNT W030-ALERT-COUNT.
           OPEN INPUT PATRON-NOTES-FILE.
           IF WORK-NOTES-FILE-STATUS NOT EQUAL "00"
               MOVE W010-NO-FILE-LINE TO ACCESS-PACKAGE-LINE
               PERFORM C850-WRITE-PACKAGE-LINE
           ELSE
               MOVE "0" TO W005-END-OF-FILE-SWITCH
               MOVE W006-CARD-NUMBER TO NOTE-PATRON-NUMBER
               MOVE 0 TO NOTE-SEQUENCE
               START PATRON-NOTES-FILE KEY IS NOT LESS THAN NOTE-KEY
                   INVALID KEY
                       MOVE "1" TO W005-END-OF-FILE-SWITCH
               END-START
               PERFORM C085-READ-ONE-NOTE UNTIL W005-END-OF-FILE
               CLOSE PATRON-NOTES-FILE
               IF W030-SECTION-COUNT EQUAL ZERO
                   MOVE W010-NONE-LINE TO ACCESS-PACKAGE-LINE
                   PERFORM C850-WRITE-PACKAGE-LINE
               END-IF
           END-IF.
      *
       C085-READ-ONE-NOTE.
      *
           READ PATRON-NOTES-FILE NEXT RECORD
               AT END
                   MOVE "1" TO W005-END-OF-FILE-SWITCH
               NOT AT END
                   IF NOTE-PATRON-NUMBER NOT EQUAL W006-CARD-NUMBER
                       MOVE "1" TO W005-END-OF-FILE-SWITCH
                   ELSE
                       ADD 1 TO W030-SECTION-COUNT
                       MOVE SPACES TO W015-NOTE-LINE
                       MOVE NOTE-DATE TO W008-YYMMDD-DATE-N
                       PERFORM C810-SHOW-YYMMDD-DATE
                       MOVE W008-SHOW-DATE TO W015-NOTE-DATE
                       MOVE NOTE-TEXT TO W015-NOTE-TEXT
                       IF NOTE-IS-ALERT
                           ADD 1 TO W030-ALERT-COUNT
                           MOVE "INTERNAL ALERT" TO W015-NOTE-MARK
                       END-IF
                       MOVE W015-NOTE-LINE TO ACCESS-PACKAGE-LINE
                       PERFORM C850-WRITE-PACKAGE-LINE
                   END-IF
           END-READ.
      *
      *    READ BEFORE THIS RUN'S OWN ENTRY IS APPENDED, SO THE
      *    PACKAGE SHOWS THE TRAIL AS IT STOOD WHEN ASKED FOR.
       C090-PRINT-AUDIT-ENTRIES.
      *
           MOVE "CHANGES RECORDED (AUDIT.DAT)" TO W010-SECTION-TITLE.
           PERFORM C800-WRITE-SECTION-HEADING.
           MOVE 0 TO W030-SECTION-COUNT.
           OPEN INPUT AUDIT-TRAIL-FILE.
           IF WORK-AUDIT-FILE-STATUS NOT EQUAL "00"
               MOVE W010-NO-FILE-LINE TO ACCESS-PACKAGE-LINE
               PERFORM C850-WRITE-PACKAGE-LINE
           ELSE
               MOVE "0" TO W005-END-OF-FILE-SWITCH
               PERFORM C095-READ-ONE-AUDIT UNTIL W005-END-OF-FILE
               CLOSE AUDIT-TRAIL-FILE
               IF W030-SECTION-COUNT EQUAL ZERO
                   MOVE W010-NONE-LINE TO ACCESS-PACKAGE-LINE
                   PERFORM C850-WRITE-PACKAGE-LINE
               END-IF
           END-IF.
      *
       C095-READ-ONE-AUDIT.
      *
           READ AUDIT-TRAIL-FILE
               AT END
                   MOVE "1" TO W005-END-OF-FILE-SWITCH
               NOT AT END
                   IF AUDIT-TRAIL-PATRON-NUMBER EQUAL W006-CARD-NUMBER
                       ADD 1 TO W030-SECTION-COUNT
                       MOVE AUDIT-TRAIL-DATE TO W008-YYMMDD-DATE-N
                       PERFORM C810-SHOW-YYMMDD-DATE
                       MOVE W008-SHOW-DATE TO W016-AUDIT-DATE
                       MOVE AUDIT-TRAIL-TIME (1:2) TO W016-AUDIT-HH
                       MOVE AUDIT-TRAIL-TIME (3:2) TO W016-AUDIT-MI
                       MOVE AUDIT-TRAIL-ACTION TO W016-AUDIT-ACTION
                       MOVE W016-AUDIT-LINE TO ACCESS-PACKAGE-LINE
                       PERFORM C850-WRITE-PACKAGE-LINE
                   END-IF
           END-READ.
      *
      *    EVERY NOTICE LINE QUEUED FOR THE CARD -- SENT, STILL
      *    PENDING, OR HELD AS UNDELIVERABLE.
       C100-PRINT-NOTICES.
      *
           MOVE "NOTICES (NOTEQUE.DAT)" TO W010-SECTION-TITLE.
           PERFORM C800-WRITE-SECTION-HEADING.
           MOVE 0 TO W030-SECTION-COUNT.
           OPEN INPUT NOTICE-QUEUE-FILE.
           IF WORK-NOTICE-QUEUE-STATUS NOT EQUAL "00"
               MOVE W010-NO-FILE-LINE TO ACCESS-PACKAGE-LINE
               PERFORM C850-WRITE-PACKAGE-LINE
           ELSE
               MOVE "0" TO W005-END-OF-FILE-SWITCH
               PERFORM C105-READ-ONE-NOTICE UNTIL W005-END-OF-FILE
               CLOSE NOTICE-QUEUE-FILE
               IF W030-SECTION-COUNT EQUAL ZERO
                   MOVE W010-NONE-LINE TO ACCESS-PACKAGE-LINE
                   PERFORM C850-WRITE-PACKAGE-LINE
               END-IF
           END-IF.
      *
       C105-READ-ONE-NOTICE.
      *
           READ NOTICE-QUEUE-FILE
               AT END
                   MOVE "1" TO W005-END-OF-FILE-SWITCH
               NOT AT END
                   IF NQ-PATRON-NUMBER EQUAL W006-CARD-NUMBER
                       PERFORM C107-PRINT-ONE-NOTICE
                   END-IF
           END-READ.
      *
       C107-PRINT-ONE-NOTICE.
      *
           ADD 1 TO W030-SECTION-COUNT.
           MOVE SPACES TO W017-NOTICE-LINE.
           MOVE NQ-QUEUED-DATE TO W008-YYMMDD-DATE-N.
           PERFORM C810-SHOW-YYMMDD-DATE.
           MOVE W008-SHOW-DATE TO W017-NOTICE-QUEUED.
           MOVE NQ-NOTICE-TYPE TO W017-NOTICE-TYPE.
           EVALUATE TRUE
               WHEN NQ-IS-SENT
                   MOVE "SENT" TO W017-NOTICE-STATUS
               WHEN NQ-IS-PENDING
                   MOVE "NOT YET SENT" TO W017-NOTICE-STATUS
               WHEN NQ-IS-UNDELIVERABLE
                   MOVE "UNDELIVERABLE" TO W017-NOTICE-STATUS
               WHEN OTHER
                   MOVE NQ-STATUS-FLAG TO W017-NOTICE-STATUS
           END-EVALUATE.
           MOVE NQ-TEXT-LINE TO W017-NOTICE-TEXT.
           MOVE W017-NOTICE-LINE TO ACCESS-PACKAGE-LINE.
           PERFORM C850-WRITE-PACKAGE-LINE.
      *
      *    A RETIRED CARD'S RECORD AS LIB006A ARCHIVED IT. A CARD
      *    REINSTATED AND RETIRED AGAIN CAN HAVE MORE THAN ONE COPY.
       C110-PRINT-ARCHIVE-COPIES.
      *
           MOVE "ARCHIVED COPIES (PATRON.ARC)" TO W010-SECTION-TITLE.
           PERFORM C800-WRITE-SECTION-HEADING.
           MOVE 0 TO W030-SECTION-COUNT.
           OPEN INPUT ARCHIVE-PATRON-FILE.
           IF WORK-ARCHIVE-FILE-STATUS NOT EQUAL "00"
               MOVE W010-NO-FILE-LINE TO ACCESS-PACKAGE-LINE
               PERFORM C850-WRITE-PACKAGE-LINE
           ELSE
               MOVE "0" TO W005-END-OF-FILE-SWITCH
               PERFORM C115-READ-ONE-ARCHIVE UNTIL W005-END-OF-FILE
               CLOSE ARCHIVE-PATRON-FILE
               IF W030-SECTION-COUNT EQUAL ZERO
                   MOVE W010-NONE-LINE TO ACCESS-PACKAGE-LINE
                   PERFORM C850-WRITE-PACKAGE-LINE
               END-IF
           END-IF.
      *
       C115-READ-ONE-ARCHIVE.
      *
           READ ARCHIVE-PATRON-FILE
               AT END
                   MOVE "1" TO W005-END-OF-FILE-SWITCH
               NOT AT END
                   IF ARCHIVE-PATRON-NUMBER EQUAL W006-CARD-NUMBER
                       PERFORM C117-PRINT-ONE-ARCHIVE
                   END-IF
           END-READ.
      *
       C117-PRINT-ONE-ARCHIVE.
      *
           ADD 1 TO W030-SECTION-COUNT.
           MOVE "ARCHIVED NAME" TO W011-FIELD-LABEL.
           MOVE SPACES TO W011-FIELD-VALUE.
           STRING ARCHIVE-PATRON-NAME-FIRST   DELIMITED BY "  "
                  " "                         DELIMITED BY SIZE
                  ARCHIVE-PATRON-NAME-MIDDLE  DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  ARCHIVE-PATRON-NAME-LAST    DELIMITED BY "  "
                  INTO W011-FIELD-VALUE.
           PERFORM C820-WRITE-FIELD-LINE.
           MOVE "ARCHIVED ADDRESS" TO W011-FIELD-LABEL.
           MOVE ARCHIVE-PATRON-ADDRESS-ADD TO W011-FIELD-VALUE.
           PERFORM C820-WRITE-FIELD-LINE.
           IF ARCHIVE-PATRON-ADDRESS-ADD2 NOT EQUAL SPACES
               MOVE SPACES TO W011-FIELD-LABEL
               MOVE ARCHIVE-PATRON-ADDRESS-ADD2 TO W011-FIELD-VALUE
               PERFORM C820-WRITE-FIELD-LINE
           END-IF.
           MOVE SPACES TO W011-FIELD-LABEL W011-FIELD-VALUE.
           STRING ARCHIVE-PATRON-ADDRESS-CITY   DELIMITED BY "  "
                  " "                           DELIMITED BY SIZE
                  ARCHIVE-PATRON-ADDRESS-STATE  DELIMITED BY SIZE
                  " "                           DELIMITED BY SIZE
                  ARCHIVE-PATRON-ADDRESS-ZIP    DELIMITED BY SIZE
                  INTO W011-FIELD-VALUE.
           PERFORM C820-WRITE-FIELD-LINE.
      *
      *    THE RUN ITSELF GOES ON THE CARD'S AUDIT TRAIL, SO THE
      *    NEXT REQUEST (AND LIB012A) SHOWS THIS ONE WAS MADE.
       C120-AUDIT-THIS-RUN.
      *
           OPEN EXTEND AUDIT-TRAIL-FILE.
           IF WORK-AUDIT-FILE-STATUS NOT EQUAL "00"
               OPEN OUTPUT AUDIT-TRAIL-FILE.
           ACCEPT AUDIT-TRAIL-DATE FROM DATE.
           ACCEPT AUDIT-TRAIL-TIME FROM TIME.
           MOVE "PRIVRQ" TO AUDIT-TRAIL-ACTION.
           MOVE W006-CARD-NUMBER TO AUDIT-TRAIL-PATRON-NUMBER.
           WRITE AUDIT-TRAIL-RECORD.
           CLOSE AUDIT-TRAIL-FILE.
      *
      *    EVERY SIGN-UP FOR THE CARD, CANCELLED ONES INCLUDED --
      *    THEY STAY ON FILE AS STATUS C.
       C130-PRINT-EVENT-SIGNUPS.
      *
           MOVE "PROGRAM SIGN-UPS (EVENTREG.DAT)" TO W010-SECTION-TITLE.
           PERFORM C800-WRITE-SECTION-HEADING.
           MOVE 0 TO W030-SECTION-COUNT.
           OPEN INPUT EVENT-REG-FILE.
           IF WORK-EVENT-REG-STATUS NOT EQUAL "00"
               MOVE W010-NO-FILE-LINE TO ACCESS-PACKAGE-LINE
               PERFORM C850-WRITE-PACKAGE-LINE
           ELSE
               OPEN INPUT EVENT-FILE
               MOVE W019-SIGNUP-HEADING TO ACCESS-PACKAGE-LINE
               PERFORM C850-WRITE-PACKAGE-LINE
               MOVE "0" TO W005-END-OF-FILE-SWITCH
               PERFORM C135-READ-ONE-SIGNUP UNTIL W005-END-OF-FILE
               CLOSE EVENT-REG-FILE
               IF WORK-EVENT-FILE-STATUS EQUAL "00"
                   CLOSE EVENT-FILE
               END-IF
               IF W030-SECTION-COUNT EQUAL ZERO
                   MOVE W010-NONE-LINE TO ACCESS-PACKAGE-LINE
                   PERFORM C850-WRITE-PACKAGE-LINE
               END-IF
           END-IF.
      *
       C135-READ-ONE-SIGNUP.
      *
           READ EVENT-REG-FILE NEXT RECORD
               AT END
                   MOVE "1" TO W005-END-OF-FILE-SWITCH
               NOT AT END
                   IF EREG-PATRON-NUMBER EQUAL W006-CARD-NUMBER
                       PERFORM C137-PRINT-ONE-SIGNUP
                   END-IF
           END-READ.
      *
       C137-PRINT-ONE-SIGNUP.
      *
           ADD 1 TO W030-SECTION-COUNT.
           MOVE SPACES TO W019-SIGNUP-LINE.
           MOVE EREG-EVENT-CODE TO W019-SIGNUP-EVENT.
           IF WORK-EVENT-FILE-STATUS EQUAL "00"
               MOVE EREG-EVENT-CODE TO EVT-CODE
               READ EVENT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE EVT-TITLE TO W019-SIGNUP-TITLE
               END-READ
           END-IF.
           MOVE EREG-SIGNUP-DATE TO W008-CCYYMMDD-DATE.
           PERFORM C815-SHOW-CCYYMMDD-DATE.
           MOVE W008-SHOW-DATE TO W019-SIGNUP-DATE.
           EVALUATE TRUE
               WHEN EREG-IS-REGISTERED
                   MOVE "REGISTERED" TO W019-SIGNUP-STATUS
               WHEN EREG-IS-WAITLISTED
                   MOVE "WAITLIST" TO W019-SIGNUP-STATUS
               WHEN EREG-IS-CANCELLED
                   MOVE "CANCELLED" TO W019-SIGNUP-STATUS
               WHEN OTHER
                   MOVE EREG-STATUS-FLAG TO W019-SIGNUP-STATUS
           END-EVALUATE.
           IF EREG-ATTENDED
               MOVE "ATTENDED" TO W019-SIGNUP-ATTENDED
           END-IF.
           MOVE W019-SIGNUP-LINE TO ACCESS-PACKAGE-LINE.
           PERFORM C850-WRITE-PACKAGE-LINE.
      *
      *    CHECKOUTS LET THROUGH A RULE ON THIS CARD. THE CLERK AND
      *    SUPERVISOR IDS ARE STAFF RECORDS, NOT THE PATRON'S DATA.
       C140-PRINT-OVERRIDES.
      *
           MOVE "CHECKOUT OVERRIDES (OVERRIDE.DAT)"
                   TO W010-SECTION-TITLE.
           PERFORM C800-WRITE-SECTION-HEADING.
           MOVE 0 TO W030-SECTION-COUNT.
           OPEN INPUT OVERRIDE-LOG-FILE.
           IF WORK-OVERRIDE-LOG-STATUS NOT EQUAL "00"
               MOVE W010-NO-FILE-LINE TO ACCESS-PACKAGE-LINE
               PERFORM C850-WRITE-PACKAGE-LINE
           ELSE
               MOVE W021-OVERRIDE-HEADING TO ACCESS-PACKAGE-LINE
               PERFORM C850-WRITE-PACKAGE-LINE
               MOVE "0" TO W005-END-OF-FILE-SWITCH
               PERFORM C145-READ-ONE-OVERRIDE UNTIL W005-END-OF-FILE
               CLOSE OVERRIDE-LOG-FILE
               IF W030-SECTION-COUNT EQUAL ZERO
                   MOVE W010-NONE-LINE TO ACCESS-PACKAGE-LINE
                   PERFORM C850-WRITE-PACKAGE-LINE
               END-IF
           END-IF.
      *
       C145-READ-ONE-OVERRIDE.
      *
           READ OVERRIDE-LOG-FILE
               AT END
                   MOVE "1" TO W005-END-OF-FILE-SWITCH
               NOT AT END
                   IF OVR-PATRON-NUMBER EQUAL W006-CARD-NUMBER
                       ADD 1 TO W030-SECTION-COUNT
                       MOVE SPACES TO W021-OVERRIDE-LINE
                       MOVE OVR-DATE TO W008-CCYYMMDD-DATE
                       PERFORM C815-SHOW-CCYYMMDD-DATE
                       MOVE W008-SHOW-DATE TO W021-OVERRIDE-DATE
                       MOVE OVR-BRANCH-ID TO W021-OVERRIDE-BRANCH
                       MOVE OVR-ITEM-BARCODE TO W021-OVERRIDE-BARCODE
                       MOVE OVR-RULE-CODE TO W021-OVERRIDE-RULE
                       MOVE OVR-REASON-CODE TO W021-OVERRIDE-REASON
                       MOVE W021-OVERRIDE-LINE TO ACCESS-PACKAGE-LINE
                       PERFORM C850-WRITE-PACKAGE-LINE
                   END-IF
           END-READ.
      *
      *    THE CARD ITSELF IF IT WAS REPORTED LOST OR STOLEN, AND
      *    EVERY BLOCKED NUMBER A REISSUE MOVED ONTO THIS CARD.
       C150-PRINT-BLOCKED-CARDS.
      *
           MOVE "BLOCKED CARDS (BLKCARD.DAT)" TO W010-SECTION-TITLE.
           PERFORM C800-WRITE-SECTION-HEADING.
           MOVE 0 TO W030-SECTION-COUNT.
           OPEN INPUT BLOCKED-CARD-FILE.
           IF WORK-BLOCKED-CARD-STATUS NOT EQUAL "00"
               MOVE W010-NO-FILE-LINE TO ACCESS-PACKAGE-LINE
               PERFORM C850-WRITE-PACKAGE-LINE
           ELSE
               MOVE "0" TO W005-END-OF-FILE-SWITCH
               PERFORM C155-READ-ONE-BLOCKED-CARD
                       UNTIL W005-END-OF-FILE
               CLOSE BLOCKED-CARD-FILE
               IF W030-SECTION-COUNT EQUAL ZERO
                   MOVE W010-NONE-LINE TO ACCESS-PACKAGE-LINE
                   PERFORM C850-WRITE-PACKAGE-LINE
               END-IF
           END-IF.
      *
       C155-READ-ONE-BLOCKED-CARD.
      *
           READ BLOCKED-CARD-FILE NEXT RECORD
               AT END
                   MOVE "1" TO W005-END-OF-FILE-SWITCH
               NOT AT END
                   IF BLK-CARD-NUMBER EQUAL W006-CARD-NUMBER
                       MOVE "THIS CARD WAS REPLACED BY CARD"
                               TO W022-BLOCKED-TEXT
                       MOVE BLK-REPLACED-BY TO W022-BLOCKED-CARD
                       PERFORM C157-PRINT-ONE-BLOCKED-CARD
                   END-IF
                   IF BLK-REPLACED-BY EQUAL W006-CARD-NUMBER
                       MOVE "THIS CARD REPLACED BLOCKED CARD"
                               TO W022-BLOCKED-TEXT
                       MOVE BLK-CARD-NUMBER TO W022-BLOCKED-CARD
                       PERFORM C157-PRINT-ONE-BLOCKED-CARD
                   END-IF
           END-READ.
      *
       C157-PRINT-ONE-BLOCKED-CARD.
      *
           ADD 1 TO W030-SECTION-COUNT.
           MOVE BLK-BLOCKED-DATE TO W008-CCYYMMDD-DATE.
           PERFORM C815-SHOW-CCYYMMDD-DATE.
           MOVE W008-SHOW-DATE TO W022-BLOCKED-DATE.
           EVALUATE TRUE
               WHEN BLK-CARD-WAS-LOST
                   MOVE "LOST" TO W022-BLOCKED-REASON
               WHEN BLK-CARD-WAS-STOLEN
                   MOVE "STOLEN" TO W022-BLOCKED-REASON
               WHEN OTHER
                   MOVE BLK-REASON-FLAG TO W022-BLOCKED-REASON
           END-EVALUATE.
           MOVE W022-BLOCKED-LINE TO ACCESS-PACKAGE-LINE.
           PERFORM C850-WRITE-PACKAGE-LINE.
      *
      *    BORROWS REQUESTED FROM A PARTNER FOR THE CARD, WITH THE
      *    FEE POSTED TO THE PATRON FOR EACH. A LEND CARRIES NO CARD.
       C160-PRINT-ILL-REQUESTS.
      *
           MOVE "INTERLIBRARY LOANS (ILLFILE.DAT)"
                   TO W010-SECTION-TITLE.
           PERFORM C800-WRITE-SECTION-HEADING.
           MOVE 0 TO W030-SECTION-COUNT.
           OPEN INPUT ILL-FILE.
           IF WORK-ILL-FILE-STATUS NOT EQUAL "00"
               MOVE W010-NO-FILE-LINE TO ACCESS-PACKAGE-LINE
               PERFORM C850-WRITE-PACKAGE-LINE
           ELSE
               MOVE W023-ILL-HEADING TO ACCESS-PACKAGE-LINE
               PERFORM C850-WRITE-PACKAGE-LINE
               MOVE "0" TO W005-END-OF-FILE-SWITCH
               PERFORM C165-READ-ONE-ILL UNTIL W005-END-OF-FILE
               CLOSE ILL-FILE
               IF W030-SECTION-COUNT EQUAL ZERO
                   MOVE W010-NONE-LINE TO ACCESS-PACKAGE-LINE
                   PERFORM C850-WRITE-PACKAGE-LINE
               END-IF
           END-IF.
      *
       C165-READ-ONE-ILL.
      *
           READ ILL-FILE NEXT RECORD
               AT END
                   MOVE "1" TO W005-END-OF-FILE-SWITCH
               NOT AT END
                   IF ILL-PATRON-NUMBER EQUAL W006-CARD-NUMBER
                       PERFORM C167-PRINT-ONE-ILL
                   END-IF
           END-READ.
      *
       C167-PRINT-ONE-ILL.
      *
           ADD 1 TO W030-SECTION-COUNT.
           MOVE SPACES TO W023-ILL-LINE.
           MOVE ILL-REQUEST-NUMBER TO W023-ILL-REQUEST.
           MOVE ILL-TITLE TO W023-ILL-TITLE.
           MOVE ILL-REQUEST-DATE TO W008-CCYYMMDD-DATE.
           PERFORM C815-SHOW-CCYYMMDD-DATE.
           MOVE W008-SHOW-DATE TO W023-ILL-DATE.
           EVALUATE TRUE
               WHEN ILL-IS-REQUESTED
                   MOVE "REQUESTED" TO W023-ILL-STATUS
               WHEN ILL-IS-OPEN
                   MOVE "RECEIVED" TO W023-ILL-STATUS
               WHEN ILL-IS-CLOSED
                   MOVE "RETURNED" TO W023-ILL-STATUS
               WHEN OTHER
                   MOVE ILL-STATUS-FLAG TO W023-ILL-STATUS
           END-EVALUATE.
           MOVE ILL-PATRON-FEE TO W009-MONEY-EDIT.
           MOVE W009-MONEY-EDIT TO W023-ILL-FEE.
           MOVE W023-ILL-LINE TO ACCESS-PACKAGE-LINE.
           PERFORM C850-WRITE-PACKAGE-LINE.
      *
      *    THE SELF-REGISTRATION THAT ISSUED THE CARD, AS THE
      *    APPLICANT KEYED IT AT THE TERMINAL.
       C170-PRINT-APPLICATIONS.
      *
           MOVE "REGISTRATION APPLICATION (PENDAPP.DAT)"
                   TO W010-SECTION-TITLE.
           PERFORM C800-WRITE-SECTION-HEADING.
           MOVE 0 TO W030-SECTION-COUNT.
           OPEN INPUT PENDING-APP-FILE.
           IF WORK-PENDING-APP-STATUS NOT EQUAL "00"
               MOVE W010-NO-FILE-LINE TO ACCESS-PACKAGE-LINE
               PERFORM C850-WRITE-PACKAGE-LINE
           ELSE
               MOVE "0" TO W005-END-OF-FILE-SWITCH
               PERFORM C175-READ-ONE-APPLICATION
                       UNTIL W005-END-OF-FILE
               CLOSE PENDING-APP-FILE
               IF W030-SECTION-COUNT EQUAL ZERO
                   MOVE W010-NONE-LINE TO ACCESS-PACKAGE-LINE
                   PERFORM C850-WRITE-PACKAGE-LINE
               END-IF
           END-IF.
      *
       C175-READ-ONE-APPLICATION.
      *
           READ PENDING-APP-FILE
               AT END
                   MOVE "1" TO W005-END-OF-FILE-SWITCH
               NOT AT END
                   IF APP-CARD-ASSIGNED EQUAL W006-CARD-NUMBER
                       PERFORM C177-PRINT-ONE-APPLICATION
                   END-IF
           END-READ.
      *
       C177-PRINT-ONE-APPLICATION.
      *
           ADD 1 TO W030-SECTION-COUNT.
           MOVE "APPLIED" TO W011-FIELD-LABEL.
           MOVE APP-APPLIED-DATE TO W008-YYMMDD-DATE-N.
           PERFORM C810-SHOW-YYMMDD-DATE.
           MOVE W008-SHOW-DATE TO W011-FIELD-VALUE.
           PERFORM C820-WRITE-FIELD-LINE.
           MOVE "NAME GIVEN" TO W011-FIELD-LABEL.
           MOVE SPACES TO W011-FIELD-VALUE.
           STRING APP-NAME-FIRST   DELIMITED BY "  "
                  " "              DELIMITED BY SIZE
                  APP-NAME-MIDDLE  DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  APP-NAME-LAST    DELIMITED BY "  "
                  INTO W011-FIELD-VALUE.
           PERFORM C820-WRITE-FIELD-LINE.
           MOVE "ADDRESS GIVEN" TO W011-FIELD-LABEL.
           MOVE APP-ADDRESS-ADD TO W011-FIELD-VALUE.
           PERFORM C820-WRITE-FIELD-LINE.
           IF APP-ADDRESS-ADD2 NOT EQUAL SPACES
               MOVE SPACES TO W011-FIELD-LABEL
               MOVE APP-ADDRESS-ADD2 TO W011-FIELD-VALUE
               PERFORM C820-WRITE-FIELD-LINE
           END-IF.
           MOVE SPACES TO W011-FIELD-LABEL W011-FIELD-VALUE.
           STRING APP-ADDRESS-CITY   DELIMITED BY "  "
                  " "                DELIMITED BY SIZE
                  APP-ADDRESS-STATE  DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  APP-ADDRESS-ZIP    DELIMITED BY SIZE
                  INTO W011-FIELD-VALUE.
           PERFORM C820-WRITE-FIELD-LINE.
           MOVE "PHONE GIVEN" TO W011-FIELD-LABEL.
           MOVE SPACES TO W011-FIELD-VALUE.
           STRING APP-PHONE-PRE  DELIMITED BY SIZE
                  "-"            DELIMITED BY SIZE
                  APP-PHONE-SUF  DELIMITED BY SIZE
                  INTO W011-FIELD-VALUE.
           PERFORM C820-WRITE-FIELD-LINE.
      *
       C800-WRITE-SECTION-HEADING.
      *
           MOVE W010-SECTION-LINE TO ACCESS-PACKAGE-LINE.
           WRITE ACCESS-PACKAGE-LINE AFTER ADVANCING 2 LINES.
           ADD 1 TO W030-LINES-WRITTEN.
      *
       C810-SHOW-YYMMDD-DATE.
      *
           MOVE W008-YYMMDD-DATE-N TO W008-CCYYMMDD-DATE (3:6).
           IF W008-DATE-YY LESS THAN 50
               MOVE 20 TO W008-DATE-CC
           ELSE
               MOVE 19 TO W008-DATE-CC.
           PERFORM C815-SHOW-CCYYMMDD-DATE.
      *
       C815-SHOW-CCYYMMDD-DATE.
      *
           MOVE W008-DATE-MM TO W008-SHOW-MM.
           MOVE W008-DATE-DD TO W008-SHOW-DD.
           MOVE W008-DATE-CC TO W008-SHOW-CC.
           MOVE W008-DATE-YY TO W008-SHOW-YY.
      *
       C820-WRITE-FIELD-LINE.
      *
           MOVE W011-FIELD-LINE TO ACCESS-PACKAGE-LINE.
           PERFORM C850-WRITE-PACKAGE-LINE.
      *
       C850-WRITE-PACKAGE-LINE.
      *
           WRITE ACCESS-PACKAGE-LINE.
           ADD 1 TO W030-LINES-WRITTEN.
      *
      *    APPENDS THE RUN TO THE SPOOL INDEX SPOL001A WORKS FROM,
      *    PERFORMED BEFORE THE REPORT FILE OPENS. THE FILE IS NAMED
      *    PR<CARD>.<YYMMDD>.RPT, NOT <JOB>.<YYMMDD>.RPT, SO TWO
      *    REQUESTS ON ONE DAY DO NOT WRITE OVER EACH OTHER, AND IT
      *    IS REGISTERED R, NOT A -- THE PACKAGE IS ONE PATRON'S
      *    PERSONAL DATA.
       C900-REGISTER-SPOOL-FILE.
      *
           ACCEPT W037-SPOOL-RUN-DATE FROM DATE.
           ACCEPT W037-SPOOL-RUN-TIME FROM TIME.
           MOVE SPACES TO WS-SPOOL-FILE-NAME.
           STRING "PR" DELIMITED BY SIZE
                  W006-CARD-NUMBER DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  W037-SPOOL-RUN-DATE DELIMITED BY SIZE
                  ".RPT" DELIMITED BY SIZE
                  INTO WS-SPOOL-FILE-NAME.
           OPEN EXTEND SPOOL-INDEX-FILE.
           IF WORK-SPOOL-INDEX-STATUS NOT EQUAL "00"
               OPEN OUTPUT SPOOL-INDEX-FILE.
           MOVE W037-SPOOL-JOB-NAME TO SPOOL-IDX-JOB-NAME.
           MOVE W037-SPOOL-RUN-DATE TO SPOOL-IDX-RUN-DATE.
           MOVE W037-SPOOL-RUN-TIME TO SPOOL-IDX-RUN-TIME.
           MOVE WS-SPOOL-FILE-NAME TO SPOOL-IDX-FILE-NAME.
           MOVE "R" TO SPOOL-IDX-STATUS.
           WRITE SPOOL-INDEX-RECORD.
           CLOSE SPOOL-INDEX-FILE.
