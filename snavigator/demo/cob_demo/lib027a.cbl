      * CONTACT PREFERENCE IS EMAIL GETS NO PAPER LETTER -- THEIR   *
      * LINES GO TO THE FIXED-FORMAT EMAILOUT.DAT EXTRACT THE MAIL  *
      * GATEWAY PICKS UP, WITH A SUMMARY OF HOW MANY WENT EACH WAY. *
      * A PATRON WHOSE POSTAL ADDRESS IS MARKED UNDELIVERABLE GETS  *
      * EMAIL INSTEAD IF THEY HAVE A GOOD ADDRESS, AND ONE WHOSE    *
      * EMAIL HAS BOUNCED FALLS BACK TO PAPER. WITH NEITHER, THE    *
      * LINES ARE HELD -- NO LETTER IS PRINTED AND THEY ARE MARKED  *
      * UNDELIVERABLE ON THE QUEUE (SEE THE LIB049A REPORT).        *
      * A PATRON WHO ASKED FOR TEXT MESSAGES, WITH A TEN-DIGIT      *
      * MOBILE ON FILE, GETS ONE SHORT MESSAGE PER LINE ON THE      *
      * SMSOUT.DAT EXTRACT FOR THE MESSAGING PROVIDER INSTEAD.      *
      * THE PENDING LINES ARE MARKED SENT IN PLACE ON A SECOND      *
      * PASS SO A RERUN NEVER MAILS A NOTICE TWICE.                 *
      * EACH LETTER IS HEADED WITH THE NAME, ADDRESS AND PHONE OF   *
      * THE PATRON'S HOME BRANCH FROM THE BRANCH DIRECTORY.         *
      *                                                             *
      ***************************************************************
      *
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WORK-SPOOL-INDEX-STATUS.
      *
      *    KEY COUNTS AND EXCEPTIONS FOR THE NIGHTLY MORNING SUMMARY
      *    (SEE STEPMSG.CPY).
           SELECT STEP-MESSAGE-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WORK-STEP-MESSAGE-STATUS.
      *
      *    FIXED-FORMAT EXTRACT OF EMAIL-PREFERENCE NOTICES -- THE
      *    MAIL GATEWAY PICKS THE FILE UP AFTER THE NIGHTLY RUN.
           SELECT EMAIL-EXTRACT-FILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
      *
      *    FIXED-FORMAT EXTRACT OF TEXT-PREFERENCE NOTICES FOR THE
      *    MESSAGING PROVIDER.
           SELECT SMS-EXTRACT-FILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT SORT-WORK-FILE ASSIGN TO DISK.
      *
       copy patron.
      *
       copy spool.
      *
       copy stepmsg.

       FD  COMBINED-LETTER-PRINT
           LABEL RECORDS OMITTED.
           05  EMX-EMAIL-ADDRESS                    PIC X(30).
           05  EMX-NOTICE-TYPE                      PIC X(8).
           05  EMX-TEXT-LINE                        PIC X(60).

      *    SMX-MESSAGE IS THE WHOLE TEXT AS THE PATRON SEES IT -- THE
      *    PROVIDER'S SINGLE-MESSAGE LIMIT IS 70 CHARACTERS, SO THE
      *    NOTICE TYPE GOES OUT IN ITS SHORT FORM AHEAD OF THE LINE.
       FD  SMS-EXTRACT-FILE
           LABEL RECORDS OMITTED
           VALUE OF FILE-ID "SMSOUT.DAT".
       01  SMS-EXTRACT-RECORD.
           05  SMX-PATRON-NUMBER                    PIC X(5).
           05  SMX-MOBILE-NUMBER                    PIC X(10).
           05  SMX-MESSAGE                          PIC X(70).
      *
       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
                                                     VALUE "LIB027A".
       01  W037-SPOOL-RUN-DATE                      PIC 9(6).
       01  W037-SPOOL-RUN-TIME                      PIC 9(8).
      *
      *    ONE LINE FOR THE NIGHTLY MORNING SUMMARY -- A LABEL AND A
      *    COUNT, OR A LINE OF FREE TEXT OVER THE WHOLE 60 BYTES.
       01  WORK-STEP-MESSAGE-STATUS                 PIC XX.
       01  W095-MESSAGE-KIND                        PIC X.
       01  W095-MESSAGE-TEXT.
           05  W095-MESSAGE-LABEL                   PIC X(49).
           05  W095-MESSAGE-COUNT                   PIC ZZZ,ZZZ,ZZ9.
       01  W005-END-OF-FILE-SWITCH                  PIC X.
           88  W005-END-OF-FILE                     VALUE "1".
       01  W005-SORT-END-OF-FILE-SWITCH             PIC X.
       01  W005-PENDING-COUNT                       PIC 9(5) VALUE ZERO.
       01  W005-LETTER-COUNT                        PIC 9(5) VALUE ZERO.
       01  W005-MARKED-SENT-COUNT                   PIC 9(5) VALUE ZERO.
       01  W005-MARKED-HELD-COUNT                   PIC 9(5) VALUE ZERO.
      *
       01  W020-CURRENT-PATRON                      PIC X(5).
      *    SET ONCE PER PATRON GROUP -- WHEN THE PATRON'S CONTACT
       01  W020-EMAIL-GROUP-SWITCH                  PIC X.
           88  W020-EMAIL-GROUP                     VALUE "Y".
       01  W020-GROUP-EMAIL-ADDRESS                 PIC X(30).
      *    SET WHEN THE PATRON HAS NEITHER A DELIVERABLE POSTAL
      *    ADDRESS NOR A GOOD EMAIL -- THE GROUP'S LINES ARE HELD.
       01  W020-HELD-GROUP-SWITCH                   PIC X.
           88  W020-HELD-GROUP                      VALUE "Y".
      *    SET WHEN THE PATRON WANTS TEXT AND HAS A FULL MOBILE.
       01  W020-TEXT-GROUP-SWITCH                   PIC X.
           88  W020-TEXT-GROUP                      VALUE "Y".
       01  W020-GROUP-MOBILE-NUMBER                 PIC X(10).
      *    THE PATRON'S HOME BRANCH HEADS THE LETTER. THE LAST
      *    BRANCH LOOKED UP IS KEPT SO A RUN OF PATRONS FROM ONE
      *    BRANCH COSTS ONE DIRECTORY READ.
       01  W020-GROUP-BRANCH-ID                     PIC X(3).
       01  W020-LOOKED-UP-BRANCH-ID                 PIC X(3)
                                                     VALUE SPACES.
       01  W021-PAPER-LINE-COUNT                    PIC 9(5) VALUE ZERO.
       01  W021-EMAIL-LINE-COUNT                    PIC 9(5) VALUE ZERO.
       01  W021-EMAIL-LETTER-COUNT                  PIC 9(5) VALUE ZERO.
       01  W021-HELD-LINE-COUNT                     PIC 9(5) VALUE ZERO.
       01  W021-HELD-PATRON-COUNT                   PIC 9(5) VALUE ZERO.
       01  W021-TEXT-LINE-COUNT                     PIC 9(5) VALUE ZERO.
       01  W021-TEXT-PATRON-COUNT                   PIC 9(5) VALUE ZERO.
      *
      *    SHORT FORM OF EACH NOTICE TYPE FOR THE TEXT MESSAGE. A TYPE
      *    NOT IN THE TABLE GOES OUT AS ITS FIRST SIX CHARACTERS.
       01  W022-SHORT-TYPE-VALUES.
           05  FILLER                   PIC X(14)
                                        VALUE "RENEWAL RENEW ".
           05  FILLER                   PIC X(14)
                                        VALUE "OVERDUE LATE  ".
           05  FILLER                   PIC X(14)
                                        VALUE "REMINDERDUE   ".
           05  FILLER                   PIC X(14)
                                        VALUE "CLOSURE CLOSED".
           05  FILLER                   PIC X(14)
                                        VALUE "HOLD    HOLD  ".
           05  FILLER                   PIC X(14)
                                        VALUE "BILLING BILL  ".
       01  W022-SHORT-TYPE-TABLE REDEFINES W022-SHORT-TYPE-VALUES.
           05  W022-SHORT-TYPE-ENTRY OCCURS 6 TIMES
                                     INDEXED BY W022-TYPE-INDEX.
               10  W022-LONG-TYPE                   PIC X(8).
               10  W022-SHORT-TYPE                  PIC X(6).
       01  W022-MESSAGE-TYPE                        PIC X(6).
      *
       01  W010-LETTER-NAME-LINE                    PIC X(80).
       01  W010-LETTER-ADDR-LINE                    PIC X(80).
      *
       01  W010-LETTER-TITLE-LINE                   PIC X(80) VALUE
           "NOTICE FROM YOUR LIBRARY -- PLEASE REVIEW THE ITEMS BELOW".
      *
       copy brdlnk.
      *
       PROCEDURE DIVISION.
      *
           DISPLAY "EMAIL NOTICE LINES:   " W021-EMAIL-LINE-COUNT.
           DISPLAY "LETTERS (ENVELOPES):  " W005-LETTER-COUNT.
           DISPLAY "EMAIL RECIPIENTS:     " W021-EMAIL-LETTER-COUNT.
           DISPLAY "TEXT NOTICE LINES:    " W021-TEXT-LINE-COUNT.
           DISPLAY "TEXT RECIPIENTS:      " W021-TEXT-PATRON-COUNT.
           DISPLAY "HELD -- NO CONTACT:   " W021-HELD-LINE-COUNT.
           DISPLAY "PATRONS UNREACHABLE:  " W021-HELD-PATRON-COUNT.
           PERFORM C090-WRITE-STEP-MESSAGES.
           GOBACK.
      *
      *    INPUT PROCEDURE -- RELEASES ONE SORT RECORD PER PENDING
           PERFORM C900-REGISTER-SPOOL-FILE.
           OPEN OUTPUT COMBINED-LETTER-PRINT.
           OPEN OUTPUT EMAIL-EXTRACT-FILE.
           OPEN OUTPUT SMS-EXTRACT-FILE.
           MOVE SPACES TO W020-CURRENT-PATRON.
           MOVE "0" TO W005-SORT-END-OF-FILE-SWITCH.
           RETURN SORT-WORK-FILE
               IF SORT-WORK-PATRON NOT EQUAL W020-CURRENT-PATRON
                   PERFORM C060-START-LETTER-PAGE
               END-IF
               IF W020-HELD-GROUP
                   ADD 1 TO W021-HELD-LINE-COUNT
               ELSE IF W020-TEXT-GROUP
                   PERFORM C066-WRITE-TEXT-MESSAGE
               ELSE IF W020-EMAIL-GROUP
                   MOVE SORT-WORK-PATRON TO EMX-PATRON-NUMBER
                   MOVE W020-GROUP-EMAIL-ADDRESS TO EMX-EMAIL-ADDRESS
                   MOVE SORT-WORK-TYPE TO EMX-NOTICE-TYPE
                   WRITE COMBINED-LETTER-LINE
                   ADD 1 TO W021-PAPER-LINE-COUNT
               END-IF
               END-IF
               END-IF
               RETURN SORT-WORK-FILE
                  AT END MOVE "1" TO W005-SORT-END-OF-FILE-SWITCH
           END-PERFORM.
           PERFORM C065-WRITE-SPLIT-SUMMARY.
           CLOSE NAMES-LIST
                 COMBINED-LETTER-PRINT
                 EMAIL-EXTRACT-FILE
                 SMS-EXTRACT-FILE.
      *
      *    HOW MANY NOTICES WENT EACH WAY -- AT THE FOOT OF THE
      *    SPOOLED LETTERS SO THE MORNING OPERATOR SEES THE SPLIT.
                  W021-EMAIL-LETTER-COUNT DELIMITED BY SIZE
                  INTO COMBINED-LETTER-LINE.
           WRITE COMBINED-LETTER-LINE.
           MOVE SPACES TO COMBINED-LETTER-LINE.
           STRING "TEXT LINES: "        DELIMITED BY SIZE
                  W021-TEXT-LINE-COUNT  DELIMITED BY SIZE
                  "  TEXT RECIPIENTS: " DELIMITED BY SIZE
                  W021-TEXT-PATRON-COUNT DELIMITED BY SIZE
                  INTO COMBINED-LETTER-LINE.
           WRITE COMBINED-LETTER-LINE.
           MOVE SPACES TO COMBINED-LETTER-LINE.
           STRING "HELD LINES (NO CONTACT): " DELIMITED BY SIZE
                  W021-HELD-LINE-COUNT DELIMITED BY SIZE
                  "  PATRONS: "         DELIMITED BY SIZE
                  W021-HELD-PATRON-COUNT DELIMITED BY SIZE
                  INTO COMBINED-LETTER-LINE.
           WRITE COMBINED-LETTER-LINE.
      *
      *    ONE MESSAGE PER QUEUE LINE -- SHORT TYPE, THEN THE TEXT.
       C066-WRITE-TEXT-MESSAGE.
      *
           MOVE SORT-WORK-TYPE TO W022-MESSAGE-TYPE.
           SET W022-TYPE-INDEX TO 1.
           SEARCH W022-SHORT-TYPE-ENTRY
               AT END
                   CONTINUE
               WHEN W022-LONG-TYPE (W022-TYPE-INDEX) EQUAL
                       SORT-WORK-TYPE
                   MOVE W022-SHORT-TYPE (W022-TYPE-INDEX)
                           TO W022-MESSAGE-TYPE
           END-SEARCH.
           MOVE SORT-WORK-PATRON TO SMX-PATRON-NUMBER.
           MOVE W020-GROUP-MOBILE-NUMBER TO SMX-MOBILE-NUMBER.
           MOVE SPACES TO SMX-MESSAGE.
           STRING W022-MESSAGE-TYPE DELIMITED BY SPACE
                  ": "              DELIMITED BY SIZE
                  SORT-WORK-TEXT    DELIMITED BY SIZE
                  INTO SMX-MESSAGE.
           WRITE SMS-EXTRACT-RECORD.
           ADD 1 TO W021-TEXT-LINE-COUNT.
      *
      *    ONE PAGE PER PAPER PATRON -- NAME AND MAILING ADDRESS
      *    COME OFF THE PATRON RECORD; A PATRON NO LONGER ON FILE
      *    STILL GETS THE LINES PRINTED SO THE DESK CAN CHASE THE
      *    CARD. AN EMAIL-PREFERENCE PATRON GETS NO PAGE AT ALL --
      *    THE GROUP SWITCH ROUTES THEIR LINES TO THE EXTRACT -- AND
      *    NEITHER DOES A PATRON WITH NO WAY TO BE REACHED.
       C060-START-LETTER-PAGE.
      *
           MOVE SORT-WORK-PATRON TO W020-CURRENT-PATRON.
           MOVE "N" TO W020-EMAIL-GROUP-SWITCH.
           MOVE "N" TO W020-HELD-GROUP-SWITCH.
           MOVE "N" TO W020-TEXT-GROUP-SWITCH.
           MOVE SPACES TO W020-GROUP-EMAIL-ADDRESS.
           MOVE SPACES TO W020-GROUP-MOBILE-NUMBER.
           MOVE SPACES TO W020-GROUP-BRANCH-ID.
           MOVE SPACES TO W010-LETTER-NAME-LINE
                          W010-LETTER-ADDR-LINE
                          W010-LETTER-CITY-LINE.
                          " -- PATRON NOT ON FILE" DELIMITED BY SIZE
                          INTO W010-LETTER-NAME-LINE
               NOT INVALID KEY
                   PERFORM C062-CHOOSE-CONTACT-ROUTE
                   MOVE PATRON-BRANCH-ID TO W020-GROUP-BRANCH-ID
                   STRING PATRON-NAME-FIRST DELIMITED BY SIZE
                          " "                DELIMITED BY SIZE
                          PATRON-NAME-MIDDLE DELIMITED BY SIZE
                          PATRON-ADDRESS-ZIP   DELIMITED BY SIZE
                          INTO W010-LETTER-CITY-LINE
           END-READ.
           IF W020-HELD-GROUP
               ADD 1 TO W021-HELD-PATRON-COUNT
           ELSE IF W020-TEXT-GROUP
               ADD 1 TO W021-TEXT-PATRON-COUNT
           ELSE IF W020-EMAIL-GROUP
               ADD 1 TO W021-EMAIL-LETTER-COUNT
           ELSE
               ADD 1 TO W005-LETTER-COUNT
               MOVE W010-LETTER-TITLE-LINE TO COMBINED-LETTER-LINE
               WRITE COMBINED-LETTER-LINE AFTER ADVANCING PAGE
               PERFORM C063-WRITE-LETTERHEAD
               MOVE W010-LETTER-NAME-LINE TO COMBINED-LETTER-LINE
               WRITE COMBINED-LETTER-LINE AFTER ADVANCING 2 LINES
               MOVE W010-LETTER-ADDR-LINE TO COMBINED-LETTER-LINE
               WRITE COMBINED-LETTER-LINE
               MOVE SPACES TO COMBINED-LETTER-LINE
               WRITE COMBINED-LETTER-LINE
           END-IF
           END-IF
           END-IF.
      *
      *    THE HOME BRANCH'S NAME, ADDRESS AND PHONE UNDER THE TITLE.
      *    A PATRON WITH NO BRANCH, OR ONE THE DIRECTORY DOES NOT
      *    KNOW, GETS THE LETTER WITHOUT IT.
       C063-WRITE-LETTERHEAD.
      *
           IF W020-GROUP-BRANCH-ID NOT EQUAL SPACES
              AND W020-GROUP-BRANCH-ID NOT EQUAL
                      W020-LOOKED-UP-BRANCH-ID
               MOVE W020-GROUP-BRANCH-ID TO BRLK-BRANCH-ID
               CALL "BRDLOOK" USING BRANCH-LOOKUP-AREA
               MOVE W020-GROUP-BRANCH-ID TO W020-LOOKED-UP-BRANCH-ID
           END-IF.
           IF W020-GROUP-BRANCH-ID NOT EQUAL SPACES
              AND BRLK-BRANCH-NAME NOT EQUAL SPACES
               MOVE BRLK-BRANCH-NAME TO COMBINED-LETTER-LINE
               WRITE COMBINED-LETTER-LINE
               MOVE BRLK-ADDRESS-LINE-1 TO COMBINED-LETTER-LINE
               WRITE COMBINED-LETTER-LINE
               MOVE BRLK-ADDRESS-LINE-2 TO COMBINED-LETTER-LINE
               WRITE COMBINED-LETTER-LINE
               IF BRLK-PHONE NOT EQUAL SPACES
                   MOVE SPACES TO COMBINED-LETTER-LINE
                   STRING "PHONE " DELIMITED BY SIZE
                          BRLK-PHONE DELIMITED BY SIZE
                          INTO COMBINED-LETTER-LINE
                   WRITE COMBINED-LETTER-LINE
               END-IF
           END-IF.
      *
      *    THE PATRON RECORD IS IN NAMES-RECORD. TEXT WHEN THE
      *    PATRON ASKED FOR IT AND THE MOBILE IS COMPLETE. EMAIL WHEN
      *    THE PATRON ASKED FOR IT OR THE POST CANNOT REACH THEM, SO
      *    LONG AS THE EMAIL ADDRESS HAS NOT BOUNCED; OTHERWISE PAPER,
      *    UNLESS THE POSTAL ADDRESS IS UNDELIVERABLE TOO.
       C062-CHOOSE-CONTACT-ROUTE.
      *
           IF PATRON-WANTS-TEXT
              AND PATRON-MOBILE-NUMBER IS NUMERIC
               MOVE "Y" TO W020-TEXT-GROUP-SWITCH
               MOVE PATRON-MOBILE-NUMBER TO W020-GROUP-MOBILE-NUMBER
           ELSE IF PATRON-EMAIL-ADDRESS NOT EQUAL SPACES
              AND NOT PATRON-EMAIL-IS-BAD
              AND (PATRON-WANTS-EMAIL OR PATRON-ADDRESS-IS-BAD)
               MOVE "Y" TO W020-EMAIL-GROUP-SWITCH
               MOVE PATRON-EMAIL-ADDRESS TO W020-GROUP-EMAIL-ADDRESS
           ELSE
               IF PATRON-ADDRESS-IS-BAD
                   MOVE "Y" TO W020-HELD-GROUP-SWITCH
               END-IF
           END-IF
           END-IF.
      *
      *    SECOND PASS -- EVERY PENDING LINE JUST PRINTED IS MARKED
      *    SENT IN PLACE (FIXED-LENGTH RECORDS), SO A RERUN OF THIS
      *    JOB MAILS NOTHING TWICE. A HELD LINE IS MARKED
      *    UNDELIVERABLE INSTEAD -- THE PATRON RECORD IS READ AGAIN
      *    AND ROUTED THE SAME WAY THE LETTER RUN ROUTED IT.
       C070-MARK-NOTICES-SENT.
      *
           OPEN I-O NOTICE-QUEUE-FILE.
           IF WORK-NOTICE-QUEUE-STATUS EQUAL "00"
               OPEN INPUT NAMES-LIST
               MOVE "0" TO W005-END-OF-FILE-SWITCH
               PERFORM C035-READ-NOTICE-QUEUE
               PERFORM UNTIL W005-END-OF-FILE
                   IF NQ-IS-PENDING
                       PERFORM C075-MARK-ONE-NOTICE
                   END-IF
                   PERFORM C035-READ-NOTICE-QUEUE
               END-PERFORM
               CLOSE NOTICE-QUEUE-FILE
                     NAMES-LIST
           END-IF.
      *
       C075-MARK-ONE-NOTICE.
      *
           MOVE "N" TO W020-TEXT-GROUP-SWITCH.
           MOVE "N" TO W020-EMAIL-GROUP-SWITCH.
           MOVE "N" TO W020-HELD-GROUP-SWITCH.
           MOVE NQ-PATRON-NUMBER TO PATRON-NUMBER.
           READ NAMES-LIST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM C062-CHOOSE-CONTACT-ROUTE
           END-READ.
           IF W020-HELD-GROUP
               MOVE "U" TO NQ-STATUS-FLAG
               ADD 1 TO W005-MARKED-HELD-COUNT
           ELSE
               MOVE "S" TO NQ-STATUS-FLAG
               ADD 1 TO W005-MARKED-SENT-COUNT
           END-IF.
           MOVE W005-TODAY-RAW-DATE TO NQ-SENT-DATE.
           REWRITE NOTICE-QUEUE-RECORD.
      *
      *    NAMES THE SPOOL FILE <JOB>.<YYMMDD>.RPT AND APPENDS THE
      *    RUN TO THE SPOOL INDEX SPOL001A WORKS FROM. PERFORMED
           MOVE "A" TO SPOOL-IDX-STATUS.
           WRITE SPOOL-INDEX-RECORD.
           CLOSE SPOOL-INDEX-FILE.
      *
      *    THE NOTICE COUNTS FOR THE MORNING SUMMARY. NOTICES
      *    PRODUCED ARE RAISED AS A WARNING TOO -- THERE IS MAIL TO
      *    STUFF -- AND SO ARE PATRONS WITH NO WAY TO REACH THEM.
       C090-WRITE-STEP-MESSAGES.
      *
           MOVE "C" TO W095-MESSAGE-KIND.
           MOVE "NOTICE LETTERS PRINTED (ENVELOPES):"
                   TO W095-MESSAGE-LABEL.
           MOVE W005-LETTER-COUNT TO W095-MESSAGE-COUNT.
           PERFORM C950-WRITE-STEP-MESSAGE.
           MOVE "NOTICES EMAILED (RECIPIENTS):" TO W095-MESSAGE-LABEL.
           MOVE W021-EMAIL-LETTER-COUNT TO W095-MESSAGE-COUNT.
           PERFORM C950-WRITE-STEP-MESSAGE.
           MOVE "NOTICES TEXTED (RECIPIENTS):" TO W095-MESSAGE-LABEL.
           MOVE W021-TEXT-PATRON-COUNT TO W095-MESSAGE-COUNT.
           PERFORM C950-WRITE-STEP-MESSAGE.
           MOVE "NOTICE LINES HELD -- NO CONTACT:"
                   TO W095-MESSAGE-LABEL.
           MOVE W021-HELD-LINE-COUNT TO W095-MESSAGE-COUNT.
           PERFORM C950-WRITE-STEP-MESSAGE.
           MOVE "W" TO W095-MESSAGE-KIND.
           IF W005-LETTER-COUNT GREATER THAN ZERO
               MOVE "NOTICE LETTERS PRODUCED -- TO STUFF AND MAIL:"
                       TO W095-MESSAGE-LABEL
               MOVE W005-LETTER-COUNT TO W095-MESSAGE-COUNT
               PERFORM C950-WRITE-STEP-MESSAGE
           END-IF.
           IF W021-HELD-PATRON-COUNT GREATER THAN ZERO
               MOVE "PATRONS UNREACHABLE -- NOTICES HELD:"
                       TO W095-MESSAGE-LABEL
               MOVE W021-HELD-PATRON-COUNT TO W095-MESSAGE-COUNT
               PERFORM C950-WRITE-STEP-MESSAGE
           END-IF.
      *
      *    APPENDS ONE LINE TO THE STEP MESSAGE FILE -- THE CALLER
      *    HAS SET W095-MESSAGE-KIND (C COUNT, W WARNING) AND THE
      *    TEXT.
       C950-WRITE-STEP-MESSAGE.
      *
           OPEN EXTEND STEP-MESSAGE-FILE.
           IF WORK-STEP-MESSAGE-STATUS NOT EQUAL "00"
               OPEN OUTPUT STEP-MESSAGE-FILE.
           ACCEPT STEPMSG-DATE FROM DATE.
           ACCEPT STEPMSG-TIME FROM TIME.
           MOVE W037-SPOOL-JOB-NAME TO STEPMSG-JOB-NAME.
           MOVE W095-MESSAGE-KIND TO STEPMSG-KIND.
           MOVE W095-MESSAGE-TEXT TO STEPMSG-TEXT.
           WRITE STEP-MESSAGE-RECORD.
           CLOSE STEP-MESSAGE-FILE.
