       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. LIB048A.
      *
       DATE-WRITTEN. 10/15/26.
      *
      ***************************************************************
      *                                                             *
      * BOUNCED-EMAIL IMPORT -- THE MAIL GATEWAY THAT PICKS UP THE  *
      * LIB027A EMAILOUT.DAT EXTRACT LEAVES BEHIND BOUNCE.DAT, ONE  *
      * LINE PER MESSAGE IT COULD NOT DELIVER. FOR EACH LINE THE    *
      * PATRON'S EMAIL IS MARKED BAD AND THEIR CONTACT PREFERENCE   *
      * FALLS BACK TO PAPER MAIL, SO THE NEXT NOTICE RUN PRINTS A   *
      * LETTER INSTEAD. A BOUNCE FOR AN ADDRESS THE PATRON HAS      *
      * SINCE CHANGED IS SKIPPED -- THE NEW ONE HAS NOT FAILED.     *
      * EACH CARD MARKED GETS A BOUNCE LINE ON THE AUDIT TRAIL.     *
      * THE FILE IS EMPTIED ONCE READ SO A RERUN DOES NOTHING.      *
      * SCHEDULED NIGHTLY AHEAD OF THE LIB027A NOTICE PRINT.        *
      *                                                             *
      ***************************************************************
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
      *    FIXED-FORMAT RETURN FILE FROM THE MAIL GATEWAY.
           SELECT BOUNCE-IMPORT-FILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WORK-BOUNCE-FILE-STATUS.
      *
           SELECT NAMES-LIST ASSIGN TO DISK
           ACCESS MODE RANDOM
           ORGANIZATION INDEXED
           RECORD KEY PATRON-NUMBER
           FILE STATUS IS WORK-NAMES-LIST-STATUS.
      *
           SELECT CONTROL-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL.
      *
           SELECT AUDIT-TRAIL-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       copy patron.
      *
       copy audit.

       FD  BOUNCE-IMPORT-FILE
           LABEL RECORDS OMITTED
           VALUE OF FILE-ID "BOUNCE.DAT".
       01  BOUNCE-IMPORT-RECORD.
           05  BNC-PATRON-NUMBER                    PIC X(5).
           05  BNC-EMAIL-ADDRESS                    PIC X(30).
           05  BNC-REASON                           PIC X(40).
      *
       WORKING-STORAGE SECTION.
      *
       01  W005-END-OF-FILE-SWITCH                  PIC X.
           88  W005-END-OF-FILE                     VALUE "1".
       01  WORK-BOUNCE-FILE-STATUS                  PIC XX.
       01  WORK-NAMES-LIST-STATUS                   PIC XX.
      *
       01  W048-READ-COUNT                          PIC 9(5) VALUE ZERO.
       01  W048-MARKED-COUNT                        PIC 9(5) VALUE ZERO.
       01  W048-ALREADY-COUNT                       PIC 9(5) VALUE ZERO.
       01  W048-CHANGED-COUNT                       PIC 9(5) VALUE ZERO.
       01  W048-NOT-ON-FILE-COUNT                   PIC 9(5) VALUE ZERO.
      *
       PROCEDURE DIVISION.
      *
       C000-MAIN-LINE-LOGIC.
      *
           OPEN INPUT BOUNCE-IMPORT-FILE.
           IF WORK-BOUNCE-FILE-STATUS NOT EQUAL "00"
               DISPLAY "LIB048A: NO BOUNCE FILE -- NOTHING TO IMPORT"
               GOBACK
           END-IF.
           OPEN I-O NAMES-LIST.
           IF WORK-NAMES-LIST-STATUS NOT EQUAL "00"
               DISPLAY "LIB048A: PATRON FILE WILL NOT OPEN -- "
                       "BOUNCES LEFT FOR THE NEXT RUN"
               CLOSE BOUNCE-IMPORT-FILE
               GOBACK
           END-IF.
           OPEN EXTEND AUDIT-TRAIL-FILE.
           MOVE "0" TO W005-END-OF-FILE-SWITCH.
           PERFORM C020-READ-BOUNCE-FILE.
           PERFORM C030-APPLY-ONE-BOUNCE UNTIL W005-END-OF-FILE.
           CLOSE BOUNCE-IMPORT-FILE
                 NAMES-LIST
                 AUDIT-TRAIL-FILE.
      *    EMPTIED ONLY ONCE EVERY LINE HAS BEEN APPLIED.
           OPEN OUTPUT BOUNCE-IMPORT-FILE.
           CLOSE BOUNCE-IMPORT-FILE.
           DISPLAY "LIB048A BOUNCED-EMAIL IMPORT COMPLETE".
           DISPLAY "BOUNCES READ:         " W048-READ-COUNT.
           DISPLAY "EMAILS MARKED BAD:    " W048-MARKED-COUNT.
           DISPLAY "ALREADY MARKED:       " W048-ALREADY-COUNT.
           DISPLAY "ADDRESS SINCE CHANGED:" W048-CHANGED-COUNT.
           DISPLAY "CARD NOT ON FILE:     " W048-NOT-ON-FILE-COUNT.
           GOBACK.
      *
       C020-READ-BOUNCE-FILE.
      *
           READ BOUNCE-IMPORT-FILE
                AT END, MOVE "1" TO W005-END-OF-FILE-SWITCH.
      *
       C030-APPLY-ONE-BOUNCE.
      *
           ADD 1 TO W048-READ-COUNT.
           MOVE BNC-PATRON-NUMBER TO PATRON-NUMBER.
           READ NAMES-LIST
               INVALID KEY
                   ADD 1 TO W048-NOT-ON-FILE-COUNT
                   DISPLAY "LIB048A: CARD " BNC-PATRON-NUMBER
                           " NOT ON FILE -- BOUNCE IGNORED"
               NOT INVALID KEY
                   PERFORM C040-MARK-EMAIL-BAD
           END-READ.
           PERFORM C020-READ-BOUNCE-FILE.
      *
      *    THE PATRON RECORD IS IN NAMES-RECORD.
       C040-MARK-EMAIL-BAD.
      *
           IF PATRON-EMAIL-ADDRESS NOT EQUAL BNC-EMAIL-ADDRESS
               ADD 1 TO W048-CHANGED-COUNT
           ELSE IF PATRON-EMAIL-IS-BAD
               ADD 1 TO W048-ALREADY-COUNT
           ELSE
               MOVE "Y" TO PATRON-EMAIL-BAD-FLAG
               IF PATRON-WANTS-EMAIL
                   MOVE "M" TO PATRON-CONTACT-FLAG
               END-IF
               REWRITE NAMES-RECORD
                   INVALID KEY
                       DISPLAY "LIB048A: CARD " BNC-PATRON-NUMBER
                               " NOT UPDATED"
                   NOT INVALID KEY
                       ADD 1 TO W048-MARKED-COUNT
                       PERFORM C050-WRITE-AUDIT-RECORD
               END-REWRITE.
      *
       C050-WRITE-AUDIT-RECORD.
      *
           ACCEPT AUDIT-TRAIL-DATE FROM DATE.
           ACCEPT AUDIT-TRAIL-TIME FROM TIME.
           MOVE "BOUNCE" TO AUDIT-TRAIL-ACTION.
           MOVE BNC-PATRON-NUMBER TO AUDIT-TRAIL-PATRON-NUMBER.
           WRITE AUDIT-TRAIL-RECORD.
