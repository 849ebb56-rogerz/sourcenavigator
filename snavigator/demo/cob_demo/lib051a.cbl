       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. LIB051A.
      *
       DATE-WRITTEN. 10/15/26.
      *
      ***************************************************************
      *                                                             *
      * TRAINING-SET REFRESH -- COPIES THE LIVE FILES THE ONLINE    *
      * PROGRAMS USE INTO THE TRAINING DIRECTORY, SO A NEW CLERK    *
      * SIGNED ON AT MAIN01A WITH TRAINING SET TO Y PRACTISES ON A  *
      * FRESH COPY OF PRODUCTION. THE JOURNALS -- AUDIT TRAIL, CHAIN *
      * LOG, SIGN-ON LOG, OVERRIDE LOG, IN-HOUSE USE -- START EMPTY *
      * IN THE TRAINING SET, AND THE SPOOL INDEX AND NOTICE QUEUE   *
      * ARE NOT COPIED AT ALL: NOTHING KEYED IN TRAINING IS EVER    *
      * WRITTEN TO A LIVE FILE, AND NO NIGHTLY, EXPORT, OR NOTICE   *
      * RUN EVER LOOKS AT THE TRAINING DIRECTORY.                   *
      *                                                             *
      * TWO PASSES IN ONE RUN. WITH THE DATA PATH CLEARED (THE LIVE *
      * FILES) EVERY RECORD IS UNLOADED, TAGGED WITH ITS FILE, ONTO *
      * A LOAD FILE KEPT IN THE TRAINING DIRECTORY UNDER A FULL     *
      * NAME; WITH THE DATA PATH THEN POINTED AT THE TRAINING       *
      * DIRECTORY, THE SAME FILE NAMES ARE CREATED THERE AFRESH AND *
      * RELOADED FROM IT. LAST OF ALL THE TRAINING.DAT MARKER IS    *
      * WRITTEN -- MAIN01A REFUSES A TRAINING SIGN-ON UNTIL IT IS   *
      * THERE, AND ITS PRESENCE PUTS THE TRAINING BANNER ON EVERY   *
      * ONLINE SCREEN.                                              *
      *                                                             *
      * EMPMAST.DAT IS DELIBERATELY NOT COPIED -- IT CARRIES PAY    *
      * RATES AND SALARIES, WHICH HAVE NO PLACE IN A SET TRAINEES   *
      * BROWSE -- SO A STAFF BORROWER CARD CANNOT BE LINKED TO THE  *
      * EMPLOYEE MASTER IN TRAINING; LIB001A REFUSES THE LINK.      *
      *                                                             *
      * RUN ON REQUEST, WITH NO ONE SIGNED ON IN TRAINING. THE      *
      * TRAINING DIRECTORY MUST ALREADY EXIST UNDER THE LIVE ONE.   *
      *                                                             *
      ***************************************************************
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
      *    ONE RECORD PER LIVE RECORD: THE FILE IT CAME FROM AND THE
      *    RECORD IMAGE. THE NAME CARRIES THE DIRECTORY, SO BOTH
      *    PASSES FIND THE SAME FILE WHICHEVER WAY THE DATA PATH
      *    POINTS.
           SELECT TRAINING-LOAD-FILE ASSIGN TO W051-LOAD-FILE-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WORK-LOAD-FILE-STATUS.
      *
      *    THE FILES COPIED, IN THE ORDER THEY ARE UNLOADED. ACCESS
      *    IS SEQUENTIAL ON THE INDEXED ONES -- THEY ARE READ AND
      *    REWRITTEN IN KEY ORDER.
           SELECT NAMES-LIST ASSIGN TO DISK
           ACCESS MODE SEQUENTIAL
           ORGANIZATION INDEXED
           RECORD KEY PATRON-NUMBER
           FILE STATUS IS WORK-COPY-FILE-STATUS.
      *
           SELECT CONTROL-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WORK-COPY-FILE-STATUS.
      *
           SELECT BRANCH-CONFIG-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WORK-COPY-FILE-STATUS.
      *
           SELECT ZIP-REFERENCE-FILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WORK-COPY-FILE-STATUS.
      *
           SELECT PATRON-NOTES-FILE ASSIGN TO DISK
           ACCESS MODE SEQUENTIAL
           ORGANIZATION INDEXED
           RECORD KEY NOTE-KEY
           FILE STATUS IS WORK-COPY-FILE-STATUS.
      *
           SELECT ARCHIVE-PATRON-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WORK-COPY-FILE-STATUS.
      *
           SELECT NEXT-CARD-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WORK-COPY-FILE-STATUS.
      *
           SELECT CIRC-HISTORY-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WORK-COPY-FILE-STATUS.
      *
           SELECT ITEM-COPY-FILE ASSIGN TO DISK
           ACCESS MODE SEQUENTIAL
           ORGANIZATION INDEXED
           RECORD KEY ITEM-BARCODE
           FILE STATUS IS WORK-COPY-FILE-STATUS.
      *
           SELECT BOOKS-LIST ASSIGN TO DISK
           ACCESS MODE SEQUENTIAL
           ORGANIZATION INDEXED
           RECORD KEY BOOK-NUMBER
           FILE STATUS IS WORK-COPY-FILE-STATUS.
      *
           SELECT BOOK-CONTROL-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WORK-COPY-FILE-STATUS.
      *
           SELECT PENDING-APP-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WORK-COPY-FILE-STATUS.
      *
           SELECT CIRCULATION-FILE ASSIGN TO DISK
           ACCESS MODE SEQUENTIAL
           ORGANIZATION INDEXED
           RECORD KEY CIRC-ITEM-BARCODE
           FILE STATUS IS WORK-COPY-FILE-STATUS.
      *
           SELECT PATRON-LOAN-XREF ASSIGN TO DISK
           ACCESS MODE SEQUENTIAL
           ORGANIZATION INDEXED
           RECORD KEY XREF-KEY
           FILE STATUS IS WORK-COPY-FILE-STATUS.
      *
           SELECT HOLD-FILE ASSIGN TO DISK
           ACCESS MODE SEQUENTIAL
           ORGANIZATION INDEXED
           RECORD KEY HOLD-KEY
           FILE STATUS IS WORK-COPY-FILE-STATUS.
      *
           SELECT FINES-FILE ASSIGN TO DISK
           ACCESS MODE SEQUENTIAL
           ORGANIZATION INDEXED
           RECORD KEY FINE-PATRON-NUMBER
           FILE STATUS IS WORK-COPY-FILE-STATUS.
      *
           SELECT FINE-DETAIL-FILE ASSIGN TO DISK
           ACCESS MODE SEQUENTIAL
           ORGANIZATION INDEXED
           RECORD KEY FINE-DTL-KEY
           FILE STATUS IS WORK-COPY-FILE-STATUS.
      *
           SELECT FINE-CONTROL-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WORK-COPY-FILE-STATUS.
      *
           SELECT BLOCKED-CARD-FILE ASSIGN TO DISK
           ACCESS MODE SEQUENTIAL
           ORGANIZATION INDEXED
           RECORD KEY BLK-CARD-NUMBER
           FILE STATUS IS WORK-COPY-FILE-STATUS.
      *
           SELECT SYSTEM-PARM-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WORK-COPY-FILE-STATUS.
      *
           SELECT PERMISSION-FILE ASSIGN TO DISK
           ACCESS MODE SEQUENTIAL
           ORGANIZATION INDEXED
           RECORD KEY PERM-KEY
           FILE STATUS IS WORK-COPY-FILE-STATUS.
      *
           SELECT STAFF-FILE ASSIGN TO DISK
           ACCESS MODE SEQUENTIAL
           ORGANIZATION INDEXED
           RECORD KEY STAFF-ID
           FILE STATUS IS WORK-COPY-FILE-STATUS.
      *
           SELECT LOAN-RULES-FILE ASSIGN TO DISK
           ACCESS MODE SEQUENTIAL
           ORGANIZATION INDEXED
           RECORD KEY RULE-MEDIA-TYPE
           FILE STATUS IS WORK-COPY-FILE-STATUS.
      *
           SELECT LIBRARY-CALENDAR-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WORK-COPY-FILE-STATUS.
      *
           SELECT RECIPROCAL-ZIP-FILE ASSIGN TO DISK
           ACCESS MODE SEQUENTIAL
           ORGANIZATION INDEXED
           RECORD KEY RECIP-KEY
           FILE STATUS IS WORK-COPY-FILE-STATUS.
      *
           SELECT BRANCH-DIRECTORY-FILE ASSIGN TO DISK
           ACCESS MODE SEQUENTIAL
           ORGANIZATION INDEXED
           RECORD KEY BRD-BRANCH-ID
           FILE STATUS IS WORK-COPY-FILE-STATUS.
      *
           SELECT EVENT-FILE ASSIGN TO DISK
           ACCESS MODE SEQUENTIAL
           ORGANIZATION INDEXED
           RECORD KEY EVT-CODE
           FILE STATUS IS WORK-COPY-FILE-STATUS.
      *
           SELECT EVENT-REG-FILE ASSIGN TO DISK
           ACCESS MODE SEQUENTIAL
           ORGANIZATION INDEXED
           RECORD KEY EREG-KEY
           FILE STATUS IS WORK-COPY-FILE-STATUS.
      *
           SELECT DONOR-FILE ASSIGN TO DISK
           ACCESS MODE SEQUENTIAL
           ORGANIZATION INDEXED
           RECORD KEY DONOR-NUMBER
           FILE STATUS IS WORK-COPY-FILE-STATUS.
      *
      *    THE JOURNALS ARE NOT COPIED -- ONLY CREATED EMPTY IN THE
      *    TRAINING SET, SO THE ONLINE PROGRAMS FIND THEM THERE.
           SELECT AUDIT-TRAIL-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL.
      *
           SELECT CHAIN-LOG-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL.
      *
           SELECT SIGN-ON-LOG-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL.
      *
           SELECT OVERRIDE-LOG-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL.
      *
           SELECT IN-HOUSE-USE-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL.
      *
           SELECT TRAINING-CONTROL-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WORK-TRAINING-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  TRAINING-LOAD-FILE
           LABEL RECORDS STANDARD.
       01  TRAINING-LOAD-RECORD.
           05  TLD-FILE-CODE                        PIC X(8).
      *    WIDE ENOUGH FOR THE WIDEST RECORD COPIED (THE PATRON
      *    RECORD) -- NARROWER RECORDS RIDE SPACE-PADDED.
           05  TLD-RECORD-IMAGE                     PIC X(400).
      *
       copy patron.
      *
       copy branch.
      *
       copy zipref.
      *
       copy notes.
      *
      *    SAME LAYOUTS AS THE LIB001A DECLARATIONS.
       FD  ARCHIVE-PATRON-FILE
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID "PATRON.ARC".
       01  ARCHIVE-PATRON-RECORD                    PIC X(238).
      *
       FD  NEXT-CARD-FILE
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID "NEXTCARD.DAT".
       01  NEXT-CARD-RECORD.
           05  NEXT-CARD-COUNTER                    PIC 9(5).
      *
       copy circhist.
      *
       copy itemfile.
      *
       copy books.
      *
       copy pendapp.
      *
       copy circ.
      *
       copy circxref.
      *
       copy holds.
      *
       copy fines.
      *
       copy finedtl.
      *
       copy blkcard.
      *
       copy sysparm.
      *
       copy permit.
      *
       copy staff.
      *
       copy loanrule.
      *
       copy calendar.
      *
       copy recipzip.
      *
       copy brdir.
      *
       copy event.
      *
       copy eventreg.
      *
       copy donor.
      *
       copy audit.
      *
       copy chainlog.
      *
       copy signlog.
      *
       copy ovrlog.
      *
       copy inhouse.
      *
       copy trainctl.
      *
       WORKING-STORAGE SECTION.
      *
       01  W005-END-OF-FILE-SWITCH                  PIC X.
           88  W005-END-OF-FILE                     VALUE "1".
       01  WORK-COPY-FILE-STATUS                    PIC XX.
       01  WORK-LOAD-FILE-STATUS                    PIC XX.
       01  WORK-TRAINING-STATUS                     PIC XX.
      *
      *    THE RUNTIME DATA PATH (COBDATA). CLEARED, EVERY FILE NAME
      *    RESOLVES IN THE LIVE DIRECTORY; SET, IN THE TRAINING ONE.
      *    MAIN01A SWITCHES THE SAME WAY AT A TRAINING SIGN-ON.
       01  W051-DATA-PATH-NAME                      PIC X(7)
                                                    VALUE "COBDATA".
       01  W051-TRAINING-DIRECTORY                  PIC X(9)
                                                    VALUE "TRAINING\".
       01  W051-LIVE-DIRECTORY                      PIC X(9)
                                                    VALUE SPACES.
       01  W051-LOAD-FILE-NAME                      PIC X(20)
                                          VALUE "TRAINING\TRNLOAD.DAT".
      *
       01  W051-FILE-ID                             PIC X(12).
       01  W051-FILE-COUNT                          PIC 9(7).
       01  W051-UNLOAD-COUNT                        PIC 9(7) VALUE ZERO.
       01  W051-LOAD-COUNT                          PIC 9(7) VALUE ZERO.
       01  W051-REJECT-COUNT                        PIC 9(5) VALUE ZERO.
       01  W051-MISSING-COUNT                       PIC 9(3) VALUE ZERO.
      *
       PROCEDURE DIVISION.
      *
       C000-MAIN-LINE-LOGIC.
      *
           PERFORM C010-SELECT-LIVE-FILES.
           OPEN OUTPUT TRAINING-LOAD-FILE.
           IF WORK-LOAD-FILE-STATUS NOT EQUAL "00"
               DISPLAY "LIB051A: " W051-LOAD-FILE-NAME
                       " WILL NOT OPEN -- DOES THE TRAINING "
                       "DIRECTORY EXIST?"
               GOBACK
           END-IF.
           PERFORM C100-UNLOAD-NAMES.
           PERFORM C102-UNLOAD-CONTROL.
           PERFORM C104-UNLOAD-BRANCH.
           PERFORM C106-UNLOAD-ZIPREF.
           PERFORM C108-UNLOAD-PATNOTES.
           PERFORM C110-UNLOAD-PATARC.
           PERFORM C112-UNLOAD-NEXTCARD.
           PERFORM C114-UNLOAD-CIRCHIST.
           PERFORM C116-UNLOAD-ITEMFILE.
           PERFORM C118-UNLOAD-BOOKS.
           PERFORM C120-UNLOAD-BOOKCTL.
           PERFORM C122-UNLOAD-PENDAPP.
           PERFORM C124-UNLOAD-CIRC.
           PERFORM C126-UNLOAD-CIRCXREF.
           PERFORM C128-UNLOAD-HOLDS.
           PERFORM C130-UNLOAD-FINES.
           PERFORM C132-UNLOAD-FINEDTL.
           PERFORM C134-UNLOAD-FINECTL.
           PERFORM C136-UNLOAD-BLKCARD.
           PERFORM C138-UNLOAD-SYSPARM.
           PERFORM C140-UNLOAD-PERMIT.
           PERFORM C142-UNLOAD-STAFF.
           PERFORM C144-UNLOAD-LOANRULE.
           PERFORM C146-UNLOAD-CALENDAR.
           PERFORM C148-UNLOAD-RECIPZIP.
           PERFORM C150-UNLOAD-BRDIR.
           PERFORM C152-UNLOAD-EVENT.
           PERFORM C154-UNLOAD-EVENTREG.
           PERFORM C156-UNLOAD-DONOR.
           CLOSE TRAINING-LOAD-FILE.
      *
      *    SECOND PASS -- EVERYTHING FROM HERE ON IS IN THE TRAINING
      *    DIRECTORY. OPEN OUTPUT EMPTIES WHATEVER THE LAST REFRESH
      *    AND THE TRAINEES SINCE HAVE LEFT THERE.
           PERFORM C020-SELECT-TRAINING-FILES.
           OPEN OUTPUT NAMES-LIST
                       CONTROL-FILE
                       BRANCH-CONFIG-FILE
                       ZIP-REFERENCE-FILE
                       PATRON-NOTES-FILE
                       ARCHIVE-PATRON-FILE
                       NEXT-CARD-FILE
                       CIRC-HISTORY-FILE
                       ITEM-COPY-FILE
                       BOOKS-LIST
                       BOOK-CONTROL-FILE
                       PENDING-APP-FILE
                       CIRCULATION-FILE
                       PATRON-LOAN-XREF
                       HOLD-FILE
                       FINES-FILE
                       FINE-DETAIL-FILE
                       FINE-CONTROL-FILE
                       BLOCKED-CARD-FILE
                       SYSTEM-PARM-FILE
                       PERMISSION-FILE
                       STAFF-FILE
                       LOAN-RULES-FILE
                       LIBRARY-CALENDAR-FILE
                       RECIPROCAL-ZIP-FILE
                       BRANCH-DIRECTORY-FILE
                       EVENT-FILE
                       EVENT-REG-FILE
                       DONOR-FILE
                       AUDIT-TRAIL-FILE
                       CHAIN-LOG-FILE
                       SIGN-ON-LOG-FILE
                       OVERRIDE-LOG-FILE
                       IN-HOUSE-USE-FILE.
           OPEN INPUT TRAINING-LOAD-FILE.
           MOVE "0" TO W005-END-OF-FILE-SWITCH.
           PERFORM C300-READ-LOAD-FILE.
           PERFORM C310-LOAD-ONE-RECORD UNTIL W005-END-OF-FILE.
           CLOSE TRAINING-LOAD-FILE.
           CLOSE NAMES-LIST
                 CONTROL-FILE
                 BRANCH-CONFIG-FILE
                 ZIP-REFERENCE-FILE
                 PATRON-NOTES-FILE
                 ARCHIVE-PATRON-FILE
                 NEXT-CARD-FILE
                 CIRC-HISTORY-FILE
                 ITEM-COPY-FILE
                 BOOKS-LIST
                 BOOK-CONTROL-FILE
                 PENDING-APP-FILE
                 CIRCULATION-FILE
                 PATRON-LOAN-XREF
                 HOLD-FILE
                 FINES-FILE
                 FINE-DETAIL-FILE
                 FINE-CONTROL-FILE
                 BLOCKED-CARD-FILE
                 SYSTEM-PARM-FILE
                 PERMISSION-FILE
                 STAFF-FILE
                 LOAN-RULES-FILE
                 LIBRARY-CALENDAR-FILE
                 RECIPROCAL-ZIP-FILE
                 BRANCH-DIRECTORY-FILE
                 EVENT-FILE
                 EVENT-REG-FILE
                 DONOR-FILE
                 AUDIT-TRAIL-FILE
                 CHAIN-LOG-FILE
                 SIGN-ON-LOG-FILE
                 OVERRIDE-LOG-FILE
                 IN-HOUSE-USE-FILE.
           PERFORM C400-WRITE-TRAINING-MARKER.
      *    THE LOAD FILE IS A FULL COPY OF THE LIVE FILES -- IT IS
      *    EMPTIED, NOT LEFT LYING IN THE TRAINING DIRECTORY.
           OPEN OUTPUT TRAINING-LOAD-FILE.
           CLOSE TRAINING-LOAD-FILE.
           PERFORM C010-SELECT-LIVE-FILES.
           DISPLAY "LIB051A TRAINING-SET REFRESH COMPLETE".
           DISPLAY "RECORDS UNLOADED:     " W051-UNLOAD-COUNT.
           DISPLAY "RECORDS LOADED:       " W051-LOAD-COUNT.
           DISPLAY "RECORDS REJECTED:     " W051-REJECT-COUNT.
           DISPLAY "LIVE FILES NOT FOUND: " W051-MISSING-COUNT.
           GOBACK.
      *
       C010-SELECT-LIVE-FILES.
      *
           DISPLAY W051-DATA-PATH-NAME UPON ENVIRONMENT-NAME.
           DISPLAY W051-LIVE-DIRECTORY UPON ENVIRONMENT-VALUE.
      *
       C020-SELECT-TRAINING-FILES.
      *
           DISPLAY W051-DATA-PATH-NAME UPON ENVIRONMENT-NAME.
           DISPLAY W051-TRAINING-DIRECTORY UPON ENVIRONMENT-VALUE.
      *
       C100-UNLOAD-NAMES.
      *
           MOVE "NAMES.LST" TO W051-FILE-ID.
           MOVE ZERO TO W051-FILE-COUNT.
           OPEN INPUT NAMES-LIST.
           IF WORK-COPY-FILE-STATUS NOT EQUAL "00"
               PERFORM C190-REPORT-MISSING-FILE
           ELSE
               MOVE "0" TO W005-END-OF-FILE-SWITCH
               PERFORM C101-COPY-ONE-NAMES UNTIL W005-END-OF-FILE
               CLOSE NAMES-LIST
               PERFORM C195-REPORT-FILE-COUNT
           END-IF.
      *
       C101-COPY-ONE-NAMES.
      *
           READ NAMES-LIST NEXT RECORD
               AT END
                   MOVE "1" TO W005-END-OF-FILE-SWITCH
               NOT AT END
                   MOVE "NAMES" TO TLD-FILE-CODE
                   MOVE NAMES-RECORD TO TLD-RECORD-IMAGE
                   PERFORM C180-WRITE-LOAD-RECORD
           END-READ.
      *
       C102-UNLOAD-CONTROL.
      *
           MOVE "CONTROL.DAT" TO W051-FILE-ID.
           MOVE ZERO TO W051-FILE-COUNT.
           OPEN INPUT CONTROL-FILE.
           IF WORK-COPY-FILE-STATUS NOT EQUAL "00"
               PERFORM C190-REPORT-MISSING-FILE
           ELSE
               MOVE "0" TO W005-END-OF-FILE-SWITCH
               PERFORM C103-COPY-ONE-CONTROL UNTIL W005-END-OF-FILE
               CLOSE CONTROL-FILE
               PERFORM C195-REPORT-FILE-COUNT
           END-IF.
      *
       C103-COPY-ONE-CONTROL.
      *
           READ CONTROL-FILE
               AT END
                   MOVE "1" TO W005-END-OF-FILE-SWITCH
               NOT AT END
                   MOVE "CONTROL" TO TLD-FILE-CODE
                   MOVE CONTROL-RECORD TO TLD-RECORD-IMAGE
                   PERFORM C180-WRITE-LOAD-RECORD
           END-READ.
      *
       C104-UNLOAD-BRANCH.
      *
           MOVE "BRANCH.DAT" TO W051-FILE-ID.
           MOVE ZERO TO W051-FILE-COUNT.
           OPEN INPUT BRANCH-CONFIG-FILE.
           IF WORK-COPY-FILE-STATUS NOT EQUAL "00"
               PERFORM C190-REPORT-MISSING-FILE
           ELSE
               MOVE "0" TO W005-END-OF-FILE-SWITCH
               PERFORM C105-COPY-ONE-BRANCH UNTIL W005-END-OF-FILE
               CLOSE BRANCH-CONFIG-FILE
               PERFORM C195-REPORT-FILE-COUNT
           END-IF.
      *
       C105-COPY-ONE-BRANCH.
      *
           READ BRANCH-CONFIG-FILE
               AT END
                   MOVE "1" TO W005-END-OF-FILE-SWITCH
               NOT AT END
                   MOVE "BRANCH" TO TLD-FILE-CODE
                   MOVE BRANCH-CONFIG-RECORD TO TLD-RECORD-IMAGE
                   PERFORM C180-WRITE-LOAD-RECORD
           END-READ.
      *
       C106-UNLOAD-ZIPREF.
      *
           MOVE "ZIPREF.DAT" TO W051-FILE-ID.
           MOVE ZERO TO W051-FILE-COUNT.
           OPEN INPUT ZIP-REFERENCE-FILE.
           IF WORK-COPY-FILE-STATUS NOT EQUAL "00"
               PERFORM C190-REPORT-MISSING-FILE
           ELSE
               MOVE "0" TO W005-END-OF-FILE-SWITCH
               PERFORM C107-COPY-ONE-ZIPREF UNTIL W005-END-OF-FILE
               CLOSE ZIP-REFERENCE-FILE
               PERFORM C195-REPORT-FILE-COUNT
           END-IF.
      *
       C107-COPY-ONE-ZIPREF.
      *
           READ ZIP-REFERENCE-FILE
               AT END
                   MOVE "1" TO W005-END-OF-FILE-SWITCH
               NOT AT END
                   MOVE "ZIPREF" TO TLD-FILE-CODE
                   MOVE ZIP-REFERENCE-ROW TO TLD-RECORD-IMAGE
                   PERFORM C180-WRITE-LOAD-RECORD
           END-READ.
      *
       C108-UNLOAD-PATNOTES.
      *
           MOVE "PATNOTES.DAT" TO W051-FILE-ID.
           MOVE ZERO TO W051-FILE-COUNT.
           OPEN INPUT PATRON-NOTES-FILE.
           IF WORK-COPY-FILE-STATUS NOT EQUAL "00"
               PERFORM C190-REPORT-MISSING-FILE
           ELSE
               MOVE "0" TO W005-END-OF-FILE-SWITCH
               PERFORM C109-COPY-ONE-PATNOTES UNTIL W005-END-OF-FILE
               CLOSE PATRON-NOTES-FILE
               PERFORM C195-REPORT-FILE-COUNT
           END-IF.
      *
       C109-COPY-ONE-PATNOTES.
      *
           READ PATRON-NOTES-FILE NEXT RECORD
               AT END
                   MOVE "1" TO W005-END-OF-FILE-SWITCH
               NOT AT END
                   MOVE "PATNOTES" TO TLD-FILE-CODE
                   MOVE PATRON-NOTE-RECORD TO TLD-RECORD-IMAGE
                   PERFORM C180-WRITE-LOAD-RECORD
           END-READ.
      *
       C110-UNLOAD-PATARC.
      *
           MOVE "PATRON.ARC" TO W051-FILE-ID.
           MOVE ZERO TO W051-FILE-COUNT.
           OPEN INPUT ARCHIVE-PATRON-FILE.
           IF WORK-COPY-FILE-STATUS NOT EQUAL "00"
               PERFORM C190-REPORT-MISSING-FILE
           ELSE
               MOVE "0" TO W005-END-OF-FILE-SWITCH
               PERFORM C111-COPY-ONE-PATARC UNTIL W005-END-OF-FILE
               CLOSE ARCHIVE-PATRON-FILE
               PERFORM C195-REPORT-FILE-COUNT
           END-IF.
      *
       C111-COPY-ONE-PATARC.
      *
           READ ARCHIVE-PATRON-FILE
               AT END
                   MOVE "1" TO W005-END-OF-FILE-SWITCH
               NOT AT END
                   MOVE "PATARC" TO TLD-FILE-CODE
                   MOVE ARCHIVE-PATRON-RECORD TO TLD-RECORD-IMAGE
                   PERFORM C180-WRITE-LOAD-RECORD
           END-READ.
      *
       C112-UNLOAD-NEXTCARD.
      *
           MOVE "NEXTCARD.DAT" TO W051-FILE-ID.
           MOVE ZERO TO W051-FILE-COUNT.
           OPEN INPUT NEXT-CARD-FILE.
           IF WORK-COPY-FILE-STATUS NOT EQUAL "00"
               PERFORM C190-REPORT-MISSING-FILE
           ELSE
               MOVE "0" TO W005-END-OF-FILE-SWITCH
               PERFORM C113-COPY-ONE-NEXTCARD UNTIL W005-END-OF-FILE
               CLOSE NEXT-CARD-FILE
               PERFORM C195-REPORT-FILE-COUNT
           END-IF.
      *
       C113-COPY-ONE-NEXTCARD.
      *
           READ NEXT-CARD-FILE
               AT END
                   MOVE "1" TO W005-END-OF-FILE-SWITCH
               NOT AT END
                   MOVE "NEXTCARD" TO TLD-FILE-CODE
                   MOVE NEXT-CARD-RECORD TO TLD-RECORD-IMAGE
                   PERFORM C180-WRITE-LOAD-RECORD
           END-READ.
      *
       C114-UNLOAD-CIRCHIST.
      *
           MOVE "CIRCHIST.DAT" TO W051-FILE-ID.
           MOVE ZERO TO W051-FILE-COUNT.
           OPEN INPUT CIRC-HISTORY-FILE.
           IF WORK-COPY-FILE-STATUS NOT EQUAL "00"
               PERFORM C190-REPORT-MISSING-FILE
           ELSE
               MOVE "0" TO W005-END-OF-FILE-SWITCH
               PERFORM C115-COPY-ONE-CIRCHIST UNTIL W005-END-OF-FILE
               CLOSE CIRC-HISTORY-FILE
               PERFORM C195-REPORT-FILE-COUNT
           END-IF.
      *
       C115-COPY-ONE-CIRCHIST.
      *
           READ CIRC-HISTORY-FILE
               AT END
                   MOVE "1" TO W005-END-OF-FILE-SWITCH
               NOT AT END
                   MOVE "CIRCHIST" TO TLD-FILE-CODE
                   MOVE CIRC-HISTORY-RECORD TO TLD-RECORD-IMAGE
                   PERFORM C180-WRITE-LOAD-RECORD
           END-READ.
      *
       C116-UNLOAD-ITEMFILE.
      *
           MOVE "ITEMFILE.DAT" TO W051-FILE-ID.
           MOVE ZERO TO W051-FILE-COUNT.
           OPEN INPUT ITEM-COPY-FILE.
           IF WORK-COPY-FILE-STATUS NOT EQUAL "00"
               PERFORM C190-REPORT-MISSING-FILE
           ELSE
               MOVE "0" TO W005-END-OF-FILE-SWITCH
               PERFORM C117-COPY-ONE-ITEMFILE UNTIL W005-END-OF-FILE
               CLOSE ITEM-COPY-FILE
               PERFORM C195-REPORT-FILE-COUNT
           END-IF.
      *
       C117-COPY-ONE-ITEMFILE.
      *
           READ ITEM-COPY-FILE NEXT RECORD
               AT END
                   MOVE "1" TO W005-END-OF-FILE-SWITCH
               NOT AT END
                   MOVE "ITEMFILE" TO TLD-FILE-CODE
                   MOVE ITEM-COPY-RECORD TO TLD-RECORD-IMAGE
                   PERFORM C180-WRITE-LOAD-RECORD
           END-READ.
      *
       C118-UNLOAD-BOOKS.
      *
           MOVE "BOOKS.LST" TO W051-FILE-ID.
           MOVE ZERO TO W051-FILE-COUNT.
           OPEN INPUT BOOKS-LIST.
           IF WORK-COPY-FILE-STATUS NOT EQUAL "00"
               PERFORM C190-REPORT-MISSING-FILE
           ELSE
               MOVE "0" TO W005-END-OF-FILE-SWITCH
               PERFORM C119-COPY-ONE-BOOKS UNTIL W005-END-OF-FILE
               CLOSE BOOKS-LIST
               PERFORM C195-REPORT-FILE-COUNT
           END-IF.
      *
       C119-COPY-ONE-BOOKS.
      *
           READ BOOKS-LIST NEXT RECORD
               AT END
                   MOVE "1" TO W005-END-OF-FILE-SWITCH
               NOT AT END
                   MOVE "BOOKS" TO TLD-FILE-CODE
                   MOVE BOOKS-RECORD TO TLD-RECORD-IMAGE
                   PERFORM C180-WRITE-LOAD-RECORD
           END-READ.
      *
       C120-UNLOAD-BOOKCTL.
      *
           MOVE "BOOKCTL.DAT" TO W051-FILE-ID.
           MOVE ZERO TO W051-FILE-COUNT.
           OPEN INPUT BOOK-CONTROL-FILE.
           IF WORK-COPY-FILE-STATUS NOT EQUAL "00"
               PERFORM C190-REPORT-MISSING-FILE
           ELSE
               MOVE "0" TO W005-END-OF-FILE-SWITCH
               PERFORM C121-COPY-ONE-BOOKCTL UNTIL W005-END-OF-FILE
               CLOSE BOOK-CONTROL-FILE
               PERFORM C195-REPORT-FILE-COUNT
           END-IF.
      *
       C121-COPY-ONE-BOOKCTL.
      *
           READ BOOK-CONTROL-FILE
               AT END
                   MOVE "1" TO W005-END-OF-FILE-SWITCH
               NOT AT END
                   MOVE "BOOKCTL" TO TLD-FILE-CODE
                   MOVE BOOK-RECORD-COUNTER TO TLD-RECORD-IMAGE
                   PERFORM C180-WRITE-LOAD-RECORD
           END-READ.
      *
       C122-UNLOAD-PENDAPP.
      *
           MOVE "PENDAPP.DAT" TO W051-FILE-ID.
           MOVE ZERO TO W051-FILE-COUNT.
           OPEN INPUT PENDING-APP-FILE.
           IF WORK-COPY-FILE-STATUS NOT EQUAL "00"
               PERFORM C190-REPORT-MISSING-FILE
           ELSE
               MOVE "0" TO W005-END-OF-FILE-SWITCH
               PERFORM C123-COPY-ONE-PENDAPP UNTIL W005-END-OF-FILE
               CLOSE PENDING-APP-FILE
               PERFORM C195-REPORT-FILE-COUNT
           END-IF.
      *
       C123-COPY-ONE-PENDAPP.
      *
           READ PENDING-APP-FILE
               AT END
                   MOVE "1" TO W005-END-OF-FILE-SWITCH
               NOT AT END
                   MOVE "PENDAPP" TO TLD-FILE-CODE
                   MOVE PENDING-APP-RECORD TO TLD-RECORD-IMAGE
                   PERFORM C180-WRITE-LOAD-RECORD
           END-READ.
      *
       C124-UNLOAD-CIRC.
      *
           MOVE "CIRC.DAT" TO W051-FILE-ID.
           MOVE ZERO TO W051-FILE-COUNT.
           OPEN INPUT CIRCULATION-FILE.
           IF WORK-COPY-FILE-STATUS NOT EQUAL "00"
               PERFORM C190-REPORT-MISSING-FILE
           ELSE
               MOVE "0" TO W005-END-OF-FILE-SWITCH
               PERFORM C125-COPY-ONE-CIRC UNTIL W005-END-OF-FILE
               CLOSE CIRCULATION-FILE
               PERFORM C195-REPORT-FILE-COUNT
           END-IF.
      *
       C125-COPY-ONE-CIRC.
      *
           READ CIRCULATION-FILE NEXT RECORD
               AT END
                   MOVE "1" TO W005-END-OF-FILE-SWITCH
               NOT AT END
                   MOVE "CIRC" TO TLD-FILE-CODE
                   MOVE CIRCULATION-RECORD TO TLD-RECORD-IMAGE
                   PERFORM C180-WRITE-LOAD-RECORD
           END-READ.
      *
       C126-UNLOAD-CIRCXREF.
      *
           MOVE "CIRCXREF.DAT" TO W051-FILE-ID.
           MOVE ZERO TO W051-FILE-COUNT.
           OPEN INPUT PATRON-LOAN-XREF.
           IF WORK-COPY-FILE-STATUS NOT EQUAL "00"
               PERFORM C190-REPORT-MISSING-FILE
           ELSE
               MOVE "0" TO W005-END-OF-FILE-SWITCH
               PERFORM C127-COPY-ONE-CIRCXREF UNTIL W005-END-OF-FILE
               CLOSE PATRON-LOAN-XREF
               PERFORM C195-REPORT-FILE-COUNT
           END-IF.
      *
       C127-COPY-ONE-CIRCXREF.
      *
           READ PATRON-LOAN-XREF NEXT RECORD
               AT END
                   MOVE "1" TO W005-END-OF-FILE-SWITCH
               NOT AT END
                   MOVE "CIRCXREF" TO TLD-FILE-CODE
                   MOVE PATRON-LOAN-XREF-RECORD TO TLD-RECORD-IMAGE
                   PERFORM C180-WRITE-LOAD-RECORD
           END-READ.
      *
       C128-UNLOAD-HOLDS.
      *
           MOVE "HOLDS.DAT" TO W051-FILE-ID.
           MOVE ZERO TO W051-FILE-COUNT.
           OPEN INPUT HOLD-FILE.
           IF WORK-COPY-FILE-STATUS NOT EQUAL "00"
               PERFORM C190-REPORT-MISSING-FILE
           ELSE
               MOVE "0" TO W005-END-OF-FILE-SWITCH
               PERFORM C129-COPY-ONE-HOLDS UNTIL W005-END-OF-FILE
               CLOSE HOLD-FILE
               PERFORM C195-REPORT-FILE-COUNT
           END-IF.
      *
       C129-COPY-ONE-HOLDS.
      *
           READ HOLD-FILE NEXT RECORD
               AT END
                   MOVE "1" TO W005-END-OF-FILE-SWITCH
               NOT AT END
                   MOVE "HOLDS" TO TLD-FILE-CODE
                   MOVE HOLD-RECORD TO TLD-RECORD-IMAGE
                   PERFORM C180-WRITE-LOAD-RECORD
           END-READ.
      *
       C130-UNLOAD-FINES.
      *
           MOVE "FINES.DAT" TO W051-FILE-ID.
           MOVE ZERO TO W051-FILE-COUNT.
           OPEN INPUT FINES-FILE.
           IF WORK-COPY-FILE-STATUS NOT EQUAL "00"
               PERFORM C190-REPORT-MISSING-FILE
           ELSE
               MOVE "0" TO W005-END-OF-FILE-SWITCH
               PERFORM C131-COPY-ONE-FINES UNTIL W005-END-OF-FILE
               CLOSE FINES-FILE
               PERFORM C195-REPORT-FILE-COUNT
           END-IF.
      *
       C131-COPY-ONE-FINES.
      *
           READ FINES-FILE NEXT RECORD
               AT END
                   MOVE "1" TO W005-END-OF-FILE-SWITCH
               NOT AT END
                   MOVE "FINES" TO TLD-FILE-CODE
                   MOVE FINES-RECORD TO TLD-RECORD-IMAGE
                   PERFORM C180-WRITE-LOAD-RECORD
           END-READ.
      *
       C132-UNLOAD-FINEDTL.
      *
           MOVE "FINEDTL.DAT" TO W051-FILE-ID.
           MOVE ZERO TO W051-FILE-COUNT.
           OPEN INPUT FINE-DETAIL-FILE.
           IF WORK-COPY-FILE-STATUS NOT EQUAL "00"
               PERFORM C190-REPORT-MISSING-FILE
           ELSE
               MOVE "0" TO W005-END-OF-FILE-SWITCH
               PERFORM C133-COPY-ONE-FINEDTL UNTIL W005-END-OF-FILE
               CLOSE FINE-DETAIL-FILE
               PERFORM C195-REPORT-FILE-COUNT
           END-IF.
      *
       C133-COPY-ONE-FINEDTL.
      *
           READ FINE-DETAIL-FILE NEXT RECORD
               AT END
                   MOVE "1" TO W005-END-OF-FILE-SWITCH
               NOT AT END
                   MOVE "FINEDTL" TO TLD-FILE-CODE
                   MOVE FINE-DETAIL-RECORD TO TLD-RECORD-IMAGE
                   PERFORM C180-WRITE-LOAD-RECORD
           END-READ.
      *
       C134-UNLOAD-FINECTL.
      *
           MOVE "FINECTL.DAT" TO W051-FILE-ID.
           MOVE ZERO TO W051-FILE-COUNT.
           OPEN INPUT FINE-CONTROL-FILE.
           IF WORK-COPY-FILE-STATUS NOT EQUAL "00"
               PERFORM C190-REPORT-MISSING-FILE
           ELSE
               MOVE "0" TO W005-END-OF-FILE-SWITCH
               PERFORM C135-COPY-ONE-FINECTL UNTIL W005-END-OF-FILE
               CLOSE FINE-CONTROL-FILE
               PERFORM C195-REPORT-FILE-COUNT
           END-IF.
      *
       C135-COPY-ONE-FINECTL.
      *
           READ FINE-CONTROL-FILE
               AT END
                   MOVE "1" TO W005-END-OF-FILE-SWITCH
               NOT AT END
                   MOVE "FINECTL" TO TLD-FILE-CODE
                   MOVE FINE-CONTROL-RECORD TO TLD-RECORD-IMAGE
                   PERFORM C180-WRITE-LOAD-RECORD
           END-READ.
      *
       C136-UNLOAD-BLKCARD.
      *
           MOVE "BLKCARD.DAT" TO W051-FILE-ID.
           MOVE ZERO TO W051-FILE-COUNT.
           OPEN INPUT BLOCKED-CARD-FILE.
           IF WORK-COPY-FILE-STATUS NOT EQUAL "00"
               PERFORM C190-REPORT-MISSING-FILE
           ELSE
               MOVE "0" TO W005-END-OF-FILE-SWITCH
               PERFORM C137-COPY-ONE-BLKCARD UNTIL W005-END-OF-FILE
               CLOSE BLOCKED-CARD-FILE
               PERFORM C195-REPORT-FILE-COUNT
           END-IF.
      *
       C137-COPY-ONE-BLKCARD.
      *
           READ BLOCKED-CARD-FILE NEXT RECORD
               AT END
                   MOVE "1" TO W005-END-OF-FILE-SWITCH
               NOT AT END
                   MOVE "BLKCARD" TO TLD-FILE-CODE
                   MOVE BLOCKED-CARD-RECORD TO TLD-RECORD-IMAGE
                   PERFORM C180-WRITE-LOAD-RECORD
           END-READ.
      *
       C138-UNLOAD-SYSPARM.
      *
           MOVE "SYSPARM.DAT" TO W051-FILE-ID.
           MOVE ZERO TO W051-FILE-COUNT.
           OPEN INPUT SYSTEM-PARM-FILE.
           IF WORK-COPY-FILE-STATUS NOT EQUAL "00"
               PERFORM C190-REPORT-MISSING-FILE
           ELSE
               MOVE "0" TO W005-END-OF-FILE-SWITCH
               PERFORM C139-COPY-ONE-SYSPARM UNTIL W005-END-OF-FILE
               CLOSE SYSTEM-PARM-FILE
               PERFORM C195-REPORT-FILE-COUNT
           END-IF.
      *
       C139-COPY-ONE-SYSPARM.
      *
           READ SYSTEM-PARM-FILE
               AT END
                   MOVE "1" TO W005-END-OF-FILE-SWITCH
               NOT AT END
                   MOVE "SYSPARM" TO TLD-FILE-CODE
                   MOVE SYSTEM-PARM-RECORD TO TLD-RECORD-IMAGE
                   PERFORM C180-WRITE-LOAD-RECORD
           END-READ.
      *
       C140-UNLOAD-PERMIT.
      *
           MOVE "PERMIT.DAT" TO W051-FILE-ID.
           MOVE ZERO TO W051-FILE-COUNT.
           OPEN INPUT PERMISSION-FILE.
           IF WORK-COPY-FILE-STATUS NOT EQUAL "00"
               PERFORM C190-REPORT-MISSING-FILE
           ELSE
               MOVE "0" TO W005-END-OF-FILE-SWITCH
               PERFORM C141-COPY-ONE-PERMIT UNTIL W005-END-OF-FILE
               CLOSE PERMISSION-FILE
               PERFORM C195-REPORT-FILE-COUNT
           END-IF.
      *
       C141-COPY-ONE-PERMIT.
      *
           READ PERMISSION-FILE NEXT RECORD
               AT END
                   MOVE "1" TO W005-END-OF-FILE-SWITCH
               NOT AT END
                   MOVE "PERMIT" TO TLD-FILE-CODE
                   MOVE PERMISSION-RECORD TO TLD-RECORD-IMAGE
                   PERFORM C180-WRITE-LOAD-RECORD
           END-READ.
      *
       C142-UNLOAD-STAFF.
      *
           MOVE "STAFF.DAT" TO W051-FILE-ID.
           MOVE ZERO TO W051-FILE-COUNT.
           OPEN INPUT STAFF-FILE.
           IF WORK-COPY-FILE-STATUS NOT EQUAL "00"
               PERFORM C190-REPORT-MISSING-FILE
           ELSE
               MOVE "0" TO W005-END-OF-FILE-SWITCH
               PERFORM C143-COPY-ONE-STAFF UNTIL W005-END-OF-FILE
               CLOSE STAFF-FILE
               PERFORM C195-REPORT-FILE-COUNT
           END-IF.
      *
       C143-COPY-ONE-STAFF.
      *
           READ STAFF-FILE NEXT RECORD
               AT END
                   MOVE "1" TO W005-END-OF-FILE-SWITCH
               NOT AT END
                   MOVE "STAFF" TO TLD-FILE-CODE
                   MOVE STAFF-RECORD TO TLD-RECORD-IMAGE
                   PERFORM C180-WRITE-LOAD-RECORD
           END-READ.
      *
       C144-UNLOAD-LOANRULE.
      *
           MOVE "LOANRULE.DAT" TO W051-FILE-ID.
           MOVE ZERO TO W051-FILE-COUNT.
           OPEN INPUT LOAN-RULES-FILE.
           IF WORK-COPY-FILE-STATUS NOT EQUAL "00"
               PERFORM C190-REPORT-MISSING-FILE
           ELSE
               MOVE "0" TO W005-END-OF-FILE-SWITCH
               PERFORM C145-COPY-ONE-LOANRULE UNTIL W005-END-OF-FILE
               CLOSE LOAN-RULES-FILE
               PERFORM C195-REPORT-FILE-COUNT
           END-IF.
      *
       C145-COPY-ONE-LOANRULE.
      *
           READ LOAN-RULES-FILE NEXT RECORD
               AT END
                   MOVE "1" TO W005-END-OF-FILE-SWITCH
               NOT AT END
                   MOVE "LOANRULE" TO TLD-FILE-CODE
                   MOVE LOAN-RULES-RECORD TO TLD-RECORD-IMAGE
                   PERFORM C180-WRITE-LOAD-RECORD
           END-READ.
      *
       C146-UNLOAD-CALENDAR.
      *
           MOVE "CALENDAR.DAT" TO W051-FILE-ID.
           MOVE ZERO TO W051-FILE-COUNT.
           OPEN INPUT LIBRARY-CALENDAR-FILE.
           IF WORK-COPY-FILE-STATUS NOT EQUAL "00"
               PERFORM C190-REPORT-MISSING-FILE
           ELSE
               MOVE "0" TO W005-END-OF-FILE-SWITCH
               PERFORM C147-COPY-ONE-CALENDAR UNTIL W005-END-OF-FILE
               CLOSE LIBRARY-CALENDAR-FILE
               PERFORM C195-REPORT-FILE-COUNT
           END-IF.
      *
       C147-COPY-ONE-CALENDAR.
      *
           READ LIBRARY-CALENDAR-FILE
               AT END
                   MOVE "1" TO W005-END-OF-FILE-SWITCH
               NOT AT END
                   MOVE "CALENDAR" TO TLD-FILE-CODE
                   MOVE LIBRARY-CALENDAR-RECORD TO TLD-RECORD-IMAGE
                   PERFORM C180-WRITE-LOAD-RECORD
           END-READ.
      *
       C148-UNLOAD-RECIPZIP.
      *
           MOVE "RECIPZIP.DAT" TO W051-FILE-ID.
           MOVE ZERO TO W051-FILE-COUNT.
           OPEN INPUT RECIPROCAL-ZIP-FILE.
           IF WORK-COPY-FILE-STATUS NOT EQUAL "00"
               PERFORM C190-REPORT-MISSING-FILE
           ELSE
               MOVE "0" TO W005-END-OF-FILE-SWITCH
               PERFORM C149-COPY-ONE-RECIPZIP UNTIL W005-END-OF-FILE
               CLOSE RECIPROCAL-ZIP-FILE
               PERFORM C195-REPORT-FILE-COUNT
           END-IF.
      *
       C149-COPY-ONE-RECIPZIP.
      *
           READ RECIPROCAL-ZIP-FILE NEXT RECORD
               AT END
                   MOVE "1" TO W005-END-OF-FILE-SWITCH
               NOT AT END
                   MOVE "RECIPZIP" TO TLD-FILE-CODE
                   MOVE RECIPROCAL-ZIP-RECORD TO TLD-RECORD-IMAGE
                   PERFORM C180-WRITE-LOAD-RECORD
           END-READ.
      *
       C150-UNLOAD-BRDIR.
      *
           MOVE "BRDIR.DAT" TO W051-FILE-ID.
           MOVE ZERO TO W051-FILE-COUNT.
           OPEN INPUT BRANCH-DIRECTORY-FILE.
           IF WORK-COPY-FILE-STATUS NOT EQUAL "00"
               PERFORM C190-REPORT-MISSING-FILE
           ELSE
               MOVE "0" TO W005-END-OF-FILE-SWITCH
               PERFORM C151-COPY-ONE-BRDIR UNTIL W005-END-OF-FILE
               CLOSE BRANCH-DIRECTORY-FILE
               PERFORM C195-REPORT-FILE-COUNT
           END-IF.
      *
       C151-COPY-ONE-BRDIR.
      *
           READ BRANCH-DIRECTORY-FILE NEXT RECORD
               AT END
                   MOVE "1" TO W005-END-OF-FILE-SWITCH
               NOT AT END
                   MOVE "BRDIR" TO TLD-FILE-CODE
                   MOVE BRANCH-DIRECTORY-RECORD TO TLD-RECORD-IMAGE
                   PERFORM C180-WRITE-LOAD-RECORD
           END-READ.
      *
       C152-UNLOAD-EVENT.
      *
           MOVE "EVENT.DAT" TO W051-FILE-ID.
           MOVE ZERO TO W051-FILE-COUNT.
           OPEN INPUT EVENT-FILE.
           IF WORK-COPY-FILE-STATUS NOT EQUAL "00"
               PERFORM C190-REPORT-MISSING-FILE
           ELSE
               MOVE "0" TO W005-END-OF-FILE-SWITCH
               PERFORM C153-COPY-ONE-EVENT UNTIL W005-END-OF-FILE
               CLOSE EVENT-FILE
               PERFORM C195-REPORT-FILE-COUNT
           END-IF.
      *
       C153-COPY-ONE-EVENT.
      *
           READ EVENT-FILE NEXT RECORD
               AT END
                   MOVE "1" TO W005-END-OF-FILE-SWITCH
               NOT AT END
                   MOVE "EVENT" TO TLD-FILE-CODE
                   MOVE EVENT-RECORD TO TLD-RECORD-IMAGE
                   PERFORM C180-WRITE-LOAD-RECORD
           END-READ.
      *
       C154-UNLOAD-EVENTREG.
      *
           MOVE "EVENTREG.DAT" TO W051-FILE-ID.
           MOVE ZERO TO W051-FILE-COUNT.
           OPEN INPUT EVENT-REG-FILE.
           IF WORK-COPY-FILE-STATUS NOT EQUAL "00"
               PERFORM C190-REPORT-MISSING-FILE
           ELSE
               MOVE "0" TO W005-END-OF-FILE-SWITCH
               PERFORM C155-COPY-ONE-EVENTREG UNTIL W005-END-OF-FILE
               CLOSE EVENT-REG-FILE
               PERFORM C195-REPORT-FILE-COUNT
           END-IF.
      *
       C155-COPY-ONE-EVENTREG.
      *
           READ EVENT-REG-FILE NEXT RECORD
               AT END
                   MOVE "1" TO W005-END-OF-FILE-SWITCH
               NOT AT END
                   MOVE "EVENTREG" TO TLD-FILE-CODE
                   MOVE EVENT-REG-RECORD TO TLD-RECORD-IMAGE
                   PERFORM C180-WRITE-LOAD-RECORD
           END-READ.
      *
       C156-UNLOAD-DONOR.
      *
           MOVE "DONOR.DAT" TO W051-FILE-ID.
           MOVE ZERO TO W051-FILE-COUNT.
           OPEN INPUT DONOR-FILE.
           IF WORK-COPY-FILE-STATUS NOT EQUAL "00"
               PERFORM C190-REPORT-MISSING-FILE
           ELSE
               MOVE "0" TO W005-END-OF-FILE-SWITCH
               PERFORM C157-COPY-ONE-DONOR UNTIL W005-END-OF-FILE
               CLOSE DONOR-FILE
               PERFORM C195-REPORT-FILE-COUNT
           END-IF.
      *
       C157-COPY-ONE-DONOR.
      *
           READ DONOR-FILE NEXT RECORD
               AT END
                   MOVE "1" TO W005-END-OF-FILE-SWITCH
               NOT AT END
                   MOVE "DONOR" TO TLD-FILE-CODE
                   MOVE DONOR-RECORD TO TLD-RECORD-IMAGE
                   PERFORM C180-WRITE-LOAD-RECORD
           END-READ.
      *
       C180-WRITE-LOAD-RECORD.
      *
           WRITE TRAINING-LOAD-RECORD.
           ADD 1 TO W051-FILE-COUNT.
           ADD 1 TO W051-UNLOAD-COUNT.
      *
      *    A FILE NOT YET ON THE LIVE SYSTEM IS LEFT EMPTY IN THE
      *    TRAINING SET.
       C190-REPORT-MISSING-FILE.
      *
           ADD 1 TO W051-MISSING-COUNT.
           DISPLAY "LIB051A: " W051-FILE-ID " NOT ON THE LIVE SYSTEM "
                   "-- LEFT EMPTY FOR TRAINING".
      *
       C195-REPORT-FILE-COUNT.
      *
           DISPLAY "LIB051A: " W051-FILE-ID " RECORDS COPIED "
                   W051-FILE-COUNT.
      *
       C300-READ-LOAD-FILE.
      *
           READ TRAINING-LOAD-FILE
                AT END, MOVE "1" TO W005-END-OF-FILE-SWITCH.
      *
       C310-LOAD-ONE-RECORD.
      *
           ADD 1 TO W051-LOAD-COUNT.
           IF TLD-FILE-CODE EQUAL "NAMES"
               MOVE TLD-RECORD-IMAGE TO NAMES-RECORD
               WRITE NAMES-RECORD
                   INVALID KEY
                       PERFORM C320-REJECT-LOAD-RECORD
               END-WRITE
           ELSE IF TLD-FILE-CODE EQUAL "CONTROL"
               MOVE TLD-RECORD-IMAGE TO CONTROL-RECORD
               WRITE CONTROL-RECORD
           ELSE IF TLD-FILE-CODE EQUAL "BRANCH"
               MOVE TLD-RECORD-IMAGE TO BRANCH-CONFIG-RECORD
               WRITE BRANCH-CONFIG-RECORD
           ELSE IF TLD-FILE-CODE EQUAL "ZIPREF"
               MOVE TLD-RECORD-IMAGE TO ZIP-REFERENCE-ROW
               WRITE ZIP-REFERENCE-ROW
           ELSE IF TLD-FILE-CODE EQUAL "PATNOTES"
               MOVE TLD-RECORD-IMAGE TO PATRON-NOTE-RECORD
               WRITE PATRON-NOTE-RECORD
                   INVALID KEY
                       PERFORM C320-REJECT-LOAD-RECORD
               END-WRITE
           ELSE IF TLD-FILE-CODE EQUAL "PATARC"
               MOVE TLD-RECORD-IMAGE TO ARCHIVE-PATRON-RECORD
               WRITE ARCHIVE-PATRON-RECORD
           ELSE IF TLD-FILE-CODE EQUAL "NEXTCARD"
               MOVE TLD-RECORD-IMAGE TO NEXT-CARD-RECORD
               WRITE NEXT-CARD-RECORD
           ELSE IF TLD-FILE-CODE EQUAL "CIRCHIST"
               MOVE TLD-RECORD-IMAGE TO CIRC-HISTORY-RECORD
               WRITE CIRC-HISTORY-RECORD
           ELSE IF TLD-FILE-CODE EQUAL "ITEMFILE"
               MOVE TLD-RECORD-IMAGE TO ITEM-COPY-RECORD
               WRITE ITEM-COPY-RECORD
                   INVALID KEY
                       PERFORM C320-REJECT-LOAD-RECORD
               END-WRITE
           ELSE IF TLD-FILE-CODE EQUAL "BOOKS"
               MOVE TLD-RECORD-IMAGE TO BOOKS-RECORD
               WRITE BOOKS-RECORD
                   INVALID KEY
                       PERFORM C320-REJECT-LOAD-RECORD
               END-WRITE
           ELSE IF TLD-FILE-CODE EQUAL "BOOKCTL"
      *        THE COUNTER IS A BARE PIC 9(9) -- ONLY ITS OWN NINE
      *        DIGITS COME OFF THE FRONT OF THE IMAGE.
               MOVE TLD-RECORD-IMAGE (1:9) TO BOOK-RECORD-COUNTER
               WRITE BOOK-RECORD-COUNTER
           ELSE IF TLD-FILE-CODE EQUAL "PENDAPP"
               MOVE TLD-RECORD-IMAGE TO PENDING-APP-RECORD
               WRITE PENDING-APP-RECORD
           ELSE IF TLD-FILE-CODE EQUAL "CIRC"
               MOVE TLD-RECORD-IMAGE TO CIRCULATION-RECORD
               WRITE CIRCULATION-RECORD
                   INVALID KEY
                       PERFORM C320-REJECT-LOAD-RECORD
               END-WRITE
           ELSE IF TLD-FILE-CODE EQUAL "CIRCXREF"
               MOVE TLD-RECORD-IMAGE TO PATRON-LOAN-XREF-RECORD
               WRITE PATRON-LOAN-XREF-RECORD
                   INVALID KEY
                       PERFORM C320-REJECT-LOAD-RECORD
               END-WRITE
           ELSE IF TLD-FILE-CODE EQUAL "HOLDS"
               MOVE TLD-RECORD-IMAGE TO HOLD-RECORD
               WRITE HOLD-RECORD
                   INVALID KEY
                       PERFORM C320-REJECT-LOAD-RECORD
               END-WRITE
           ELSE IF TLD-FILE-CODE EQUAL "FINES"
               MOVE TLD-RECORD-IMAGE TO FINES-RECORD
               WRITE FINES-RECORD
                   INVALID KEY
                       PERFORM C320-REJECT-LOAD-RECORD
               END-WRITE
           ELSE IF TLD-FILE-CODE EQUAL "FINEDTL"
               MOVE TLD-RECORD-IMAGE TO FINE-DETAIL-RECORD
               WRITE FINE-DETAIL-RECORD
                   INVALID KEY
                       PERFORM C320-REJECT-LOAD-RECORD
               END-WRITE
           ELSE IF TLD-FILE-CODE EQUAL "FINECTL"
               MOVE TLD-RECORD-IMAGE TO FINE-CONTROL-RECORD
               WRITE FINE-CONTROL-RECORD
           ELSE IF TLD-FILE-CODE EQUAL "BLKCARD"
               MOVE TLD-RECORD-IMAGE TO BLOCKED-CARD-RECORD
               WRITE BLOCKED-CARD-RECORD
                   INVALID KEY
                       PERFORM C320-REJECT-LOAD-RECORD
               END-WRITE
           ELSE IF TLD-FILE-CODE EQUAL "SYSPARM"
               MOVE TLD-RECORD-IMAGE TO SYSTEM-PARM-RECORD
               WRITE SYSTEM-PARM-RECORD
           ELSE IF TLD-FILE-CODE EQUAL "PERMIT"
               MOVE TLD-RECORD-IMAGE TO PERMISSION-RECORD
               WRITE PERMISSION-RECORD
                   INVALID KEY
                       PERFORM C320-REJECT-LOAD-RECORD
               END-WRITE
           ELSE IF TLD-FILE-CODE EQUAL "STAFF"
               MOVE TLD-RECORD-IMAGE TO STAFF-RECORD
               WRITE STAFF-RECORD
                   INVALID KEY
                       PERFORM C320-REJECT-LOAD-RECORD
               END-WRITE
           ELSE IF TLD-FILE-CODE EQUAL "LOANRULE"
               MOVE TLD-RECORD-IMAGE TO LOAN-RULES-RECORD
               WRITE LOAN-RULES-RECORD
                   INVALID KEY
                       PERFORM C320-REJECT-LOAD-RECORD
               END-WRITE
           ELSE IF TLD-FILE-CODE EQUAL "CALENDAR"
               MOVE TLD-RECORD-IMAGE TO LIBRARY-CALENDAR-RECORD
               WRITE LIBRARY-CALENDAR-RECORD
           ELSE IF TLD-FILE-CODE EQUAL "RECIPZIP"
               MOVE TLD-RECORD-IMAGE TO RECIPROCAL-ZIP-RECORD
               WRITE RECIPROCAL-ZIP-RECORD
                   INVALID KEY
                       PERFORM C320-REJECT-LOAD-RECORD
               END-WRITE
           ELSE IF TLD-FILE-CODE EQUAL "BRDIR"
               MOVE TLD-RECORD-IMAGE TO BRANCH-DIRECTORY-RECORD
               WRITE BRANCH-DIRECTORY-RECORD
                   INVALID KEY
                       PERFORM C320-REJECT-LOAD-RECORD
               END-WRITE
           ELSE IF TLD-FILE-CODE EQUAL "EVENT"
               MOVE TLD-RECORD-IMAGE TO EVENT-RECORD
               WRITE EVENT-RECORD
                   INVALID KEY
                       PERFORM C320-REJECT-LOAD-RECORD
               END-WRITE
           ELSE IF TLD-FILE-CODE EQUAL "EVENTREG"
               MOVE TLD-RECORD-IMAGE TO EVENT-REG-RECORD
               WRITE EVENT-REG-RECORD
                   INVALID KEY
                       PERFORM C320-REJECT-LOAD-RECORD
               END-WRITE
           ELSE IF TLD-FILE-CODE EQUAL "DONOR"
               MOVE TLD-RECORD-IMAGE TO DONOR-RECORD
               WRITE DONOR-RECORD
                   INVALID KEY
                       PERFORM C320-REJECT-LOAD-RECORD
               END-WRITE
           ELSE
               PERFORM C320-REJECT-LOAD-RECORD.
           PERFORM C300-READ-LOAD-FILE.
      *
       C320-REJECT-LOAD-RECORD.
      *
           SUBTRACT 1 FROM W051-LOAD-COUNT.
           ADD 1 TO W051-REJECT-COUNT.
           DISPLAY "LIB051A: " TLD-FILE-CODE " RECORD NOT LOADED".
      *
       C400-WRITE-TRAINING-MARKER.
      *
           OPEN OUTPUT TRAINING-CONTROL-FILE.
           ACCEPT TRN-REFRESH-DATE FROM DATE.
           ACCEPT TRN-REFRESH-TIME FROM TIME.
           MOVE W051-LOAD-COUNT TO TRN-RECORDS-LOADED.
           WRITE TRAINING-CONTROL-RECORD.
           CLOSE TRAINING-CONTROL-FILE.
