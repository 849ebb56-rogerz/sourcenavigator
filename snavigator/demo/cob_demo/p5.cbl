
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    DYNAMIC SO A LOST-CARD REISSUE CAN WALK THE WHOLE FILE FOR
      *    HOUSEHOLD AND GUARDIAN LINKS TO THE OLD NUMBER.
           SELECT NAMES-LIST ASSIGN TO DISK
           ACCESS MODE DYNAMIC
           ORGANIZATION INDEXED
           RECORD KEY PATRON-NUMBER
           LOCK MODE IS MANUAL.
           SELECT ZIP-REFERENCE-FILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WORK-ZIPREF-STATUS.
      *    OUT-OF-AREA ZIPS WHOSE RESIDENTS ARE EXEMPT FROM THE
      *    NON-RESIDENT FEE UNDER A RECIPROCAL AGREEMENT.
           SELECT RECIPROCAL-ZIP-FILE ASSIGN TO DISK
           ACCESS MODE DYNAMIC
           ORGANIZATION INDEXED
           RECORD KEY RECIP-KEY
           FILE STATUS IS WORK-RECIPZIP-STATUS.
      *    THE DESK'S PAPER NOTEBOOK, ON FILE -- MAINTAINED HERE,
      *    POPPED AT THE CIRCULATION DESK.
           SELECT PATRON-NOTES-FILE ASSIGN TO DISK
           SELECT PENDING-APP-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WORK-PENDING-APP-STATUS.
      *    A LOST OR STOLEN CARD IS REISSUED UNDER A NEW NUMBER AND
      *    EVERYTHING HANGING OFF THE OLD ONE -- OPEN LOANS AND THEIR
      *    CROSS-REFERENCE, HOLDS, THE FINES BALANCE AND LEDGER,
      *    NOTES, LOAN HISTORY -- IS CARRIED ACROSS. THE OLD NUMBER
      *    GOES ON THE BLOCKED-CARD FILE THE DESKS REFUSE.
           SELECT CIRCULATION-FILE ASSIGN TO DISK
           ACCESS MODE DYNAMIC
           ORGANIZATION INDEXED
           RECORD KEY CIRC-ITEM-BARCODE
           FILE STATUS IS WORK-CIRCULATION-FILE-STATUS.
           SELECT PATRON-LOAN-XREF ASSIGN TO DISK
           ACCESS MODE DYNAMIC
           ORGANIZATION INDEXED
           RECORD KEY XREF-KEY
           FILE STATUS IS WORK-XREF-STATUS.
           SELECT HOLD-FILE ASSIGN TO DISK
           ACCESS MODE DYNAMIC
           ORGANIZATION INDEXED
           RECORD KEY HOLD-KEY
           FILE STATUS IS WORK-HOLD-FILE-STATUS.
           SELECT FINES-FILE ASSIGN TO DISK
           ACCESS MODE RANDOM
           ORGANIZATION INDEXED
           RECORD KEY FINE-PATRON-NUMBER
           FILE STATUS IS WORK-FINES-FILE-STATUS.
           SELECT FINE-DETAIL-FILE ASSIGN TO DISK
           ACCESS MODE DYNAMIC
           ORGANIZATION INDEXED
           RECORD KEY FINE-DTL-KEY
           FILE STATUS IS WORK-FINE-DETAIL-STATUS.
           SELECT FINE-CONTROL-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WORK-FINE-CONTROL-STATUS.
           SELECT BLOCKED-CARD-FILE ASSIGN TO DISK
           ACCESS MODE DYNAMIC
           ORGANIZATION INDEXED
           RECORD KEY BLK-CARD-NUMBER
           FILE STATUS IS WORK-BLOCKED-CARD-STATUS.
           SELECT SYSTEM-PARM-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WORK-SYSPARM-STATUS.
      *    ROLE PERMISSIONS TABLE, AND THE JOURNAL A REFUSED
      *    FUNCTION IS WRITTEN TO FOR THE LIB043A SECURITY REPORT.
           SELECT PERMISSION-FILE ASSIGN TO DISK
           ACCESS MODE RANDOM
           ORGANIZATION INDEXED
           RECORD KEY PERM-KEY
           FILE STATUS IS WORK-PERMIT-STATUS.
           SELECT SIGN-ON-LOG-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WORK-SIGN-LOG-STATUS.
      *    PAYROLL'S EMPLOYMENT MASTER -- A STAFF CARD MUST NAME AN
      *    EMPLOYEE ON IT WHO HAS NOT BEEN TERMINATED.
           SELECT EMPLOYMENT-MASTER ASSIGN TO DISK
           ACCESS MODE RANDOM
           ORGANIZATION INDEXED
           RECORD KEY EMP-MASTER-ID
           FILE STATUS IS WORK-EMPMAST-STATUS.
      *    PRESENT ONLY IN THE TRAINING DIRECTORY -- OPENS ONLY
      *    WHEN A TRAINING SIGN-ON AT MAIN01A HAS POINTED THE DATA
      *    PATH THERE, AND THEN PUTS UP THE TRAINING BANNER.
           SELECT TRAINING-CONTROL-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WORK-TRAINING-STATUS.
       DATA DIVISION.
       FILE SECTION.

               10  ARCHIVE-NAME-FIRST            PIC X(15).
               10  ARCHIVE-NAME-MIDDLE           PIC X.
               10  ARCHIVE-NAME-LAST             PIC X(20).
           05  FILLER                            PIC X(197).

       copy zipref.

       copy recipzip.

       copy notes.

       copy circhist.

       copy pendapp.

       copy circ.

       copy circxref.

       copy holds.

       copy fines.

       copy finedtl.

       copy blkcard.

       copy sysparm.

       copy permit.

       copy signlog.

       copy empmast.

       copy trainctl.

       WORKING-STORAGE SECTION.
      *************************************************************
      *                                                           *
          05 WORK-PATRON-EMAIL-ADDRESS                PIC X(30).
          05 WORK-PATRON-BIRTH-DATE                   PIC 9(8).
          05 WORK-PATRON-HISTORY-OPTIN                PIC X.
          05 WORK-PATRON-CLAIMS-COUNT                 PIC 99.
          05 WORK-PATRON-ADDRESS-BAD-FLAG             PIC X.
          05 WORK-PATRON-EMAIL-BAD-FLAG               PIC X.
          05 WORK-PATRON-MOBILE-NUMBER.
             10 WORK-PATRON-MOBILE-AREA               PIC X(3).
             10 WORK-PATRON-MOBILE-PRE                PIC X(3).
             10 WORK-PATRON-MOBILE-SUF                PIC X(4).
          05 WORK-PATRON-EMP-MASTER-ID                PIC X(5).
          05 WORK-PATRON-RESIDENCY-FLAG               PIC X.
          05 WORK-PATRON-NONRES-FEE-FLAG              PIC X.
       01 FILE-ACCESS-FLAG                       PIC 9 VALUE 0.
      *    A JUVENILE CARD'S GUARDIAN MUST BE AN ADULT ALREADY ON
      *    FILE -- VALIDATED THE SAME WAY DO-VALIDATE-HOUSEHOLD
      *    VALIDATES HOUSEHOLD HEADS.
       01 WORK-GUARDIAN-VALID-FLAG               PIC X.
       01 WORK-EMPMAST-STATUS                    PIC XX.
      *************************************************************
      *  PATRON NOTES -- F8 LISTS A CARD'S NOTES AND TAKES A NEW   *
      *  ONE, DATED, WITH AN ALERT FLAG THE CIRCULATION DESK POPS. *
       01 WORK-NOTE-TEXT-ENTRY                   PIC X(40).
       01 WORK-NOTE-ALERT-ENTRY                  PIC X.
       01 WORK-NOTE-TODAY-DATE                   PIC 9(6).
      *    F8, R -- RETURNED MAIL. THE ALERT NOTE IT LEAVES IS FOUND
      *    AGAIN BY ITS TEXT WHEN THE ADDRESS IS CORRECTED ON F4.
       01 WORK-NOTES-REPLY                       PIC X.
       01 WORK-RETMAIL-NOTE-TEXT                 PIC X(40)
              VALUE "MAIL RETURNED -- ASK FOR NEW ADDRESS".
      *    NEW PIN KEYED BY THE CLERK ON THE F7 SETPIN FUNCTION --
      *    THE SELF-SERVICE TERMINAL DEMANDS IT BEFORE SHOWING THE
      *    PATRON THEIR OWN RECORD.
       01 WORK-NEW-PIN-ENTRY                     PIC X(4).
      *    THE PIN IS STORED SCRAMBLED UNDER THE CARD NUMBER, NEVER
      *    AS KEYED.

       copy pinscrm.

      *************************************************************
      *  AUTOMATIC CARD-NUMBER ASSIGNMENT -- THE NEXT FREE NUMBER  *
      *  OFF NEXTCARD.DAT, SKIPPING ANY NUMBER STILL LIVE ON       *
          88 WORK-APPS-PROCESSED                     VALUE "Y".
       01 WORK-APP-REPLY                         PIC X.
      *************************************************************
      *  LOST/STOLEN CARD REISSUE (F6, L) -- THE PATRON MOVES TO A *
      *  FRESHLY ASSIGNED NUMBER WITH THEIR LOANS, HOLDS, FINES,   *
      *  LEDGER, NOTES, HISTORY AND FAMILY LINKS, THE OLD NUMBER   *
      *  IS BLOCKED, AND THE REPLACEMENT FEE IS CHARGED.           *
      *************************************************************
       01 WORK-CIRCULATION-FILE-STATUS           PIC XX.
       01 WORK-XREF-STATUS                       PIC XX.
       01 WORK-HOLD-FILE-STATUS                  PIC XX.
       01 WORK-FINES-FILE-STATUS                 PIC XX.
       01 WORK-FINE-DETAIL-STATUS                PIC XX.
       01 WORK-FINE-CONTROL-STATUS               PIC XX.
       01 WORK-BLOCKED-CARD-STATUS               PIC XX.
       01 WORK-SYSPARM-STATUS                    PIC XX.
       01 WORK-REISSUE-REPLY                     PIC X.
       01 WORK-REISSUE-REASON                    PIC X.
       01 WORK-REISSUE-OLD-CARD                  PIC X(5).
       01 WORK-REISSUE-NEW-CARD                  PIC X(5).
       01 WORK-REISSUE-EOF-SWITCH                PIC X.
          88 WORK-REISSUE-EOF                        VALUE "1".
       01 WORK-REISSUE-XREF-SWITCH               PIC X.
          88 WORK-REISSUE-XREF-IS-OPEN               VALUE "Y".
       01 WORK-REISSUE-LAST-SEQ                  PIC 9(4).
       01 WORK-REISSUE-LOAN-COUNT                PIC 9(4).
       01 WORK-REISSUE-HIST-COUNT                PIC 9(5).
       01 WORK-REISSUE-HOLD-COUNT                PIC 9(4).
       01 WORK-REISSUE-LEDGER-COUNT              PIC 9(4).
       01 WORK-REISSUE-NOTE-COUNT                PIC 9(4).
       01 WORK-REISSUE-LINK-COUNT                PIC 9(4).
       01 WORK-REISSUE-TODAY-DATE.
          05 WORK-REISSUE-TODAY-CC               PIC 99.
          05 WORK-REISSUE-TODAY-YY               PIC 99.
          05 WORK-REISSUE-TODAY-MM               PIC 99.
          05 WORK-REISSUE-TODAY-DD               PIC 99.
      *    THE CLOCK WHEN A FEE LINE POSTS TO THE LEDGER.
       01 WORK-NOW-TIME.
          05 WORK-NOW-HHMM                       PIC 9(4).
          05 FILLER                              PIC 9(4).
      *    2.00 UNLESS SYSPARM.DAT CARRIES THE LIBRARY'S OWN FEE.
       01 WORK-REPLACE-FEE                       PIC 9(3)V99
                                                 VALUE 2.00.
       01 WORK-REPLACE-FEE-OUT                   PIC ZZ9.99.
       01 WORK-RECEIPT-NUMBER                    PIC 9(6).
      *************************************************************
      *  ZIP REFERENCE -- LOADED ONCE AT STARTUP. A ZIP INSIDE A   *
      *  KNOWN RANGE MUST AGREE WITH THAT RANGE'S CITY AND STATE;  *
      *  A ZIP OUTSIDE EVERY RANGE (OUT-OF-AREA PATRON) PASSES.    *
       01 WORK-ZIP-NUMERIC                       PIC 9(5).
       01 WORK-ZIPREF-OK-FLAG                    PIC X.
          88 WORK-ZIPREF-OK                          VALUE "Y".
      *************************************************************
      *  NON-RESIDENT CARD FEE -- A ZIP OUTSIDE EVERY ZIPREF RANGE *
      *  IS OUT OF THE SERVICE AREA. UNLESS A CURRENT RECIPZIP.DAT *
      *  AGREEMENT COVERS IT, THE CARD OWES THE ANNUAL FEE WHEN IT *
      *  IS ADDED, WHEN IT IS RENEWED, AND WHEN AN EDIT MOVES IT   *
      *  OUT OF THE AREA, AND IS NOT ACTIVE UNTIL THE FEE IS PAID. *
      *************************************************************
       01 WORK-RECIPZIP-STATUS                   PIC XX.
       01 WORK-RECIPZIP-COUNT                    PIC 9(3) VALUE 0.
       01 WORK-RECIPZIP-TABLE.
          05 WORK-RECIPZIP-RANGE                 OCCURS 50 TIMES
                                                 INDEXED BY WORK-RZ-I.
             10 WORK-RECIPZIP-LOW                PIC 9(5).
             10 WORK-RECIPZIP-HIGH               PIC 9(5).
       01 WORK-RECIPZIP-EOF-SWITCH               PIC X.
          88 WORK-RECIPZIP-EOF                       VALUE "1".
       01 WORK-RECIPZIP-TODAY                    PIC 9(8).
      *    25.00 UNLESS SYSPARM.DAT CARRIES THE BOARD'S OWN FEE.
       01 WORK-NONRES-FEE                        PIC 9(3)V99
                                                 VALUE 25.00.
       01 WORK-NONRES-FEE-OUT                    PIC ZZ9.99.
       01 WORK-NONRES-REPLY                      PIC X.
       01 WORK-NONRES-CHARGE-SWITCH              PIC X.
          88 WORK-NONRES-CHARGE-NOW                  VALUE "Y".
       01 WORK-NONRES-ORIGINAL-FLAG              PIC X.
       01 WORK-NONRES-LEDGER-TYPE                PIC X.
       01 WORK-NONRES-APPLIED                    PIC 9(5)V99.
       01 WORK-NONRES-BALANCE-SWITCH             PIC X.
          88 WORK-NONRES-NEW-BALANCE                 VALUE "Y".
       01 WORK-NONRES-NEXT-SEQ                   PIC 9(4).
       01 WORK-NONRES-DTL-EOF-SWITCH             PIC X.
          88 WORK-NONRES-DTL-EOF                     VALUE "1".
       01 WORK-RENEW-REPLY                       PIC X.
       01 WORK-CARD-RENEWED-SWITCH               PIC X.
          88 WORK-CARD-RENEWED                       VALUE "Y".
       01 PASSWORD-ACCESS-FLAG                   PIC X.
       01 CALLING-PRGM-NAME                      PIC X(12)
                                                 VALUE "LIB0001A.EXE".
       01 CALLED-FROM-PRGM-NAME                  PIC X(12).
       01 WORK-OPERATOR-ID                       PIC X(5).
       01 WORK-TRAINING-STATUS                   PIC XX.
      *    SHOWN ON LINE 1 OF THE SCREENS -- SPACES WHEN LIVE.
       01 WORK-TRAINING-BANNER                   PIC X(10)
                                                 VALUE SPACES.
      *    PERMIT.DAT LOOKUP FOR A RESTRICTED FUNCTION -- THE CALLER
      *    SETS THE FUNCTION CODE ("F6") BEFORE DO-CHECK-PERMISSION.
       01 WORK-PERMIT-STATUS                     PIC XX.
       01 WORK-SIGN-LOG-STATUS                   PIC XX.
       01 WORK-PERMIT-FUNCTION                   PIC X(3).
       01 WORK-PERMIT-OK-SWITCH                  PIC X.
          88 WORK-PERMIT-OK                          VALUE "Y".
       01 WORK-PATRON-TODAY-DATE.
          10 WORK-PATRON-TODAY-DATE-YY            PIC 99.
          10 WORK-PATRON-TODAY-DATE-MM            PIC 99.
       01 WORK-BRANCH-DEFAULT-ID                  PIC X(3)
                                                  VALUE "001".
       01 WORK-BRANCH-CONFIG-STATUS               PIC XX.
      *    THIS BUILDING'S NAME AND ADDRESS OFF THE BRANCH DIRECTORY
      *    FOR THE HEAD OF EACH RECEIPT.
       copy brdlnk.
       01 WORK-ADDRESS-VALID-FLAG                 PIC X.
       01 WORK-HOUSEHOLD-VALID-FLAG               PIC X.
      *    CONTACT PREFERENCE MUST BE M (PAPER), E (EMAIL) OR T
      *    (TEXT), AND AN EMAIL OR TEXT PREFERENCE IS USELESS WITHOUT
      *    AN ADDRESS OR MOBILE NUMBER TO SEND TO.
       01 WORK-CONTACT-VALID-FLAG                 PIC X.
      *    CARD NUMBER IS THE FILE KEY, NOT AN EDITABLE FIELD -- SAVED
      *    HERE BEFORE DO-EDIT-PATRON RE-DISPLAYS THE FULL SCREEN (ITS
      *    CARD-NUMBER FIELD INCLUDED) SO A CLERK RETYPING IT CANNOT
      *    CHANGE THE RECORD'S KEY OUT FROM UNDER THE REWRITE.
       01 WORK-EDIT-ORIGINAL-KEY                  PIC X(5).
      *    THE ADDRESS AND EMAIL AS THEY STOOD BEFORE THE EDIT -- A
      *    CORRECTED ONE CLEARS ITS RETURNED-MAIL OR BOUNCE FLAG.
       01 WORK-EDIT-ORIGINAL-ADDRESS              PIC X(76).
       01 WORK-EDIT-ORIGINAL-EMAIL                PIC X(30).
       01 WORK-ADDRESS-CHANGED-SWITCH             PIC X.
          88 WORK-ADDRESS-CHANGED                     VALUE "Y".
      *************************************************************
      *  WS-TERM-COLUMNS (REQ046) HOLDS THE CALLING TERMINAL'S     *
      *  WIDTH, READ FROM THE COLUMNS ENVIRONMENT VARIABLE MOST    *
                                    HIGHLIGHT.
          05 LINE 1 COLUMN 57       VALUE "E N T R Y"
                                    HIGHLIGHT.
          05 LINE 1 COLUMN 70       PIC X(10)
                                    HIGHLIGHT BLINK
                                    FROM WORK-TRAINING-BANNER.
          05 LINE 2 COLUMN 1        HIGHLIGHT
             VALUE "****************************************".
          05 LINE 2 COLUMN 41       HIGHLIGHT
                                    HIGHLIGHT
                                    PIC X(4)
                                    USING WORK-PATRON-PHONE-NUMBER-SUF.
          05 LINE 15 COLUMN 20      HIGHLIGHT
                                    VALUE "MOBILE (TEXT)".
          05 MOBILE-AREA            LINE 16 COLUMN 20
                                    FOREGROUND-COLOR 7
                                    BACKGROUND-COLOR 6
                                    HIGHLIGHT
                                    PIC X(3)
                                    USING WORK-PATRON-MOBILE-AREA.
          05 MOBILE-PREFIX          LINE 16 COLUMN 24
                                    FOREGROUND-COLOR 7
                                    BACKGROUND-COLOR 6
                                    HIGHLIGHT
                                    PIC X(3)
                                    USING WORK-PATRON-MOBILE-PRE.
          05 LINE 16 COLUMN 27      HIGHLIGHT
                                    VALUE "-".
          05 MOBILE-SUFFIX          LINE 16 COLUMN 28
                                    FOREGROUND-COLOR 7
                                    BACKGROUND-COLOR 6
                                    HIGHLIGHT
                                    PIC X(4)
                                    USING WORK-PATRON-MOBILE-SUF.
          05 LINE 19 COLUMN 5       HIGHLIGHT
                                    VALUE "LATE BOOKS".
          05 LATE-BOOKS-FLAG        LINE 20 COLUMN 10
                                    PIC X
                                    USING WORK-PATRON-INACTIVE-FLAG.
          05 LINE 21 COLUMN 2       HIGHLIGHT
                                    VALUE "TYPE AJIS".
          05 PATRON-TYPE-ENTRY      LINE 21 COLUMN 12
                                    FOREGROUND-COLOR 7
                                    BACKGROUND-COLOR 6
                                    PIC X(5)
                                    USING WORK-PATRON-GUARDIAN-NUMBER.
          05 LINE 21 COLUMN 34      HIGHLIGHT
                                    VALUE "CONTACT M/E/T".
          05 CONTACT-FLAG-ENTRY     LINE 21 COLUMN 47
                                    FOREGROUND-COLOR 7
                                    BACKGROUND-COLOR 6
                                    HIGHLIGHT
                                    PIC X
                                    USING WORK-PATRON-HISTORY-OPTIN.
          05 LINE 22 COLUMN 70      HIGHLIGHT
                                    VALUE "EMP".
          05 EMP-MASTER-ID-ENTRY    LINE 22 COLUMN 74
                                    FOREGROUND-COLOR 7
                                    BACKGROUND-COLOR 6
                                    HIGHLIGHT
                                    PIC X(5)
                                    USING WORK-PATRON-EMP-MASTER-ID.



                                    HIGHLIGHT.
          05 LINE 1 COLUMN 57       VALUE "E N T R Y"
                                    HIGHLIGHT.
          05 LINE 1 COLUMN 70       PIC X(10)
                                    HIGHLIGHT BLINK
                                    FROM WORK-TRAINING-BANNER.
          05 LINE 2 COLUMN 1        HIGHLIGHT
             VALUE "****************************************".
          05 LINE 2 COLUMN 41       HIGHLIGHT
                                   WORK-OPERATOR-ID.
       C000-MAIN-LINE SECTION.
       C020-MAIN-LINE-LOGIC.
           PERFORM DO-CHECK-TRAINING-MODE.
      *    NAMES-LIST IS INDEXED ON PATRON-NUMBER, SO A NEW ADD DOES
      *    NOT NEED THE FILE POSITIONED AT THE LAST RECORD THE WAY A
      *    SEQUENTIAL FILE WOULD -- THE KEYED WRITE FINDS ITS OWN SLOT.
           PERFORM DO-SET-SCREEN-LAYOUT.
           PERFORM DO-LOAD-RETIRED-CARDS.
           PERFORM DO-LOAD-ZIP-REFERENCE.
           PERFORM DO-LOAD-RECIPROCAL-ZIPS.
           PERFORM DO-READ-NONRES-FEE.
           OPEN OUTPUT NAMES-LIST.
           MOVE WORK-NAMES-RECORD TO NAMES-RECORD.
           CLOSE NAMES-LIST.
           MOVE WORK-BRANCH-DEFAULT-ID TO WORK-PATRON-BRANCH-ID.
           MOVE "A" TO WORK-PATRON-TYPE.
           MOVE SPACES TO WORK-PATRON-GUARDIAN-NUMBER.
           MOVE SPACES TO WORK-PATRON-EMP-MASTER-ID.
      *    RESIDENT AND OWING NOTHING UNTIL THE ADDRESS SAYS OTHERWISE.
           MOVE "R" TO WORK-PATRON-RESIDENCY-FLAG.
           MOVE SPACE TO WORK-PATRON-NONRES-FEE-FLAG.
      *    PAPER MAIL UNLESS THE PATRON ASKS FOR EMAIL.
           MOVE "M" TO WORK-PATRON-CONTACT-FLAG.
           MOVE SPACES TO WORK-PATRON-EMAIL-ADDRESS.
           MOVE SPACES TO WORK-PATRON-MOBILE-NUMBER.
      *    ZERO UNTIL THE CLERK CAPTURES IT AT REGISTRATION.
           MOVE ZERO TO WORK-PATRON-BIRTH-DATE.
      *    READING HISTORY STAYS PRIVATE UNLESS THE PATRON OPTS IN.
           MOVE "N" TO WORK-PATRON-HISTORY-OPTIN.
      *    A NEW CARD STARTS WITH NO CLAIMS-RETURNED DISPUTES.
           MOVE ZERO TO WORK-PATRON-CLAIMS-COUNT.
           MOVE "N" TO WORK-PATRON-ADDRESS-BAD-FLAG.
           MOVE "N" TO WORK-PATRON-EMAIL-BAD-FLAG.
           MOVE "N" TO           WORK-PATRON-LATE-BOOKS-FLAG
                                 WORK-PATRON-LATE-MOVIE-FLAG
                                 WORK-PATRON-INACTIVE-FLAG.
           MOVE "PATRON" TO F3-25-L.
           MOVE "RECORD" TO F4-25-L.
           MOVE "RECORD" TO F5-25-L.
           MOVE "/LOST " TO F6-25-L.
           MOVE "PATRON" TO F7-25-L.
           MOVE "/RMAIL" TO F8-25-L.
           MOVE "PRINT " TO F9-25-L.
           MOVE "      " TO F10-25-L.

      *        THE CARD NUMBER IS ASSIGNED, NOT KEYED -- PUT THE
      *        ASSIGNED ONE BACK IN CASE THE CLERK TYPED OVER IT.
               MOVE WORK-ASSIGNED-CARD-NUMBER TO WORK-PATRON-NUMBER
               PERFORM DO-ASSESS-NEW-CARD-FEE
               MOVE WORK-NAMES-RECORD TO NAMES-RECORD
               WRITE NAMES-RECORD
                   INVALID KEY
                       MOVE "ADD" TO WORK-AUDIT-ACTION
                       PERFORM DO-WRITE-AUDIT-RECORD
                       PERFORM DO-PRINT-RECEIPT
                       IF WORK-NONRES-CHARGE-NOW
                           PERFORM DO-CHARGE-NONRES-FEE
                       END-IF
               END-WRITE
               CLOSE CONTROL-FILE
               CLOSE AUDIT-TRAIL-FILE
      *            THE CARD NUMBER IS ASSIGNED, NOT KEYED -- PUT THE
      *            ASSIGNED ONE BACK IN CASE THE CLERK TYPED OVER IT.
                   MOVE WORK-ASSIGNED-CARD-NUMBER TO WORK-PATRON-NUMBER
                   PERFORM DO-ASSESS-NEW-CARD-FEE
                   MOVE WORK-NAMES-RECORD TO NAMES-RECORD
                   WRITE NAMES-RECORD
                       INVALID KEY
                           MOVE "ADD" TO WORK-AUDIT-ACTION
                           PERFORM DO-WRITE-AUDIT-RECORD
                           PERFORM DO-PRINT-RECEIPT
                           IF WORK-NONRES-CHARGE-NOW
                               PERFORM DO-CHARGE-NONRES-FEE
                           END-IF
                   END-WRITE
               END-IF
               CLOSE CONTROL-FILE

       DO-DELETE-PATRON.
      *    DELETING A PATRON IS THE ONE UNRECOVERABLE ACTION ON THIS
      *    SCREEN -- ONLY A ROLE WITH AN F6 ROW FOR LIB001A ON
      *    PERMIT.DAT (OR A SUPERVISOR) MAY DELETE. A LOST OR STOLEN
      *    CARD IS REISSUED FROM THE SAME KEY -- NOTHING IS LOST IN A
      *    REISSUE, SO ANY CLERK MAY DO IT.
           DISPLAY "L=LOST/STOLEN CARD REISSUE  ENTER=DELETE RECORD".
           MOVE SPACE TO WORK-REISSUE-REPLY.
           ACCEPT WORK-REISSUE-REPLY.
           IF WORK-REISSUE-REPLY EQUAL "L"
               PERFORM DO-REISSUE-LOST-CARD
           ELSE
               MOVE "F6" TO WORK-PERMIT-FUNCTION
               PERFORM DO-CHECK-PERMISSION
               IF NOT WORK-PERMIT-OK
                   DISPLAY "YOUR ROLE IS NOT PERMITTED TO DELETE"
               ELSE
                   PERFORM DO-DELETE-PATRON-RECORD
               END-IF
           END-IF.

       DO-DELETE-PATRON-RECORD.
           DISPLAY SCREEN1-ADDRESS-ENTRY.
           ACCEPT CARD-NUMBER OF SCREEN1-ADDRESS-ENTRY.
           MOVE WORK-PATRON-NUMBER TO PATRON-NUMBER.
      *    LOCK THE RECORD FOR THE ROUND TRIP TO THE SCREEN SO A
      *    SECOND TERMINAL CANNOT EDIT OR DELETE THE SAME PATRON
                   DISPLAY "PATRON REMOVED FROM FILE"
           END-READ.

      *    F6, L -- THE PATRON STANDS AT THE DESK WITHOUT THEIR CARD.
      *    THE RECORD IS SHOWN SO THE CLERK CAN CHECK IDENTITY, THEN
      *    THE REASON IS TAKEN; A BLANK REASON BACKS OUT UNTOUCHED.
       DO-REISSUE-LOST-CARD.
           DISPLAY SCREEN1-ADDRESS-ENTRY.
           ACCEPT CARD-NUMBER OF SCREEN1-ADDRESS-ENTRY.
           MOVE WORK-PATRON-NUMBER TO PATRON-NUMBER.
           READ NAMES-LIST
               INVALID KEY
                   DISPLAY "PATRON NOT ON FILE"
               NOT INVALID KEY
                   MOVE NAMES-RECORD TO WORK-NAMES-RECORD
                   DISPLAY SCREEN1-ADDRESS-ENTRY
                   DISPLAY "CARD REPORTED L=LOST  S=STOLEN  "
                           "(BLANK = CANCEL): "
                   MOVE SPACE TO WORK-REISSUE-REASON
                   ACCEPT WORK-REISSUE-REASON
                   IF WORK-REISSUE-REASON EQUAL "L"
                      OR WORK-REISSUE-REASON EQUAL "S"
                       PERFORM DO-REISSUE-CARD
                   ELSE
                       DISPLAY "REISSUE CANCELLED -- CARD UNCHANGED"
                   END-IF
           END-READ.

      *    THE NEW NUMBER COMES OFF THE NORMAL ASSIGNMENT, SO IT IS
      *    NEITHER LIVE, ARCHIVED, NOR BLOCKED. THE NEW RECORD IS
      *    WRITTEN BEFORE THE OLD ONE GOES, SO A FAILED WRITE LEAVES
      *    THE PATRON WHERE THEY WERE. THE ISSUE AND EXPIRY DATES
      *    STAY AS THEY WERE -- A LOST CARD IS NOT A NEW MEMBERSHIP.
       DO-REISSUE-CARD.
           MOVE WORK-PATRON-NUMBER TO WORK-REISSUE-OLD-CARD.
           PERFORM DO-ASSIGN-CARD-NUMBER.
           MOVE WORK-ASSIGNED-CARD-NUMBER TO WORK-REISSUE-NEW-CARD.
      *    THE PIN ON FILE IS SCRAMBLED UNDER THE OLD CARD NUMBER
      *    AND CANNOT BE CARRIED ACROSS -- THE PATRON SETS A NEW ONE
      *    AT THE DESK (F7) BEFORE USING THE SELF-SERVICE TERMINAL.
           IF WORK-PATRON-PIN NOT EQUAL SPACES
               MOVE SPACES TO WORK-PATRON-PIN
               DISPLAY "SELF-SERVICE PIN CLEARED -- SET A NEW ONE "
                       "WITH F7"
           END-IF.
      *    A HOUSEHOLD HEAD CARRIES THEIR OWN NUMBER AS THE HOUSEHOLD.
           IF WORK-PATRON-HOUSEHOLD-NUMBER EQUAL WORK-REISSUE-OLD-CARD
               MOVE WORK-REISSUE-NEW-CARD
                       TO WORK-PATRON-HOUSEHOLD-NUMBER
           END-IF.
           MOVE WORK-NAMES-RECORD TO NAMES-RECORD.
           WRITE NAMES-RECORD
               INVALID KEY
                   DISPLAY "NEW CARD NUMBER ALREADY ON FILE -- "
                           "REISSUE STOPPED"
               NOT INVALID KEY
                   PERFORM DO-RETIRE-LOST-CARD
           END-WRITE.

       DO-RETIRE-LOST-CARD.
           MOVE WORK-REISSUE-OLD-CARD TO PATRON-NUMBER.
           READ NAMES-LIST WITH LOCK
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DELETE NAMES-LIST RECORD
           END-READ.
           PERFORM DO-GET-REISSUE-DATE.
           PERFORM DO-WRITE-BLOCKED-CARD.
           MOVE ZERO TO WORK-REISSUE-LOAN-COUNT.
           MOVE ZERO TO WORK-REISSUE-HIST-COUNT.
           MOVE ZERO TO WORK-REISSUE-HOLD-COUNT.
           MOVE ZERO TO WORK-REISSUE-LEDGER-COUNT.
           MOVE ZERO TO WORK-REISSUE-NOTE-COUNT.
           MOVE ZERO TO WORK-REISSUE-LINK-COUNT.
           PERFORM DO-MOVE-OPEN-LOANS.
           PERFORM DO-MOVE-LOAN-HISTORY.
           PERFORM DO-MOVE-HOLDS.
           PERFORM DO-MOVE-FINES.
           PERFORM DO-MOVE-NOTES.
           PERFORM DO-MOVE-FAMILY-LINKS.
           PERFORM DO-READ-REPLACE-FEE.
           PERFORM DO-POST-REPLACEMENT-FEE.
           MOVE WORK-REISSUE-OLD-CARD TO WORK-PATRON-NUMBER.
           MOVE "LOSTCD" TO WORK-AUDIT-ACTION.
           PERFORM DO-WRITE-AUDIT-RECORD.
      *    THE REISSU LINE IS WHAT PUTS THE NEW CARD ON THE NEXT
      *    LIB019A VENDOR ORDER.
           MOVE WORK-REISSUE-NEW-CARD TO WORK-PATRON-NUMBER.
           MOVE "REISSU" TO WORK-AUDIT-ACTION.
           PERFORM DO-WRITE-AUDIT-RECORD.
           PERFORM DO-PRINT-RECEIPT.
           DISPLAY "REPLACES CARD: " WORK-REISSUE-OLD-CARD
                   UPON PRINTER-DISPLAY.
           MOVE WORK-REPLACE-FEE TO WORK-REPLACE-FEE-OUT.
           IF WORK-REPLACE-FEE GREATER THAN ZERO
               DISPLAY "REPLACEMENT FEE: " WORK-REPLACE-FEE-OUT
                       "  RECEIPT NO. " WORK-RECEIPT-NUMBER
                       UPON PRINTER-DISPLAY
           END-IF.
           DISPLAY "CARD " WORK-REISSUE-OLD-CARD
                   " BLOCKED -- PATRON IS NOW CARD "
                   WORK-REISSUE-NEW-CARD.
           DISPLAY "CARRIED: LOANS " WORK-REISSUE-LOAN-COUNT
                   "  HOLDS " WORK-REISSUE-HOLD-COUNT
                   "  LEDGER " WORK-REISSUE-LEDGER-COUNT
                   "  NOTES " WORK-REISSUE-NOTE-COUNT
                   "  LINKS " WORK-REISSUE-LINK-COUNT.
           IF WORK-REPLACE-FEE GREATER THAN ZERO
               DISPLAY "REPLACEMENT FEE " WORK-REPLACE-FEE-OUT
                       " POSTED TO FINES"
           END-IF.

       DO-GET-REISSUE-DATE.
           ACCEPT WORK-PATRON-TODAY-DATE FROM DATE.
           MOVE WORK-PATRON-TODAY-DATE-YY TO WORK-REISSUE-TODAY-YY.
           MOVE WORK-PATRON-TODAY-DATE-MM TO WORK-REISSUE-TODAY-MM.
           MOVE WORK-PATRON-TODAY-DATE-DD TO WORK-REISSUE-TODAY-DD.
           IF WORK-REISSUE-TODAY-YY LESS THAN 50
               MOVE 20 TO WORK-REISSUE-TODAY-CC
           ELSE
               MOVE 19 TO WORK-REISSUE-TODAY-CC.

      *    THE BLOCK ALSO GOES INTO THE RETIRED TABLE IN MEMORY, SO
      *    THIS SESSION NEVER HANDS THE DEAD NUMBER OUT AGAIN EITHER.
       DO-WRITE-BLOCKED-CARD.
           OPEN I-O BLOCKED-CARD-FILE.
           IF WORK-BLOCKED-CARD-STATUS NOT EQUAL "00"
               OPEN OUTPUT BLOCKED-CARD-FILE
               CLOSE BLOCKED-CARD-FILE
               OPEN I-O BLOCKED-CARD-FILE
           END-IF.
           MOVE WORK-REISSUE-OLD-CARD TO BLK-CARD-NUMBER.
           MOVE WORK-REISSUE-NEW-CARD TO BLK-REPLACED-BY.
           MOVE WORK-REISSUE-REASON TO BLK-REASON-FLAG.
           MOVE WORK-REISSUE-TODAY-DATE TO BLK-BLOCKED-DATE.
           MOVE WORK-OPERATOR-ID TO BLK-OPERATOR-ID.
           WRITE BLOCKED-CARD-RECORD
               INVALID KEY
                   REWRITE BLOCKED-CARD-RECORD
           END-WRITE.
           CLOSE BLOCKED-CARD-FILE.
           IF WORK-RETIRED-CARD-COUNT LESS THAN 2000
               ADD 1 TO WORK-RETIRED-CARD-COUNT
               SET WORK-RET-I TO WORK-RETIRED-CARD-COUNT
               MOVE WORK-REISSUE-OLD-CARD
                       TO WORK-RETIRED-CARD (WORK-RET-I)
           END-IF.

      *    OPEN LOANS AND CLAIMS STILL IN DISPUTE FOLLOW THE PATRON;
      *    RETURNED AND BILLED LOANS ARE CLOSED BUSINESS AND STAY
      *    UNDER THE NUMBER THEY WERE MADE ON. THE CROSS-REFERENCE
      *    ENTRY MOVES WITH ANY LOAN THAT HAD ONE.
       DO-MOVE-OPEN-LOANS.
           OPEN I-O CIRCULATION-FILE.
           IF WORK-CIRCULATION-FILE-STATUS EQUAL "00"
               MOVE "N" TO WORK-REISSUE-XREF-SWITCH
               OPEN I-O PATRON-LOAN-XREF
               IF WORK-XREF-STATUS EQUAL "00"
                   MOVE "Y" TO WORK-REISSUE-XREF-SWITCH
               END-IF
               MOVE "0" TO WORK-REISSUE-EOF-SWITCH
               PERFORM DO-MOVE-NEXT-LOAN UNTIL WORK-REISSUE-EOF
               IF WORK-REISSUE-XREF-IS-OPEN
                   CLOSE PATRON-LOAN-XREF
               END-IF
               CLOSE CIRCULATION-FILE
           END-IF.

       DO-MOVE-NEXT-LOAN.
           READ CIRCULATION-FILE NEXT RECORD
               AT END
                   MOVE "1" TO WORK-REISSUE-EOF-SWITCH
               NOT AT END
                   IF CIRC-PATRON-NUMBER EQUAL WORK-REISSUE-OLD-CARD
                      AND (CIRC-ITEM-OUT OR CIRC-ITEM-CLAIMED-RETURNED)
                       MOVE WORK-REISSUE-NEW-CARD TO CIRC-PATRON-NUMBER
                       REWRITE CIRCULATION-RECORD
                       ADD 1 TO WORK-REISSUE-LOAN-COUNT
                       IF WORK-REISSUE-XREF-IS-OPEN
                           PERFORM DO-MOVE-LOAN-XREF
                       END-IF
                   END-IF
           END-READ.

       DO-MOVE-LOAN-XREF.
           MOVE WORK-REISSUE-OLD-CARD TO XREF-PATRON-NUMBER.
           MOVE CIRC-ITEM-BARCODE TO XREF-ITEM-BARCODE.
           DELETE PATRON-LOAN-XREF RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WORK-REISSUE-NEW-CARD TO XREF-PATRON-NUMBER
                   WRITE PATRON-LOAN-XREF-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
           END-DELETE.

      *    THE OPT-IN READING HISTORY FOLLOWS THE PATRON, OR THE F9
      *    STATEMENT ON THE NEW CARD WOULD START EMPTY.
       DO-MOVE-LOAN-HISTORY.
           OPEN I-O CIRC-HISTORY-FILE.
           IF WORK-CIRC-HISTORY-STATUS EQUAL "00"
               MOVE "0" TO WORK-REISSUE-EOF-SWITCH
               PERFORM DO-MOVE-NEXT-HISTORY UNTIL WORK-REISSUE-EOF
               CLOSE CIRC-HISTORY-FILE
           END-IF.

       DO-MOVE-NEXT-HISTORY.
           READ CIRC-HISTORY-FILE
               AT END
                   MOVE "1" TO WORK-REISSUE-EOF-SWITCH
               NOT AT END
                   IF HIST-PATRON-NUMBER EQUAL WORK-REISSUE-OLD-CARD
                       MOVE WORK-REISSUE-NEW-CARD TO HIST-PATRON-NUMBER
                       REWRITE CIRC-HISTORY-RECORD
                       ADD 1 TO WORK-REISSUE-HIST-COUNT
                   END-IF
           END-READ.

      *    EVERY HOLD THE PATRON HAS -- WAITING, TRAPPED ON THE
      *    SHELF, OR IN TRANSIT -- KEEPS ITS PLACE IN THE QUEUE.
       DO-MOVE-HOLDS.
           OPEN I-O HOLD-FILE.
           IF WORK-HOLD-FILE-STATUS EQUAL "00"
               MOVE "0" TO WORK-REISSUE-EOF-SWITCH
               PERFORM DO-MOVE-NEXT-HOLD UNTIL WORK-REISSUE-EOF
               CLOSE HOLD-FILE
           END-IF.

       DO-MOVE-NEXT-HOLD.
           READ HOLD-FILE NEXT RECORD
               AT END
                   MOVE "1" TO WORK-REISSUE-EOF-SWITCH
               NOT AT END
                   IF HOLD-PATRON-NUMBER EQUAL WORK-REISSUE-OLD-CARD
                       MOVE WORK-REISSUE-NEW-CARD TO HOLD-PATRON-NUMBER
                       REWRITE HOLD-RECORD
                       ADD 1 TO WORK-REISSUE-HOLD-COUNT
                   END-IF
           END-READ.

      *    THE BALANCE AND EVERY LEDGER LINE BEHIND IT ARE RE-KEYED
      *    TO THE NEW NUMBER, SEQUENCES UNCHANGED, SO THE F9 REPLAY
      *    STILL ADDS UP. EACH RECORD IS WRITTEN UNDER THE NEW KEY
      *    BEFORE THE OLD ONE IS DELETED.
       DO-MOVE-FINES.
           MOVE ZERO TO WORK-REISSUE-LAST-SEQ.
           OPEN I-O FINES-FILE.
           IF WORK-FINES-FILE-STATUS EQUAL "00"
               MOVE WORK-REISSUE-OLD-CARD TO FINE-PATRON-NUMBER
               READ FINES-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE WORK-REISSUE-NEW-CARD TO FINE-PATRON-NUMBER
                       WRITE FINES-RECORD
                           INVALID KEY
                               DISPLAY "NEW CARD ALREADY HAS A FINES "
                                       "RECORD -- BALANCE NOT MOVED"
                           NOT INVALID KEY
                               MOVE WORK-REISSUE-OLD-CARD
                                       TO FINE-PATRON-NUMBER
                               DELETE FINES-FILE RECORD
                       END-WRITE
               END-READ
               CLOSE FINES-FILE
           END-IF.
           OPEN I-O FINE-DETAIL-FILE.
           IF WORK-FINE-DETAIL-STATUS EQUAL "00"
               MOVE "0" TO WORK-REISSUE-EOF-SWITCH
               PERFORM DO-MOVE-NEXT-LEDGER-LINE UNTIL WORK-REISSUE-EOF
               CLOSE FINE-DETAIL-FILE
           END-IF.

      *    THE LEDGER IS RE-POSITIONED PAST THE LAST LINE MOVED EACH
      *    TIME ROUND, SINCE THE DELETE LOSES THE READ POSITION.
       DO-MOVE-NEXT-LEDGER-LINE.
           MOVE WORK-REISSUE-OLD-CARD TO FINE-DTL-PATRON-NUMBER.
           MOVE WORK-REISSUE-LAST-SEQ TO FINE-DTL-SEQUENCE.
           START FINE-DETAIL-FILE KEY IS GREATER THAN FINE-DTL-KEY
               INVALID KEY
                   MOVE "1" TO WORK-REISSUE-EOF-SWITCH
           END-START.
           IF NOT WORK-REISSUE-EOF
               READ FINE-DETAIL-FILE NEXT RECORD
                   AT END
                       MOVE "1" TO WORK-REISSUE-EOF-SWITCH
                   NOT AT END
                       IF FINE-DTL-PATRON-NUMBER EQUAL
                               WORK-REISSUE-OLD-CARD
                           MOVE FINE-DTL-SEQUENCE
                                   TO WORK-REISSUE-LAST-SEQ
                           MOVE WORK-REISSUE-NEW-CARD
                                   TO FINE-DTL-PATRON-NUMBER
                           WRITE FINE-DETAIL-RECORD
                               INVALID KEY
                                   CONTINUE
                           END-WRITE
                           MOVE WORK-REISSUE-OLD-CARD
                                   TO FINE-DTL-PATRON-NUMBER
                           DELETE FINE-DETAIL-FILE RECORD
                               INVALID KEY
                                   CONTINUE
                           END-DELETE
                           ADD 1 TO WORK-REISSUE-LEDGER-COUNT
                       ELSE
                           MOVE "1" TO WORK-REISSUE-EOF-SWITCH
                       END-IF
               END-READ
           END-IF.

       DO-MOVE-NOTES.
           OPEN I-O PATRON-NOTES-FILE.
           IF WORK-NOTES-FILE-STATUS EQUAL "00"
               MOVE ZERO TO WORK-NOTE-NEXT-SEQUENCE
               MOVE "0" TO WORK-REISSUE-EOF-SWITCH
               PERFORM DO-MOVE-NEXT-NOTE UNTIL WORK-REISSUE-EOF
               CLOSE PATRON-NOTES-FILE
           END-IF.

       DO-MOVE-NEXT-NOTE.
           MOVE WORK-REISSUE-OLD-CARD TO NOTE-PATRON-NUMBER.
           MOVE WORK-NOTE-NEXT-SEQUENCE TO NOTE-SEQUENCE.
           START PATRON-NOTES-FILE KEY IS GREATER THAN NOTE-KEY
               INVALID KEY
                   MOVE "1" TO WORK-REISSUE-EOF-SWITCH
           END-START.
           IF NOT WORK-REISSUE-EOF
               READ PATRON-NOTES-FILE NEXT RECORD
                   AT END
                       MOVE "1" TO WORK-REISSUE-EOF-SWITCH
                   NOT AT END
                       IF NOTE-PATRON-NUMBER EQUAL
                               WORK-REISSUE-OLD-CARD
                           MOVE NOTE-SEQUENCE TO WORK-NOTE-NEXT-SEQUENCE
                           MOVE WORK-REISSUE-NEW-CARD
                                   TO NOTE-PATRON-NUMBER
                           WRITE PATRON-NOTE-RECORD
                               INVALID KEY
                                   CONTINUE
                           END-WRITE
                           MOVE WORK-REISSUE-OLD-CARD
                                   TO NOTE-PATRON-NUMBER
                           DELETE PATRON-NOTES-FILE RECORD
                               INVALID KEY
                                   CONTINUE
                           END-DELETE
                           ADD 1 TO WORK-REISSUE-NOTE-COUNT
                       ELSE
                           MOVE "1" TO WORK-REISSUE-EOF-SWITCH
                       END-IF
               END-READ
           END-IF.

      *    FAMILY MEMBERS AND JUVENILE CARDS POINTING AT THE OLD
      *    NUMBER AS THEIR HOUSEHOLD HEAD OR GUARDIAN ARE REPOINTED.
       DO-MOVE-FAMILY-LINKS.
           MOVE "0" TO WORK-REISSUE-EOF-SWITCH.
           MOVE LOW-VALUES TO PATRON-NUMBER.
           START NAMES-LIST KEY IS NOT LESS THAN PATRON-NUMBER
               INVALID KEY
                   MOVE "1" TO WORK-REISSUE-EOF-SWITCH
           END-START.
           PERFORM DO-MOVE-NEXT-LINK UNTIL WORK-REISSUE-EOF.

       DO-MOVE-NEXT-LINK.
           READ NAMES-LIST NEXT RECORD
               AT END
                   MOVE "1" TO WORK-REISSUE-EOF-SWITCH
               NOT AT END
                   IF PATRON-HOUSEHOLD-NUMBER EQUAL
                              WORK-REISSUE-OLD-CARD
                      OR PATRON-GUARDIAN-NUMBER EQUAL
                              WORK-REISSUE-OLD-CARD
                       IF PATRON-HOUSEHOLD-NUMBER EQUAL
                               WORK-REISSUE-OLD-CARD
                           MOVE WORK-REISSUE-NEW-CARD
                                   TO PATRON-HOUSEHOLD-NUMBER
                       END-IF
                       IF PATRON-GUARDIAN-NUMBER EQUAL
                               WORK-REISSUE-OLD-CARD
                           MOVE WORK-REISSUE-NEW-CARD
                                   TO PATRON-GUARDIAN-NUMBER
                       END-IF
                       REWRITE NAMES-RECORD
                       ADD 1 TO WORK-REISSUE-LINK-COUNT
                   END-IF
           END-READ.

      *    A ZERO FEE ON SYSPARM.DAT WAIVES THE CHARGE.
       DO-READ-REPLACE-FEE.
           OPEN INPUT SYSTEM-PARM-FILE.
           IF WORK-SYSPARM-STATUS EQUAL "00"
               READ SYSTEM-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-CARD-REPLACE-FEE IS NUMERIC
                           MOVE PARM-CARD-REPLACE-FEE
                                   TO WORK-REPLACE-FEE
                       END-IF
               END-READ
               CLOSE SYSTEM-PARM-FILE
           END-IF.

      *    THE FEE POSTS THE WAY CIRC001A POSTS ANY CHARGE: ONTO THE
      *    BALANCE, AND AS A RECEIPT-NUMBERED LINE AT THE END OF THE
      *    (NOW CARRIED-OVER) LEDGER -- TYPE K, SO AN AMNESTY RUN
      *    NEVER MISTAKES IT FOR AN OVERDUE CHARGE.
       DO-POST-REPLACEMENT-FEE.
           IF WORK-REPLACE-FEE GREATER THAN ZERO
               OPEN I-O FINES-FILE
               IF WORK-FINES-FILE-STATUS NOT EQUAL "00"
                   OPEN OUTPUT FINES-FILE
                   CLOSE FINES-FILE
                   OPEN I-O FINES-FILE
               END-IF
               MOVE WORK-REISSUE-NEW-CARD TO FINE-PATRON-NUMBER
               READ FINES-FILE
                   INVALID KEY
                       MOVE WORK-REISSUE-NEW-CARD TO FINE-PATRON-NUMBER
                       MOVE WORK-REPLACE-FEE TO FINE-BALANCE
                       MOVE WORK-REISSUE-TODAY-DATE
                               TO FINE-LAST-ACTIVITY-DATE
                       MOVE "N" TO FINE-REFERRED-FLAG
                       MOVE ZERO TO FINE-REFERRED-DATE
                       WRITE FINES-RECORD
                   NOT INVALID KEY
                       ADD WORK-REPLACE-FEE TO FINE-BALANCE
                       MOVE WORK-REISSUE-TODAY-DATE
                               TO FINE-LAST-ACTIVITY-DATE
                       REWRITE FINES-RECORD
               END-READ
               PERFORM DO-NEXT-RECEIPT-NUMBER
               OPEN I-O FINE-DETAIL-FILE
               IF WORK-FINE-DETAIL-STATUS NOT EQUAL "00"
                   OPEN OUTPUT FINE-DETAIL-FILE
                   CLOSE FINE-DETAIL-FILE
                   OPEN I-O FINE-DETAIL-FILE
               END-IF
               MOVE WORK-REISSUE-NEW-CARD TO FINE-DTL-PATRON-NUMBER
               COMPUTE FINE-DTL-SEQUENCE = WORK-REISSUE-LAST-SEQ + 1
               MOVE WORK-RECEIPT-NUMBER TO FINE-DTL-RECEIPT-NUMBER
               MOVE "K" TO FINE-DTL-TYPE-FLAG
               MOVE WORK-REPLACE-FEE TO FINE-DTL-AMOUNT
               MOVE FINE-BALANCE TO FINE-DTL-BALANCE-AFTER
               MOVE WORK-REISSUE-TODAY-DATE TO FINE-DTL-DATE
               MOVE WORK-OPERATOR-ID TO FINE-DTL-OPERATOR-ID
               MOVE WORK-BRANCH-DEFAULT-ID TO FINE-DTL-BRANCH-ID
               MOVE SPACES TO FINE-DTL-CAMPAIGN-CODE
               MOVE SPACES TO FINE-DTL-ONLINE-REF
               ACCEPT WORK-NOW-TIME FROM TIME
               MOVE WORK-NOW-HHMM TO FINE-DTL-TIME
               WRITE FINE-DETAIL-RECORD
               CLOSE FINE-DETAIL-FILE
               CLOSE FINES-FILE
           END-IF.

      *    SAME ONE-RECORD FINECTL.DAT COUNTER CIRC001A NUMBERS ITS
      *    RECEIPTS FROM -- A MISSING FILE STARTS THE SERIES AT 1.
       DO-NEXT-RECEIPT-NUMBER.
           MOVE 1 TO WORK-RECEIPT-NUMBER.
           OPEN INPUT FINE-CONTROL-FILE.
           IF WORK-FINE-CONTROL-STATUS EQUAL "00"
               READ FINE-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE FINE-NEXT-RECEIPT-NUMBER
                               TO WORK-RECEIPT-NUMBER
               END-READ
               CLOSE FINE-CONTROL-FILE
           END-IF.
           OPEN OUTPUT FINE-CONTROL-FILE.
           COMPUTE FINE-NEXT-RECEIPT-NUMBER = WORK-RECEIPT-NUMBER + 1.
           WRITE FINE-CONTROL-RECORD.
           CLOSE FINE-CONTROL-FILE.

      *    A ZERO FEE ON SYSPARM.DAT MEANS NO CARD IS CHARGED.
       DO-READ-NONRES-FEE.
           OPEN INPUT SYSTEM-PARM-FILE.
           IF WORK-SYSPARM-STATUS EQUAL "00"
               READ SYSTEM-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-NONRES-ANNUAL-FEE IS NUMERIC
                           MOVE PARM-NONRES-ANNUAL-FEE
                                   TO WORK-NONRES-FEE
                       END-IF
               END-READ
               CLOSE SYSTEM-PARM-FILE
           END-IF.

      *    EVERY NEW CARD IS ASSESSED BEFORE IT IS WRITTEN, SO A
      *    NON-RESIDENT ONE GOES ON FILE ALREADY FEE-DUE.
       DO-ASSESS-NEW-CARD-FEE.
           MOVE "N" TO WORK-NONRES-CHARGE-SWITCH.
           MOVE SPACE TO WORK-PATRON-NONRES-FEE-FLAG.
           PERFORM DO-ASSESS-RESIDENCY.
           PERFORM DO-SET-NONRES-FEE-DUE.

       DO-SET-NONRES-FEE-DUE.
           IF WORK-PATRON-RESIDENCY-FLAG EQUAL "N"
              AND WORK-NONRES-FEE GREATER THAN ZERO
               MOVE "D" TO WORK-PATRON-NONRES-FEE-FLAG
               MOVE "Y" TO WORK-NONRES-CHARGE-SWITCH
           END-IF.

      *    POSTS THE FEE AS AN "N" CHARGE WITH ITS OWN RECEIPT, THEN
      *    OFFERS TO TAKE IT ON THE SPOT. A CARD LEFT UNPAID STAYS
      *    FEE-DUE, WHICH EVERY CHECKOUT DESK REFUSES, UNTIL AN F4
      *    EDIT HERE COLLECTS IT.
       DO-CHARGE-NONRES-FEE.
           MOVE "N" TO WORK-NONRES-LEDGER-TYPE.
           PERFORM DO-POST-NONRES-LINE.
           MOVE "NRFEE" TO WORK-AUDIT-ACTION.
           PERFORM DO-WRITE-AUDIT-RECORD.
           PERFORM DO-PRINT-NONRES-RECEIPT.
           MOVE WORK-NONRES-APPLIED TO WORK-NONRES-FEE-OUT.
           DISPLAY "NON-RESIDENT CARD -- ANNUAL FEE "
                   WORK-NONRES-FEE-OUT " CHARGED, RECEIPT NO. "
                   WORK-RECEIPT-NUMBER.
           PERFORM DO-OFFER-NONRES-PAYMENT.

       DO-OFFER-NONRES-PAYMENT.
           MOVE WORK-NONRES-FEE TO WORK-NONRES-FEE-OUT.
           DISPLAY "NON-RESIDENT FEE " WORK-NONRES-FEE-OUT
                   " COLLECTED NOW? (Y/N)".
           MOVE "N" TO WORK-NONRES-REPLY.
           ACCEPT WORK-NONRES-REPLY.
           IF WORK-NONRES-REPLY EQUAL "Y"
               MOVE "F" TO WORK-NONRES-LEDGER-TYPE
               PERFORM DO-POST-NONRES-LINE
               PERFORM DO-MARK-NONRES-FEE-PAID
               PERFORM DO-PRINT-NONRES-RECEIPT
               DISPLAY "FEE PAID, RECEIPT NO. " WORK-RECEIPT-NUMBER
                       " -- CARD IS ACTIVE"
           ELSE
               DISPLAY "CARD NOT ACTIVE UNTIL THE NON-RESIDENT FEE "
                       "IS PAID"
           END-IF.

      *    ONE LEDGER LINE, POSTED THE WAY CIRC001A POSTS: THE
      *    BALANCE FIRST, THEN A RECEIPT-NUMBERED LINE IN THE NEXT
      *    OPEN SLOT OF THE PATRON'S LEDGER. A PAYMENT NEVER TAKES
      *    THE BALANCE BELOW ZERO -- IF THE DESK HAS ALREADY TAKEN
      *    SOME OF IT AS AN ORDINARY PAYMENT, ONLY THE REST IS DUE.
       DO-POST-NONRES-LINE.
           PERFORM DO-GET-REISSUE-DATE.
           MOVE WORK-NONRES-FEE TO WORK-NONRES-APPLIED.
           MOVE "N" TO WORK-NONRES-BALANCE-SWITCH.
           OPEN I-O FINES-FILE.
           IF WORK-FINES-FILE-STATUS NOT EQUAL "00"
               OPEN OUTPUT FINES-FILE
               CLOSE FINES-FILE
               OPEN I-O FINES-FILE
           END-IF.
           MOVE WORK-PATRON-NUMBER TO FINE-PATRON-NUMBER.
           READ FINES-FILE
               INVALID KEY
                   MOVE "Y" TO WORK-NONRES-BALANCE-SWITCH
                   MOVE WORK-PATRON-NUMBER TO FINE-PATRON-NUMBER
                   MOVE ZERO TO FINE-BALANCE
                   MOVE "N" TO FINE-REFERRED-FLAG
                   MOVE ZERO TO FINE-REFERRED-DATE
           END-READ.
           IF WORK-NONRES-LEDGER-TYPE EQUAL "N"
               ADD WORK-NONRES-APPLIED TO FINE-BALANCE
           ELSE IF FINE-BALANCE LESS THAN WORK-NONRES-APPLIED
               MOVE FINE-BALANCE TO WORK-NONRES-APPLIED
               MOVE ZERO TO FINE-BALANCE
           ELSE
               SUBTRACT WORK-NONRES-APPLIED FROM FINE-BALANCE
           END-IF.
           MOVE WORK-REISSUE-TODAY-DATE TO FINE-LAST-ACTIVITY-DATE.
           IF WORK-NONRES-NEW-BALANCE
               WRITE FINES-RECORD
           ELSE
               REWRITE FINES-RECORD
           END-IF.
           PERFORM DO-NEXT-RECEIPT-NUMBER.
           OPEN I-O FINE-DETAIL-FILE.
           IF WORK-FINE-DETAIL-STATUS NOT EQUAL "00"
               OPEN OUTPUT FINE-DETAIL-FILE
               CLOSE FINE-DETAIL-FILE
               OPEN I-O FINE-DETAIL-FILE
           END-IF.
           PERFORM DO-SCAN-NONRES-LEDGER.
           MOVE WORK-PATRON-NUMBER TO FINE-DTL-PATRON-NUMBER.
           MOVE WORK-NONRES-NEXT-SEQ TO FINE-DTL-SEQUENCE.
           MOVE WORK-RECEIPT-NUMBER TO FINE-DTL-RECEIPT-NUMBER.
           MOVE WORK-NONRES-LEDGER-TYPE TO FINE-DTL-TYPE-FLAG.
           MOVE WORK-NONRES-APPLIED TO FINE-DTL-AMOUNT.
           MOVE FINE-BALANCE TO FINE-DTL-BALANCE-AFTER.
           MOVE WORK-REISSUE-TODAY-DATE TO FINE-DTL-DATE.
           MOVE WORK-OPERATOR-ID TO FINE-DTL-OPERATOR-ID.
           MOVE WORK-BRANCH-DEFAULT-ID TO FINE-DTL-BRANCH-ID.
           MOVE SPACES TO FINE-DTL-CAMPAIGN-CODE.
           MOVE SPACES TO FINE-DTL-ONLINE-REF.
           ACCEPT WORK-NOW-TIME FROM TIME.
           MOVE WORK-NOW-HHMM TO FINE-DTL-TIME.
           WRITE FINE-DETAIL-RECORD.
           CLOSE FINE-DETAIL-FILE.
           CLOSE FINES-FILE.

      *    WALKS THE PATRON'S LEDGER IN KEY ORDER FOR THE NEXT OPEN
      *    SEQUENCE NUMBER -- SAME SHAPE AS CIRC001A'S SCAN.
       DO-SCAN-NONRES-LEDGER.
           MOVE 1 TO WORK-NONRES-NEXT-SEQ.
           MOVE "0" TO WORK-NONRES-DTL-EOF-SWITCH.
           MOVE WORK-PATRON-NUMBER TO FINE-DTL-PATRON-NUMBER.
           MOVE ZERO TO FINE-DTL-SEQUENCE.
           START FINE-DETAIL-FILE KEY IS GREATER THAN FINE-DTL-KEY
               INVALID KEY
                   MOVE "1" TO WORK-NONRES-DTL-EOF-SWITCH
           END-START.
           PERFORM DO-READ-NEXT-NONRES-LEDGER
                   UNTIL WORK-NONRES-DTL-EOF.

       DO-READ-NEXT-NONRES-LEDGER.
           READ FINE-DETAIL-FILE NEXT RECORD
               AT END
                   MOVE "1" TO WORK-NONRES-DTL-EOF-SWITCH
               NOT AT END
                   IF FINE-DTL-PATRON-NUMBER EQUAL WORK-PATRON-NUMBER
                       COMPUTE WORK-NONRES-NEXT-SEQ =
                               FINE-DTL-SEQUENCE + 1
                   ELSE
                       MOVE "1" TO WORK-NONRES-DTL-EOF-SWITCH
                   END-IF
           END-READ.

      *    THE PAYMENT LIFTS THE FEE-DUE BLOCK ON THE RECORD ITSELF,
      *    WHICH HAS ALREADY BEEN WRITTEN BY THE TIME THE FEE IS TAKEN.
       DO-MARK-NONRES-FEE-PAID.
           MOVE "P" TO WORK-PATRON-NONRES-FEE-FLAG.
           MOVE WORK-PATRON-NUMBER TO PATRON-NUMBER.
           READ NAMES-LIST WITH LOCK
               INVALID KEY
                   DISPLAY "PATRON NOT ON FILE -- FEE TAKEN BUT CARD "
                           "NOT MARKED PAID"
               NOT INVALID KEY
                   MOVE "P" TO PATRON-NONRES-FEE-FLAG
                   REWRITE NAMES-RECORD
                   MOVE "NRPAID" TO WORK-AUDIT-ACTION
                   PERFORM DO-WRITE-AUDIT-RECORD
           END-READ.

       DO-PRINT-NONRES-RECEIPT.
           DISPLAY " " UPON PRINTER-DISPLAY.
           PERFORM DO-PRINT-RECEIPT-LETTERHEAD.
           IF WORK-NONRES-LEDGER-TYPE EQUAL "N"
               DISPLAY "     NON-RESIDENT CARD FEE CHARGED"
                       UPON PRINTER-DISPLAY
           ELSE
               DISPLAY "     NON-RESIDENT CARD FEE PAID"
                       UPON PRINTER-DISPLAY
           END-IF.
           DISPLAY "RECEIPT NO.: " WORK-RECEIPT-NUMBER
                   UPON PRINTER-DISPLAY.
           DISPLAY "CARD NUMBER: " WORK-PATRON-NUMBER
                   UPON PRINTER-DISPLAY.
           DISPLAY "NAME: " WORK-PATRON-NAME-FIRST " "
                   WORK-PATRON-NAME-LAST
                   UPON PRINTER-DISPLAY.
           MOVE WORK-NONRES-APPLIED TO WORK-NONRES-FEE-OUT.
           DISPLAY "AMOUNT: " WORK-NONRES-FEE-OUT
                   UPON PRINTER-DISPLAY.
           DISPLAY "CARD EXPIRES: " WORK-PATRON-EXP-CARD-DATE-MM "/"
                   WORK-PATRON-EXP-CARD-DATE-DD "/"
                   WORK-PATRON-EXP-CARD-DATE-YY
                   UPON PRINTER-DISPLAY.

       DO-EDIT-PATRON.
           DISPLAY SCREEN1-ADDRESS-ENTRY.
           ACCEPT CARD-NUMBER OF SCREEN1-ADDRESS-ENTRY.
           MOVE WORK-PATRON-NUMBER TO PATRON-NUMBER.
      *    LOCK THE RECORD FOR THE ROUND TRIP TO THE SCREEN SO A
      *    SECOND TERMINAL CANNOT EDIT OR DELETE THE SAME PATRON
               NOT INVALID KEY
                   MOVE NAMES-RECORD TO WORK-NAMES-RECORD
                   MOVE WORK-PATRON-NUMBER TO WORK-EDIT-ORIGINAL-KEY
                   MOVE WORK-PATRON-ADDRESS
                           TO WORK-EDIT-ORIGINAL-ADDRESS
                   MOVE WORK-PATRON-EMAIL-ADDRESS
                           TO WORK-EDIT-ORIGINAL-EMAIL
                   MOVE WORK-PATRON-RESIDENCY-FLAG
                           TO WORK-NONRES-ORIGINAL-FLAG
                   DISPLAY SCREEN1-ADDRESS-ENTRY
                   ACCEPT SCREEN1-ADDRESS-ENTRY
                   PERFORM DO-VALIDATE-ADDRESS
      *    RESTORE THE KEY IN CASE THE CLERK RETYPED CARD-NUMBER --
                   MOVE WORK-EDIT-ORIGINAL-KEY TO WORK-PATRON-NUMBER
                   PERFORM DO-CHECK-CONTACT-CHANGES
                   PERFORM DO-CHECK-RESIDENCY-CHANGE
                   PERFORM DO-OFFER-CARD-RENEWAL
                   MOVE WORK-NAMES-RECORD TO NAMES-RECORD
                   REWRITE NAMES-RECORD
                       INVALID KEY
                           REWRITE CONTROL-RECORD
                           MOVE "EDIT" TO WORK-AUDIT-ACTION
                           PERFORM DO-WRITE-AUDIT-RECORD
                           IF WORK-ADDRESS-CHANGED
                               PERFORM DO-CLEAR-RETMAIL-ALERT
                           END-IF
                           IF WORK-CARD-RENEWED
                               MOVE "RENEW" TO WORK-AUDIT-ACTION
                               PERFORM DO-WRITE-AUDIT-RECORD
                               PERFORM DO-PRINT-RECEIPT
                           END-IF
      *    A FEE STILL UNPAID FROM AN EARLIER VISIT IS OFFERED AGAIN.
                           IF WORK-NONRES-CHARGE-NOW
                               PERFORM DO-CHARGE-NONRES-FEE
                           ELSE
                               IF WORK-PATRON-NONRES-FEE-FLAG EQUAL "D"
                                   PERFORM DO-OFFER-NONRES-PAYMENT
                               END-IF
                           END-IF
                   END-REWRITE
           END-READ.

      *    A NEW POSTAL ADDRESS IS ASSUMED GOOD UNTIL MAIL COMES BACK
      *    FROM IT AGAIN; LIKEWISE A NEW EMAIL UNTIL IT BOUNCES.
       DO-CHECK-CONTACT-CHANGES.
           MOVE "N" TO WORK-ADDRESS-CHANGED-SWITCH.
           IF WORK-PATRON-ADDRESS NOT EQUAL WORK-EDIT-ORIGINAL-ADDRESS
               MOVE "Y" TO WORK-ADDRESS-CHANGED-SWITCH
               MOVE "N" TO WORK-PATRON-ADDRESS-BAD-FLAG
           END-IF.
           IF WORK-PATRON-EMAIL-ADDRESS NOT EQUAL
                   WORK-EDIT-ORIGINAL-EMAIL
               MOVE "N" TO WORK-PATRON-EMAIL-BAD-FLAG
           END-IF.

      *    THE EDIT MAY HAVE MOVED THE CARD IN OR OUT OF THE SERVICE
      *    AREA. A MOVE OUT CHARGES THE FEE NOW; A MOVE IN LIFTS THE
      *    FEE-DUE BLOCK, BUT A FEE ALREADY CHARGED STAYS ON THE
      *    BALANCE FOR THE CIRCULATION DESK TO SETTLE OR WAIVE. AN
      *    UNCHANGED ADDRESS IS STILL ASSESSED, SO A CARD ON FILE
      *    FROM BEFORE THE FEE PICKS UP ITS FLAG, BUT IS NOT CHARGED
      *    UNTIL ITS NEXT RENEWAL.
       DO-CHECK-RESIDENCY-CHANGE.
           MOVE "N" TO WORK-NONRES-CHARGE-SWITCH.
           PERFORM DO-ASSESS-RESIDENCY.
           IF WORK-PATRON-RESIDENCY-FLAG EQUAL "N"
               IF WORK-ADDRESS-CHANGED
                  AND WORK-NONRES-ORIGINAL-FLAG NOT EQUAL "N"
                  AND WORK-PATRON-NONRES-FEE-FLAG NOT EQUAL "D"
                   PERFORM DO-SET-NONRES-FEE-DUE
               END-IF
           ELSE
               IF WORK-PATRON-NONRES-FEE-FLAG EQUAL "D"
                   MOVE SPACE TO WORK-PATRON-NONRES-FEE-FLAG
                   DISPLAY "ADDRESS IS NOW EXEMPT -- CARD ACTIVE; A "
                           "FEE ALREADY CHARGED STAYS ON THE BALANCE"
               END-IF
           END-IF.

      *    A RENEWAL DATES THE CARD THE WAY A NEW ONE IS DATED (AND
      *    THE WAY LIB015A RENEWS FROM THE PORTAL): ISSUED TODAY,
      *    EXPIRING A YEAR OUT. IT IS WHEN A NON-RESIDENT CARD OWES
      *    ITS NEXT ANNUAL FEE -- ONCE, NOT AGAIN IF THE SAME EDIT
      *    HAS JUST CHARGED IT FOR A MOVE OUT OF THE AREA.
       DO-OFFER-CARD-RENEWAL.
           MOVE "N" TO WORK-CARD-RENEWED-SWITCH.
           DISPLAY "RENEW THE CARD FOR ANOTHER YEAR? (Y/N)".
           MOVE "N" TO WORK-RENEW-REPLY.
           ACCEPT WORK-RENEW-REPLY.
           IF WORK-RENEW-REPLY EQUAL "Y"
               MOVE "Y" TO WORK-CARD-RENEWED-SWITCH
               PERFORM CALC-DATE
               IF NOT WORK-NONRES-CHARGE-NOW
                   PERFORM DO-SET-NONRES-FEE-DUE
               END-IF
           END-IF.

      *    THE RETURNED-MAIL NOTE STAYS ON THE CARD AS HISTORY, BUT
      *    STOPS POPPING AT THE DESK ONCE THE ADDRESS IS CORRECTED.
       DO-CLEAR-RETMAIL-ALERT.
           OPEN I-O PATRON-NOTES-FILE.
           IF WORK-NOTES-FILE-STATUS EQUAL "00"
               MOVE "0" TO WORK-NOTES-EOF-SWITCH
               MOVE WORK-PATRON-NUMBER TO NOTE-PATRON-NUMBER
               MOVE ZERO TO NOTE-SEQUENCE
               START PATRON-NOTES-FILE KEY IS GREATER THAN NOTE-KEY
                   INVALID KEY
                       MOVE "1" TO WORK-NOTES-EOF-SWITCH
               END-START
               PERFORM DO-CLEAR-NEXT-RETMAIL-NOTE UNTIL WORK-NOTES-EOF
               CLOSE PATRON-NOTES-FILE
           END-IF.

       DO-CLEAR-NEXT-RETMAIL-NOTE.
           READ PATRON-NOTES-FILE NEXT RECORD
               AT END
                   MOVE "1" TO WORK-NOTES-EOF-SWITCH
               NOT AT END
                   IF NOTE-PATRON-NUMBER NOT EQUAL WORK-PATRON-NUMBER
                       MOVE "1" TO WORK-NOTES-EOF-SWITCH
                   ELSE
                       IF NOTE-TEXT EQUAL WORK-RETMAIL-NOTE-TEXT
                          AND NOTE-IS-ALERT
                           MOVE "N" TO NOTE-ALERT-FLAG
                           REWRITE PATRON-NOTE-RECORD
                           END-REWRITE
                       END-IF
                   END-IF
           END-READ.

       DO-FIND-PATRON.
           DISPLAY SCREEN1-ADDRESS-ENTRY.
           ACCEPT CARD-NUMBER OF SCREEN1-ADDRESS-ENTRY.
           MOVE WORK-PATRON-NUMBER TO PATRON-NUMBER.
           READ NAMES-LIST
               INVALID KEY
               NOT INVALID KEY
                   MOVE NAMES-RECORD TO WORK-NAMES-RECORD
                   DISPLAY SCREEN1-ADDRESS-ENTRY
                   IF PATRON-NONRES-FEE-DUE
                       DISPLAY "NON-RESIDENT FEE DUE -- CARD NOT "
                               "ACTIVE UNTIL PAID (F4 TO COLLECT)"
                   END-IF
           END-READ.

      *    F7 -- SET OR RESET THE PATRON'S SELF-SERVICE PIN. FOUR
      *    EVERY OTHER CHANGE TO A PATRON RECORD.
       DO-SET-PATRON-PIN.
           DISPLAY SCREEN1-ADDRESS-ENTRY.
           ACCEPT CARD-NUMBER OF SCREEN1-ADDRESS-ENTRY.
           MOVE WORK-PATRON-NUMBER TO PATRON-NUMBER.
           READ NAMES-LIST WITH LOCK
               INVALID KEY
                       PERFORM DO-WRITE-AUDIT-RECORD
                       DISPLAY "PIN CLEARED"
                   ELSE IF WORK-NEW-PIN-ENTRY NUMERIC
                       MOVE PATRON-NUMBER TO PIN-SCRAMBLE-KEY
                       MOVE WORK-NEW-PIN-ENTRY TO PIN-SCRAMBLE-CLEAR
                       CALL "PINSCRAM" USING PIN-SCRAMBLE-AREA
                       MOVE PIN-SCRAMBLE-RESULT TO PATRON-PIN
                       REWRITE NAMES-RECORD
                       MOVE "PINSET" TO WORK-AUDIT-ACTION
                       PERFORM DO-WRITE-AUDIT-RECORD
           MOVE SPACES TO WORK-PATRON-GUARDIAN-NUMBER.
           MOVE WORK-BRANCH-DEFAULT-ID TO WORK-PATRON-BRANCH-ID.
           MOVE "A" TO WORK-PATRON-TYPE.
           MOVE SPACES TO WORK-PATRON-EMP-MASTER-ID.
           MOVE "R" TO WORK-PATRON-RESIDENCY-FLAG.
           MOVE SPACE TO WORK-PATRON-NONRES-FEE-FLAG.
           MOVE "N" TO WORK-PATRON-LATE-BOOKS-FLAG.
           MOVE "N" TO WORK-PATRON-LATE-MOVIE-FLAG.
           MOVE "N" TO WORK-PATRON-INACTIVE-FLAG.
           MOVE ZERO TO WORK-PATRON-LATE-MOVIE-DUE-DATE.
           MOVE "M" TO WORK-PATRON-CONTACT-FLAG.
           MOVE SPACES TO WORK-PATRON-EMAIL-ADDRESS.
           MOVE SPACES TO WORK-PATRON-MOBILE-NUMBER.
           MOVE ZERO TO WORK-PATRON-BIRTH-DATE.
           MOVE "N" TO WORK-PATRON-HISTORY-OPTIN.
           MOVE ZERO TO WORK-PATRON-CLAIMS-COUNT.
           MOVE "N" TO WORK-PATRON-ADDRESS-BAD-FLAG.
           MOVE "N" TO WORK-PATRON-EMAIL-BAD-FLAG.
           DISPLAY SCREEN1-ADDRESS-ENTRY.
           PERFORM DO-VALIDATE-ADDRESS.
           PERFORM DO-ASSIGN-CARD-NUMBER.
           MOVE WORK-ASSIGNED-CARD-NUMBER TO WORK-PATRON-NUMBER.
           PERFORM DO-ASSESS-NEW-CARD-FEE.
           MOVE WORK-NAMES-RECORD TO NAMES-RECORD.
           WRITE NAMES-RECORD
               INVALID KEY
                   MOVE "ADD" TO WORK-AUDIT-ACTION
                   PERFORM DO-WRITE-AUDIT-RECORD
                   PERFORM DO-PRINT-RECEIPT
                   IF WORK-NONRES-CHARGE-NOW
                       PERFORM DO-CHARGE-NONRES-FEE
                   END-IF
                   MOVE "A" TO APP-STATUS-FLAG
                   MOVE WORK-ASSIGNED-CARD-NUMBER
                           TO APP-CARD-ASSIGNED
      *    REFUSED -- THE BOARD'S PRIVACY POLICY, NOT A BUG.
       DO-PRINT-HISTORY-STATEMENT.
           DISPLAY SCREEN1-ADDRESS-ENTRY.
           ACCEPT CARD-NUMBER OF SCREEN1-ADDRESS-ENTRY.
           MOVE WORK-PATRON-NUMBER TO PATRON-NUMBER.
           READ NAMES-LIST
               INVALID KEY
               PERFORM DO-READ-NEXT-RETIRED UNTIL WORK-ARCHIVE-EOF
               CLOSE ARCHIVE-PATRON-FILE
           END-IF.
      *    CARDS BLOCKED AS LOST OR STOLEN ARE NEVER REASSIGNED --
      *    THE PERSON HOLDING THE OLD CARD WOULD BORROW ON IT AGAIN.
           OPEN INPUT BLOCKED-CARD-FILE.
           IF WORK-BLOCKED-CARD-STATUS EQUAL "00"
               MOVE "0" TO WORK-ARCHIVE-EOF-SWITCH
               PERFORM DO-READ-NEXT-BLOCKED UNTIL WORK-ARCHIVE-EOF
               CLOSE BLOCKED-CARD-FILE
           END-IF.
           IF WORK-RETIRED-OVERFLOW-COUNT GREATER THAN ZERO
               DISPLAY "WARNING: RETIRED-CARD TABLE FULL -- "
                       WORK-RETIRED-OVERFLOW-COUNT
                       " RETIRED CARDS NOT CHECKED".

       DO-READ-NEXT-RETIRED.
           READ ARCHIVE-PATRON-FILE
                   END-IF
           END-READ.

       DO-READ-NEXT-BLOCKED.
           READ BLOCKED-CARD-FILE NEXT RECORD
               AT END
                   MOVE "1" TO WORK-ARCHIVE-EOF-SWITCH
               NOT AT END
                   IF WORK-RETIRED-CARD-COUNT LESS THAN 2000
                       ADD 1 TO WORK-RETIRED-CARD-COUNT
                       SET WORK-RET-I TO WORK-RETIRED-CARD-COUNT
                       MOVE BLK-CARD-NUMBER
                               TO WORK-RETIRED-CARD (WORK-RET-I)
                   ELSE
                       ADD 1 TO WORK-RETIRED-OVERFLOW-COUNT
                   END-IF
           END-READ.

      *    TAKES THE NEXT NUMBER OFF NEXTCARD.DAT (SEEDED AT 00001
      *    ON A FRESH SYSTEM), SKIPPING ANY NUMBER STILL ON
      *    NAMES-LIST OR IN THE RETIRED TABLE, AND SAVES THE
               END-PERFORM
           END-IF.

      *    F8 -- PATRON NOTES, OR R FOR A LETTER THAT CAME BACK
      *    MARKED UNDELIVERABLE.
       DO-MAINTAIN-NOTES.
           DISPLAY "R=RETURNED MAIL  ENTER=PATRON NOTES".
           MOVE SPACE TO WORK-NOTES-REPLY.
           ACCEPT WORK-NOTES-REPLY.
           IF WORK-NOTES-REPLY EQUAL "R"
               PERFORM DO-RETURNED-MAIL
           ELSE
               PERFORM DO-MAINTAIN-PATRON-NOTES.

      *    THE CARD'S NOTES, LISTED OLDEST-FIRST, THEN A NEW
      *    LINE TAKEN FROM THE CONSOLE (BLANK KEEPS THE FILE AS IT
      *    IS). THE ALERT FLAG IS WHAT MAKES A NOTE POP AT THE
      *    CIRCULATION DESK. THE FILE IS CREATED THE FIRST TIME A
      *    NOTE IS EVER TAKEN.
       DO-MAINTAIN-PATRON-NOTES.
           DISPLAY SCREEN1-ADDRESS-ENTRY.
           ACCEPT CARD-NUMBER OF SCREEN1-ADDRESS-ENTRY.
           MOVE WORK-PATRON-NUMBER TO PATRON-NUMBER.
           READ NAMES-LIST
               INVALID KEY
           END-IF.
           CLOSE PATRON-NOTES-FILE.

      *    F8, R -- THE ADDRESS IS FLAGGED SO LIB027A STOPS PRINTING
      *    PAPER NOTICES TO IT (EMAIL STILL GOES IF THE CARD HAS A
      *    GOOD ONE), AND AN ALERT NOTE ASKS THE DESK FOR A NEW
      *    ADDRESS THE NEXT TIME THE CARD IS USED. CORRECTING THE
      *    ADDRESS ON F4 CLEARS BOTH.
       DO-RETURNED-MAIL.
           DISPLAY SCREEN1-ADDRESS-ENTRY.
           ACCEPT CARD-NUMBER OF SCREEN1-ADDRESS-ENTRY.
           MOVE WORK-PATRON-NUMBER TO PATRON-NUMBER.
           READ NAMES-LIST
               INVALID KEY
                   DISPLAY "PATRON NOT ON FILE"
               NOT INVALID KEY
                   MOVE NAMES-RECORD TO WORK-NAMES-RECORD
                   DISPLAY SCREEN1-ADDRESS-ENTRY
                   DISPLAY "MARK THIS ADDRESS UNDELIVERABLE? (Y/N): "
                   MOVE "N" TO WORK-NOTES-REPLY
                   ACCEPT WORK-NOTES-REPLY
                   IF WORK-NOTES-REPLY EQUAL "Y"
                       PERFORM DO-MARK-ADDRESS-BAD
                   ELSE
                       DISPLAY "ADDRESS LEFT AS IT WAS"
                   END-IF
           END-READ.

       DO-MARK-ADDRESS-BAD.
           READ NAMES-LIST WITH LOCK
               INVALID KEY
                   DISPLAY "PATRON NOT ON FILE"
               NOT INVALID KEY
                   IF PATRON-ADDRESS-IS-BAD
                       DISPLAY "ADDRESS ALREADY MARKED UNDELIVERABLE"
                   ELSE
                       MOVE "Y" TO PATRON-ADDRESS-BAD-FLAG
                       REWRITE NAMES-RECORD
                           INVALID KEY
                               DISPLAY "PATRON RECORD NOT UPDATED"
                           NOT INVALID KEY
                               MOVE "RETMAL" TO WORK-AUDIT-ACTION
                               PERFORM DO-WRITE-AUDIT-RECORD
                               PERFORM DO-WRITE-RETMAIL-NOTE
                       END-REWRITE
                   END-IF
           END-READ.

       DO-WRITE-RETMAIL-NOTE.
           OPEN I-O PATRON-NOTES-FILE.
           IF WORK-NOTES-FILE-STATUS NOT EQUAL "00"
               OPEN OUTPUT PATRON-NOTES-FILE
               CLOSE PATRON-NOTES-FILE
               OPEN I-O PATRON-NOTES-FILE
           END-IF.
           PERFORM DO-LIST-PATRON-NOTES.
           MOVE WORK-PATRON-NUMBER TO NOTE-PATRON-NUMBER.
           MOVE WORK-NOTE-NEXT-SEQUENCE TO NOTE-SEQUENCE.
           MOVE WORK-RETMAIL-NOTE-TEXT TO NOTE-TEXT.
           ACCEPT WORK-NOTE-TODAY-DATE FROM DATE.
           MOVE WORK-NOTE-TODAY-DATE TO NOTE-DATE.
           MOVE "Y" TO NOTE-ALERT-FLAG.
           WRITE PATRON-NOTE-RECORD
               INVALID KEY
                   DISPLAY "NOTE FILE IS FULL FOR THIS CARD -- "
                           "ALERT NOT SAVED"
           END-WRITE.
           CLOSE PATRON-NOTES-FILE.
           DISPLAY "ADDRESS MARKED UNDELIVERABLE -- PAPER NOTICES "
                   "STOPPED".

      *    WALKS THE CARD'S NOTES IN KEY ORDER (OLDEST FIRST) AND
      *    LEAVES THE NEXT OPEN SEQUENCE NUMBER BEHIND -- SAME
      *    QUEUE-SCAN SHAPE THE HOLD FILE USES.
      *    ACTUALLY GETS WRITTEN, SO THE PATRON WALKS AWAY WITH THEIR
      *    CARD NUMBER AND RENEWAL DATE.
           DISPLAY " " UPON PRINTER-DISPLAY.
           PERFORM DO-PRINT-RECEIPT-LETTERHEAD.
           DISPLAY "     LIBRARY CARD RECEIPT" UPON PRINTER-DISPLAY.
           DISPLAY "CARD NUMBER: " WORK-PATRON-NUMBER
                   UPON PRINTER-DISPLAY.
                   WORK-PATRON-EXP-CARD-DATE-YY
                   UPON PRINTER-DISPLAY.

      *    THIS BUILDING'S NAME, ADDRESS AND PHONE AT THE HEAD OF A
      *    CARD OR FEE RECEIPT -- NOTHING UNTIL THE BRANCH DIRECTORY
      *    CARRIES THIS BRANCH.
       DO-PRINT-RECEIPT-LETTERHEAD.
           MOVE WORK-BRANCH-DEFAULT-ID TO BRLK-BRANCH-ID.
           CALL "BRDLOOK" USING BRANCH-LOOKUP-AREA.
           IF BRLK-CODE-IS-ACCEPTABLE
              AND BRLK-BRANCH-NAME NOT EQUAL SPACES
               DISPLAY BRLK-BRANCH-NAME UPON PRINTER-DISPLAY
               DISPLAY BRLK-ADDRESS-LINE-1 UPON PRINTER-DISPLAY
               DISPLAY BRLK-ADDRESS-LINE-2 UPON PRINTER-DISPLAY
               DISPLAY "PHONE " BRLK-PHONE UPON PRINTER-DISPLAY
           END-IF.

       DO-VALIDATE-ADDRESS.
      *    RE-PROMPT FOR THE ADDRESS BLOCK UNTIL STATE IS A VALID
      *    POSTAL ABBREVIATION, ZIP IS ALL DIGITS, AND THE PHONE
                       ACCEPT SCREEN1-ADDRESS-ENTRY
                   ELSE
                       PERFORM DO-VALIDATE-GUARDIAN
                       IF WORK-GUARDIAN-VALID-FLAG EQUAL "Y"
                           PERFORM DO-VALIDATE-STAFF-LINK
                       END-IF
                       IF WORK-GUARDIAN-VALID-FLAG NOT EQUAL "Y"
                           DISPLAY "TYPE MUST BE A OR I (NO GUARDIAN)"
                                   ", J (ADULT GUARDIAN ON FILE) OR "
                                   "S (ACTIVE EMP ID)"
                           DISPLAY SCREEN1-ADDRESS-ENTRY
                           ACCEPT SCREEN1-ADDRESS-ENTRY
                       ELSE
                               PERFORM DO-VALIDATE-CONTACT
                               IF WORK-CONTACT-VALID-FLAG
                                       NOT EQUAL "Y"
                                   DISPLAY "CONTACT MUST BE M, E WITH "
                                           "AN EMAIL, OR T WITH A "
                                           "10-DIGIT MOBILE - RE-ENTER"
                                   DISPLAY SCREEN1-ADDRESS-ENTRY
                                   ACCEPT SCREEN1-ADDRESS-ENTRY
                               ELSE
       DO-VALIDATE-GUARDIAN.
           IF WORK-PATRON-TYPE EQUAL "A"
                   OR WORK-PATRON-TYPE EQUAL "I"
                   OR WORK-PATRON-TYPE EQUAL "S"
               IF WORK-PATRON-GUARDIAN-NUMBER EQUAL SPACES
                   MOVE "Y" TO WORK-GUARDIAN-VALID-FLAG
               ELSE
                   END-READ
               END-IF
           ELSE
      *        TYPE MUST BE KEYED A, J, I, OR S.
               MOVE "N" TO WORK-GUARDIAN-VALID-FLAG.

      *    A STAFF CARD MUST NAME AN EMPLOYEE ON THE EMPLOYMENT
      *    MASTER WHO IS STILL EMPLOYED; ANY OTHER TYPE OF CARD
      *    CARRIES NO EMPLOYEE LINK. A FAILURE SHARES THE CARD-TYPE
      *    FLAG AND RE-PROMPT WITH THE GUARDIAN CHECK ABOVE.
       DO-VALIDATE-STAFF-LINK.
           IF WORK-PATRON-TYPE NOT EQUAL "S"
               IF WORK-PATRON-EMP-MASTER-ID NOT EQUAL SPACES
                   MOVE "N" TO WORK-GUARDIAN-VALID-FLAG
               END-IF
           ELSE IF WORK-PATRON-EMP-MASTER-ID EQUAL SPACES
               MOVE "N" TO WORK-GUARDIAN-VALID-FLAG
           ELSE
               OPEN INPUT EMPLOYMENT-MASTER
               IF WORK-EMPMAST-STATUS NOT EQUAL "00"
                   DISPLAY "EMPLOYMENT MASTER NOT AVAILABLE -- NO "
                           "STAFF CARDS"
                   MOVE "N" TO WORK-GUARDIAN-VALID-FLAG
               ELSE
                   MOVE WORK-PATRON-EMP-MASTER-ID TO EMP-MASTER-ID
                   READ EMPLOYMENT-MASTER
                       INVALID KEY
                           MOVE "N" TO WORK-GUARDIAN-VALID-FLAG
                       NOT INVALID KEY
                           IF EMP-IS-TERMINATED
                               MOVE "N" TO WORK-GUARDIAN-VALID-FLAG
                           END-IF
                   END-READ
                   CLOSE EMPLOYMENT-MASTER
               END-IF
           END-IF.

       DO-VALIDATE-HOUSEHOLD.
           IF WORK-PATRON-HOUSEHOLD-NUMBER EQUAL SPACES
               MOVE "Y" TO WORK-HOUSEHOLD-VALID-FLAG
               END-READ
           END-IF.

      *    M NEEDS NOTHING MORE; E NEEDS AN EMAIL ADDRESS KEYED; T
      *    NEEDS ALL TEN DIGITS OF THE MOBILE. A MOBILE KEYED AT ALL
      *    MUST BE TEN DIGITS, WHATEVER THE PREFERENCE.
       DO-VALIDATE-CONTACT.
           IF WORK-PATRON-MOBILE-NUMBER NOT EQUAL SPACES
              AND WORK-PATRON-MOBILE-NUMBER NOT NUMERIC
               MOVE "N" TO WORK-CONTACT-VALID-FLAG
           ELSE IF WORK-PATRON-CONTACT-FLAG EQUAL "M"
               MOVE "Y" TO WORK-CONTACT-VALID-FLAG
           ELSE IF WORK-PATRON-CONTACT-FLAG EQUAL "E"
               IF WORK-PATRON-EMAIL-ADDRESS EQUAL SPACES
               ELSE
                   MOVE "Y" TO WORK-CONTACT-VALID-FLAG
               END-IF
           ELSE IF WORK-PATRON-CONTACT-FLAG EQUAL "T"
               IF WORK-PATRON-MOBILE-NUMBER NUMERIC
                   MOVE "Y" TO WORK-CONTACT-VALID-FLAG
               ELSE
                   MOVE "N" TO WORK-CONTACT-VALID-FLAG
               END-IF
           ELSE
               MOVE "N" TO WORK-CONTACT-VALID-FLAG.

               END-PERFORM
           END-IF.

      *    AN AGREEMENT WHOSE END DATE HAS PASSED IS LEFT OUT OF
      *    THE TABLE, SO IT EXEMPTS NOBODY.
       DO-LOAD-RECIPROCAL-ZIPS.
           PERFORM DO-GET-REISSUE-DATE.
           MOVE WORK-REISSUE-TODAY-DATE TO WORK-RECIPZIP-TODAY.
           OPEN INPUT RECIPROCAL-ZIP-FILE.
           IF WORK-RECIPZIP-STATUS EQUAL "00"
               MOVE "0" TO WORK-RECIPZIP-EOF-SWITCH
               PERFORM DO-READ-NEXT-RECIPZIP UNTIL WORK-RECIPZIP-EOF
               CLOSE RECIPROCAL-ZIP-FILE
           END-IF.

       DO-READ-NEXT-RECIPZIP.
           READ RECIPROCAL-ZIP-FILE NEXT RECORD
               AT END
                   MOVE "1" TO WORK-RECIPZIP-EOF-SWITCH
               NOT AT END
                   IF WORK-RECIPZIP-COUNT LESS THAN 50
                      AND (RECIP-END-DATE EQUAL ZERO
                       OR RECIP-END-DATE NOT LESS THAN
                           WORK-RECIPZIP-TODAY)
                       ADD 1 TO WORK-RECIPZIP-COUNT
                       SET WORK-RZ-I TO WORK-RECIPZIP-COUNT
                       MOVE RECIP-ZIP-LOW
                               TO WORK-RECIPZIP-LOW (WORK-RZ-I)
                       MOVE RECIP-ZIP-HIGH
                               TO WORK-RECIPZIP-HIGH (WORK-RZ-I)
                   END-IF
           END-READ.

      *    R = RESIDENT (INSIDE SOME ZIPREF RANGE), X = RECIPROCAL,
      *    N = NON-RESIDENT. WITH NO ZIPREF.DAT THE SERVICE AREA IS
      *    UNKNOWN, SO NOBODY IS TREATED AS NON-RESIDENT.
       DO-ASSESS-RESIDENCY.
           MOVE "R" TO WORK-PATRON-RESIDENCY-FLAG.
           IF WORK-ZIPREF-COUNT GREATER THAN ZERO
               MOVE WORK-PATRON-ADDRESS-ZIP TO WORK-ZIP-NUMERIC
               MOVE "N" TO WORK-PATRON-RESIDENCY-FLAG
               PERFORM DO-CHECK-ZIP-IN-AREA
                   VARYING WORK-ZR-I FROM 1 BY 1
                   UNTIL WORK-ZR-I GREATER THAN WORK-ZIPREF-COUNT
               IF WORK-PATRON-RESIDENCY-FLAG EQUAL "N"
                   PERFORM DO-CHECK-ZIP-RECIPROCAL
                       VARYING WORK-RZ-I FROM 1 BY 1
                       UNTIL WORK-RZ-I GREATER THAN WORK-RECIPZIP-COUNT
               END-IF
           END-IF.

       DO-CHECK-ZIP-IN-AREA.
           IF WORK-ZIP-NUMERIC NOT LESS THAN
                   WORK-ZIPREF-LOW (WORK-ZR-I)
              AND WORK-ZIP-NUMERIC NOT GREATER THAN
                   WORK-ZIPREF-HIGH (WORK-ZR-I)
               MOVE "R" TO WORK-PATRON-RESIDENCY-FLAG.

       DO-CHECK-ZIP-RECIPROCAL.
           IF WORK-ZIP-NUMERIC NOT LESS THAN
                   WORK-RECIPZIP-LOW (WORK-RZ-I)
              AND WORK-ZIP-NUMERIC NOT GREATER THAN
                   WORK-RECIPZIP-HIGH (WORK-RZ-I)
               MOVE "X" TO WORK-PATRON-RESIDENCY-FLAG.

       DO-READ-BRANCH-CONFIG.
      *    BRANCH.DAT HOLDS ONE RECORD WITH THIS BRANCH'S DEFAULT
      *    CITY/STATE/ZIP/PHONE PREFIX. IF IT IS MISSING THE VALUE
               MOVE 71 TO WS-COL-INACTIVE-FLD
           END-IF.

      *    THE MARKER FILE EXISTS ONLY IN THE TRAINING DIRECTORY,
      *    SO FINDING IT MEANS EVERY FILE HERE IS A TRAINING COPY.
       DO-CHECK-TRAINING-MODE.
           OPEN INPUT TRAINING-CONTROL-FILE.
           IF WORK-TRAINING-STATUS EQUAL "00"
               MOVE "*TRAINING*" TO WORK-TRAINING-BANNER
               CLOSE TRAINING-CONTROL-FILE.

       DO-LOG-CHAIN.
      *    LOG THE RETURN HOP TO WHICHEVER MENU PROGRAM CHAINED IN,
      *    SO THE TRIP THROUGH THIS PROGRAM SHOWS UP IN CHAINLOG.DAT.

       CALC-DATE.
           ACCEPT WORK-PATRON-TODAY-DATE FROM DATE.
           MOVE WORK-PATRON-TODAY-DATE-YY
                   TO WORK-PATRON-NEW-CARD-DATE-YY.
           MOVE WORK-PATRON-TODAY-DATE-MM
                   TO WORK-PATRON-NEW-CARD-DATE-MM.
           MOVE WORK-PATRON-TODAY-DATE-DD
                   TO WORK-PATRON-NEW-CARD-DATE-DD.
           IF WORK-PATRON-NEW-CARD-DATE-YY LESS THAN 50
               MOVE 20 TO WORK-PATRON-NEW-CARD-DATE-CC
           ELSE
           IF WORK-PATRON-EXP-CARD-DATE-YY EQUAL ZERO
               ADD 1 TO WORK-PATRON-EXP-CARD-DATE-CC.


      *    ONE RESTRICTED FUNCTION LOOKED UP ON PERMIT.DAT FOR THE
      *    ROLE MAIN01A PASSED IN PASSWORD-ACCESS-FLAG. A SUPERVISOR
      *    IS NEVER REFUSED; ANY OTHER ROLE NEEDS A "Y" ROW, AND NO
      *    ROW (OR NO TABLE) IS A REFUSAL, JOURNALED FOR LIB043A.
       DO-CHECK-PERMISSION.
           MOVE "N" TO WORK-PERMIT-OK-SWITCH.
           IF PASSWORD-ACCESS-FLAG EQUAL "S"
               MOVE "Y" TO WORK-PERMIT-OK-SWITCH
           ELSE
               OPEN INPUT PERMISSION-FILE
               IF WORK-PERMIT-STATUS EQUAL "00"
                   MOVE PASSWORD-ACCESS-FLAG TO PERM-ROLE
                   MOVE "LIB001A" TO PERM-PROGRAM
                   MOVE WORK-PERMIT-FUNCTION TO PERM-FUNCTION
                   READ PERMISSION-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF PERM-IS-ALLOWED
                               MOVE "Y" TO WORK-PERMIT-OK-SWITCH
                           END-IF
                   END-READ
                   CLOSE PERMISSION-FILE
               END-IF
           END-IF.
           IF NOT WORK-PERMIT-OK
               PERFORM DO-LOG-PERMIT-REFUSAL.

      *    SAME OPEN-EXTEND SHAPE AS MAIN01A'S SIGN-ON JOURNALING.
       DO-LOG-PERMIT-REFUSAL.
           OPEN EXTEND SIGN-ON-LOG-FILE.
           IF WORK-SIGN-LOG-STATUS NOT EQUAL "00"
               OPEN OUTPUT SIGN-ON-LOG-FILE.
           ACCEPT SIGN-LOG-DATE FROM DATE.
           ACCEPT SIGN-LOG-TIME FROM TIME.
           MOVE WORK-OPERATOR-ID TO SIGN-LOG-STAFF-ID.
           MOVE "DENIED" TO SIGN-LOG-EVENT.
           MOVE "LIB001A" TO SIGN-LOG-PROGRAM.
           MOVE WORK-PERMIT-FUNCTION TO SIGN-LOG-FUNCTION.
           WRITE SIGN-ON-LOG-RECORD.
           CLOSE SIGN-ON-LOG-FILE.
