           ORGANIZATION INDEXED
           RECORD KEY FINE-PATRON-NUMBER
           FILE STATUS IS WORK-DAMAGED-STATUS.
      *    DYNAMIC, NOT SEQUENTIAL -- THE OPERATOR'S SIGN-ON READS
      *    IT BY KEY BEFORE ANY SALVAGE STARTS.
           SELECT STAFF-FILE ASSIGN TO DISK
           ACCESS MODE DYNAMIC
           ORGANIZATION INDEXED
           RECORD KEY STAFF-ID
           FILE STATUS IS WORK-DAMAGED-STATUS.
           FILE STATUS IS WORK-BOOK-CONTROL-STATUS.
           SELECT AUDIT-TRAIL-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL.
           SELECT PERMISSION-FILE ASSIGN TO DISK
           ACCESS MODE RANDOM
           ORGANIZATION INDEXED
           RECORD KEY PERM-KEY
           FILE STATUS IS WORK-PERMIT-STATUS.
           SELECT SIGN-ON-LOG-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WORK-SIGN-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.


       copy staff.

       copy permit.

       copy signlog.

       copy empmast.

       copy payytd.
          VALUE OF FILE-ID "NAMES.NEW".
       01 NEW-NAMES-RECORD.
          05 NEW-NAMES-KEY                          PIC X(5).
          05 FILLER                                 PIC X(233).

       FD CIRC-REBUILD-FILE
          LABEL RECORDS STANDARD
          VALUE OF FILE-ID "CIRC.NEW".
       01 NEW-CIRC-RECORD.
          05 NEW-CIRC-KEY                           PIC X(10).
          05 FILLER                                 PIC X(74).

       FD BOOKS-REBUILD-FILE
          LABEL RECORDS STANDARD
          VALUE OF FILE-ID "BOOKS.NEW".
       01 NEW-BOOKS-RECORD.
          05 NEW-BOOKS-KEY                          PIC X(5).
          05 FILLER                                 PIC X(122).

       FD ITEM-REBUILD-FILE
          LABEL RECORDS STANDARD
          VALUE OF FILE-ID "ITEMFILE.NEW".
       01 NEW-ITEM-RECORD.
          05 NEW-ITEM-KEY                           PIC X(10).
          05 FILLER                                 PIC X(36).

       FD HOLD-REBUILD-FILE
          LABEL RECORDS STANDARD
          VALUE OF FILE-ID "HOLDS.NEW".
       01 NEW-HOLD-RECORD.
          05 NEW-HOLD-KEY                           PIC X(12).
          05 FILLER                                 PIC X(41).

       FD FINES-REBUILD-FILE
          LABEL RECORDS STANDARD
          VALUE OF FILE-ID "EMPMAST.NEW".
       01 NEW-EMPMAST-RECORD.
          05 NEW-EMPMAST-KEY                        PIC X(5).
          05 FILLER                                 PIC X(68).

       FD PAYYTD-REBUILD-FILE
          LABEL RECORDS STANDARD
          VALUE OF FILE-ID "PAYYTD.NEW".
       01 NEW-PAYYTD-RECORD.
          05 NEW-PAYYTD-KEY                         PIC X(5).
          05 FILLER                                 PIC X(236).

       FD SALVAGE-EXCEPTION-FILE
          LABEL RECORDS STANDARD
       01 SALVAGE-EXCEPTION-RECORD.
          05 EXC-FILE-NAME                          PIC X(12).
          05 EXC-REASON                             PIC X(12).
          05 EXC-RECORD-IMAGE                       PIC X(241).

       WORKING-STORAGE SECTION.
       01 WORK-DAMAGED-STATUS                     PIC XX.
       01 WORK-EXCEPTION-STATUS                   PIC XX.
       01 WORK-CONTROL-FILE-STATUS                PIC XX.
       01 WORK-BOOK-CONTROL-STATUS                PIC XX.
      *    CONSOLE SIGN-ON -- WHO IS RUNNING THIS, AND WHETHER THEIR
      *    ROLE HAS A ROW FOR THIS PROGRAM ON PERMIT.DAT.
       01 WORK-PERMIT-STATUS                      PIC XX.
       01 WORK-SIGN-LOG-STATUS                    PIC XX.
       01 WORK-OPERATOR-ID                        PIC X(5).
       01 WORK-OPERATOR-PIN                       PIC X(4).

       copy pinscrm.

       01 WORK-OPERATOR-ROLE                      PIC X.
       01 WORK-SIGNON-EVENT                       PIC X(8).
       01 WORK-PERMIT-FUNCTION                    PIC X(3).
       01 WORK-PERMIT-OK-SWITCH                   PIC X.
          88 WORK-PERMIT-OK                           VALUE "Y".

       01 WORK-FILE-CHOICE                        PIC X.
       01 WORK-MASTER-NAME                        PIC X(12).
       01 WORK-REBUILT-NAME                       PIC X(12).
       01 WORK-KEY-LENGTH                         PIC 99.
       01 WORK-RECORD-LENGTH                      PIC 999.
       01 WORK-RECORD-IMAGE                       PIC X(241).

       01 WORK-EOF-FLAG                           PIC X.
          88 WORK-EOF                                 VALUE "1".
       C000-MAIN-LINE SECTION.
       C020-MAIN-LINE-LOGIC.
           DISPLAY "INDEXED-FILE SALVAGE AND REBUILD".
           PERFORM DO-SIGN-ON.
           IF NOT WORK-PERMIT-OK
               GOBACK.
           DISPLAY "1=NAMES.LST    2=CIRC.DAT     3=BOOKS.LST".
           DISPLAY "4=ITEMFILE.DAT 5=HOLDS.DAT    6=FINES.DAT".
           DISPLAY "7=STAFF.DAT    8=EMPMAST.DAT  9=PAYYTD.DAT".
               MOVE "NAMES.LST" TO WORK-MASTER-NAME
               MOVE "NAMES.NEW" TO WORK-REBUILT-NAME
               MOVE 5 TO WORK-KEY-LENGTH
               MOVE 238 TO WORK-RECORD-LENGTH
           ELSE IF WORK-FILE-CHOICE EQUAL "2"
               MOVE "CIRC.DAT" TO WORK-MASTER-NAME
               MOVE "CIRC.NEW" TO WORK-REBUILT-NAME
               MOVE 10 TO WORK-KEY-LENGTH
               MOVE 84 TO WORK-RECORD-LENGTH
           ELSE IF WORK-FILE-CHOICE EQUAL "3"
               MOVE "BOOKS.LST" TO WORK-MASTER-NAME
               MOVE "BOOKS.NEW" TO WORK-REBUILT-NAME
               MOVE 5 TO WORK-KEY-LENGTH
               MOVE 127 TO WORK-RECORD-LENGTH
           ELSE IF WORK-FILE-CHOICE EQUAL "4"
               MOVE "ITEMFILE.DAT" TO WORK-MASTER-NAME
               MOVE "ITEMFILE.NEW" TO WORK-REBUILT-NAME
               MOVE 10 TO WORK-KEY-LENGTH
               MOVE 46 TO WORK-RECORD-LENGTH
           ELSE IF WORK-FILE-CHOICE EQUAL "5"
               MOVE "HOLDS.DAT" TO WORK-MASTER-NAME
               MOVE "HOLDS.NEW" TO WORK-REBUILT-NAME
               MOVE 12 TO WORK-KEY-LENGTH
               MOVE 53 TO WORK-RECORD-LENGTH
           ELSE IF WORK-FILE-CHOICE EQUAL "6"
               MOVE "FINES.DAT" TO WORK-MASTER-NAME
               MOVE "FINES.NEW" TO WORK-REBUILT-NAME
               MOVE "EMPMAST.DAT" TO WORK-MASTER-NAME
               MOVE "EMPMAST.NEW" TO WORK-REBUILT-NAME
               MOVE 5 TO WORK-KEY-LENGTH
               MOVE 73 TO WORK-RECORD-LENGTH
           ELSE IF WORK-FILE-CHOICE EQUAL "9"
               MOVE "PAYYTD.DAT" TO WORK-MASTER-NAME
               MOVE "PAYYTD.NEW" TO WORK-REBUILT-NAME
               MOVE 5 TO WORK-KEY-LENGTH
               MOVE 241 TO WORK-RECORD-LENGTH.

       DO-OPEN-CHOSEN-FILES.
           IF WORK-FILE-CHOICE EQUAL "1"
           MOVE WORK-FILE-CHOICE TO AUDIT-TRAIL-PATRON-NUMBER (1:1).
           WRITE AUDIT-TRAIL-RECORD.
           CLOSE AUDIT-TRAIL-FILE.

      *    STAFF ID AND PIN KEYED AT THE CONSOLE, CHECKED THE WAY
      *    MAIN01A'S LOGIN CHECKS THEM. A REFUSED SIGN-ON IS
      *    JOURNALED LIKE A REFUSED LOGIN; A GOOD ONE GOES ON TO THE
      *    PERMISSIONS CHECK FOR THE PROGRAM ITSELF.
       DO-SIGN-ON.
           MOVE "N" TO WORK-PERMIT-OK-SWITCH.
           MOVE SPACES TO WORK-OPERATOR-ID WORK-OPERATOR-PIN.
           MOVE SPACES TO WORK-OPERATOR-ROLE WORK-SIGNON-EVENT.
           DISPLAY "STAFF ID: ".
           ACCEPT WORK-OPERATOR-ID.
           DISPLAY "PIN: ".
           ACCEPT WORK-OPERATOR-PIN.
           OPEN INPUT STAFF-FILE.
           IF WORK-DAMAGED-STATUS NOT EQUAL "00"
      *        SALVAGE IS THE TOOL FOR A STAFF.DAT THAT WILL NOT
      *        OPEN -- NOBODY COULD SIGN ON TO REPAIR IT, SO THE RUN
      *        GOES AHEAD, AND THE JOURNAL SHOWS WHO CLAIMED IT.
               DISPLAY "STAFF.DAT WILL NOT OPEN -- SIGN-ON NOT CHECKED"
               MOVE "S" TO WORK-OPERATOR-ROLE
               MOVE "NOSTAFF" TO WORK-SIGNON-EVENT
               PERFORM DO-LOG-SIGNON-EVENT
               MOVE SPACES TO WORK-SIGNON-EVENT
           ELSE
               MOVE WORK-OPERATOR-ID TO STAFF-ID
               READ STAFF-FILE
                   INVALID KEY
                       MOVE "BADID" TO WORK-SIGNON-EVENT
                   NOT INVALID KEY
                       MOVE STAFF-ID TO PIN-SCRAMBLE-KEY
                       MOVE WORK-OPERATOR-PIN TO PIN-SCRAMBLE-CLEAR
                       CALL "PINSCRAM" USING PIN-SCRAMBLE-AREA
                       IF NOT STAFF-IS-ACTIVE
                           MOVE "INACTIVE" TO WORK-SIGNON-EVENT
                       ELSE
                           IF STAFF-PIN NOT EQUAL PIN-SCRAMBLE-RESULT
                               MOVE "BADPIN" TO WORK-SIGNON-EVENT
                           ELSE
                               MOVE STAFF-ROLE TO WORK-OPERATOR-ROLE
                           END-IF
                       END-IF
               END-READ
               CLOSE STAFF-FILE
           END-IF.
           MOVE SPACES TO WORK-PERMIT-FUNCTION.
           IF WORK-SIGNON-EVENT NOT EQUAL SPACES
               DISPLAY "SIGN-ON REFUSED"
               PERFORM DO-LOG-SIGNON-EVENT
           ELSE
               PERFORM DO-CHECK-PERMISSION
           END-IF.

      *    A SUPERVISOR IS NEVER REFUSED; ANY OTHER ROLE NEEDS A "Y"
      *    ROW ON PERMIT.DAT, AND NO ROW (OR NO TABLE) IS A REFUSAL,
      *    JOURNALED FOR LIB043A.
       DO-CHECK-PERMISSION.
           MOVE "N" TO WORK-PERMIT-OK-SWITCH.
           IF WORK-OPERATOR-ROLE EQUAL "S"
               MOVE "Y" TO WORK-PERMIT-OK-SWITCH
           ELSE
               OPEN INPUT PERMISSION-FILE
               IF WORK-PERMIT-STATUS EQUAL "00"
                   MOVE WORK-OPERATOR-ROLE TO PERM-ROLE
                   MOVE "SALV001A" TO PERM-PROGRAM
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
               DISPLAY "YOUR ROLE IS NOT PERMITTED TO RUN SALV001A"
               MOVE "DENIED" TO WORK-SIGNON-EVENT
               PERFORM DO-LOG-SIGNON-EVENT
           END-IF.

       DO-LOG-SIGNON-EVENT.
           OPEN EXTEND SIGN-ON-LOG-FILE.
           IF WORK-SIGN-LOG-STATUS NOT EQUAL "00"
               OPEN OUTPUT SIGN-ON-LOG-FILE.
           ACCEPT SIGN-LOG-DATE FROM DATE.
           ACCEPT SIGN-LOG-TIME FROM TIME.
           MOVE WORK-OPERATOR-ID TO SIGN-LOG-STAFF-ID.
           MOVE WORK-SIGNON-EVENT TO SIGN-LOG-EVENT.
           MOVE SPACES TO SIGN-LOG-PROGRAM.
           IF WORK-SIGNON-EVENT EQUAL "DENIED"
               MOVE "SALV001A" TO SIGN-LOG-PROGRAM.
           MOVE WORK-PERMIT-FUNCTION TO SIGN-LOG-FUNCTION.
           WRITE SIGN-ON-LOG-RECORD.
           CLOSE SIGN-ON-LOG-FILE.
