           FILE STATUS IS WORK-SPOOL-REPORT-STATUS.
           SELECT CHAIN-LOG-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL.
      *    A RESTRICTED REPORT IS OPENED ONLY FOR A ROLE THE
      *    PERMISSIONS TABLE ALLOWS; A REFUSAL IS JOURNALED.
           SELECT PERMISSION-FILE ASSIGN TO DISK
           ACCESS MODE RANDOM
           ORGANIZATION INDEXED
           RECORD KEY PERM-KEY
           FILE STATUS IS WORK-PERMIT-STATUS.
           SELECT SIGN-ON-LOG-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WORK-SIGN-LOG-STATUS.
      *    WHAT THE LIB072A DISTRIBUTION RUN DID WITH EACH REPORT.
           SELECT DELIVERY-LOG-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WORK-DELIVERY-LOG-STATUS.
      *    PRESENT ONLY IN THE TRAINING DIRECTORY -- OPENS ONLY
      *    WHEN A TRAINING SIGN-ON AT MAIN01A HAS POINTED THE DATA
      *    PATH THERE, AND THEN PUTS UP THE TRAINING BANNER.
           SELECT TRAINING-CONTROL-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WORK-TRAINING-STATUS.
       DATA DIVISION.
       FILE SECTION.


       copy chainlog.

       copy permit.

       copy signlog.

       copy dlvlog.

       FD  SPOOLED-REPORT-FILE
           LABEL RECORDS OMITTED.
      *    WIDE ENOUGH FOR THE WIDEST SPOOLED REPORT (THE PAYROLL
      *    SPACE-PADDED.
       01  SPOOLED-REPORT-LINE                      PIC X(120).

       copy trainctl.

       WORKING-STORAGE SECTION.
      *************************************************************
      *                                                           *
      *  PRINTS (OR REPRINTS -- SAME FUNCTION, THE SPOOL FILE IS  *
      *  STILL THERE) IT ON THE PRINTER, OR PURGES IT. A PAPER    *
      *  JAM MID-REPORT NOW COSTS A REPRINT FROM DISK, NOT A      *
      *  RERUN OF THE WHOLE JOB. EACH ENTRY SHOWS WHERE THE       *
      *  DISTRIBUTION RUN SENT IT, AND ITS DELIVERY LOG LINES     *
      *  CAN BE LISTED.                                           *
      *                                                           *
      *************************************************************

                                                 VALUE "SPOL001A.EXE".
       01 CALLED-FROM-PRGM-NAME                  PIC X(12).
       01 WORK-OPERATOR-ID                       PIC X(5).
       01 WORK-TRAINING-STATUS                   PIC XX.
       01 WORK-SPOOL-INDEX-STATUS                PIC XX.
       01 WORK-SPOOL-REPORT-STATUS               PIC XX.
       01 WS-SPOOL-FILE-NAME                     PIC X(20).
       01 WORK-PICK-NUMBER                       PIC 9(3).
       01 WORK-ACTION-REPLY                      PIC X.
       01 WORK-LINES-SHOWN                       PIC 9(5).
      *    A RESTRICTED ENTRY (STATUS R) NEEDS FUNCTION "R" FOR THE
      *    ROLE MAIN01A PASSED IN PASSWORD-ACCESS-FLAG.
       01 WORK-PERMIT-STATUS                     PIC XX.
       01 WORK-SIGN-LOG-STATUS                   PIC XX.
       01 WORK-PERMIT-FUNCTION                   PIC X(3).
       01 WORK-PERMIT-OK-SWITCH                  PIC X.
          88 WORK-PERMIT-OK                          VALUE "Y".
      *    DELIVERY STATUS IN WORDS (STATUS LETTERS IN SPOOL.CPY),
      *    AND THE DELIVLOG.DAT LINES FOR ONE ENTRY.
       01 WORK-DELIVERY-LOG-STATUS               PIC XX.
       01 WORK-STATUS-WORDS                      PIC X(11).
       01 WORK-RESULT-WORDS                      PIC X(10).
       01 WORK-LOG-LINES-SHOWN                   PIC 9(3).

       PROCEDURE DIVISION CHAINING PASSWORD-ACCESS-FLAG
                                   CALLED-FROM-PRGM-NAME
                                   WORK-OPERATOR-ID.
       C000-MAIN-LINE SECTION.
       C020-MAIN-LINE-LOGIC.
           PERFORM DO-CHECK-TRAINING-MODE.
           PERFORM DO-LOAD-SPOOL-INDEX.
           IF WORK-INDEX-COUNT EQUAL ZERO
               DISPLAY "NO SPOOLED REPORTS ON THE INDEX"
                   UNTIL WORK-LIST-NUMBER GREATER THAN
                         WORK-INDEX-COUNT
               SET WORK-IX-I TO WORK-LIST-NUMBER
               PERFORM DO-SET-STATUS-WORDS
      *        A RESTRICTED REPORT'S FILE NAME CARRIES THE CARD
      *        NUMBER IT WAS RUN FOR, SO IT IS NOT LISTED.
               IF WORK-IDX-STATUS (WORK-IX-I) EQUAL "R"
                   DISPLAY WORK-LIST-NUMBER " "
                           WORK-IDX-JOB-NAME (WORK-IX-I) " "
                           WORK-IDX-RUN-DATE (WORK-IX-I) " "
                           WORK-IDX-RUN-TIME (WORK-IX-I) " "
                           "(RESTRICTED)         "
                           WORK-STATUS-WORDS
               ELSE
                   DISPLAY WORK-LIST-NUMBER " "
                           WORK-IDX-JOB-NAME (WORK-IX-I) " "
                           WORK-IDX-RUN-DATE (WORK-IX-I) " "
                           WORK-IDX-RUN-TIME (WORK-IX-I) " "
                           WORK-IDX-FILE-NAME (WORK-IX-I) " "
                           WORK-STATUS-WORDS
               END-IF
           END-PERFORM.

       DO-ACT-ON-ENTRY.
           SET WORK-IX-I TO WORK-PICK-NUMBER.
           MOVE "Y" TO WORK-PERMIT-OK-SWITCH.
           IF WORK-IDX-STATUS (WORK-IX-I) EQUAL "R"
               MOVE "R" TO WORK-PERMIT-FUNCTION
               PERFORM DO-CHECK-PERMISSION
           END-IF.
           IF WORK-IDX-STATUS (WORK-IX-I) EQUAL "P"
               DISPLAY "THAT REPORT HAS BEEN PURGED"
           ELSE IF NOT WORK-PERMIT-OK
               DISPLAY "THAT REPORT IS RESTRICTED -- YOUR ROLE MAY "
                       "NOT OPEN IT"
           ELSE
               DISPLAY "V=VIEW  P=PRINT/REPRINT  G=PURGE  "
                       "L=DELIVERY LOG: "
               MOVE SPACES TO WORK-ACTION-REPLY
               ACCEPT WORK-ACTION-REPLY
               MOVE WORK-IDX-FILE-NAME (WORK-IX-I)
                   PERFORM DO-PRINT-SPOOL-FILE
               ELSE IF WORK-ACTION-REPLY EQUAL "G"
                   PERFORM DO-PURGE-SPOOL-FILE
               ELSE IF WORK-ACTION-REPLY EQUAL "L"
                   PERFORM DO-LIST-DELIVERY-LOG
               ELSE
                   DISPLAY "NO ACTION TAKEN"
               END-IF
           END-PERFORM.
           CLOSE SPOOL-INDEX-FILE.

      *    A REPORT STILL AT A HAS NOT BEEN THROUGH THE LIB072A
      *    DISTRIBUTION RUN YET.
       DO-SET-STATUS-WORDS.
           IF WORK-IDX-STATUS (WORK-IX-I) EQUAL "A"
               MOVE "NOT SENT" TO WORK-STATUS-WORDS
           ELSE IF WORK-IDX-STATUS (WORK-IX-I) EQUAL "D"
               MOVE "DELIVERED" TO WORK-STATUS-WORDS
           ELSE IF WORK-IDX-STATUS (WORK-IX-I) EQUAL "N"
               MOVE "NO LIST" TO WORK-STATUS-WORDS
           ELSE IF WORK-IDX-STATUS (WORK-IX-I) EQUAL "F"
               MOVE "FAILED" TO WORK-STATUS-WORDS
           ELSE IF WORK-IDX-STATUS (WORK-IX-I) EQUAL "X"
               MOVE "NOT ON DISK" TO WORK-STATUS-WORDS
           ELSE IF WORK-IDX-STATUS (WORK-IX-I) EQUAL "R"
               MOVE "RESTRICTED" TO WORK-STATUS-WORDS
           ELSE IF WORK-IDX-STATUS (WORK-IX-I) EQUAL "P"
               MOVE "PURGED" TO WORK-STATUS-WORDS
           ELSE
               MOVE WORK-IDX-STATUS (WORK-IX-I) TO WORK-STATUS-WORDS
           END-IF.

      *    EVERY DELIVERY LOG LINE FOR THE CHOSEN RUN -- JOB, RUN
      *    DATE AND RUN TIME TOGETHER NAME ONE SPOOLED REPORT.
       DO-LIST-DELIVERY-LOG.
           MOVE 0 TO WORK-LOG-LINES-SHOWN.
           OPEN INPUT DELIVERY-LOG-FILE.
           IF WORK-DELIVERY-LOG-STATUS EQUAL "00"
               MOVE "0" TO WORK-EOF-SWITCH
               PERFORM DO-SHOW-NEXT-DELIVERY UNTIL WORK-EOF
               CLOSE DELIVERY-LOG-FILE
           END-IF.
           IF WORK-LOG-LINES-SHOWN EQUAL ZERO
               DISPLAY "NO DELIVERIES LOGGED FOR THAT REPORT"
           END-IF.

       DO-SHOW-NEXT-DELIVERY.
           READ DELIVERY-LOG-FILE
               AT END
                   MOVE "1" TO WORK-EOF-SWITCH
               NOT AT END
                   IF DLV-JOB-NAME EQUAL WORK-IDX-JOB-NAME (WORK-IX-I)
                      AND DLV-RUN-DATE EQUAL
                              WORK-IDX-RUN-DATE (WORK-IX-I)
                      AND DLV-RUN-TIME EQUAL
                              WORK-IDX-RUN-TIME (WORK-IX-I)
                       PERFORM DO-SHOW-ONE-DELIVERY
                   END-IF
           END-READ.

       DO-SHOW-ONE-DELIVERY.
           ADD 1 TO WORK-LOG-LINES-SHOWN.
           IF DLV-DELIVERED
               MOVE "DELIVERED" TO WORK-RESULT-WORDS
           ELSE IF DLV-HELD
               MOVE "HELD" TO WORK-RESULT-WORDS
           ELSE IF DLV-FAILED
               MOVE "FAILED" TO WORK-RESULT-WORDS
           ELSE IF DLV-NOTHING-FOR-BRANCH
               MOVE "NO PAGES" TO WORK-RESULT-WORDS
           ELSE
               MOVE DLV-RESULT-FLAG TO WORK-RESULT-WORDS
           END-IF.
           DISPLAY DLV-DATE " " DLV-TIME " "
                   DLV-RECIPIENT-TYPE " " DLV-RECIPIENT " "
                   DLV-METHOD-FLAG " " WORK-RESULT-WORDS " "
                   DLV-LINE-COUNT " " DLV-DELIVERED-FILE.

      *    THE MARKER FILE EXISTS ONLY IN THE TRAINING DIRECTORY,
      *    SO FINDING IT MEANS EVERY FILE HERE IS A TRAINING COPY.
       DO-CHECK-TRAINING-MODE.
           OPEN INPUT TRAINING-CONTROL-FILE.
           IF WORK-TRAINING-STATUS EQUAL "00"
               DISPLAY "*** TRAINING -- PRACTICE FILES, NOT LIVE ***"
               CLOSE TRAINING-CONTROL-FILE.

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
                   MOVE "SPOL001A" TO PERM-PROGRAM
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
           MOVE "SPOL001A" TO SIGN-LOG-PROGRAM.
           MOVE WORK-PERMIT-FUNCTION TO SIGN-LOG-FUNCTION.
           WRITE SIGN-ON-LOG-RECORD.
           CLOSE SIGN-ON-LOG-FILE.

       DO-LOG-CHAIN.
      *    LOG THE RETURN HOP TO WHICHEVER MENU PROGRAM CHAINED IN,
      *    SO THE TRIP THROUGH THIS PROGRAM SHOWS UP IN CHAINLOG.DAT.
