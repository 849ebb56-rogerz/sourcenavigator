       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUEXBLD.
      ***************************************************************
      *                                                             *
      *   ON-DEMAND REBUILD UTILITY -- BUILDS THE DUE-DATE INDEX    *
      *   (CIRCDUE.DAT) FROM CIRC.DAT, THE FILE OF RECORD. THE      *
      *   INDEX IS KEPT IN STEP BY EVERY PROGRAM THAT WRITES A LOAN *
      *   OR MOVES ITS DUE DATE, BUT ONLY ONCE IT EXISTS -- THIS    *
      *   RUN CREATES IT THE FIRST TIME, AND IF THE TWO EVER        *
      *   DISAGREE (A CRASH BETWEEN THE TWO WRITES, A RESTORED      *
      *   CIRC.DAT, A SALVAGE REBUILD) IT THROWS THE OLD INDEX AWAY *
      *   AND WRITES ONE ENTRY PER OPEN OR CLAIMED LOAN. SAME       *
      *   ONE-TIME/ON-DEMAND CATEGORY AS XREFBLD -- NOT A NIGHTLY   *
      *   JOB.                                                      *
      *                                                             *
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CIRCULATION-FILE ASSIGN TO DISK
           ACCESS MODE SEQUENTIAL
           ORGANIZATION INDEXED
           RECORD KEY CIRC-ITEM-BARCODE
           FILE STATUS IS WORK-CIRCULATION-FILE-STATUS.
           SELECT DUE-DATE-XREF ASSIGN TO DISK
           ACCESS MODE RANDOM
           ORGANIZATION INDEXED
           RECORD KEY DUEX-KEY
           FILE STATUS IS WORK-DUE-XREF-STATUS.
       DATA DIVISION.
       FILE SECTION.

       copy circ.

       copy circdue.

       WORKING-STORAGE SECTION.
       01 WORK-CIRCULATION-FILE-STATUS            PIC XX.
       01 WORK-DUE-XREF-STATUS                    PIC XX.
       01 WORK-CIRC-EOF-SWITCH                    PIC X.
          88 WORK-CIRC-EOF                            VALUE "1".
       01 WORK-LOANS-READ-COUNT                   PIC 9(6) VALUE 0.
       01 WORK-DUEX-WRITTEN-COUNT                 PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       C000-MAIN-LINE SECTION.
       C020-MAIN-LINE-LOGIC.
           OPEN INPUT CIRCULATION-FILE.
           IF WORK-CIRCULATION-FILE-STATUS NOT EQUAL "00"
               DISPLAY "DUEXBLD: NO CIRC.DAT ON SYSTEM -- NOTHING "
                       "TO BUILD"
           ELSE
      *        OPEN OUTPUT THROWS THE OLD INDEX AWAY -- WHATEVER WAS
      *        IN IT IS EXACTLY WHAT IS IN QUESTION.
               OPEN OUTPUT DUE-DATE-XREF
               MOVE "0" TO WORK-CIRC-EOF-SWITCH
               PERFORM DO-BUILD-ONE-LOAN UNTIL WORK-CIRC-EOF
               CLOSE DUE-DATE-XREF
               CLOSE CIRCULATION-FILE
               DISPLAY "DUEXBLD: CIRC.DAT RECORDS READ:  "
                       WORK-LOANS-READ-COUNT
               DISPLAY "DUEXBLD: INDEX ENTRIES WRITTEN:  "
                       WORK-DUEX-WRITTEN-COUNT
           END-IF.
           STOP RUN.

      *    OPEN AND CLAIMED LOANS (STATUS O AND C) ARE INDEXED --
      *    SAME RULE THE WRITERS' MAINTENANCE FOLLOWS.
       DO-BUILD-ONE-LOAN.
           READ CIRCULATION-FILE NEXT RECORD
               AT END
                   MOVE "1" TO WORK-CIRC-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WORK-LOANS-READ-COUNT
                   IF CIRC-ITEM-OUT OR CIRC-ITEM-CLAIMED-RETURNED
                       MOVE CIRC-STATUS-FLAG TO DUEX-STATUS-FLAG
                       MOVE CIRC-DUE-DATE TO DUEX-DUE-DATE
                       MOVE CIRC-ITEM-BARCODE TO DUEX-ITEM-BARCODE
                       WRITE DUE-DATE-XREF-RECORD
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WORK-DUEX-WRITTEN-COUNT
                       END-WRITE
                   END-IF
           END-READ.
