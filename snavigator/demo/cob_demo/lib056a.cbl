       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. LIB056A.
      *
       DATE-WRITTEN. 10/15/26.
      *
      ***************************************************************
      *                                                             *
      * ACQUISITIONS FUND STATUS REPORT -- ONE LINE PER FUND ON     *
      * FUND.DAT FOR THE KEYED FISCAL YEAR (JULY 1 THROUGH JUNE 30, *
      * KNOWN BY ITS ENDING YEAR; THE COMMAND-LINE PARM'S FIRST     *
      * FOUR CHARACTERS, BLANK = THE CURRENT YEAR): ALLOCATION,     *
      * ENCUMBRANCES CARRIED IN FROM THE YEAR BEFORE, ENCUMBERED    *
      * (OPEN ORDER LINES, CARRIED-IN INCLUDED), SPENT (INVOICE     *
      * COST OF RECEIVED LINES), AND THE FREE BALANCE LEFT TO       *
      * ORDER AGAINST. AN OVERDRAWN FUND IS FLAGGED OVER.           *
      * YEAR END: "CCYY ROLL" ON THE COMMAND LINE ALSO MOVES EVERY  *
      * OPEN ORDER LINE STILL ENCUMBERED IN THAT YEAR ONTO THE      *
      * FUND'S ROW FOR THE NEXT YEAR (CREATED WITH A ZERO           *
      * ALLOCATION IF FUND001A HAS NOT KEYED ONE YET), LISTS EACH   *
      * LINE MOVED, AND MARKS THE OLD YEAR'S ROWS ROLLED. THE ROLL  *
      * IS REFUSED UNTIL THE YEAR HAS ENDED. A SECOND ROLL OF THE   *
      * SAME YEAR FINDS NOTHING LEFT TO MOVE. RUN ON DEMAND.        *
      *                                                             *
      ***************************************************************
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT FUND-FILE ASSIGN TO DISK
           ACCESS MODE DYNAMIC
           ORGANIZATION INDEXED
           RECORD KEY FUND-KEY
           FILE STATUS IS WORK-FUND-STATUS.
      *
           SELECT ON-ORDER-FILE ASSIGN TO DISK
           ACCESS MODE SEQUENTIAL
           ORGANIZATION INDEXED
           RECORD KEY ORD-NUMBER
           FILE STATUS IS WORK-ON-ORDER-STATUS.
      *
           SELECT ORDER-CONTROL-FILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL.
      *
      *    SPOOLED TO DISK (SEE SPOOL.CPY) -- THE SPOL001A MANAGER
      *    VIEWS, PRINTS, REPRINTS, OR PURGES THE SPOOLED REPORT.
           SELECT FUND-REPORT-PRINT ASSIGN TO WS-SPOOL-FILE-NAME
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
       copy fund.
      *
       copy onorder.
      *
       copy spool.

       FD  FUND-REPORT-PRINT
           LABEL RECORDS OMITTED.
       01  FUND-REPORT-LINE                         PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
      *    SPOOL BOOKKEEPING -- THE SPOOL FILE NAME CARRIES THE JOB
      *    AND RUN DATE, AND EVERY RUN REGISTERS ITSELF ON THE
      *    SPOOL INDEX BEFORE WRITING A LINE.
       01  WS-SPOOL-FILE-NAME                       PIC X(20).
       01  WORK-SPOOL-INDEX-STATUS                  PIC XX.
       01  W037-SPOOL-JOB-NAME                      PIC X(8)
                                                     VALUE "LIB056A".
       01  W037-SPOOL-RUN-DATE                      PIC 9(6).
       01  W037-SPOOL-RUN-TIME                      PIC 9(8).
       01  W005-END-OF-FILE-SWITCH                  PIC X.
           88  W005-END-OF-FILE                     VALUE "1".
       01  WORK-FUND-STATUS                         PIC XX.
       01  WORK-ON-ORDER-STATUS                     PIC XX.
      *
       01  W005-TODAY-RAW-DATE.
           05  W005-TODAY-RAW-YY                    PIC 99.
           05  W005-TODAY-RAW-MM                    PIC 99.
           05  W005-TODAY-RAW-DD                    PIC 99.
       01  W005-CURRENT-FY                          PIC 9(4).
      *
      *    THE PARM: CCYY, THEN "ROLL" IN COLUMNS 6-9 FOR YEAR END.
       01  W006-RUN-PARM                            PIC X(10).
       01  W006-FISCAL-YEAR                         PIC 9(4).
       01  W006-NEXT-FISCAL-YEAR                    PIC 9(4).
       01  W006-ROLL-SWITCH                         PIC X.
           88  W006-ROLL-REQUESTED                  VALUE "Y".
      *
       01  W012-FUND-COUNT                          PIC 9(5) VALUE 0.
       01  W012-TOTAL-ALLOCATION                    PIC 9(8)V99
                                                     VALUE 0.
       01  W012-TOTAL-CARRIED-IN                    PIC 9(8)V99
                                                     VALUE 0.
       01  W012-TOTAL-ENCUMBERED                    PIC 9(8)V99
                                                     VALUE 0.
       01  W012-TOTAL-SPENT                         PIC 9(8)V99
                                                     VALUE 0.
       01  W012-TOTAL-FREE                          PIC S9(8)V99
                                                     VALUE 0.
       01  W012-ROLLED-LINES                        PIC 9(5) VALUE 0.
       01  W012-ROLLED-AMOUNT                       PIC 9(8)V99
                                                     VALUE 0.
       01  W012-ROWS-CREATED                        PIC 9(5) VALUE 0.
       01  W012-ROWS-MARKED                         PIC 9(5) VALUE 0.
      *
       01  W020-FREE-BALANCE                        PIC S9(8)V99.
       01  W020-ROLL-FUND-NAME                      PIC X(30).
      *
       01  W015-HEADING-LINE.
           05  FILLER                     PIC X(40) VALUE
               "LIB056A ACQUISITIONS FUND STATUS -- FY ".
           05  W015-HEADING-FY                       PIC 9(4).
      *
       01  W015-COLUMN-LINE.
           05  FILLER                     PIC X(40) VALUE
               "FUND        ALLOCATED   CARRIED IN   ENC".
           05  FILLER                     PIC X(33) VALUE
               "UMBERED        SPENT FREE BALANCE".
      *
       01  W015-DETAIL-LINE.
           05  W015-DET-FUND                         PIC X(8).
           05  FILLER                     PIC X VALUE SPACE.
           05  W015-DET-ALLOCATION                   PIC Z,ZZZ,ZZ9.99.
           05  FILLER                     PIC X VALUE SPACE.
           05  W015-DET-CARRIED-IN                   PIC Z,ZZZ,ZZ9.99.
           05  FILLER                     PIC X VALUE SPACE.
           05  W015-DET-ENCUMBERED                   PIC Z,ZZZ,ZZ9.99.
           05  FILLER                     PIC X VALUE SPACE.
           05  W015-DET-SPENT                        PIC Z,ZZZ,ZZ9.99.
           05  W015-DET-FREE                         PIC -,---,--9.99.
           05  FILLER                     PIC X VALUE SPACE.
           05  W015-DET-FLAG                         PIC X(6).
      *
       01  W015-ROLL-LINE.
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  W015-ROLL-ORDER                       PIC X(5).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  W015-ROLL-FUND                        PIC X(8).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  W015-ROLL-TITLE                       PIC X(30).
           05  FILLER                     PIC X(2) VALUE SPACES.
           05  W015-ROLL-AMOUNT                      PIC Z,ZZZ,ZZ9.99.
      *
       01  W015-FIGURE-LINE.
           05  W015-FIGURE-LABEL                    PIC X(44).
           05  W015-FIGURE-VALUE                    PIC ZZ,ZZZ,ZZ9.99.
      *
       PROCEDURE DIVISION.
      *
       C000-MAIN-LINE-LOGIC.
      *
           PERFORM C010-GET-RUN-PARMS.
           IF W006-ROLL-REQUESTED
              AND W006-FISCAL-YEAR NOT LESS THAN W005-CURRENT-FY
               DISPLAY "LIB056A: FY " W006-FISCAL-YEAR
                       " HAS NOT ENDED -- ROLLOVER REFUSED"
               GOBACK
           END-IF.
           IF W006-ROLL-REQUESTED
               OPEN I-O FUND-FILE
           ELSE
               OPEN INPUT FUND-FILE
           END-IF.
           IF WORK-FUND-STATUS NOT EQUAL "00"
               DISPLAY "LIB056A: NO FUND MASTER -- NOTHING TO REPORT"
               GOBACK
           END-IF.
           PERFORM C900-REGISTER-SPOOL-FILE.
           OPEN OUTPUT FUND-REPORT-PRINT.
           MOVE W006-FISCAL-YEAR TO W015-HEADING-FY.
           MOVE W015-HEADING-LINE TO FUND-REPORT-LINE.
           WRITE FUND-REPORT-LINE AFTER ADVANCING PAGE.
           MOVE W015-COLUMN-LINE TO FUND-REPORT-LINE.
           WRITE FUND-REPORT-LINE AFTER ADVANCING 2 LINES.
           PERFORM C020-PRINT-FUND-STATUS.
           IF W006-ROLL-REQUESTED
               PERFORM C030-ROLL-OPEN-ENCUMBRANCES
               PERFORM C040-MARK-YEAR-ROLLED
           END-IF.
           CLOSE FUND-REPORT-PRINT.
           CLOSE FUND-FILE.
           DISPLAY "LIB056A FUND STATUS COMPLETE FOR FY "
                   W006-FISCAL-YEAR.
           IF W006-ROLL-REQUESTED
               DISPLAY "LIB056A: " W012-ROLLED-LINES
                       " OPEN LINES ROLLED INTO FY "
                       W006-NEXT-FISCAL-YEAR
               DISPLAY "LIB056A: " W012-ROWS-MARKED
                       " FY " W006-FISCAL-YEAR
                       " FUND ROWS MARKED ROLLED"
           END-IF.
           GOBACK.
      *
       C010-GET-RUN-PARMS.
      *
           ACCEPT W005-TODAY-RAW-DATE FROM DATE.
           IF W005-TODAY-RAW-YY LESS THAN 50
               COMPUTE W005-CURRENT-FY = 2000 + W005-TODAY-RAW-YY
           ELSE
               COMPUTE W005-CURRENT-FY = 1900 + W005-TODAY-RAW-YY
           END-IF.
           IF W005-TODAY-RAW-MM GREATER THAN 6
               ADD 1 TO W005-CURRENT-FY
           END-IF.
           MOVE SPACES TO W006-RUN-PARM.
           ACCEPT W006-RUN-PARM FROM COMMAND-LINE.
           IF W006-RUN-PARM (1:4) IS NUMERIC
               MOVE W006-RUN-PARM (1:4) TO W006-FISCAL-YEAR
           ELSE
               MOVE W005-CURRENT-FY TO W006-FISCAL-YEAR
           END-IF.
           COMPUTE W006-NEXT-FISCAL-YEAR = W006-FISCAL-YEAR + 1.
           MOVE "N" TO W006-ROLL-SWITCH.
           IF W006-RUN-PARM (6:4) EQUAL "ROLL"
               MOVE "Y" TO W006-ROLL-SWITCH
           END-IF.
      *
      *    FUND.DAT IS KEYED FUND CODE THEN YEAR, SO ONE YEAR'S ROWS
      *    ARE SPREAD THROUGH THE FILE -- THE WHOLE FILE IS READ AND
      *    THE OTHER YEARS SKIPPED. THE LINES COME OUT IN FUND ORDER.
       C020-PRINT-FUND-STATUS.
      *
           MOVE "0" TO W005-END-OF-FILE-SWITCH.
           MOVE LOW-VALUES TO FUND-KEY.
           START FUND-FILE KEY IS NOT LESS THAN FUND-KEY
               INVALID KEY
                   MOVE "1" TO W005-END-OF-FILE-SWITCH
           END-START.
           PERFORM C022-PRINT-ONE-FUND UNTIL W005-END-OF-FILE.
           IF W012-FUND-COUNT EQUAL ZERO
               MOVE "  (NO FUNDS ON FILE FOR THIS YEAR)"
                       TO FUND-REPORT-LINE
               WRITE FUND-REPORT-LINE
           END-IF.
           MOVE "TOTAL" TO W015-DET-FUND.
           MOVE W012-TOTAL-ALLOCATION TO W015-DET-ALLOCATION.
           MOVE W012-TOTAL-CARRIED-IN TO W015-DET-CARRIED-IN.
           MOVE W012-TOTAL-ENCUMBERED TO W015-DET-ENCUMBERED.
           MOVE W012-TOTAL-SPENT TO W015-DET-SPENT.
           MOVE W012-TOTAL-FREE TO W015-DET-FREE.
           MOVE SPACES TO W015-DET-FLAG.
           MOVE W015-DETAIL-LINE TO FUND-REPORT-LINE.
           WRITE FUND-REPORT-LINE AFTER ADVANCING 2 LINES.
      *
       C022-PRINT-ONE-FUND.
      *
           READ FUND-FILE NEXT RECORD
               AT END
                   MOVE "1" TO W005-END-OF-FILE-SWITCH
               NOT AT END
                   IF FUND-FISCAL-YEAR EQUAL W006-FISCAL-YEAR
                       PERFORM C025-PRINT-FUND-LINE
                   END-IF
           END-READ.
      *
       C025-PRINT-FUND-LINE.
      *
           ADD 1 TO W012-FUND-COUNT.
           COMPUTE W020-FREE-BALANCE =
                   FUND-ALLOCATION - FUND-ENCUMBERED - FUND-SPENT.
           ADD FUND-ALLOCATION TO W012-TOTAL-ALLOCATION.
           ADD FUND-CARRIED-IN TO W012-TOTAL-CARRIED-IN.
           ADD FUND-ENCUMBERED TO W012-TOTAL-ENCUMBERED.
           ADD FUND-SPENT TO W012-TOTAL-SPENT.
           ADD W020-FREE-BALANCE TO W012-TOTAL-FREE.
           MOVE FUND-CODE TO W015-DET-FUND.
           MOVE FUND-ALLOCATION TO W015-DET-ALLOCATION.
           MOVE FUND-CARRIED-IN TO W015-DET-CARRIED-IN.
           MOVE FUND-ENCUMBERED TO W015-DET-ENCUMBERED.
           MOVE FUND-SPENT TO W015-DET-SPENT.
           MOVE W020-FREE-BALANCE TO W015-DET-FREE.
           MOVE SPACES TO W015-DET-FLAG.
           IF W020-FREE-BALANCE LESS THAN ZERO
               MOVE "OVER" TO W015-DET-FLAG
           ELSE IF FUND-IS-ROLLED
               MOVE "ROLLED" TO W015-DET-FLAG
           END-IF.
           MOVE W015-DETAIL-LINE TO FUND-REPORT-LINE.
           WRITE FUND-REPORT-LINE.
      *
      *    YEAR END. EVERY OPEN ORDER LINE STILL ENCUMBERED IN THE
      *    YEAR BEING CLOSED TAKES ITS ENCUMBRANCE, AND ITS YEAR,
      *    FORWARD -- SO ACQ001A RELIEVES THE RIGHT ROW WHEN THE BOX
      *    FINALLY ARRIVES OR THE LINE IS CANCELLED.
       C030-ROLL-OPEN-ENCUMBRANCES.
      *
           MOVE SPACES TO FUND-REPORT-LINE.
           WRITE FUND-REPORT-LINE.
           MOVE SPACES TO FUND-REPORT-LINE.
           STRING "OPEN ENCUMBRANCES ROLLED INTO FY "
                       DELIMITED BY SIZE
                  W006-NEXT-FISCAL-YEAR DELIMITED BY SIZE
                  INTO FUND-REPORT-LINE.
           WRITE FUND-REPORT-LINE AFTER ADVANCING 2 LINES.
           OPEN I-O ON-ORDER-FILE.
           IF WORK-ON-ORDER-STATUS NOT EQUAL "00"
               MOVE "  (NO ON-ORDER FILE)" TO FUND-REPORT-LINE
               WRITE FUND-REPORT-LINE
           ELSE
               MOVE "0" TO W005-END-OF-FILE-SWITCH
               PERFORM C032-ROLL-NEXT-ORDER UNTIL W005-END-OF-FILE
               CLOSE ON-ORDER-FILE
           END-IF.
           MOVE SPACES TO FUND-REPORT-LINE.
           WRITE FUND-REPORT-LINE.
           MOVE "ORDER LINES ROLLED" TO W015-FIGURE-LABEL.
           MOVE W012-ROLLED-LINES TO W015-FIGURE-VALUE.
           MOVE W015-FIGURE-LINE TO FUND-REPORT-LINE.
           WRITE FUND-REPORT-LINE.
           MOVE "ENCUMBRANCE ROLLED" TO W015-FIGURE-LABEL.
           MOVE W012-ROLLED-AMOUNT TO W015-FIGURE-VALUE.
           MOVE W015-FIGURE-LINE TO FUND-REPORT-LINE.
           WRITE FUND-REPORT-LINE.
           MOVE SPACES TO W015-FIGURE-LABEL.
           STRING "NEW FY " DELIMITED BY SIZE
                  W006-NEXT-FISCAL-YEAR DELIMITED BY SIZE
                  " ROWS CREATED (ALLOCATE ON FUND001A)"
                      DELIMITED BY SIZE
                  INTO W015-FIGURE-LABEL.
           MOVE W012-ROWS-CREATED TO W015-FIGURE-VALUE.
           MOVE W015-FIGURE-LINE TO FUND-REPORT-LINE.
           WRITE FUND-REPORT-LINE.
      *
       C032-ROLL-NEXT-ORDER.
      *
           READ ON-ORDER-FILE NEXT RECORD
               AT END
                   MOVE "1" TO W005-END-OF-FILE-SWITCH
               NOT AT END
                   IF ORD-IS-OPEN
                      AND ORD-FISCAL-YEAR EQUAL W006-FISCAL-YEAR
                      AND ORD-ENCUMBERED-AMOUNT GREATER THAN ZERO
                       PERFORM C035-ROLL-ONE-ORDER
                   END-IF
           END-READ.
      *
       C035-ROLL-ONE-ORDER.
      *
           MOVE SPACES TO W020-ROLL-FUND-NAME.
           MOVE ORD-FUND TO FUND-CODE.
           MOVE W006-FISCAL-YEAR TO FUND-FISCAL-YEAR.
           READ FUND-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE FUND-NAME TO W020-ROLL-FUND-NAME
                   IF ORD-ENCUMBERED-AMOUNT GREATER THAN
                           FUND-ENCUMBERED
                       MOVE ZERO TO FUND-ENCUMBERED
                   ELSE
                       SUBTRACT ORD-ENCUMBERED-AMOUNT
                               FROM FUND-ENCUMBERED
                   END-IF
                   REWRITE FUND-RECORD
           END-READ.
           MOVE ORD-FUND TO FUND-CODE.
           MOVE W006-NEXT-FISCAL-YEAR TO FUND-FISCAL-YEAR.
           READ FUND-FILE
               INVALID KEY
                   PERFORM C037-CREATE-NEXT-YEAR-ROW
               NOT INVALID KEY
                   ADD ORD-ENCUMBERED-AMOUNT TO FUND-CARRIED-IN
                   ADD ORD-ENCUMBERED-AMOUNT TO FUND-ENCUMBERED
                   REWRITE FUND-RECORD
           END-READ.
           MOVE W006-NEXT-FISCAL-YEAR TO ORD-FISCAL-YEAR.
           REWRITE ON-ORDER-RECORD.
           ADD 1 TO W012-ROLLED-LINES.
           ADD ORD-ENCUMBERED-AMOUNT TO W012-ROLLED-AMOUNT.
           MOVE ORD-NUMBER TO W015-ROLL-ORDER.
           MOVE ORD-FUND TO W015-ROLL-FUND.
           MOVE ORD-TITLE TO W015-ROLL-TITLE.
           MOVE ORD-ENCUMBERED-AMOUNT TO W015-ROLL-AMOUNT.
           MOVE W015-ROLL-LINE TO FUND-REPORT-LINE.
           WRITE FUND-REPORT-LINE.
      *
      *    THE NEW YEAR'S ROW STARTS WITH NOTHING BUT WHAT IT
      *    INHERITS -- THE ALLOCATION IS KEYED ON FUND001A.
       C037-CREATE-NEXT-YEAR-ROW.
      *
           MOVE ORD-FUND TO FUND-CODE.
           MOVE W006-NEXT-FISCAL-YEAR TO FUND-FISCAL-YEAR.
           MOVE W020-ROLL-FUND-NAME TO FUND-NAME.
           MOVE "O" TO FUND-STATUS-FLAG.
           MOVE ZERO TO FUND-ALLOCATION.
           MOVE ORD-ENCUMBERED-AMOUNT TO FUND-CARRIED-IN.
           MOVE ORD-ENCUMBERED-AMOUNT TO FUND-ENCUMBERED.
           MOVE ZERO TO FUND-SPENT.
           WRITE FUND-RECORD.
           ADD 1 TO W012-ROWS-CREATED.
      *
       C040-MARK-YEAR-ROLLED.
      *
           MOVE "0" TO W005-END-OF-FILE-SWITCH.
           MOVE LOW-VALUES TO FUND-KEY.
           START FUND-FILE KEY IS NOT LESS THAN FUND-KEY
               INVALID KEY
                   MOVE "1" TO W005-END-OF-FILE-SWITCH
           END-START.
           PERFORM C042-MARK-NEXT-FUND UNTIL W005-END-OF-FILE.
      *
       C042-MARK-NEXT-FUND.
      *
           READ FUND-FILE NEXT RECORD
               AT END
                   MOVE "1" TO W005-END-OF-FILE-SWITCH
               NOT AT END
                   IF FUND-FISCAL-YEAR EQUAL W006-FISCAL-YEAR
                      AND FUND-IS-OPEN
                       MOVE "R" TO FUND-STATUS-FLAG
                       REWRITE FUND-RECORD
                       ADD 1 TO W012-ROWS-MARKED
                   END-IF
           END-READ.
      *
      *    NAMES THE SPOOL FILE <JOB>.<YYMMDD>.RPT AND APPENDS THE
      *    RUN TO THE SPOOL INDEX SPOL001A WORKS FROM. PERFORMED
      *    BEFORE THE REPORT FILE OPENS.
       C900-REGISTER-SPOOL-FILE.
      *
           ACCEPT W037-SPOOL-RUN-DATE FROM DATE.
           ACCEPT W037-SPOOL-RUN-TIME FROM TIME.
           MOVE SPACES TO WS-SPOOL-FILE-NAME.
           STRING W037-SPOOL-JOB-NAME DELIMITED BY SPACE
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
           MOVE "A" TO SPOOL-IDX-STATUS.
           WRITE SPOOL-INDEX-RECORD.
           CLOSE SPOOL-INDEX-FILE.
