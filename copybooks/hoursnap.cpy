      *****************************************************************
      *  HOURSNAP -- COPY INTO FILE SECTION. THE NIGHTLY HOUR-BY-HOUR *
      *  DESK TRAFFIC HISTORY: LIB039A APPENDS, ALONGSIDE ITS         *
      *  CIRCSNAP.DAT ROW, ONE RECORD PER BRANCH PER CLOCK HOUR THAT  *
      *  SAW ANY ACTIVITY, WITH THAT HOUR'S CHECKOUTS, RETURNS,       *
      *  RENEWALS, AND DESK PAYMENTS, TIMED OFF THE HHMM STAMPS ON    *
      *  CIRC.DAT, CIRCHIST.DAT, AND FINEDTL.DAT. IT HAS TO BE TAKEN  *
      *  NIGHTLY BECAUSE A LOAN KEEPS ONLY ITS LATEST RENEWAL TIME.   *
      *  AN HOUR WITH NOTHING IN IT WRITES NO RECORD. LIB070A         *
      *  AVERAGES IT BY BRANCH, WEEKDAY, AND HOUR FOR THE DESK        *
      *  SCHEDULE.                                                    *
      *  THE COPYING PROGRAM MUST STILL DECLARE, IN FILE-CONTROL:     *
      *      SELECT HOUR-SNAPSHOT-FILE ASSIGN TO DISK                 *
      *      ORGANIZATION IS SEQUENTIAL.                              *
      *****************************************************************
       FD  HOUR-SNAPSHOT-FILE
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID "HOURSNAP.DAT".
       01  HOUR-SNAPSHOT-RECORD.
           05  HSNAP-DATE                          PIC 9(8).
           05  HSNAP-BRANCH-ID                     PIC X(3).
      *    00-23 ON THE 24-HOUR CLOCK -- 09 COVERS 9:00 TO 9:59.
           05  HSNAP-HOUR                          PIC 99.
           05  HSNAP-CHECKOUTS                     PIC 9(5).
           05  HSNAP-RETURNS                       PIC 9(5).
           05  HSNAP-RENEWALS                      PIC 9(5).
      *    PAYMENTS TAKEN AT THE DESK -- A COUNT, NOT AN AMOUNT;
      *    PORTAL PAYMENTS CARRY NO HOUR AND ARE NOT IN IT.
           05  HSNAP-PAYMENTS                      PIC 9(5).
