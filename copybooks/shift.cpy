      *****************************************************************
      *  SHIFT -- COPY INTO FILE SECTION. THE WEEKLY STAFF SCHEDULE:  *
      *  ONE RECORD PER EMPLOYEE PER BRANCH THEY WORK AT, WITH THE    *
      *  SHIFT START AND END (HHMM, 24-HOUR CLOCK) FOR EACH DAY OF    *
      *  THE WEEK, SLOT 1 = SUNDAY THROUGH 7 = SATURDAY AS ON THE     *
      *  CALENDAR.DAT WEEKLY ENTRIES. A ZERO START IS A DAY OFF.      *
      *  MAINTAINED ON SHF001A, WHICH REFUSES A DAY THE LIBRARY IS    *
      *  WEEKLY CLOSED OR THE EMPLOYEE IS ALREADY SCHEDULED AT        *
      *  ANOTHER BRANCH; PAY019A CHECKS EACH DAY'S PUNCHES AGAINST    *
      *  IT.                                                          *
      *  THE COPYING PROGRAM MUST STILL DECLARE, IN FILE-CONTROL:     *
      *      SELECT SHIFT-SCHEDULE-FILE ASSIGN TO DISK                *
      *      ACCESS MODE RANDOM (OR DYNAMIC/SEQUENTIAL FOR SCANS)     *
      *      ORGANIZATION INDEXED                                     *
      *      RECORD KEY SHF-KEY.                                      *
      *****************************************************************
       FD  SHIFT-SCHEDULE-FILE
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID "SHIFT.DAT".
       01  SHIFT-SCHEDULE-RECORD.
           05  SHF-KEY.
               10  SHF-EMPLOYEE-ID                 PIC X(5).
               10  SHF-BRANCH-ID                   PIC X(3).
           05  SHF-DAY                             OCCURS 7 TIMES.
               10  SHF-START-TIME                  PIC 9(4).
               10  SHF-END-TIME                    PIC 9(4).
