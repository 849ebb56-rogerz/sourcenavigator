       FD  HISTORY-KEEP-FILE
           LABEL RECORDS STANDARD
           VALUE OF FILE-ID "CIRCHIST.TMP".
       01  HISTORY-KEEP-RECORD                      PIC X(58).
      *
       FD  HISTORY-ARCHIVE-FILE
           LABEL RECORDS STANDARD.
       01  HISTORY-ARCHIVE-RECORD                   PIC X(58).
      *
       copy spool.

