
       FD NAMES-BACKUP-FILE
          LABEL RECORDS STANDARD.
       01 NAMES-BACKUP-RECORD                       PIC X(238).

       FD CONTROL-BACKUP-FILE
          LABEL RECORDS STANDARD.
