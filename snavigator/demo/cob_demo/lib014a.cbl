      *
       FD  CIRC-BACKUP-FILE
           LABEL RECORDS STANDARD.
       01  CIRC-BACKUP-RECORD                       PIC X(84).
      *
       FD  BOOKS-BACKUP-FILE
           LABEL RECORDS STANDARD.
       01  BOOKS-BACKUP-RECORD                      PIC X(127).
      *
       FD  BOOKCTL-BACKUP-FILE
           LABEL RECORDS STANDARD.
