          VALUE OF FILE-ID "NAMES.LST".
       01 NAMES-BACKUP-RECORD.
          05 NAMES-BACKUP-KEY                            PIC X(5).
          05 NAMES-BACKUP-REST                           PIC X(233).
       FD NAMES-BACKUP-FILE
          LABEL RECORDS STANDARD.
       01 NAMES-BACKUP-DUMP-RECORD                       PIC X(238).
       FD NAMES-BACKUP-CHECKPOINT
          LABEL RECORDS STANDARD
          VALUE OF FILE-ID "NAMESBAK.CKP".
