       FD  BANK-REWRITE-FILE
           LABEL RECORDS OMITTED
           VALUE OF FILE-ID "BANKFILE.TMP".
       01  BANK-REWRITE-ROW                        PIC X(48).
      *
       WORKING-STORAGE SECTION.
      *
