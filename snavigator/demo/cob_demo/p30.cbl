      *
      *    BUILDS ONE COMMA-SEPARATED LINE PER PATRON, TRIMMING
      *    TRAILING BLANKS OFF EACH VARIABLE-WIDTH NAME/ADDRESS FIELD
      *    SO THE PORTAL DOESN'T HAVE TO (REQ042). THE SELF-SERVICE
      *    PIN IS NEVER PART OF THE EXPORT, SCRAMBLED OR NOT.
       C020-WRITE-CSV-RECORD.
      *
           STRING FUNCTION TRIM (PATRON-NUMBER)       DELIMITED BY SIZE
