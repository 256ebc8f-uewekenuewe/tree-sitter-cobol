       FILE SECTION.
       FD  RESULT-FILE
           LABEL RECORDS ARE STANDARD.
       01  RESULT-RECORD               PIC X(131).

       FD  PRINT-FILE
           LABEL RECORDS ARE STANDARD.

       FD  GEN-FILE
           LABEL RECORDS ARE STANDARD.
       01  GEN-RECORD                  PIC X(131).

       FD  CATALOG-FILE
           LABEL RECORDS ARE STANDARD.
