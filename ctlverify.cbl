       FILE SECTION.
       FD  CHECKED-FILE
           LABEL RECORDS ARE STANDARD.
       01  CHECKED-RECORD              PIC X(200).

       FD  AUDIT-CTL-FILE
           LABEL RECORDS ARE STANDARD.
