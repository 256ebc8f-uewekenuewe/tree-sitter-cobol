      ******************************************************************
      * Copybook: DQLOG
      * Purpose : Branch data-quality log record. tran-edit writes
      *           one file a business date, DQEDIT + YYYYMMDD: a
      *           volume row per branch with the details it sent and
      *           a drop row per branch and drop reason. tran-merge
      *           writes DQMERGE + YYYYMMDD with a row for every
      *           duplicate batch it refused. Each is rewritten whole
      *           when its step is rerun for the same date, so a
      *           rerun night is never counted twice. branch-scorecard
      *           reads a month of them beside the reject, hold, and
      *           finance return files.
      ******************************************************************
       01  DQ-LOG-RECORD.
           05 DQ-DATE                  PIC X(10).
           05 DQ-BRANCH                PIC X(3).
           05 DQ-KIND                  PIC X(1).
               88  DQ-VOLUME                  VALUE "V".
               88  DQ-DROP                    VALUE "D".
               88  DQ-DUPLICATE               VALUE "U".
           05 DQ-COUNT                 PIC 9(7).
           05 DQ-REASON                PIC X(30).
