      ******************************************************************
      * Copybook: FEESCHED
      * Purpose : Fee schedule rate record (FEESCHEDULE). One rate
      *           per branch and operation code, effective dated; a
      *           blank FS-EFF-DATE is in effect from the beginning
      *           and a blank FS-EXP-DATE has no end. calc-copybook
      *           prices every calculated transaction from the rate in
      *           effect on the business date. Maintained only through
      *           fee-schedule-maint, which refuses overlapping date
      *           ranges for the same branch and operation and
      *           journals every change to RATEHIST.
      ******************************************************************
       01  FEE-SCHEDULE-RECORD.
           05 FS-BRANCH                PIC X(3).
           05 FS-OPERATION             PIC X(1).
           05 FS-RATE                  PIC S9(5)V99
                                       SIGN LEADING SEPARATE.
           05 FS-EFF-DATE              PIC X(10).
           05 FS-EXP-DATE              PIC X(10).
