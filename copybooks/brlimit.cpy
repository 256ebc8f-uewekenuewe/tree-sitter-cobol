      ******************************************************************
      * Copybook: BRLIMIT
      * Purpose : Per-branch amount ceiling record (BRANCHLIMITS).
      *           tran-edit holds any detail whose first or second
      *           amount exceeds the ceiling in effect for its branch
      *           on PENDRELEASE for supervisor release. The ceiling
      *           is effective dated like the fee schedule: blank
      *           dates are open-ended, so records written before the
      *           dates existed stay in force. Maintained only through
      *           fee-schedule-maint, journaled to RATEHIST.
      ******************************************************************
       01  LIMITS-RECORD.
           05 BL-BRANCH                PIC X(3).
           05 BL-LIMIT                 PIC 9(7)V99.
           05 BL-EFF-DATE              PIC X(10).
           05 BL-EXP-DATE              PIC X(10).
