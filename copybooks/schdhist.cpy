      ******************************************************************
      * Copybook: SCHDHIST
      * Purpose : Run-schedule change journal record (SCHEDHIST),
      *           written by schedule-maint for every card added,
      *           changed, or removed on RUNSCHEDULE. Carries the
      *           maintaining badge and the whole card before and
      *           after the change (the before image is blank on an
      *           add, the after image blank on a delete), in the
      *           style of the RATEHIST and ACCTHIST journals.
      ******************************************************************
       01  SCHED-HIST-RECORD.
           05 SHH-TIMESTAMP            PIC X(19).
           05 SHH-ACTION               PIC X(1).
               88  SHH-ACT-ADD                VALUE "A".
               88  SHH-ACT-CHANGE             VALUE "C".
               88  SHH-ACT-DELETE             VALUE "D".
           05 SHH-OPERATOR-BADGE       PIC 9(3).
           05 SHH-BEFORE-IMAGE         PIC X(23).
           05 SHH-AFTER-IMAGE          PIC X(23).
