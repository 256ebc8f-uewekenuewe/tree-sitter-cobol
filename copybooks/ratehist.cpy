      ******************************************************************
      * Copybook: RATEHIST
      * Purpose : Rate-change journal record (RATEHIST), written by
      *           fee-schedule-maint for every add, change, or expiry
      *           on FEESCHEDULE or BRANCHLIMITS, and by
      *           exchange-rate-maint for every add, change, or
      *           delete on EXCHRATES, by interest-rate-maint for
      *           every add, change, or expiry on INTRATES, by
      *           gl-map-maint for every add, change, or expiry on
      *           GLMAP, and by cost-alloc-maint for every add,
      *           change, or expiry on ALLOCACCTS. Carries the
      *           maintaining badge and the whole record before and
      *           after the change (the before image is blank on an
      *           add), in the style of the HOSPHIST journal, so any
      *           branch's fee, ceiling, exchange rate, interest rate,
      *           GL mapping, or cost-allocation designation can be
      *           traced to who changed it and when.
      ******************************************************************
       01  RATE-HIST-RECORD.
           05 RH-TIMESTAMP             PIC X(19).
           05 RH-FILE                  PIC X(1).
               88  RH-FILE-FEES               VALUE "F".
               88  RH-FILE-LIMITS             VALUE "L".
               88  RH-FILE-EXCHANGE           VALUE "X".
               88  RH-FILE-INTEREST           VALUE "I".
               88  RH-FILE-GLMAP              VALUE "G".
               88  RH-FILE-ALLOC              VALUE "K".
           05 RH-ACTION                PIC X(1).
               88  RH-ACT-ADD                 VALUE "A".
               88  RH-ACT-CHANGE              VALUE "C".
               88  RH-ACT-EXPIRE              VALUE "E".
               88  RH-ACT-DELETE              VALUE "D".
           05 RH-OPERATOR-BADGE        PIC 9(3).
           05 RH-BEFORE-IMAGE          PIC X(64).
           05 RH-AFTER-IMAGE           PIC X(64).
