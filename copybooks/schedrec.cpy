      ******************************************************************
      * Copybook: SCHEDREC
      * Purpose : Run-frequency schedule card (RUNSCHEDULE), read by
      *           nightly-driver and maintained by schedule-maint. One
      *           card per step that is not daily. Frequencies: D
      *           daily, W weekly on SCH-VALUE (1=MON..7=SUN), M on
      *           business day SCH-VALUE of the month, E month end
      *           (the last business day). Steps with no card run
      *           daily as always.
      ******************************************************************
       01  SCHEDULE-RECORD.
           05 SCH-STEP              PIC X(20).
           05 SCH-FREQ              PIC X(1).
               88  SCH-FREQ-DAILY          VALUE "D".
               88  SCH-FREQ-WEEKLY         VALUE "W".
               88  SCH-FREQ-MONTHLY        VALUE "M".
               88  SCH-FREQ-MONTH-END      VALUE "E".
               88  SCH-FREQ-VALID          VALUES "D" "W" "M" "E".
           05 SCH-VALUE             PIC 9(2).
