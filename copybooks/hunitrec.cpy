      ******************************************************************
      * Copybook: HUNITREC
      * Purpose : Hospital-unit cross-reference record (HOSPUNITS).
      *           One row per unit a hospital operates: the
      *           HOSPITALMASTER key and the VALIDCODES unit code,
      *           effective dated. A blank HU-EXP-DATE is a unit the
      *           hospital still operates; ending a unit sets the
      *           date and keeps the row, so history holds.
      *           Maintained only through hosp-unit-maint, which
      *           takes a unit only for an active, open hospital and
      *           a code in force on VALIDCODES; its nightly check
      *           lists the open rows that have since gone stale.
      ******************************************************************
       01  HOSPITAL-UNIT-RECORD.
           05 HU-HOSPITAL-KEY          PIC X(20).
           05 HU-UNIT-CODE             PIC 99.
           05 HU-EFF-DATE              PIC X(10).
           05 HU-EXP-DATE              PIC X(10).
