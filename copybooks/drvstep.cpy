      ******************************************************************
      * Copybook: DRVSTEP
      * Purpose : The night's steps as loaded from STEPCATALOG by
      *           CALL "step-catalog" USING DRIVER-STEP-CATALOG, in run
      *           order - by wave, then in catalog order within the
      *           wave. A step's wave is one more than the latest wave
      *           of the steps it depends on; steps in the same wave
      *           have no dependency between them. nightly-driver runs
      *           the rows in this order, and schedule-maint validates
      *           RUNSCHEDULE cards against and projects the run
      *           calendar from the same rows, so the catalog is the
      *           only place a step is added or removed. A catalog
      *           with a missing dependency or a dependency cycle
      *           comes back with DRIVER-CATALOG-BAD set, the reason
      *           in DRIVER-CATALOG-MESSAGE, and the rows in card
      *           order with no waves.
      ******************************************************************
       01  DRIVER-STEP-CATALOG.
           05 DRIVER-CATALOG-STATUS     PIC X(1).
               88  DRIVER-CATALOG-OK           VALUE "Y".
               88  DRIVER-CATALOG-BAD          VALUE "N".
           05 DRIVER-CATALOG-MESSAGE    PIC X(80).
           05 DRIVER-STEP-COUNT         PIC 9(2).
           05 DRIVER-WAVE-COUNT         PIC 9(2).
           05 DRIVER-STEP-ROW OCCURS 50 TIMES.
               10 DRIVER-STEP-NAME      PIC X(20).
               10 DRIVER-STEP-PROGRAM   PIC X(30).
               10 DRIVER-STEP-WARN-RC   PIC 9(2).
               10 DRIVER-STEP-PARM      PIC X(10).
               10 DRIVER-STEP-ESQL      PIC X(1).
               10 DRIVER-STEP-SOURCE    PIC X(50).
               10 DRIVER-STEP-WAVE      PIC 9(2).
               10 DRIVER-STEP-DEP-COUNT PIC 9(2).
               10 DRIVER-STEP-DEP OCCURS 10 TIMES PIC X(20).
