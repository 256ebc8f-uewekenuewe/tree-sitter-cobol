      *          timestamps, elapsed seconds, and return code, plus
      *          job-level start and end records, so questions like
      *          "when did table-lookup start running long?" can be
      *          answered from data. The steps, the program each
      *          one CALLs, its parameter, the highest return code
      *          that is only a warning, and the steps it depends on
      *          come from the STEPCATALOG file (see step-catalog),
      *          the same list nightly_batch.sh reads; the driver
      *          refuses to start on a catalog with a missing
      *          dependency or a dependency cycle, and runs the steps
      *          wave by wave in dependency order. Parameter PLAN
      *          checks the catalog and prints each step's wave
      *          without running anything; STEP name runs that one
      *          step on its own - no job lock, checkpoint or date
      *          advance - so the shell can run the steps of one wave
      *          side by side.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05 JL-RETURN-CODE        PIC S9(4)
                                    SIGN LEADING SEPARATE.

      * run-frequency schedule: one card per step that is not daily,
      * maintained by schedule-maint
       FD  SCHEDULE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY schedrec.

      * single-instance job lock: a held record means a driver is
      * (or died) running; a second driver refuses to start until the
           05 WS-CYCLE-DATE         PIC X(8).
           05 WS-CYCLE-NUMBER       PIC 9(3).

       01  WS-DRIVER-ARGS               PIC X(40).
       01  WS-DRIVER-PARM               PIC X(4).
           88  WS-FORCE-FULL-RERUN              VALUE "F".
           88  WS-PLAN-ONLY                     VALUE "PLAN".
           88  WS-SINGLE-STEP                   VALUE "STEP".
       01  WS-DRIVER-TOKEN              PIC X(20).
       01  WS-DRIVER-STEP-TOKEN         PIC X(20).
       01  WS-DRIVER-BADGE-X            PIC X(3).

       01  WS-CAT-SUB                   PIC 9(2) VALUE ZERO.
       01  WS-CAT-FOUND-SW              PIC X(1) VALUE "N".
           88  WS-CAT-FOUND                     VALUE "Y" FALSE "N".

       01  WS-RESTART-PENDING-SW        PIC X(1) VALUE "N".
           88  WS-RESTART-PENDING               VALUE "Y" FALSE "N".

       01  WS-DONE-STEPS.
           05 WS-DONE-STEP OCCURS 50 TIMES PIC X(20).
       01  WS-DONE-COUNT                PIC 9(2) VALUE ZERO.
       01  WS-DONE-SUB                  PIC 9(2) VALUE ZERO.

       01  WS-SCHEDULE-TABLE.
           05 WS-SCH-ROW OCCURS 50 TIMES.
               10 WS-SCH-STEP        PIC X(20).
               10 WS-SCH-FREQ        PIC X(1).
               10 WS-SCH-VALUE       PIC 9(2).
           05 WS-END-STAMP          PIC X(19).
           05 WS-JOB-START-STAMP    PIC X(19).

           COPY drvstep.
           COPY rundate.
           COPY runparm.
           COPY abendws.

       MAIN-PROCEDURE.

      * command line: F to force a full rerun, then the starting
      * operator's badge for the job-lock record; or PLAN; or STEP
      * and a step name, with an optional badge after it
           MOVE SPACES TO WS-DRIVER-ARGS
           ACCEPT WS-DRIVER-ARGS FROM COMMAND-LINE
           MOVE SPACES TO WS-DRIVER-PARM
           MOVE SPACES TO WS-DRIVER-TOKEN
           MOVE SPACES TO WS-DRIVER-BADGE-X
           MOVE SPACES TO WS-DRIVER-STEP-TOKEN
           UNSTRING WS-DRIVER-ARGS DELIMITED BY ALL " "
               INTO WS-DRIVER-PARM WS-DRIVER-TOKEN WS-DRIVER-BADGE-X
           END-UNSTRING
           IF WS-SINGLE-STEP
               MOVE WS-DRIVER-TOKEN TO WS-DRIVER-STEP-TOKEN
           ELSE
               MOVE WS-DRIVER-TOKEN(1:3) TO WS-DRIVER-BADGE-X
           END-IF

      * no step runs from a catalog that cannot be put in order -
      * refused before the job lock is taken or anything is touched
           CALL "step-catalog" USING DRIVER-STEP-CATALOG
           IF DRIVER-CATALOG-BAD
               DISPLAY "NIGHTLY-DRIVER REFUSED - STEPCATALOG IS NOT "
                   "USABLE: " DRIVER-CATALOG-MESSAGE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-PLAN-ONLY
               PERFORM PRINT-STEP-PLAN
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-SINGLE-STEP
               DISPLAY "===== NIGHTLY STEP " WS-DRIVER-STEP-TOKEN
                   " STARTED ====="
           ELSE
               DISPLAY "===== NIGHTLY BATCH JOB STARTED ====="
           END-IF

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           CALL "business-date" USING WS-RUN-DATE
               STOP RUN
           END-IF

           IF WS-SINGLE-STEP
               PERFORM RUN-SINGLE-STEP
               STOP RUN
           END-IF

           IF WS-FORCE-FULL-RERUN
               DISPLAY "OPERATOR OVERRIDE - FULL RERUN FORCED"
               PERFORM CLEAR-JOB-CHECKPOINT

           PERFORM LOAD-JOB-CHECKPOINT

      * the steps in catalog run order - wave by wave, each step
      * after everything it depends on. a failure stops the rest of
      * the night, as it always has
           PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                   UNTIL WS-CAT-SUB > DRIVER-STEP-COUNT
               MOVE DRIVER-STEP-NAME(WS-CAT-SUB) TO WS-STEP-NAME
               PERFORM RUN-ONE-STEP
           END-PERFORM

           IF WS-JOB-FAILED
               DISPLAY "===== NIGHTLY BATCH JOB FAILED ====="

           STOP RUN.

       PRINT-STEP-PLAN.

      * one line per step in run order; nightly_batch.sh starts the
      * steps of each wave together from these lines
           DISPLAY "STEP PLAN: " DRIVER-STEP-COUNT " STEPS IN "
               DRIVER-WAVE-COUNT " WAVES"
           PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                   UNTIL WS-CAT-SUB > DRIVER-STEP-COUNT
               DISPLAY "WAVE " DRIVER-STEP-WAVE(WS-CAT-SUB) " "
                   DRIVER-STEP-NAME(WS-CAT-SUB) " "
                   DRIVER-STEP-WARN-RC(WS-CAT-SUB)
           END-PERFORM.

       RUN-SINGLE-STEP.

      * one step on its own for the shell's side-by-side waves: the
      * run and cycle numbers are read, not assigned, and nothing is
      * checkpointed - the shell decides whether the night goes on
      * from the return code
           SET WS-CAT-FOUND TO FALSE
           PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                   UNTIL WS-CAT-SUB > DRIVER-STEP-COUNT
                   OR WS-CAT-FOUND
               IF DRIVER-STEP-NAME(WS-CAT-SUB) = WS-DRIVER-STEP-TOKEN
                   SET WS-CAT-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-CAT-FOUND
               DISPLAY "STEP " WS-DRIVER-STEP-TOKEN
                   " IS NOT IN STEPCATALOG - NOT RUN"
               MOVE 8 TO RETURN-CODE
           ELSE
               SUBTRACT 1 FROM WS-CAT-SUB
               MOVE DRIVER-STEP-NAME(WS-CAT-SUB) TO WS-STEP-NAME

               CALL "run-control" USING WS-RUN-NUMBER
               MOVE WS-RUN-DATE TO WS-CYCLE-DATE
               CALL "cycle-control" USING WS-CYCLE-AREA

               PERFORM LOAD-RUN-SCHEDULE
               MOVE WS-RUN-DATE-YYYY TO WS-DA-YYYY
               MOVE WS-RUN-DATE-MM   TO WS-DA-MM
               MOVE WS-RUN-DATE-DD   TO WS-DA-DD
               CALL "BUSINESS-DATE-ATTRS" USING WS-DATE-ATTRS

               MOVE ZERO TO WS-DONE-COUNT
               MOVE ZERO TO WS-STEP-RC
               PERFORM RUN-ONE-STEP
               MOVE WS-STEP-RC TO RETURN-CODE
           END-IF.

       CHECK-RESTART-PENDING.

      * a NIGHTLYCKPT record stamped with today's business date
                   MOVE WS-END-STAMP TO WS-STEP-START-STAMP
                   MOVE WS-END-SECS TO WS-START-SECS
                   PERFORM CALL-STEP-PROGRAM
                   IF DRIVER-STEP-WARN-RC(WS-CAT-SUB) > ZERO
                       PERFORM CHECK-WARN-RC
                   ELSE
                       PERFORM CHECK-STEP-RC
                   END-IF
                   PERFORM WRITE-STEP-LOG
                   IF NOT WS-JOB-FAILED AND NOT WS-SINGLE-STEP
                       PERFORM RECORD-STEP-DONE
                   END-IF
               END-IF
                       AT END SET WS-CKPT-EOF TO TRUE
                   END-READ
                   PERFORM UNTIL WS-CKPT-EOF
                       IF WS-SCH-COUNT < 50
                               AND SCH-STEP NOT = SPACES
                           ADD 1 TO WS-SCH-COUNT
                           MOVE SCH-STEP

      * a step with no schedule card runs every night, as the whole
      * list always did - except jobstats-monthend, whose cutover
      * archives and empties the live JOBSTATS,
      * month-end-interest, which prices a whole month,
      * branch-scorecard, which scores one, cost-allocation,
      * which spreads one, and large-tran-report, which files one:
      * without a card they fail safe to the month-end default
      * instead of wiping the month-to-date stats, posting a part
      * month's interest, sending the branches a part month's
      * scorecard, spreading a part month's costs, or filing a part
      * month with the regulator every night
           SET WS-STEP-SCHEDULED TO TRUE
           SET WS-SCH-CARD-FOUND TO FALSE

           END-PERFORM

           IF NOT WS-SCH-CARD-FOUND
                   AND (WS-STEP-NAME = "jobstats-monthend"
                       OR WS-STEP-NAME = "month-end-interest"
                       OR WS-STEP-NAME = "branch-scorecard"
                       OR WS-STEP-NAME = "cost-allocation"
                       OR WS-STEP-NAME = "large-tran-report")
               IF WS-DA-MONTH-END
                   SET WS-STEP-SCHEDULED TO TRUE
               ELSE
      * an earlier step is not read back as this step's result
           MOVE 0 TO RETURN-CODE

      * the step's catalog parameter is handed on as the command
      * line its program accepts, in place of the driver's own
           DISPLAY DRIVER-STEP-PARM(WS-CAT-SUB) UPON COMMAND-LINE

           CALL DRIVER-STEP-PROGRAM(WS-CAT-SUB) USING WS-STEP-RC
               ON EXCEPTION
                   DISPLAY "STEP " WS-STEP-NAME " PROGRAM "
                       DRIVER-STEP-PROGRAM(WS-CAT-SUB) " NOT FOUND"
                   MOVE 16 TO RETURN-CODE
           END-CALL

           MOVE RETURN-CODE TO WS-STEP-RC.

      * failure the sentinel and the date stamp exist to stop
                   PERFORM UNTIL WS-CKPT-EOF
                       IF JC-RUN-DATE = WS-RUN-DATE
                           IF WS-DONE-COUNT < 50
                               ADD 1 TO WS-DONE-COUNT
                               MOVE JC-STEP
                                   TO WS-DONE-STEP(WS-DONE-COUNT)

       CHECK-WARN-RC.

      * a return code up to the step's catalog warning code is a
      * condition the operators must see but not one that should
      * cost the batch window - for the steps cataloged with 04: a
      * missing branch file from tran-merge, rejected codes from
      * validate-code, stale hospital units from hosp-unit-check,
      * exceptions flagged by jobstats-exception, a database outage
      * deferred by result-post, a CALCRESULTS break found by
      * result-recon, broken cross-references from integrity-sweep,
      * badges flagged or set inactive by dormant-sweep, missing
      * check-outs or overlong shifts from shift-hours, accounts
      * month-end-interest found no INTRATES row for, items
      * gl-journal found no GLMAP row for, payments refused or
      * invoices past 90 days from receivables-aging
           DISPLAY "STEP " WS-STEP-NAME " RETURN CODE: " WS-STEP-RC

           IF WS-STEP-RC > 0
                   AND WS-STEP-RC <= DRIVER-STEP-WARN-RC(WS-CAT-SUB)
               DISPLAY "STEP " WS-STEP-NAME
                   " WARNING - JOB CONTINUES"
           ELSE
