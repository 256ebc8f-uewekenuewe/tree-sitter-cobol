      *          calc-variables, snapshots the RESULTFILE it wrote to a
      *          work file, runs calc-copybook over the same input, and
      *          then compares the two result files record by record.
      *          Any record where the computed result, its base-
      *          currency conversion, or status differs is reported, a
      *          summary count is printed, and the step ends with
      *          return code 8 on any mismatch. This is the
      *          proof we need before either engine can be retired.
      * Tectonics: cobc
      ******************************************************************
           05 RES-SEQUENCE         PIC X(7).
           05 RES-ACCOUNT          PIC X(8).
           05 RES-CYCLE            PIC X(3).
           05 RES-ORIG-SEQUENCE    PIC X(7).
           05 RES-BRANCH           PIC X(3).
           05 RES-CURRENCY         PIC X(3).
           05 RES-RATE             PIC X(10).
           05 RES-BASE-FIRST       PIC X(12).
           05 RES-BASE-SECOND      PIC X(12).
           05 RES-BASE-RESULT      PIC X(12).

       FD  COMPARE-WORK-FILE
           LABEL RECORDS ARE STANDARD.
           05 CMP-SEQUENCE         PIC X(7).
           05 CMP-ACCOUNT          PIC X(8).
           05 CMP-CYCLE            PIC X(3).
           05 CMP-ORIG-SEQUENCE    PIC X(7).
           05 CMP-BRANCH           PIC X(3).
           05 CMP-CURRENCY         PIC X(3).
           05 CMP-RATE             PIC X(10).
           05 CMP-BASE-FIRST       PIC X(12).
           05 CMP-BASE-SECOND      PIC X(12).
           05 CMP-BASE-RESULT      PIC X(12).

       FD  COMPARE-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
                   PERFORM WRITE-EXTRA-VARIABLES-LINE
               WHEN CMP-RESULT NOT = RES-RESULT
                       OR CMP-STATUS NOT = RES-STATUS
                       OR CMP-BASE-RESULT NOT = RES-BASE-RESULT
                   ADD 1 TO WS-MISMATCH-COUNT
                   PERFORM WRITE-MISMATCH-LINE
               WHEN OTHER
