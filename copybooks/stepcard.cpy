      ******************************************************************
      * Copybook: STEPCARD
      * Purpose : Step catalog card (STEPCATALOG), read by step-catalog
      *           for nightly-driver and schedule-maint, and cut by
      *           column in nightly_batch.sh - the one list of the
      *           night's steps. "*" in column 1 is a comment. An S
      *           card names a step: the program or ENTRY the driver
      *           CALLs, the highest return code that is only a
      *           warning (00 - any non-zero code stops the job), the
      *           parameter the step is run with, Y when the source
      *           carries EXEC SQL, the extra compile options, and the
      *           source member relative to the top of the tree. A D
      *           card says the step on it may not start until the
      *           step it depends on has finished; a step may carry
      *           as many D cards as it has predecessors. Steps with
      *           no dependency between them may run at the same time.
      *           Columns:  1 type       3-22 step
      *                    24-53 program 55-56 warn rc 58-67 parameter
      *                    69 esql      71-90 options  92-141 source
      *           D card:   3-22 step   24-43 depends on
      ******************************************************************
       01  STEP-CATALOG-CARD.
           05 SCC-TYPE              PIC X(1).
               88  SCC-STEP-CARD           VALUE "S".
               88  SCC-DEPEND-CARD         VALUE "D".
               88  SCC-COMMENT             VALUE "*".
           05 FILLER                PIC X(1).
           05 SCC-STEP              PIC X(20).
           05 FILLER                PIC X(1).
           05 SCC-STEP-DETAIL.
               10 SCC-PROGRAM       PIC X(30).
               10 FILLER            PIC X(1).
               10 SCC-WARN-RC       PIC X(2).
               10 FILLER            PIC X(1).
               10 SCC-PARM          PIC X(10).
               10 FILLER            PIC X(1).
               10 SCC-ESQL          PIC X(1).
               10 FILLER            PIC X(1).
               10 SCC-OPTIONS       PIC X(20).
               10 FILLER            PIC X(1).
               10 SCC-SOURCE        PIC X(50).
           05 SCC-DEPEND-DETAIL REDEFINES SCC-STEP-DETAIL.
               10 SCC-DEPENDS-ON    PIC X(20).
               10 FILLER            PIC X(98).
