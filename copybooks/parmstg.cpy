      ******************************************************************
      * Copybook: PARMSTG
      * Purpose : Staged RUNPARMS change record (PARMSTAGE), written
      *           by parm-maint. A change waits here, pending, until
      *           the business date reaches its effective date; from
      *           that run on parm-loader lays it over the RUNPARMS
      *           cards (printing it on the night it takes effect),
      *           and parm-maint later folds it into RUNPARMS itself
      *           and marks it applied. A pending change may be
      *           withdrawn until its effective date arrives.
      ******************************************************************
       01  PARM-STAGE-RECORD.
           05 PS-KEYWORD               PIC X(20).
      * the value as it is to stand on the card, already validated
      * and padded to the parameter's width; spaces turn a flag off
           05 PS-VALUE                 PIC X(20).
           05 PS-EFF-DATE              PIC X(10).
           05 PS-STATUS                PIC X(1).
               88  PS-PENDING                 VALUE "P".
               88  PS-APPLIED                 VALUE "A".
               88  PS-WITHDRAWN               VALUE "W".
           05 PS-BADGE                 PIC 9(3).
           05 PS-STAGED-DATE           PIC X(10).
      * the value the change replaces on its effective date
           05 PS-BEFORE-VALUE          PIC X(20).
      * when, and by which badge, it was folded into RUNPARMS or
      * withdrawn; spaces and zero while pending
           05 PS-CLOSED-DATE           PIC X(10).
           05 PS-CLOSED-BADGE          PIC 9(3).
