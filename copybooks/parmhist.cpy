      ******************************************************************
      * Copybook: PARMHIST
      * Purpose : RUNPARMS change journal record (PARMHIST), written
      *           by parm-maint for every change staged, withdrawn, or
      *           folded into RUNPARMS, with the badge and the value
      *           before and after, in the style of the SCHEDHIST and
      *           RATEHIST journals.
      ******************************************************************
       01  PARM-HIST-RECORD.
           05 PH-TIMESTAMP             PIC X(19).
           05 PH-ACTION                PIC X(1).
               88  PH-ACT-STAGE               VALUE "S".
               88  PH-ACT-WITHDRAW            VALUE "W".
               88  PH-ACT-APPLY               VALUE "A".
           05 PH-OPERATOR-BADGE        PIC 9(3).
           05 PH-KEYWORD               PIC X(20).
           05 PH-EFF-DATE              PIC X(10).
           05 PH-BEFORE-VALUE          PIC X(20).
           05 PH-AFTER-VALUE           PIC X(20).
