           05 RM-REASON-CODE        PIC X(3).
           05 RM-WRITEOFF-BADGE     PIC 9(3).
           05 RM-WRITEOFF-DATE      PIC X(10).
      * the supervisor who proposed the write-off; a different
      * supervisor approves it. zero or spaces when none is proposed
      * and on write-offs from before the two-step approval
           05 RM-PROPOSE-BADGE      PIC 9(3).
           05 RM-PROPOSE-DATE       PIC X(10).

       WORKING-STORAGE SECTION.
       01  WS-INQ-CHOICE            PIC X(1).
