      ******************************************************************
      * Copybook: ACCTHIST
      * Purpose : Account maintenance journal record (ACCTHIST),
      *           written by account-maint for every open, owning
      *           branch change, freeze, unfreeze, and close on
      *           ACCOUNTMASTER. Carries the maintaining badge and
      *           the whole account record before and after the
      *           change (the before image is blank on an open), in
      *           the style of the HOSPHIST journal.
      ******************************************************************
       01  ACCT-HIST-RECORD.
           05 AH-TIMESTAMP             PIC X(19).
           05 AH-ACTION                PIC X(1).
               88  AH-ACT-OPEN                VALUE "O".
               88  AH-ACT-BRANCH              VALUE "B".
               88  AH-ACT-FREEZE              VALUE "F".
               88  AH-ACT-UNFREEZE            VALUE "U".
               88  AH-ACT-CLOSE               VALUE "C".
           05 AH-OPERATOR-BADGE        PIC 9(3).
           05 AH-BEFORE-IMAGE          PIC X(80).
           05 AH-AFTER-IMAGE           PIC X(80).
