      *           branch name and region, an active/inactive flag, and
      *           effective dates. tran-merge and tran-edit refuse
      *           detail records carrying a branch code that is not on
      *           this master in good standing. The master also names
      *           each branch's intake and acknowledgment files, so
      *           tran-merge takes in, and tran-edit acknowledges,
      *           every active branch on file - adding or retiring a
      *           branch is a branch-maint entry, not a program change.
      *           branch-closure records a branch's closure into a
      *           successor here: the last day its files are taken
      *           goes in BR-EXP-DATE and the successor's code in
      *           BR-SUCCESSOR, and once its records have been moved
      *           the branch is flagged inactive.
      ******************************************************************
       01  BRANCH-MASTER-RECORD.
           05 BR-BRANCH-CODE           PIC X(3).
               88  BR-INACTIVE                VALUE "I".
           05 BR-EFF-DATE              PIC X(10).
           05 BR-EXP-DATE              PIC X(10).
      * blank means the standard names BRANCHnnTRAN and BRANCHnnACK,
      * nn being the last two characters of the branch code - the
      * names the original three branches have always used
           05 BR-INTAKE-FILE           PIC X(20).
           05 BR-ACK-FILE              PIC X(20).
      * currency the branch sends its amounts in; blank means the
      * base currency (RUNPARMS BASE-CURRENCY), which every branch
      * used before the cross-border branch joined
           05 BR-CURRENCY              PIC X(3).
      * the branch this one closed into; spaces for a branch that
      * was never closed by branch-closure
           05 BR-SUCCESSOR             PIC X(3).
