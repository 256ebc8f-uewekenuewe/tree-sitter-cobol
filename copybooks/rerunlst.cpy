      ******************************************************************
      * Copybook: RERUNLST
      * Purpose : Approved rerun card (RERUNLIST) - the only programs
      *           a supervisor may queue a rerun or reprint of from
      *           the menu, read by job-request when a request is
      *           filed, by job-request-run before each request is
      *           run, and cut by column in nightly_batch.sh, which
      *           builds every source on the list so the runner's
      *           CALL resolves. "*" in column 1 is a comment. A card
      *           names the program, the ENTRY the runner CALLs, the
      *           parameter the program takes on its command line -
      *           M = a month YYYY-MM, D = a date YYYY-MM-DD, Y = a
      *           year YYYY, N = none - and the source member from the
      *           top of the tree.
      *           Columns:  1-20 program   22-51 ENTRY   53 parm kind
      *                    55-104 source
      ******************************************************************
       01  RERUN-LIST-CARD.
           05 RL-PROGRAM               PIC X(20).
           05 FILLER                   PIC X(1).
           05 RL-ENTRY                 PIC X(30).
           05 FILLER                   PIC X(1).
           05 RL-PARM-KIND             PIC X(1).
               88  RL-PARM-MONTH              VALUE "M".
               88  RL-PARM-DATE               VALUE "D".
               88  RL-PARM-YEAR               VALUE "Y".
               88  RL-PARM-NONE               VALUE "N".
           05 FILLER                   PIC X(1).
           05 RL-SOURCE                PIC X(50).
