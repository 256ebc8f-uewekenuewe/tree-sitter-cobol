      *           from the RUNPARMS control file (keyword=value cards)
      *           and prints the parameters in effect, so changing
      *           behavior is an operations edit instead of a
      *           recompile. Changes are staged through parm-maint
      *           with an effective business date; parm-loader lays
      *           the ones due over the cards.
      ******************************************************************
       01  RUN-PARMS.
           05 RP-RUN-MODE               PIC X(1).
           05 RP-PIN-MAX-AGE-DAYS       PIC 9(3).
           05 RP-WINDOW-DEADLINE        PIC 9(4).
           05 RP-WRITEOFF-DAYS          PIC 9(3).
      * days without a sign-on before operator-dormancy flags a
      * badge, and days more before a flagged badge is set inactive
           05 RP-DORMANT-DAYS           PIC 9(3).
           05 RP-DORMANT-GRACE-DAYS     PIC 9(3).
      * rostered length of a shift in hours; shift-hours flags a
      * check-in to check-out pairing that runs longer
           05 RP-SHIFT-HOURS            PIC 9(2).
      * the currency the books are kept in; every amount a branch
      * sends in another currency is converted to this one through
      * the day's EXCHRATES rate
           05 RP-BASE-CURRENCY          PIC X(3).
      * days from the invoice date to the due date on the branch fee
      * invoices fee-invoice writes to the RECEIVABLES ledger
           05 RP-AR-TERMS-DAYS          PIC 9(3).
      * tran-edit screens each detail against the account and branch
      * postings of the last SCREEN-DAYS business days on CALCAUDIT:
      * more than SCREEN-COUNT details, or more than SCREEN-AMOUNT
      * whole units in total, sends it to the screening review queue
      * (zero turns the count or amount test off)
           05 RP-SCREEN-DAYS            PIC 9(3).
           05 RP-SCREEN-COUNT           PIC 9(3).
           05 RP-SCREEN-AMOUNT          PIC 9(7).
      * large-tran-report files with the regulator every posting over
      * LARGE-TRAN-AMOUNT whole units, and every account whose
      * postings from one branch come to more than LARGE-MONTH-AMOUNT
      * in the month
           05 RP-LARGE-TRAN-AMOUNT      PIC 9(7).
           05 RP-LARGE-MONTH-AMOUNT     PIC 9(7).
      * REHEARSAL=Y runs the merge/edit/calculator chain against
      * scratch RHSL-prefixed files with every master, checkpoint,
      * and statistics update suppressed - the rehearsal-forecast
