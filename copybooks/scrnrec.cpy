      ******************************************************************
      * Copybook: SCRNREC
      * Purpose : Screening review queue record (SCREENQUEUE). tran-edit
      *           compares each detail that passed its branch limit
      *           with the same account and branch's postings over the
      *           last SCREEN-DAYS business days of CALCAUDIT, and with
      *           the details ahead of it in tonight's batch; a detail
      *           that takes the account over the SCREEN-COUNT or
      *           SCREEN-AMOUNT threshold, or that repeats an operation
      *           and amount pair already posted, is parked here
      *           instead of passing to CLEANTRAN. The screen-review
      *           program lets a supervisor badge release each item
      *           onto the RESUBMIT stream or refuse it into the
      *           calculator reject path, the same way pending-release
      *           works the limit queue. Worked items stay on the queue
      *           with their disposition for the audit trail.
      ******************************************************************
       01  SCREEN-RECORD.
           05 SCR-STATUS               PIC X(1).
               88  SCR-PENDING                VALUE "P".
               88  SCR-RELEASED               VALUE "R".
               88  SCR-REFUSED                VALUE "F".
           05 SCR-DATE-HELD            PIC X(10).
           05 SCR-BRANCH-CODE          PIC X(3).
           05 SCR-OPERATION            PIC X(1).
           05 SCR-FIRST-NUMBER         PIC S9(7)V99
                                       SIGN LEADING SEPARATE.
           05 SCR-SECOND-NUMBER        PIC S9(7)V99
                                       SIGN LEADING SEPARATE.
           05 SCR-SEQUENCE             PIC 9(7).
           05 SCR-ACCOUNT              PIC X(8).
           05 SCR-WORKED-BADGE         PIC 9(3).
           05 SCR-WORKED-DATE          PIC X(10).
      * why the detail was caught - C over the count, T over the
      * total, D a repeat of an earlier detail; any of the three
      * may be set, spaces where a test did not trip
           05 SCR-REASONS.
               10 SCR-REASON-COUNT     PIC X(1).
                   88  SCR-OVER-COUNT         VALUE "C".
               10 SCR-REASON-TOTAL     PIC X(1).
                   88  SCR-OVER-TOTAL         VALUE "T".
               10 SCR-REASON-REPEAT    PIC X(1).
                   88  SCR-REPEAT             VALUE "D".
      * the window figures the detail was judged on, itself included:
      * details for the account and branch, and their total in the
      * base currency
           05 SCR-WINDOW-COUNT         PIC 9(5).
           05 SCR-WINDOW-TOTAL         PIC 9(9)V99.
      * the sequence number of the earlier detail it repeats; zero
      * when it is not a repeat or the earlier one came from the
      * interactive calculators
           05 SCR-MATCH-SEQUENCE       PIC 9(7).
      * the badge that keyed the detail in reject-rework; that badge
      * may not release it. zero for details from a branch feed
           05 SCR-KEYED-BADGE          PIC 9(3).
