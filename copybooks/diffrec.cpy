      *           (DIFFLEDGER). nightly-balance appends one record per
      *           discrepancy CHECK-BALANCES finds - which legs
      *           disagreed and by how much - and the
      *           difference-ledger program is where one operator
      *           records the explanation and a second marks the
      *           item cleared.
      *           Cleared items stay on the ledger with the clearing
      *           badge and date, so every break has an owner and an
      *           ending.
           05 DL-EXPLANATION           PIC X(40).
           05 DL-CLEAR-BADGE           PIC 9(3).
           05 DL-CLEAR-DATE            PIC X(10).
      * the badge that entered the explanation; clearing must be
      * signed off by a different badge. zero or spaces on items
      * from before the two-step clearing, and on items not yet
      * explained
           05 DL-EXPLAIN-BADGE         PIC 9(3).
           05 DL-EXPLAIN-DATE          PIC X(10).
