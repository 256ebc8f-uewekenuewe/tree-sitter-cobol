      *           stream - merged with the next run like any other
      *           resubmission - or refuse it into the calculator
      *           reject path. Worked items stay on the queue with
      *           their disposition for the audit trail. Details
      *           posted to a frozen account are held here the same
      *           way, marked with their hold reason.
      ******************************************************************
       01  PENDING-RECORD.
           05 PND-STATUS               PIC X(1).
           05 PND-ACCOUNT              PIC X(8).
           05 PND-WORKED-BADGE         PIC 9(3).
           05 PND-WORKED-DATE          PIC X(10).
      * why the detail was held; spaces on records from before the
      * reason was kept were all over-limit holds
           05 PND-HOLD-REASON          PIC X(1).
               88  PND-HOLD-LIMIT             VALUES "L" " ".
               88  PND-HOLD-FROZEN            VALUE "F".
      * the badge that keyed the detail in reject-rework, or the
      * supervisor who released it on an earlier pass; that badge
      * may not release it.
      * zero for details that came straight from a branch feed, and
      * spaces on records from before the badge was carried
           05 PND-KEYED-BADGE          PIC 9(3).
