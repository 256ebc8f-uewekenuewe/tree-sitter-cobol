      ******************************************************************
      * Copybook: GLMAP
      * Purpose : General-ledger mapping record (GLMAP). Maps the
      *           items gl-journal picks up each night - a processed
      *           RESULTFILE record (source R) or a FEESFILE line item
      *           (source F) - to the GL account debited and the GL
      *           account credited for a positive amount; a negative
      *           amount posts the other way round. A row is keyed by
      *           source, branch, account, and operation code, where
      *           branch ALL, account ALL, and operation * are
      *           wildcards; an item takes the most specific row in
      *           force on the business date - a named account before
      *           a named branch before a named operation. Blank
      *           effective and expiry dates mean open-ended.
      *           Maintained only through gl-map-maint, which journals
      *           every change to RATEHIST.
      ******************************************************************
       01  GL-MAP-RECORD.
           05 GM-SOURCE                PIC X(1).
               88  GM-SOURCE-RESULT           VALUE "R".
               88  GM-SOURCE-FEE              VALUE "F".
           05 GM-BRANCH                PIC X(3).
           05 GM-ACCOUNT               PIC X(8).
           05 GM-OPERATION             PIC X(1).
           05 GM-DEBIT-GL              PIC X(10).
           05 GM-CREDIT-GL             PIC X(10).
           05 GM-EFF-DATE              PIC X(10).
           05 GM-EXP-DATE              PIC X(10).
      * badge of the supervisor who entered or last changed the row
           05 GM-BADGE                 PIC 9(3).
