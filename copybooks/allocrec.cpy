      ******************************************************************
      * Copybook: ALLOCREC
      * Purpose : Cost-allocation designation record (ALLOCACCTS).
      *           Names the cost accounts whose month's activity
      *           cost-allocation spreads across the hospitals of a
      *           region by bed count. The region is the one the
      *           account's owning branch is in on BRANCHMASTER
      *           unless AA-REGION names another. Blank effective and
      *           expiry dates mean open-ended; a month is allocated
      *           for an account whose row is in force on the month's
      *           last day. Maintained only through cost-alloc-maint,
      *           which journals every change to RATEHIST.
      ******************************************************************
       01  ALLOC-ACCOUNT-RECORD.
           05 AA-ACCOUNT               PIC X(8).
      * spaces = the region of the account's owning branch
           05 AA-REGION                PIC X(3).
           05 AA-EFF-DATE              PIC X(10).
           05 AA-EXP-DATE              PIC X(10).
      * badge of the supervisor who entered or last changed the row
           05 AA-BADGE                 PIC 9(3).
