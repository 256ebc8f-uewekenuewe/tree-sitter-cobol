      ******************************************************************
      * Copybook: INTRATE
      * Purpose : Month-end interest rate record (INTRATES). One row
      *           per branch and balance type for any date: the annual
      *           rate, as a percentage, that month-end-interest
      *           applies to an account's average daily balance, and
      *           the flat service charge it takes from the account
      *           each month. Type P covers a positive or zero
      *           average balance and type N a negative one, so a
      *           branch may pay on credit balances and charge on
      *           overdrawn ones at different rates. Branch ALL is
      *           the default for any branch without rows of its own
      *           and for accounts with no branch. Blank effective
      *           and expiry dates mean open-ended. Maintained only
      *           through interest-rate-maint, which journals every
      *           change to RATEHIST.
      ******************************************************************
       01  INTEREST-RATE-RECORD.
           05 IR-BRANCH                PIC X(3).
           05 IR-BALANCE-TYPE          PIC X(1).
               88  IR-POSITIVE                VALUE "P".
               88  IR-NEGATIVE                VALUE "N".
           05 IR-ANNUAL-RATE           PIC 9(3)V9(4).
           05 IR-SERVICE-CHARGE        PIC 9(5)V99.
           05 IR-EFF-DATE              PIC X(10).
           05 IR-EXP-DATE              PIC X(10).
      * badge of the supervisor who entered or last changed the row
           05 IR-BADGE                 PIC 9(3).
