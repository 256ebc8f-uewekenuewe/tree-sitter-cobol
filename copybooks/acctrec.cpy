      *           AM-CURR-BALANCE and then rolls the opening balance
      *           forward. Accounts first seen on a transaction are
      *           created automatically; details arriving with no
      *           account post to the SUSPENSE account. account-maint
      *           opens, freezes, and closes accounts and sets the
      *           owning branch; tran-edit enforces both. year-end-
      *           close stamps the last closed year on every account,
      *           and account-statement will not roll balances into a
      *           closed year.
      ******************************************************************
       01  ACCOUNT-MASTER-RECORD.
           05 AM-ACCOUNT               PIC X(8).
                                       SIGN LEADING SEPARATE.
           05 AM-LAST-STMT-DATE        PIC X(10).
           05 AM-EFF-DATE              PIC X(10).
      * O open, F frozen (details held for release), C closed
      * (details dropped); spaces on records from before the status
      * was kept count as open
           05 AM-STATUS                PIC X(1).
               88  AM-OPEN                    VALUES "O" " ".
               88  AM-FROZEN                  VALUE "F".
               88  AM-CLOSED                  VALUE "C".
           05 AM-STATUS-DATE           PIC X(10).
      * the last calendar year year-end-close has closed (YYYY);
      * spaces until the first close
           05 AM-CLOSED-YEAR           PIC X(4).
