                                       SIGN LEADING SEPARATE.
           05 DP-STATUS                PIC X(1).
           05 DP-REASON                PIC X(20).
           05 DP-ACCOUNT               PIC X(8).
           05 DP-BRANCH                PIC X(3).
      * the branch's currency and the amounts converted to the base
      * currency; entries queued before currencies were carried end
      * at DP-BRANCH and are taken as base-currency amounts
           05 DP-CURRENCY              PIC X(3).
           05 DP-BASE-FIRST            PIC S9(9)V99
                                       SIGN LEADING SEPARATE.
           05 DP-BASE-SECOND           PIC S9(9)V99
                                       SIGN LEADING SEPARATE.
           05 DP-BASE-RESULT           PIC S9(9)V99
                                       SIGN LEADING SEPARATE.
