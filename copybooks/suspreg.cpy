      ******************************************************************
      * Copybook: SUSPREG
      * Purpose : SUSPENSE clearing register record (SUSPCLEAR). One
      *           record is appended by suspense-clear for every
      *           CALCAUDIT entry an operator reassigns out of the
      *           SUSPENSE account. The audit entry is identified by
      *           its business date, run number, and pipeline sequence
      *           number; the record carries the amount moved, the
      *           account it was moved to, and the badge of the
      *           operator who made the reassignment. The register is
      *           what marks an audit entry as cleared, and
      *           account-statement lists it so the SUSPENSE and
      *           target statements reconcile to their balances.
      ******************************************************************
       01  SUSPENSE-CLEAR-RECORD.
           05 SC-CLEAR-DATE             PIC X(10).
           05 SC-CLEAR-TIME             PIC X(8).
           05 SC-BRANCH                 PIC X(3).
           05 SC-AUDIT-DATE             PIC X(10).
           05 SC-RUN-NUMBER             PIC 9(7).
           05 SC-SEQUENCE               PIC 9(7).
           05 SC-AMOUNT                 PIC S9(9)V99
                                        SIGN LEADING SEPARATE.
           05 SC-TO-ACCOUNT             PIC X(8).
           05 SC-BADGE                  PIC 9(3).
