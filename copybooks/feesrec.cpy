      *           FEESCHEDULE rate for the branch and operation code,
      *           carrying the run number from run-control. The
      *           fee-invoice program rolls the line items up into the
      *           monthly per-branch invoice. A reversal writes a
      *           credit line (operation R, negative amount) for the
      *           fee its original was billed.
      ******************************************************************
       01  FEE-RECORD.
           05 FEE-BUSDATE              PIC X(10).
           05 FEE-ACCOUNT              PIC X(8).
           05 FEE-AMOUNT               PIC S9(7)V99
                                       SIGN LEADING SEPARATE.
      * on a reversal credit, the sequence number whose fee is being
      * credited back; spaces on every other line item
           05 FEE-REVERSAL-FIELDS.
               10 FEE-ORIG-SEQUENCE    PIC 9(7).
