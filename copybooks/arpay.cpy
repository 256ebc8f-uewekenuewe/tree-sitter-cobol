      ******************************************************************
      * Copybook: ARPAY
      * Purpose : Branch payment record. BRANCHPAYMENTS holds the
      *           payments waiting to be applied to the RECEIVABLES
      *           ledger - received from the bank in this layout
      *           (badge 000), or keyed by a supervisor through
      *           branch-receivables P)AYMENT - and is emptied once
      *           the night's receivables-aging step has applied
      *           them. Each payment is then kept on ARPAYHIST with
      *           the date applied, the outcome, and a note of where
      *           the money went. The invoice reference is optional;
      *           without one, or when it names no open invoice of
      *           the branch, the payment settles the branch's oldest
      *           open invoices first.
      ******************************************************************
       01  AR-PAYMENT-RECORD.
           05 AP-BRANCH                PIC X(3).
           05 AP-PAY-DATE              PIC X(10).
           05 AP-AMOUNT                PIC S9(9)V99
                                       SIGN LEADING SEPARATE.
           05 AP-INVOICE-REF           PIC X(12).
           05 AP-PAYER-REF             PIC X(20).
           05 AP-BADGE                 PIC 9(3).
      * filled in on ARPAYHIST; spaces on BRANCHPAYMENTS
           05 AP-APPLIED-DATE          PIC X(10).
           05 AP-OUTCOME               PIC X(1).
               88  AP-APPLIED                 VALUE "A".
               88  AP-CREDIT-HELD             VALUE "C".
               88  AP-REFUSED                 VALUE "R".
           05 AP-NOTE                  PIC X(40).
