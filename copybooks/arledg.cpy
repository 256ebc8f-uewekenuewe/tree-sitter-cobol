      ******************************************************************
      * Copybook: ARLEDG
      * Purpose : Branch receivables ledger record (RECEIVABLES). One
      *           row per branch fee invoice, written by fee-invoice
      *           when the month is invoiced - the invoice number is
      *           INV, the invoice month YYYYMM, and the branch, so a
      *           month invoiced again revises its own row - with the
      *           due date RUNPARMS AR-TERMS-DAYS after the invoice
      *           date. branch-receivables applies the branches'
      *           payments to it: the amount paid so far is carried
      *           on the row, and a payment beyond what the branch
      *           owes is held as an unapplied credit row (type C,
      *           number CRD, the payment date YYMMDD, and the
      *           branch) with a negative amount, which is used up
      *           against the branch's next invoices. The open
      *           balance is always the amount less the amount paid.
      *           The dunning level is the last aging bucket the
      *           branch was sent a notice for: 1 up to 30 days past
      *           due, 2 up to 60, 3 up to 90, 4 beyond; the alert
      *           date is when the supervisor was alerted about the
      *           invoice passing the final bucket.
      ******************************************************************
       01  AR-LEDGER-RECORD.
           05 AR-INVOICE-NUMBER        PIC X(12).
           05 AR-TYPE                  PIC X(1).
               88  AR-TYPE-INVOICE            VALUE "I".
               88  AR-TYPE-CREDIT             VALUE "C".
           05 AR-BRANCH                PIC X(3).
           05 AR-MONTH                 PIC X(7).
           05 AR-INVOICE-DATE          PIC X(10).
           05 AR-DUE-DATE              PIC X(10).
           05 AR-AMOUNT                PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
           05 AR-PAID                  PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
           05 AR-STATUS                PIC X(1).
               88  AR-OPEN                    VALUE "O".
               88  AR-SETTLED                 VALUE "S".
           05 AR-LAST-PAY-DATE         PIC X(10).
           05 AR-DUNNING-LEVEL         PIC 9(1).
           05 AR-DUNNING-DATE          PIC X(10).
           05 AR-ALERT-DATE            PIC X(10).
