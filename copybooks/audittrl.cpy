      *           FILE SECTION of any calculator program that appends
      *           every FIRST-NUMBER/SECOND-NUMBER/RESULT transaction,
      *           with a timestamp and the operation performed, to the
      *           common CALCAUDIT file. The amounts are in the
      *           currency the branch sent; the currency, the rate,
      *           and the base-currency amounts follow, and the
      *           record's link in the trail's hash chain (copybook
      *           chainws) comes last.
      ******************************************************************
       01  AUDIT-TRAIL-RECORD.
           05 AT-PROGRAM-NAME           PIC X(20).
           05 AT-TIMESTAMP              PIC X(19).
      * A S M D from the calculators and R for a reversal; I for
      * interest and C for a service charge from month-end-interest;
      * X for the two legs of an inter-branch transfer, the debit leg
      * negative on the sending account and then the credit leg
      * positive on the receiving account
           05 AT-OPERATION              PIC X(1).
           05 AT-FIRST-NUMBER           PIC S9(7)V99
                                        SIGN LEADING SEPARATE.
      * intraday cycle the transaction was processed in; zero when
      * the day ran as a single nightly pass
           05 AT-CYCLE                  PIC 9(3).
      * branch the detail arrived from; spaces for interactive
      * calculator activity and for entries written before the
      * branch was carried on the trail
           05 AT-BRANCH                 PIC X(3).
      * outcome of the calculation - P processed, R rejected; spaces
      * on entries written before the outcome was carried, which are
      * taken as processed
           05 AT-STATUS                 PIC X(1).
      * on a reversal (operation R) the sequence number of the
      * transaction it backed out; zero or spaces on every other
      * entry
           05 AT-ORIG-SEQUENCE          PIC 9(7).
      * currency the amounts above are in and the rate that converts
      * them to the base currency, with the converted amounts; spaces
      * on entries written before currencies were carried, whose
      * amounts are all in the base currency
           05 AT-CURRENCY               PIC X(3).
           05 AT-RATE                   PIC 9(4)V9(6).
           05 AT-BASE-FIRST             PIC S9(9)V99
                                        SIGN LEADING SEPARATE.
           05 AT-BASE-SECOND            PIC S9(9)V99
                                        SIGN LEADING SEPARATE.
           05 AT-BASE-RESULT            PIC S9(9)V99
                                        SIGN LEADING SEPARATE.
      * hash of everything above, taken from the previous record's
      * AT-CHAIN-HASH by audit-chain; spaces on entries written
      * before the trail was chained. Stays the last field: the
      * 157 bytes before it are what is hashed
           05 AT-CHAIN-HASH             PIC X(18).
