      ******************************************************************
      * Copybook: EXCHREC
      * Purpose : Daily exchange-rate record (EXCHRATES). One rate
      *           per currency per business date, giving the base-
      *           currency value of one unit of the currency, with
      *           six decimal places. tran-edit refuses a detail from
      *           a branch whose currency has no rate for the
      *           business date - a rate is never carried forward from
      *           an earlier day. Maintained only through
      *           exchange-rate-maint, which journals every change to
      *           RATEHIST. The base currency itself is never on file;
      *           its rate is always one.
      ******************************************************************
       01  EXCHANGE-RATE-RECORD.
           05 ER-CURRENCY              PIC X(3).
           05 ER-RATE-DATE             PIC X(10).
           05 ER-RATE                  PIC 9(4)V9(6).
      * badge of the supervisor who entered or last changed the rate
           05 ER-BADGE                 PIC 9(3).
