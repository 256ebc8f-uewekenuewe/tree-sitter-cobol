      ******************************************************************
      * Copybook: HMNTREC
      * Purpose : Hospital maintenance card (HOSPMNTTRAN). One add,
      *           change or delete per card; calc-copybook applies
      *           the file in its nightly batch run through the same
      *           add/change/delete logic as the console maintenance,
      *           journaling each change to HOSPHIST under badge 000
      *           and queueing closures and deletes on HOSPPENDING.
      *           On a change, blank fields leave the master as it
      *           stands. The registry department's weekly list and
      *           hospital-inbound's cards from the regional office
      *           feed both arrive on this file.
      ******************************************************************
       01  HOSP-MNT-RECORD.
           05 HMT-ACTION            PIC X(1).
           05 HMT-HOSPITAL-KEY      PIC X(20).
           05 HMT-ADMIN             PIC X(20).
           05 HMT-ADDRESS           PIC X(30).
           05 HMT-PHONE             PIC X(12).
           05 HMT-BED-COUNT         PIC X(4).
           05 HMT-REGION            PIC X(3).
           05 HMT-STATUS            PIC X(1).
