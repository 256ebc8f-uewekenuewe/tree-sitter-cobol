      ******************************************************************
      * Copybook: HOLREC
      * Purpose : Holiday calendar record (HOLIDAYS), maintained by
      *           holiday-maint. One record per holiday per region:
      *           the date, the region that observes it ("ALL" for a
      *           company-wide holiday), whether it falls on the same
      *           month and day every year, and a description.
      *           business-date and roster-generate skip only the
      *           company-wide dates; a regional holiday excuses the
      *           branches of that region (BR-REGION on BRANCHMASTER)
      *           from sending a file that night. Records from before
      *           the calendar carried regions are a bare date, and
      *           the blank region reads as company-wide.
      ******************************************************************
       01  HOLIDAY-RECORD.
           05 HOL-DATE                 PIC X(10).
           05 HOL-REGION               PIC X(3).
               88  HOL-COMPANY-WIDE           VALUES "ALL" SPACES.
      * F - same month and day every year, carried forward by the
      * holiday-maint generate action; M (or blank) - moveable, keyed
      * by hand each year
           05 HOL-TYPE                 PIC X(1).
               88  HOL-FIXED                  VALUE "F".
           05 HOL-DESCRIPTION          PIC X(30).
