      ******************************************************************
      * Copybook: DISTLIST
      * Purpose : Report distribution list record (DISTLIST),
      *           maintained by distribution-maint. Each row sends one
      *           cataloged report - by its RPTCATALOG name - to one
      *           recipient: a branch, which receives only the report
      *           lines tagged with its code; a region, which receives
      *           the lines of every branch in it on BRANCHMASTER; or
      *           a department, which receives the whole report.
      *           report-distribution builds one packet a night for
      *           each recipient from these rows.
      ******************************************************************
       01  DIST-LIST-RECORD.
           05 DL-REPORT-NAME           PIC X(20).
           05 DL-RECIPIENT-TYPE        PIC X(1).
               88  DL-TO-BRANCH               VALUE "B".
               88  DL-TO-REGION               VALUE "R".
               88  DL-TO-DEPARTMENT           VALUE "D".
      * the branch code, the region code, or the department's name
           05 DL-RECIPIENT             PIC X(10).
      * the supervisor who added the row, and when
           05 DL-BADGE                 PIC 9(3).
           05 DL-ADDED-DATE            PIC X(10).
