      ******************************************************************
      * Copybook: RPTTAG
      * Purpose : Line tag record, the sidecar report-writer keeps
      *           beside each dated keep copy (the keep copy's name
      *           followed by TAG). One record per printed line that
      *           the calling program tagged with a branch: the line's
      *           number in the print file, headings and rules
      *           counted, and the branch, or the two branches of a
      *           line about a pair of them. Lines are in print
      *           order. A report that tags nothing has no sidecar.
      ******************************************************************
       01  REPORT-TAG-RECORD.
           05 TG-LINE-NUMBER           PIC 9(5).
           05 TG-BRANCH                PIC X(3).
           05 TG-BRANCH-2              PIC X(3).
