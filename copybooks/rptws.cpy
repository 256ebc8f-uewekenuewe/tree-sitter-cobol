      *           first page heading, D = print RPT-LINE (a new page
      *           heading is printed automatically at page overflow),
      *           T = print RPT-LINE as a total line, C = close.
      *           A report whose lines belong to branches sets
      *           RPT-BRANCH-TAG (and RPT-BRANCH-TAG-2 for a line
      *           about two branches) before its D and T requests;
      *           the tags hold until changed and the I request
      *           clears them. report-writer records each tagged
      *           line's number in the RPTTAG sidecar of the dated
      *           keep copy, which report-distribution reads to cut
      *           each branch's and region's portion of the report.
      ******************************************************************
       01  RPT-CONTROL.
           05 RPT-REQUEST               PIC X(1).
      * have one set it before the I request, the rest may leave it
      * unset and the catalog shows zero
           05 RPT-RUN-NUMBER            PIC 9(7).
           05 RPT-BRANCH-TAG            PIC X(3).
           05 RPT-BRANCH-TAG-2          PIC X(3).
