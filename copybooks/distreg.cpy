      ******************************************************************
      * Copybook: DISTREG
      * Purpose : Distribution register record (DISTREGISTER), one
      *           row for every report report-distribution puts in a
      *           recipient's packet: which copy of the report (its
      *           catalog run date, run number, and keep copy), which
      *           packet it went out in, and how many report lines the
      *           recipient's portion held. The register only ever
      *           grows; distribution-maint lists a recipient's rows
      *           for a date, so whether a branch received a given
      *           day's report can be answered from the file.
      ******************************************************************
       01  DIST-REGISTER-RECORD.
      * the business date the packet was built for
           05 DG-PACKET-DATE           PIC X(10).
           05 DG-TIMESTAMP             PIC X(19).
           05 DG-RECIPIENT-TYPE        PIC X(1).
           05 DG-RECIPIENT             PIC X(10).
           05 DG-REPORT-NAME           PIC X(20).
           05 DG-REPORT-DATE           PIC X(10).
           05 DG-REPORT-RUN            PIC 9(7).
           05 DG-KEEP-NAME             PIC X(30).
           05 DG-PACKET-NAME           PIC X(30).
      * report lines in the recipient's portion, headings excluded
           05 DG-LINES                 PIC 9(5).
      * S sent; E sent, but nothing in the report was the
      * recipient's; M the keep copy was gone and nothing was sent
           05 DG-STATUS                PIC X(1).
               88  DG-SENT                    VALUE "S".
               88  DG-SENT-EMPTY              VALUE "E".
               88  DG-COPY-MISSING            VALUE "M".
