      ******************************************************************
      * Copybook: PAGEWS
      * Purpose : Parameter area for the shared on-call-page
      *           subprogram. COPY into WORKING-STORAGE, fill in the
      *           alert being raised or escalated, then
      *             CALL "on-call-page" USING PAGE-REQUEST
      *           on-call-page works out who is on call - the operator
      *           rostered on the current shift while the alert is
      *           fresh or at level 1, a supervisor beyond that - and
      *           writes the page for the paging gateway and the
      *           page log. It never abends its caller.
      ******************************************************************
       01  PAGE-REQUEST.
           05 PQ-PROGRAM                PIC X(20).
           05 PQ-ALERT-TIMESTAMP        PIC X(19).
           05 PQ-STATUS                 PIC X(10).
           05 PQ-MESSAGE                PIC X(60).
           05 PQ-ESC-LEVEL              PIC 9(1).
