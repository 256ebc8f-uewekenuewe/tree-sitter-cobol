      ******************************************************************
      * Copybook: JOBRQREC
      * Purpose : Job request queue record (JOBREQUEST). job-request
      *           appends a P)ENDING request for a program on
      *           RERUNLIST, with the parameter it is to run with, the
      *           reason, and the supervisor's badge, and lets the
      *           supervisor W)ITHDRAW it while it is still pending.
      *           job-request-run marks a request S)TARTED before it
      *           CALLs the program - a request left started means the
      *           run was cut off - and then writes the outcome back:
      *           C)OMPLETED (return code 4 or less), F)AILED, or
      *           R)EFUSED when the program has come off RERUNLIST
      *           since the request was filed. Finished requests stay
      *           on the queue through the month after the one they
      *           finished in; JOBREQLOG keeps every event for good.
      ******************************************************************
       01  JOB-REQUEST-RECORD.
           05 JQ-REQUEST-ID            PIC 9(5).
           05 JQ-STATUS                PIC X(1).
               88  JQ-PENDING                 VALUE "P".
               88  JQ-STARTED                 VALUE "S".
               88  JQ-COMPLETED               VALUE "C".
               88  JQ-FAILED                  VALUE "F".
               88  JQ-REFUSED                 VALUE "R".
               88  JQ-WITHDRAWN               VALUE "W".
           05 JQ-FILED-STAMP           PIC X(19).
           05 JQ-BADGE                 PIC 9(3).
           05 JQ-PROGRAM               PIC X(20).
           05 JQ-PARM                  PIC X(10).
           05 JQ-REASON                PIC X(40).
      * when the request was run, refused, or withdrawn
           05 JQ-RUN-STAMP             PIC X(19).
           05 JQ-RUN-NUMBER            PIC 9(7).
           05 JQ-RETURN-CODE           PIC S9(4)
                                       SIGN LEADING SEPARATE.
           05 JQ-RESULT                PIC X(30).
