      ******************************************************************
      * Copybook: JOBRQLOG
      * Purpose : Job request log record (JOBREQLOG), appended by
      *           job-request and job-request-run for every request
      *           filed or refused at the menu, every withdrawal, and
      *           every run started, ended, or refused, always against
      *           the badge that filed the request. A refused filing
      *           has no request number.
      ******************************************************************
       01  JOB-REQUEST-LOG-RECORD.
           05 JG-TIMESTAMP             PIC X(19).
           05 JG-BADGE                 PIC 9(3).
           05 JG-EVENT                 PIC X(8).
           05 JG-REQUEST-ID            PIC 9(5).
           05 JG-PROGRAM               PIC X(20).
           05 JG-PARM                  PIC X(10).
           05 JG-RUN-NUMBER            PIC 9(7).
           05 JG-RETURN-CODE           PIC S9(4)
                                       SIGN LEADING SEPARATE.
           05 JG-TEXT                  PIC X(40).
