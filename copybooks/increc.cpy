      ******************************************************************
      * Copybook: INCREC
      * Purpose : Operational incident register record (INCIDENTS),
      *           maintained by incident-maint. One record per
      *           incident: what it was, the program it is charged
      *           to, its cause category, who opened and resolved it
      *           and when, the evidence linked to it by key - the
      *           ABENDALERTS alert (program + timestamp), the JOBLOG
      *           step (step name + run number) and up to three
      *           DIFFLEDGER breaks (run number + cycle + legs) - and
      *           the root cause, actions taken, and resolution.
      *           IN-START-TIMESTAMP is when the incident began: the
      *           linked alert's timestamp when that is earlier than
      *           the opening, otherwise the opening itself. Time to
      *           resolve is measured from it. Timestamps are wall
      *           clock YYYY-MM-DD HHMMSSHH, as on ABENDALERTS.
      ******************************************************************
       01  INCIDENT-RECORD.
           05 IN-NUMBER                 PIC 9(5).
           05 IN-STATUS                 PIC X(1).
               88  IN-OPEN                     VALUE "O".
               88  IN-RESOLVED                 VALUE "R".
           05 IN-TITLE                  PIC X(40).
           05 IN-PROGRAM                PIC X(20).
           05 IN-CAUSE                  PIC X(4).
               88  IN-CAUSE-VALID              VALUES "DATA" "FEED"
                                               "PROG" "ENVR" "OPER"
                                               "SCHD" "EXTN" "OTHR".
           05 IN-OPEN-TIMESTAMP         PIC X(19).
           05 IN-OPEN-BADGE             PIC 9(3).
           05 IN-START-TIMESTAMP        PIC X(19).
           05 IN-RESOLVED-TIMESTAMP     PIC X(19).
           05 IN-RESOLVED-BADGE         PIC 9(3).
           05 IN-ALERT-PROGRAM          PIC X(20).
           05 IN-ALERT-TIMESTAMP        PIC X(19).
           05 IN-STEP-NAME              PIC X(20).
           05 IN-STEP-RUN-NUMBER        PIC 9(7).
           05 IN-STEP-RETURN-CODE       PIC S9(4)
                                        SIGN LEADING SEPARATE.
           05 IN-DIFF-LINK OCCURS 3 TIMES.
               10 IN-DIFF-RUN-NUMBER    PIC 9(7).
               10 IN-DIFF-CYCLE         PIC 9(3).
               10 IN-DIFF-LEGS          PIC X(30).
           05 IN-ROOT-CAUSE             PIC X(60).
           05 IN-ACTIONS                PIC X(60).
           05 IN-RESOLUTION             PIC X(60).
