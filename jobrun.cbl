      ******************************************************************
      * Author:
      * Date:
      * Purpose: Job request runner. Runs the pending requests
      *          supervisors have queued on JOBREQUEST from
      *          ad-hoc-menu (see job-request), oldest first. Each
      *          program is checked against RERUNLIST again - one
      *          taken off the list since the request was filed is
      *          refused, not run - and the request is marked started
      *          and written back before its ENTRY is CALLed with the
      *          request's parameter as its command line, so a run
      *          cut off part way is left showing. The outcome, the
      *          return code, and the run number are then written
      *          back to the request: completed at return code 4 or
      *          less, failed above it. Every run started, ended, or
      *          refused is logged to JOBREQLOG against the badge
      *          that filed the request. Runs as a nightly step under
      *          nightly-driver, whose job lock it runs under; run on
      *          its own during the day it takes the job lock itself
      *          for the length of the run, and runs nothing while
      *          another job holds it. The program modules on
      *          RERUNLIST must be loadable (nightly_batch.sh builds
      *          and preloads them); the program name on the card is
      *          its PROGRAM-ID, CANCELed after each request so the
      *          next request for it starts fresh. Finished requests
      *          are dropped from the queue once the month after the
      *          one they finished in is over. Ends with return code
      *          4 when any request failed or was refused.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. job-request-run.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RERUN-LIST-FILE ASSIGN TO "RERUNLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT JOB-REQUEST-FILE ASSIGN TO "JOBREQUEST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT JOB-REQUEST-LOG-FILE ASSIGN TO "JOBREQLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
      * the lock nightly-driver takes at start-up; see
      * job-lock-util
           SELECT JOB-LOCK-FILE ASSIGN TO "JOBLOCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT STATS-FILE ASSIGN TO "JOBSTATS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RERUN-LIST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY rerunlst.

       FD  JOB-REQUEST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY jobrqrec.

       FD  JOB-REQUEST-LOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY jobrqlog.

       FD  JOB-LOCK-FILE
           LABEL RECORDS ARE STANDARD.
       01  JOB-LOCK-RECORD.
           05 JK-STATUS             PIC X(1).
               88  JK-HELD                 VALUE "H".
               88  JK-RELEASED             VALUE "R".
           05 JK-RUN-NUMBER         PIC 9(7).
           05 JK-START-TIMESTAMP    PIC X(19).
           05 JK-OPERATOR           PIC X(10).

       FD  STATS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY jobstats.

       WORKING-STORAGE SECTION.
       01  WS-RL-TABLE.
           05 WS-RL-COUNT           PIC 9(2) VALUE ZERO.
           05 WS-RL-ROW OCCURS 20 TIMES.
               10 WS-RL-PROGRAM     PIC X(20).
               10 WS-RL-ENTRY       PIC X(30).
       01  WS-RL-SUB                PIC 9(2) VALUE ZERO.
       01  WS-RL-FOUND-SUB          PIC 9(2) VALUE ZERO.

       01  WS-JQ-TABLE.
           05 WS-JQ-COUNT           PIC 9(3) VALUE ZERO.
           05 WS-JQ-ROW OCCURS 500 TIMES PIC X(159).
       01  WS-JQ-SUB                PIC 9(3) VALUE ZERO.
       01  WS-KEPT-COUNT            PIC 9(3) VALUE ZERO.

       01  WS-REQUEST-PROGRAM       PIC X(20).
       01  WS-REQUEST-ENTRY         PIC X(30).
       01  WS-REQUEST-PARM          PIC X(10).
       01  WS-REQUEST-RC            PIC S9(4) COMP VALUE ZERO.
       01  WS-FINAL-RC              PIC S9(4) COMP VALUE ZERO.

      * N when CALLed as the nightly step, Y when run on its own
       01  WS-ON-DEMAND-SW          PIC X(1) VALUE "N".
           88  WS-ON-DEMAND                 VALUE "Y" FALSE "N".
       01  WS-LOCK-TAKEN-SW         PIC X(1) VALUE "N".
           88  WS-LOCK-TAKEN                VALUE "Y" FALSE "N".
       01  WS-LOCK-REFUSED-SW       PIC X(1) VALUE "N".
           88  WS-LOCK-REFUSED              VALUE "Y" FALSE "N".
       01  WS-EOF-SW                PIC X(1) VALUE "N".
           88  WS-EOF                       VALUE "Y" FALSE "N".

      * finished requests run, refused or withdrawn before this
      * month are dropped from the queue
       01  WS-KEEP-MONTH            PIC X(7).
       01  WS-KEEP-YYYY             PIC 9(4).
       01  WS-KEEP-MM               PIC 9(2).

       01  WS-LOG-EVENT             PIC X(8).
       01  WS-LOG-TEXT              PIC X(40).

       01  WS-TODAY-FORMATTED       PIC X(10).
       01  WS-CLOCK-TIME            PIC 9(8).
       01  WS-NOW-STAMP             PIC X(19).

       01  WS-JOB-COUNTS.
           05 WS-COUNT-IN           PIC 9(7) VALUE ZERO.
           05 WS-COUNT-OUT          PIC 9(7) VALUE ZERO.
           05 WS-COUNT-REJECTED     PIC 9(7) VALUE ZERO.

       01  WS-RUN-NUMBER            PIC 9(7) VALUE ZERO.
       01  WS-CYCLE-AREA.
           05 WS-CYCLE-DATE         PIC X(8).
           05 WS-CYCLE-NUMBER       PIC 9(3).

           COPY rundate.
           COPY abendws.

       LINKAGE SECTION.
       01  LS-RETURN-CODE              PIC S9(4) COMP.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           SET WS-ON-DEMAND TO TRUE
           PERFORM JOB-REQUEST-RUN-LOGIC

           GOBACK.

       JOB-REQUEST-RUN-LOGIC.

           MOVE "job-request-run" TO WS-ABEND-PROGRAM
           MOVE 0 TO RETURN-CODE
           MOVE 0 TO WS-FINAL-RC
           MOVE ZERO TO WS-COUNT-IN
           MOVE ZERO TO WS-COUNT-OUT
           MOVE ZERO TO WS-COUNT-REJECTED

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           CALL "business-date" USING WS-RUN-DATE
           CALL "run-control" USING WS-RUN-NUMBER
           MOVE WS-RUN-DATE TO WS-CYCLE-DATE
           CALL "cycle-control" USING WS-CYCLE-AREA

           MOVE SPACES TO WS-TODAY-FORMATTED
           STRING WS-RUN-DATE-YYYY "-" WS-RUN-DATE-MM "-"
               WS-RUN-DATE-DD DELIMITED BY SIZE
               INTO WS-TODAY-FORMATTED

           MOVE WS-RUN-DATE-YYYY TO WS-KEEP-YYYY
           MOVE WS-RUN-DATE-MM TO WS-KEEP-MM
           IF WS-KEEP-MM = 1
               MOVE 12 TO WS-KEEP-MM
               SUBTRACT 1 FROM WS-KEEP-YYYY
           ELSE
               SUBTRACT 1 FROM WS-KEEP-MM
           END-IF
           MOVE SPACES TO WS-KEEP-MONTH
           STRING WS-KEEP-YYYY "-" WS-KEEP-MM
               DELIMITED BY SIZE INTO WS-KEEP-MONTH

           PERFORM SECURE-JOB-LOCK

           IF WS-LOCK-REFUSED
               IF WS-ON-DEMAND
                   MOVE 8 TO WS-FINAL-RC
               ELSE
                   MOVE 4 TO WS-FINAL-RC
               END-IF
           ELSE
               PERFORM LOAD-RERUN-LIST
               PERFORM LOAD-JOB-QUEUE

               PERFORM VARYING WS-JQ-SUB FROM 1 BY 1
                       UNTIL WS-JQ-SUB > WS-JQ-COUNT
                   MOVE WS-JQ-ROW(WS-JQ-SUB) TO JOB-REQUEST-RECORD
                   IF JQ-PENDING
                       PERFORM RUN-ONE-REQUEST
                   END-IF
               END-PERFORM

               PERFORM DROP-FINISHED-REQUESTS
               PERFORM REWRITE-JOB-QUEUE

               IF WS-LOCK-TAKEN
                   PERFORM RELEASE-JOB-LOCK
               END-IF
           END-IF

           IF WS-COUNT-IN = ZERO AND NOT WS-LOCK-REFUSED
               DISPLAY "NO PENDING JOB REQUESTS"
           END-IF

           PERFORM PRINT-JOB-STATS

           MOVE WS-FINAL-RC TO RETURN-CODE.

       SECURE-JOB-LOCK.

      * under nightly-driver the lock is already held for this run;
      * otherwise the runner holds it itself while requests run
           SET WS-LOCK-TAKEN TO FALSE
           SET WS-LOCK-REFUSED TO FALSE

           MOVE SPACES TO JOB-LOCK-RECORD
           OPEN INPUT JOB-LOCK-FILE
           IF WS-FILE-STATUS = "00"
               READ JOB-LOCK-FILE
                   AT END CONTINUE
               END-READ
               CLOSE JOB-LOCK-FILE
           END-IF

           EVALUATE TRUE
               WHEN NOT JK-HELD
                   PERFORM TAKE-JOB-LOCK
               WHEN NOT WS-ON-DEMAND
                       AND JK-RUN-NUMBER = WS-RUN-NUMBER
                   DISPLAY "RUNNING UNDER THE JOB LOCK OF RUN "
                       JK-RUN-NUMBER
               WHEN OTHER
                   SET WS-LOCK-REFUSED TO TRUE
                   DISPLAY "JOB LOCK HELD BY RUN " JK-RUN-NUMBER
                       " STARTED " JK-START-TIMESTAMP
                       " BY " JK-OPERATOR
                   DISPLAY "JOB REQUESTS LEFT PENDING - NOTHING RUN"
           END-EVALUATE.

       TAKE-JOB-LOCK.

           PERFORM CAPTURE-NOW-STAMP

           OPEN OUTPUT JOB-LOCK-FILE
           IF WS-FILE-STATUS NOT = "00"
               STRING "UNABLE TO TAKE JOB LOCK, STATUS "
                   WS-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RTN
           END-IF

           MOVE SPACES TO JOB-LOCK-RECORD
           SET JK-HELD TO TRUE
           MOVE WS-RUN-NUMBER TO JK-RUN-NUMBER
           MOVE WS-NOW-STAMP TO JK-START-TIMESTAMP
           MOVE "JOBREQUEST" TO JK-OPERATOR
           WRITE JOB-LOCK-RECORD

           CLOSE JOB-LOCK-FILE

           SET WS-LOCK-TAKEN TO TRUE
           DISPLAY "JOB LOCK TAKEN FOR JOB REQUESTS".

       RELEASE-JOB-LOCK.

           PERFORM CAPTURE-NOW-STAMP

           OPEN OUTPUT JOB-LOCK-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO RELEASE JOB LOCK, STATUS "
                   WS-FILE-STATUS
           ELSE
               MOVE SPACES TO JOB-LOCK-RECORD
               SET JK-RELEASED TO TRUE
               MOVE WS-RUN-NUMBER TO JK-RUN-NUMBER
               MOVE WS-NOW-STAMP TO JK-START-TIMESTAMP
               MOVE "JOBREQUEST" TO JK-OPERATOR
               WRITE JOB-LOCK-RECORD
               CLOSE JOB-LOCK-FILE
               DISPLAY "JOB LOCK RELEASED"
           END-IF.

       LOAD-RERUN-LIST.

           MOVE ZERO TO WS-RL-COUNT
           SET WS-EOF TO FALSE

           OPEN INPUT RERUN-LIST-FILE
           IF WS-FILE-STATUS = "35"
               DISPLAY "RERUNLIST NOT FOUND - EVERY REQUEST WILL BE "
                   "REFUSED"
               SET WS-EOF TO TRUE
           ELSE
               IF WS-FILE-STATUS NOT = "00"
                   STRING "UNABLE TO OPEN RERUNLIST, STATUS "
                       WS-FILE-STATUS DELIMITED BY SIZE
                       INTO WS-ABEND-MESSAGE
                   PERFORM ABEND-RTN
               END-IF
           END-IF

           IF NOT WS-EOF
               MOVE SPACES TO RERUN-LIST-CARD
               READ RERUN-LIST-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-EOF
                   IF RL-PROGRAM(1:1) NOT = "*"
                           AND RL-PROGRAM NOT = SPACES
                       IF WS-RL-COUNT >= 20
                           STRING "WS-RL-TABLE OVERFLOW - MORE "
                               "THAN 20" DELIMITED BY SIZE
                               INTO WS-ABEND-MESSAGE
                           PERFORM ABEND-RTN
                       END-IF
                       ADD 1 TO WS-RL-COUNT
                       MOVE RL-PROGRAM TO WS-RL-PROGRAM(WS-RL-COUNT)
                       MOVE RL-ENTRY TO WS-RL-ENTRY(WS-RL-COUNT)
                   END-IF
                   MOVE SPACES TO RERUN-LIST-CARD
                   READ RERUN-LIST-FILE
                       AT END SET WS-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE RERUN-LIST-FILE
           END-IF.

       LOAD-JOB-QUEUE.

           MOVE ZERO TO WS-JQ-COUNT
           SET WS-EOF TO FALSE

           OPEN INPUT JOB-REQUEST-FILE
           IF WS-FILE-STATUS = "35"
               SET WS-EOF TO TRUE
           ELSE
               IF WS-FILE-STATUS NOT = "00"
                   STRING "UNABLE TO OPEN JOBREQUEST, STATUS "
                       WS-FILE-STATUS DELIMITED BY SIZE
                       INTO WS-ABEND-MESSAGE
                   PERFORM ABEND-RTN
               END-IF
           END-IF

           IF NOT WS-EOF
               READ JOB-REQUEST-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-EOF
                   IF WS-JQ-COUNT >= 500
                       STRING "WS-JQ-TABLE OVERFLOW - MORE THAN 500"
                           DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
                       PERFORM ABEND-RTN
                   END-IF
                   ADD 1 TO WS-JQ-COUNT
                   MOVE JOB-REQUEST-RECORD TO WS-JQ-ROW(WS-JQ-COUNT)
                   READ JOB-REQUEST-FILE
                       AT END SET WS-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE JOB-REQUEST-FILE
           END-IF.

       RUN-ONE-REQUEST.

           ADD 1 TO WS-COUNT-IN
           MOVE ZERO TO WS-RL-FOUND-SUB
           PERFORM VARYING WS-RL-SUB FROM 1 BY 1
                   UNTIL WS-RL-SUB > WS-RL-COUNT
               IF WS-RL-PROGRAM(WS-RL-SUB) = JQ-PROGRAM
                   MOVE WS-RL-SUB TO WS-RL-FOUND-SUB
               END-IF
           END-PERFORM

           PERFORM CAPTURE-NOW-STAMP
           MOVE WS-NOW-STAMP TO JQ-RUN-STAMP
           MOVE WS-RUN-NUMBER TO JQ-RUN-NUMBER

           IF WS-RL-FOUND-SUB = ZERO
               SET JQ-REFUSED TO TRUE
               MOVE ZERO TO JQ-RETURN-CODE
               MOVE "NO LONGER ON RERUNLIST" TO JQ-RESULT
               MOVE JOB-REQUEST-RECORD TO WS-JQ-ROW(WS-JQ-SUB)
               ADD 1 TO WS-COUNT-REJECTED
               MOVE 4 TO WS-FINAL-RC
               DISPLAY "REQUEST " JQ-REQUEST-ID " REFUSED - "
                   JQ-PROGRAM " IS NO LONGER ON RERUNLIST"
               MOVE "REFUSED" TO WS-LOG-EVENT
               MOVE JQ-RESULT TO WS-LOG-TEXT
               PERFORM WRITE-REQUEST-LOG
           ELSE
      * written back as started first, so a run that never comes
      * back is not taken for one still waiting
               SET JQ-STARTED TO TRUE
               MOVE ZERO TO JQ-RETURN-CODE
               MOVE "STARTED, NO OUTCOME" TO JQ-RESULT
               MOVE JOB-REQUEST-RECORD TO WS-JQ-ROW(WS-JQ-SUB)
               PERFORM REWRITE-JOB-QUEUE
               MOVE WS-JQ-ROW(WS-JQ-SUB) TO JOB-REQUEST-RECORD
               MOVE "STARTED" TO WS-LOG-EVENT
               MOVE JQ-REASON TO WS-LOG-TEXT
               PERFORM WRITE-REQUEST-LOG

               DISPLAY "===== JOB REQUEST " JQ-REQUEST-ID ": "
                   JQ-PROGRAM " " JQ-PARM " ====="
               MOVE JQ-PROGRAM TO WS-REQUEST-PROGRAM
               MOVE WS-RL-ENTRY(WS-RL-FOUND-SUB) TO WS-REQUEST-ENTRY
               MOVE JQ-PARM TO WS-REQUEST-PARM
               PERFORM CALL-REQUEST-PROGRAM

               MOVE WS-JQ-ROW(WS-JQ-SUB) TO JOB-REQUEST-RECORD
               PERFORM CAPTURE-NOW-STAMP
               MOVE WS-NOW-STAMP TO JQ-RUN-STAMP
               MOVE WS-REQUEST-RC TO JQ-RETURN-CODE
               EVALUATE TRUE
                   WHEN WS-REQUEST-RC = ZERO
                       SET JQ-COMPLETED TO TRUE
                       MOVE "COMPLETED" TO JQ-RESULT
                       ADD 1 TO WS-COUNT-OUT
                   WHEN WS-REQUEST-RC NOT > 4
                       SET JQ-COMPLETED TO TRUE
                       MOVE "COMPLETED WITH WARNING" TO JQ-RESULT
                       ADD 1 TO WS-COUNT-OUT
                   WHEN OTHER
                       SET JQ-FAILED TO TRUE
                       IF JQ-RESULT = "STARTED, NO OUTCOME"
                           MOVE "FAILED" TO JQ-RESULT
                       END-IF
                       ADD 1 TO WS-COUNT-REJECTED
                       MOVE 4 TO WS-FINAL-RC
               END-EVALUATE
               MOVE JOB-REQUEST-RECORD TO WS-JQ-ROW(WS-JQ-SUB)
               PERFORM REWRITE-JOB-QUEUE
               MOVE WS-JQ-ROW(WS-JQ-SUB) TO JOB-REQUEST-RECORD
               DISPLAY "JOB REQUEST " JQ-REQUEST-ID " "
                   JQ-RESULT " - RETURN CODE " JQ-RETURN-CODE
               MOVE "ENDED" TO WS-LOG-EVENT
               MOVE JQ-RESULT TO WS-LOG-TEXT
               PERFORM WRITE-REQUEST-LOG
           END-IF.

       CALL-REQUEST-PROGRAM.

      * the same hand-off nightly-driver gives a step: the
      * parameter becomes the command line the program accepts
           MOVE 0 TO RETURN-CODE
           MOVE ZERO TO WS-REQUEST-RC
           DISPLAY WS-REQUEST-PARM UPON COMMAND-LINE

           CALL WS-REQUEST-ENTRY USING WS-REQUEST-RC
               ON EXCEPTION
                   DISPLAY "JOB REQUEST PROGRAM " WS-REQUEST-ENTRY
                       " NOT FOUND"
                   MOVE WS-JQ-ROW(WS-JQ-SUB) TO JOB-REQUEST-RECORD
                   MOVE "PROGRAM NOT FOUND" TO JQ-RESULT
                   MOVE JOB-REQUEST-RECORD TO WS-JQ-ROW(WS-JQ-SUB)
                   MOVE 16 TO RETURN-CODE
           END-CALL

           MOVE RETURN-CODE TO WS-REQUEST-RC
           MOVE 0 TO RETURN-CODE

      * a second request for the same program in this run must
      * start from fresh storage, as a run of its own would
           CANCEL WS-REQUEST-PROGRAM.

       DROP-FINISHED-REQUESTS.

           MOVE ZERO TO WS-KEPT-COUNT
           PERFORM VARYING WS-JQ-SUB FROM 1 BY 1
                   UNTIL WS-JQ-SUB > WS-JQ-COUNT
               MOVE WS-JQ-ROW(WS-JQ-SUB) TO JOB-REQUEST-RECORD
               IF (JQ-COMPLETED OR JQ-FAILED OR JQ-REFUSED
                       OR JQ-WITHDRAWN)
                       AND JQ-RUN-STAMP(1:7) < WS-KEEP-MONTH
                   CONTINUE
               ELSE
                   ADD 1 TO WS-KEPT-COUNT
                   MOVE JOB-REQUEST-RECORD TO WS-JQ-ROW(WS-KEPT-COUNT)
               END-IF
           END-PERFORM
           MOVE WS-KEPT-COUNT TO WS-JQ-COUNT.

       REWRITE-JOB-QUEUE.

           IF WS-JQ-COUNT > ZERO
               OPEN OUTPUT JOB-REQUEST-FILE
               IF WS-FILE-STATUS NOT = "00"
                   STRING "UNABLE TO OPEN JOBREQUEST, STATUS "
                       WS-FILE-STATUS DELIMITED BY SIZE
                       INTO WS-ABEND-MESSAGE
                   PERFORM ABEND-RTN
               END-IF
               PERFORM VARYING WS-KEPT-COUNT FROM 1 BY 1
                       UNTIL WS-KEPT-COUNT > WS-JQ-COUNT
                   MOVE WS-JQ-ROW(WS-KEPT-COUNT)
                       TO JOB-REQUEST-RECORD
                   WRITE JOB-REQUEST-RECORD
               END-PERFORM
               CLOSE JOB-REQUEST-FILE
           END-IF.

       WRITE-REQUEST-LOG.

      * JOB-REQUEST-RECORD holds the request the event is about
           OPEN EXTEND JOB-REQUEST-LOG-FILE
           IF WS-FILE-STATUS = "35"
               OPEN OUTPUT JOB-REQUEST-LOG-FILE
               CLOSE JOB-REQUEST-LOG-FILE
               OPEN EXTEND JOB-REQUEST-LOG-FILE
           END-IF
           IF WS-FILE-STATUS NOT = "00"
               STRING "UNABLE TO OPEN JOBREQLOG, STATUS "
                   WS-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RTN
           END-IF

           PERFORM CAPTURE-NOW-STAMP

           MOVE SPACES TO JOB-REQUEST-LOG-RECORD
           MOVE WS-NOW-STAMP TO JG-TIMESTAMP
           MOVE JQ-BADGE TO JG-BADGE
           MOVE WS-LOG-EVENT TO JG-EVENT
           MOVE JQ-REQUEST-ID TO JG-REQUEST-ID
           MOVE JQ-PROGRAM TO JG-PROGRAM
           MOVE JQ-PARM TO JG-PARM
           MOVE WS-RUN-NUMBER TO JG-RUN-NUMBER
           MOVE JQ-RETURN-CODE TO JG-RETURN-CODE
           MOVE WS-LOG-TEXT TO JG-TEXT
           WRITE JOB-REQUEST-LOG-RECORD

           CLOSE JOB-REQUEST-LOG-FILE.

       CAPTURE-NOW-STAMP.

           ACCEPT WS-CLOCK-TIME FROM TIME
           MOVE SPACES TO WS-NOW-STAMP
           STRING WS-TODAY-FORMATTED " " WS-CLOCK-TIME
               DELIMITED BY SIZE INTO WS-NOW-STAMP.

       PRINT-JOB-STATS.

           OPEN EXTEND STATS-FILE
           IF WS-FILE-STATUS = "35"
               OPEN OUTPUT STATS-FILE
               CLOSE STATS-FILE
               OPEN EXTEND STATS-FILE
           END-IF
           IF WS-FILE-STATUS NOT = "00"
               STRING "UNABLE TO OPEN JOBSTATS, STATUS "
                   WS-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RTN
           END-IF

           MOVE "job-request-run" TO JS-PROGRAM-NAME
           STRING WS-RUN-DATE-YYYY "-" WS-RUN-DATE-MM "-"
               WS-RUN-DATE-DD DELIMITED BY SIZE INTO JS-RUN-DATE
           MOVE WS-COUNT-IN         TO JS-COUNT-IN
           MOVE WS-COUNT-OUT        TO JS-COUNT-OUT
           MOVE WS-COUNT-REJECTED   TO JS-COUNT-REJECTED
           MOVE WS-RUN-NUMBER       TO JS-RUN-NUMBER
           MOVE WS-CYCLE-NUMBER     TO JS-CYCLE-NUMBER
           WRITE JOBSTATS-RECORD

           CLOSE STATS-FILE

           DISPLAY "===== END OF JOB STATISTICS ====="
           DISPLAY "REQUESTS PENDING: " WS-COUNT-IN
           DISPLAY "COMPLETED:        " WS-COUNT-OUT
           DISPLAY "FAILED/REFUSED:   " WS-COUNT-REJECTED
           DISPLAY "===================================".

       END-OF-LOGIC-PARAGRAPHS.
           CONTINUE.

       ENTRY "JOB-REQUEST-RUN-SUB" USING LS-RETURN-CODE.

           SET WS-ON-DEMAND TO FALSE
           PERFORM JOB-REQUEST-RUN-LOGIC

           MOVE RETURN-CODE TO LS-RETURN-CODE

           GOBACK.

       COPY abendproc.

       END PROGRAM job-request-run.
