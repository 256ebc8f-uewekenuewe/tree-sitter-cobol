      ******************************************************************
      * Author:
      * Date:
      * Purpose: Daytime job request queue, CALLed from ad-hoc-menu
      *          with the signed-on supervisor's badge. F)ILE queues a
      *          rerun or reprint on JOBREQUEST for nightly-driver (or
      *          an on-demand job-request-run) to run with the job
      *          lock held: the program must be on the approved
      *          RERUNLIST, the parameter must be the kind the card
      *          names - a month YYYY-MM, a date YYYY-MM-DD, a year
      *          YYYY (blank for last year; the current or a later
      *          year is refused), or none - and a reason is
      *          required. A program and parameter already pending
      *          is not queued twice. L)IST shows the queue with each
      *          request's outcome and return code; W)ITHDRAW takes
      *          back one of the supervisor's own requests while it
      *          is still pending. Every request filed, refused, or
      *          withdrawn is logged to JOBREQLOG against the badge.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. job-request.
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

       WORKING-STORAGE SECTION.
       01  WS-RL-TABLE.
           05 WS-RL-COUNT           PIC 9(2) VALUE ZERO.
           05 WS-RL-ROW OCCURS 20 TIMES.
               10 WS-RL-PROGRAM     PIC X(20).
               10 WS-RL-PARM-KIND   PIC X(1).
       01  WS-RL-SUB                PIC 9(2) VALUE ZERO.
       01  WS-RL-FOUND-SUB          PIC 9(2) VALUE ZERO.

      * the queue as loaded for a withdrawal, which rewrites it
       01  WS-JQ-TABLE.
           05 WS-JQ-COUNT           PIC 9(3) VALUE ZERO.
           05 WS-JQ-ROW OCCURS 500 TIMES PIC X(159).
       01  WS-JQ-SUB                PIC 9(3) VALUE ZERO.

       01  WS-FUNCTION              PIC X(1).
       01  WS-DONE-SW               PIC X(1) VALUE "N".
           88  WS-DONE                      VALUE "Y" FALSE "N".
       01  WS-EOF-SW                PIC X(1) VALUE "N".
           88  WS-EOF                       VALUE "Y" FALSE "N".
       01  WS-VALID-SW              PIC X(1) VALUE "N".
           88  WS-VALID                     VALUE "Y" FALSE "N".
       01  WS-FOUND-SW              PIC X(1) VALUE "N".
           88  WS-FOUND                     VALUE "Y" FALSE "N".

       01  WS-ENTRY-PROGRAM         PIC X(20).
       01  WS-ENTRY-PARM            PIC X(10).
       01  WS-ENTRY-REASON          PIC X(40).
       01  WS-ENTRY-ID-X            PIC X(5).
       01  WS-ENTRY-ID              PIC 9(5) VALUE ZERO.
       01  WS-REFUSAL               PIC X(40).

      * a month, date or year parameter taken apart for checking
       01  WS-PARM-CHECK            PIC X(10).
       01  WS-PARM-PARTS REDEFINES WS-PARM-CHECK.
           05 WS-PARM-YYYY          PIC X(4).
           05 WS-PARM-DASH-1        PIC X(1).
           05 WS-PARM-MM            PIC X(2).
           05 WS-PARM-DASH-2        PIC X(1).
           05 WS-PARM-DD            PIC X(2).
       01  WS-PARM-YEAR             PIC 9(4).
       01  WS-DEFAULT-YEAR          PIC 9(4).

       01  WS-HIGH-ID               PIC 9(5) VALUE ZERO.
       01  WS-PENDING-ID            PIC 9(5) VALUE ZERO.
       01  WS-LIST-COUNT            PIC 9(3) VALUE ZERO.

       01  WS-LOG-EVENT             PIC X(8).
       01  WS-LOG-ID                PIC 9(5).
       01  WS-LOG-TEXT              PIC X(40).

       01  WS-TODAY-FORMATTED       PIC X(10).
       01  WS-CLOCK-TIME            PIC 9(8).
       01  WS-NOW-STAMP             PIC X(19).

           COPY rundate.
           COPY abendws.

       LINKAGE SECTION.
       01  LS-BADGE                    PIC 9(3).

       PROCEDURE DIVISION USING LS-BADGE.

       MAIN-PROCEDURE.

           MOVE "job-request" TO WS-ABEND-PROGRAM

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           CALL "business-date" USING WS-RUN-DATE
           MOVE SPACES TO WS-TODAY-FORMATTED
           STRING WS-RUN-DATE-YYYY "-" WS-RUN-DATE-MM "-"
               WS-RUN-DATE-DD DELIMITED BY SIZE
               INTO WS-TODAY-FORMATTED

           PERFORM LOAD-RERUN-LIST

           SET WS-DONE TO FALSE
           PERFORM UNTIL WS-DONE
               DISPLAY " "
               DISPLAY "JOB REQUESTS: F)ILE A REQUEST, L)IST THE "
                   "QUEUE, W)ITHDRAW A PENDING REQUEST, X) RETURN"
               DISPLAY "ENTER CHOICE: "
               MOVE SPACE TO WS-FUNCTION
               ACCEPT WS-FUNCTION
               EVALUATE WS-FUNCTION
                   WHEN "F"
                       PERFORM FILE-JOB-REQUEST
                   WHEN "L"
                       PERFORM LIST-JOB-REQUESTS
                   WHEN "W"
                       PERFORM WITHDRAW-JOB-REQUEST
                   WHEN "X"
                       SET WS-DONE TO TRUE
                   WHEN OTHER
                       DISPLAY "INVALID CHOICE, PLEASE RE-ENTER."
               END-EVALUATE
           END-PERFORM

           GOBACK.

       LOAD-RERUN-LIST.

           MOVE ZERO TO WS-RL-COUNT
           SET WS-EOF TO FALSE

           OPEN INPUT RERUN-LIST-FILE
           IF WS-FILE-STATUS = "35"
               DISPLAY "RERUNLIST NOT FOUND - NO PROGRAM MAY BE "
                   "REQUESTED"
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
                       MOVE RL-PARM-KIND
                           TO WS-RL-PARM-KIND(WS-RL-COUNT)
                   END-IF
                   MOVE SPACES TO RERUN-LIST-CARD
                   READ RERUN-LIST-FILE
                       AT END SET WS-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE RERUN-LIST-FILE
           END-IF.

       FILE-JOB-REQUEST.

           DISPLAY "PROGRAMS THAT MAY BE REQUESTED:"
           PERFORM VARYING WS-RL-SUB FROM 1 BY 1
                   UNTIL WS-RL-SUB > WS-RL-COUNT
               EVALUATE WS-RL-PARM-KIND(WS-RL-SUB)
                   WHEN "M"
                       DISPLAY "  " WS-RL-PROGRAM(WS-RL-SUB)
                           " MONTH YYYY-MM"
                   WHEN "D"
                       DISPLAY "  " WS-RL-PROGRAM(WS-RL-SUB)
                           " DATE YYYY-MM-DD"
                   WHEN "Y"
                       DISPLAY "  " WS-RL-PROGRAM(WS-RL-SUB)
                           " YEAR YYYY"
                   WHEN OTHER
                       DISPLAY "  " WS-RL-PROGRAM(WS-RL-SUB)
                           " NO PARAMETER"
               END-EVALUATE
           END-PERFORM

           MOVE SPACES TO WS-ENTRY-PARM
           MOVE SPACES TO WS-ENTRY-REASON
           MOVE SPACES TO WS-REFUSAL
           DISPLAY "PROGRAM: "
           MOVE SPACES TO WS-ENTRY-PROGRAM
           ACCEPT WS-ENTRY-PROGRAM

           MOVE ZERO TO WS-RL-FOUND-SUB
           PERFORM VARYING WS-RL-SUB FROM 1 BY 1
                   UNTIL WS-RL-SUB > WS-RL-COUNT
               IF WS-RL-PROGRAM(WS-RL-SUB) = WS-ENTRY-PROGRAM
                   MOVE WS-RL-SUB TO WS-RL-FOUND-SUB
               END-IF
           END-PERFORM

           IF WS-RL-FOUND-SUB = ZERO
               MOVE "NOT ON THE APPROVED RERUN LIST"
                   TO WS-REFUSAL
           ELSE
               PERFORM ACCEPT-REQUEST-PARM
           END-IF

           IF WS-REFUSAL = SPACES
               DISPLAY "REASON FOR THE REQUEST: "
               ACCEPT WS-ENTRY-REASON
               IF WS-ENTRY-REASON = SPACES
                   MOVE "NO REASON GIVEN" TO WS-REFUSAL
               END-IF
           END-IF

           IF WS-REFUSAL = SPACES
               PERFORM SCAN-JOB-QUEUE
               IF WS-PENDING-ID NOT = ZERO
                   MOVE SPACES TO WS-REFUSAL
                   STRING "ALREADY PENDING AS REQUEST "
                       WS-PENDING-ID DELIMITED BY SIZE
                       INTO WS-REFUSAL
               END-IF
           END-IF

           IF WS-REFUSAL NOT = SPACES
               DISPLAY "REQUEST REFUSED: " WS-REFUSAL
               MOVE "REFUSED" TO WS-LOG-EVENT
               MOVE ZERO TO WS-LOG-ID
               MOVE WS-REFUSAL TO WS-LOG-TEXT
               PERFORM WRITE-REQUEST-LOG
           ELSE
               PERFORM APPEND-JOB-REQUEST
               DISPLAY "REQUEST " WS-LOG-ID " QUEUED - IT RUNS "
                   "WITH THE NEXT NIGHT OR ON-DEMAND RUN"
           END-IF.

       ACCEPT-REQUEST-PARM.

           EVALUATE WS-RL-PARM-KIND(WS-RL-FOUND-SUB)
               WHEN "M"
                   DISPLAY "MONTH (YYYY-MM): "
                   ACCEPT WS-ENTRY-PARM
                   MOVE WS-ENTRY-PARM TO WS-PARM-CHECK
                   SET WS-VALID TO FALSE
                   IF WS-PARM-YYYY NUMERIC
                           AND WS-PARM-DASH-1 = "-"
                           AND WS-PARM-MM NUMERIC
                           AND WS-PARM-DASH-2 = SPACE
                           AND WS-PARM-DD = SPACES
                       IF WS-PARM-MM >= "01" AND WS-PARM-MM <= "12"
                           SET WS-VALID TO TRUE
                       END-IF
                   END-IF
                   IF NOT WS-VALID
                       MOVE "MONTH MUST BE YYYY-MM" TO WS-REFUSAL
                   END-IF
               WHEN "D"
                   DISPLAY "DATE (YYYY-MM-DD): "
                   ACCEPT WS-ENTRY-PARM
                   MOVE WS-ENTRY-PARM TO WS-PARM-CHECK
                   SET WS-VALID TO FALSE
                   IF WS-PARM-YYYY NUMERIC
                           AND WS-PARM-DASH-1 = "-"
                           AND WS-PARM-MM NUMERIC
                           AND WS-PARM-DASH-2 = "-"
                           AND WS-PARM-DD NUMERIC
                       IF WS-PARM-MM >= "01" AND WS-PARM-MM <= "12"
                               AND WS-PARM-DD >= "01"
                               AND WS-PARM-DD <= "31"
                           SET WS-VALID TO TRUE
                       END-IF
                   END-IF
                   IF NOT WS-VALID
                       MOVE "DATE MUST BE YYYY-MM-DD" TO WS-REFUSAL
                   END-IF
               WHEN "Y"
      * a year is closed once it is over, so only a past year may
      * be asked for; blank takes last year
                   COMPUTE WS-DEFAULT-YEAR = WS-RUN-DATE-YYYY - 1
                   DISPLAY "YEAR (YYYY, BLANK FOR " WS-DEFAULT-YEAR
                       "): "
                   ACCEPT WS-ENTRY-PARM
                   IF WS-ENTRY-PARM = SPACES
                       MOVE WS-DEFAULT-YEAR TO WS-ENTRY-PARM
                   END-IF
                   MOVE WS-ENTRY-PARM TO WS-PARM-CHECK
                   IF WS-PARM-YYYY NUMERIC
                           AND WS-PARM-CHECK(5:6) = SPACES
                       MOVE WS-PARM-YYYY TO WS-PARM-YEAR
                       IF WS-PARM-YEAR NOT < WS-RUN-DATE-YYYY
                           MOVE "YEAR IS NOT OVER YET" TO WS-REFUSAL
                       END-IF
                   ELSE
                       MOVE "YEAR MUST BE YYYY" TO WS-REFUSAL
                   END-IF
               WHEN OTHER
                   MOVE SPACES TO WS-ENTRY-PARM
           END-EVALUATE.

       SCAN-JOB-QUEUE.

      * the next request number, and whether the same program and
      * parameter are already waiting
           MOVE ZERO TO WS-HIGH-ID
           MOVE ZERO TO WS-PENDING-ID
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
                   IF JQ-REQUEST-ID > WS-HIGH-ID
                       MOVE JQ-REQUEST-ID TO WS-HIGH-ID
                   END-IF
                   IF JQ-PENDING
                           AND JQ-PROGRAM = WS-ENTRY-PROGRAM
                           AND JQ-PARM = WS-ENTRY-PARM
                       MOVE JQ-REQUEST-ID TO WS-PENDING-ID
                   END-IF
                   READ JOB-REQUEST-FILE
                       AT END SET WS-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE JOB-REQUEST-FILE
           END-IF.

       APPEND-JOB-REQUEST.

           OPEN EXTEND JOB-REQUEST-FILE
           IF WS-FILE-STATUS = "35"
               OPEN OUTPUT JOB-REQUEST-FILE
               CLOSE JOB-REQUEST-FILE
               OPEN EXTEND JOB-REQUEST-FILE
           END-IF
           IF WS-FILE-STATUS NOT = "00"
               STRING "UNABLE TO OPEN JOBREQUEST, STATUS "
                   WS-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RTN
           END-IF

           PERFORM CAPTURE-NOW-STAMP

           MOVE SPACES TO JOB-REQUEST-RECORD
           ADD 1 TO WS-HIGH-ID GIVING JQ-REQUEST-ID
           SET JQ-PENDING TO TRUE
           MOVE WS-NOW-STAMP TO JQ-FILED-STAMP
           MOVE LS-BADGE TO JQ-BADGE
           MOVE WS-ENTRY-PROGRAM TO JQ-PROGRAM
           MOVE WS-ENTRY-PARM TO JQ-PARM
           MOVE WS-ENTRY-REASON TO JQ-REASON
           MOVE ZERO TO JQ-RUN-NUMBER
           MOVE ZERO TO JQ-RETURN-CODE
           WRITE JOB-REQUEST-RECORD

           CLOSE JOB-REQUEST-FILE

           MOVE "FILED" TO WS-LOG-EVENT
           MOVE JQ-REQUEST-ID TO WS-LOG-ID
           MOVE WS-ENTRY-REASON TO WS-LOG-TEXT
           PERFORM WRITE-REQUEST-LOG.

       LIST-JOB-REQUESTS.

           MOVE ZERO TO WS-LIST-COUNT
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
                   ADD 1 TO WS-LIST-COUNT
                   IF WS-LIST-COUNT = 1
                       DISPLAY "REQ   S PROGRAM              PARM"
                           "       BADGE FILED"
                   END-IF
                   DISPLAY JQ-REQUEST-ID " " JQ-STATUS " "
                       JQ-PROGRAM " " JQ-PARM " " JQ-BADGE "   "
                       JQ-FILED-STAMP
                   IF NOT JQ-PENDING
                       DISPLAY "        " JQ-RUN-STAMP " RUN "
                           JQ-RUN-NUMBER " RC " JQ-RETURN-CODE
                           " " JQ-RESULT
                   END-IF
                   READ JOB-REQUEST-FILE
                       AT END SET WS-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE JOB-REQUEST-FILE
           END-IF

           IF WS-LIST-COUNT = ZERO
               DISPLAY "NO JOB REQUESTS ON THE QUEUE"
           ELSE
               DISPLAY "S: P=PENDING S=STARTED C=COMPLETED "
                   "F=FAILED R=REFUSED W=WITHDRAWN"
           END-IF.

       WITHDRAW-JOB-REQUEST.

           DISPLAY "REQUEST NUMBER TO WITHDRAW: "
           MOVE SPACES TO WS-ENTRY-ID-X
           ACCEPT WS-ENTRY-ID-X
           IF WS-ENTRY-ID-X NOT NUMERIC
               DISPLAY "INVALID REQUEST NUMBER, NUMBERS ONLY."
           ELSE
               MOVE WS-ENTRY-ID-X TO WS-ENTRY-ID
               PERFORM LOAD-JOB-QUEUE
               SET WS-FOUND TO FALSE
               MOVE SPACES TO WS-REFUSAL
               PERFORM VARYING WS-JQ-SUB FROM 1 BY 1
                       UNTIL WS-JQ-SUB > WS-JQ-COUNT OR WS-FOUND
                   MOVE WS-JQ-ROW(WS-JQ-SUB) TO JOB-REQUEST-RECORD
                   IF JQ-REQUEST-ID = WS-ENTRY-ID
                       SET WS-FOUND TO TRUE
                       EVALUATE TRUE
                           WHEN JQ-BADGE NOT = LS-BADGE
                               MOVE "FILED UNDER ANOTHER BADGE"
                                   TO WS-REFUSAL
                           WHEN NOT JQ-PENDING
                               MOVE "NO LONGER PENDING" TO WS-REFUSAL
                           WHEN OTHER
                               PERFORM CAPTURE-NOW-STAMP
                               SET JQ-WITHDRAWN TO TRUE
                               MOVE WS-NOW-STAMP TO JQ-RUN-STAMP
                               MOVE "WITHDRAWN BY REQUESTER"
                                   TO JQ-RESULT
                               MOVE JOB-REQUEST-RECORD
                                   TO WS-JQ-ROW(WS-JQ-SUB)
                       END-EVALUATE
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN NOT WS-FOUND
                       DISPLAY "REQUEST " WS-ENTRY-ID
                           " IS NOT ON THE QUEUE"
                   WHEN WS-REFUSAL NOT = SPACES
                       DISPLAY "REQUEST " WS-ENTRY-ID
                           " NOT WITHDRAWN: " WS-REFUSAL
                   WHEN OTHER
                       MOVE "WITHDRAW" TO WS-LOG-EVENT
                       MOVE WS-ENTRY-ID TO WS-LOG-ID
                       MOVE JQ-PROGRAM TO WS-ENTRY-PROGRAM
                       MOVE JQ-PARM TO WS-ENTRY-PARM
                       MOVE JQ-REASON TO WS-LOG-TEXT
                       PERFORM REWRITE-JOB-QUEUE
                       DISPLAY "REQUEST " WS-ENTRY-ID " WITHDRAWN"
                       PERFORM WRITE-REQUEST-LOG
               END-EVALUATE
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

       REWRITE-JOB-QUEUE.

           OPEN OUTPUT JOB-REQUEST-FILE
           IF WS-FILE-STATUS NOT = "00"
               STRING "UNABLE TO OPEN JOBREQUEST, STATUS "
                   WS-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RTN
           END-IF
           PERFORM VARYING WS-JQ-SUB FROM 1 BY 1
                   UNTIL WS-JQ-SUB > WS-JQ-COUNT
               MOVE WS-JQ-ROW(WS-JQ-SUB) TO JOB-REQUEST-RECORD
               WRITE JOB-REQUEST-RECORD
           END-PERFORM
           CLOSE JOB-REQUEST-FILE.

       WRITE-REQUEST-LOG.

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
           MOVE LS-BADGE TO JG-BADGE
           MOVE WS-LOG-EVENT TO JG-EVENT
           MOVE WS-LOG-ID TO JG-REQUEST-ID
           MOVE WS-ENTRY-PROGRAM TO JG-PROGRAM
           MOVE WS-ENTRY-PARM TO JG-PARM
           MOVE ZERO TO JG-RUN-NUMBER
           MOVE ZERO TO JG-RETURN-CODE
           MOVE WS-LOG-TEXT TO JG-TEXT
           WRITE JOB-REQUEST-LOG-RECORD

           CLOSE JOB-REQUEST-LOG-FILE.

       CAPTURE-NOW-STAMP.

           ACCEPT WS-CLOCK-TIME FROM TIME
           MOVE SPACES TO WS-NOW-STAMP
           STRING WS-TODAY-FORMATTED " " WS-CLOCK-TIME
               DELIMITED BY SIZE INTO WS-NOW-STAMP.

       COPY abendproc.

       END PROGRAM job-request.
