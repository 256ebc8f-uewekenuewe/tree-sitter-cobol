      ******************************************************************
      * Author:
      * Date:
      * Purpose: Operational incident register maintenance for
      *          INCIDENTS, on the load-table / act / rewrite pattern
      *          of account-maint. A bad night leaves its evidence in
      *          several places - an ABENDALERTS alert, a failed step
      *          on JOBLOG, breaks on DIFFLEDGER - and this is where
      *          a supervisor records the incident as a whole. A
      *          supervisor badge, verified through pin-verify, is
      *          required. O)PEN numbers a new incident; L)INK ties
      *          the evidence to it by key, each chosen from a list
      *          of what is actually on file (the alerts for a
      *          program on a date, the steps of a JOBLOG run, the
      *          DIFFLEDGER breaks of a run); U)PDATE records the
      *          cause category, root cause, and actions taken;
      *          R)ESOLVE closes it with its resolution, and needs a
      *          cause category and root cause first. The badge and
      *          time are kept on the record at opening and at
      *          resolution. P)RINT produces INCIDENTRPT for a month:
      *          the incidents begun in it, counts by program and by
      *          cause, and the mean time to resolve, in hours from
      *          the start of the incident. The same report can be
      *          printed for the business month without sign-on
      *          through ENTRY "INCIDENT-REPORT-SUB".
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. incident-maint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INCIDENT-FILE ASSIGN TO "INCIDENTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT ALERT-FILE ASSIGN TO "ABENDALERTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT JOB-LOG-FILE ASSIGN TO "JOBLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT DIFF-LEDGER-FILE ASSIGN TO "DIFFLEDGER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "OPERATORFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  INCIDENT-FILE
           LABEL RECORDS ARE STANDARD.
       01  INCIDENT-FILE-RECORD        PIC X(504).

       FD  ALERT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY alertrec.

      * the nightly-driver's JOBLOG layout
       FD  JOB-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  JOB-LOG-RECORD.
           05 JL-RECORD-TYPE        PIC X(4).
           05 JL-NAME               PIC X(20).
           05 JL-RUN-NUMBER         PIC 9(7).
           05 JL-START-TIMESTAMP    PIC X(19).
           05 JL-END-TIMESTAMP      PIC X(19).
           05 JL-ELAPSED-SECS       PIC 9(7).
           05 JL-RETURN-CODE        PIC S9(4)
                                    SIGN LEADING SEPARATE.

       FD  DIFF-LEDGER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY diffrec.

       FD  OPERATOR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY operrec.

       WORKING-STORAGE SECTION.
      * the incident being worked on - each register row is moved
      * here, changed, and moved back
           COPY increc.

       01  WS-IR-TABLE.
           05 WS-IR-ROW OCCURS 500 TIMES PIC X(504).
       01  WS-IR-COUNT              PIC 9(3) VALUE ZERO.
       01  WS-IR-SUB                PIC 9(3) VALUE ZERO.
       01  WS-IR-MATCH-SUB          PIC 9(3) VALUE ZERO.
       01  WS-NEXT-NUMBER           PIC 9(5) VALUE 1.

       01  WS-IN-ACTION             PIC X(1).
           88  WS-IN-ACT-OPEN               VALUE "O".
           88  WS-IN-ACT-LINK               VALUE "L".
           88  WS-IN-ACT-UPDATE             VALUE "U".
           88  WS-IN-ACT-RESOLVE            VALUE "R".
           88  WS-IN-ACT-INQUIRE            VALUE "I".
           88  WS-IN-ACT-PRINT              VALUE "P".
           88  WS-IN-ACT-NONE               VALUE "N".

       01  WS-LINK-ACTION           PIC X(1).
           88  WS-LINK-ALERT                VALUE "A".
           88  WS-LINK-STEP                 VALUE "J".
           88  WS-LINK-DIFF                 VALUE "D".

      * cause categories and what they mean, in report order; the
      * last row counts incidents not yet given a cause
       01  WS-CAUSE-VALUES.
           05 FILLER PIC X(34) VALUE "DATABAD OR MISSING INPUT DATA".
           05 FILLER PIC X(34) VALUE "FEEDLATE OR MISSING BRANCH FEED".
           05 FILLER PIC X(34) VALUE "PROGPROGRAM DEFECT".
           05 FILLER PIC X(34) VALUE "ENVRENVIRONMENT OR DATABASE".
           05 FILLER PIC X(34) VALUE "OPEROPERATOR ERROR".
           05 FILLER PIC X(34) VALUE "SCHDSCHEDULING OR RUN ORDER".
           05 FILLER PIC X(34) VALUE "EXTNEXTERNAL PARTY".
           05 FILLER PIC X(34) VALUE "OTHROTHER".
           05 FILLER PIC X(34) VALUE "    NO CAUSE RECORDED YET".
       01  WS-CAUSE-TABLE REDEFINES WS-CAUSE-VALUES.
           05 WS-CS-ROW OCCURS 9 TIMES.
               10 WS-CS-CODE         PIC X(4).
               10 WS-CS-TEXT         PIC X(30).
       01  WS-CS-COUNT              PIC 9(1) VALUE 9.
       01  WS-CS-SUB                PIC 9(2) VALUE ZERO.
       01  WS-CS-TOTALS.
           05 WS-CS-INCIDENTS OCCURS 9 TIMES PIC 9(4).

       01  WS-ENTRY-NUMBER-X        PIC X(5).
       01  WS-ENTRY-NUMBER          PIC 9(5) VALUE ZERO.
       01  WS-ENTRY-TEXT            PIC X(60).
       01  WS-ENTRY-CAUSE           PIC X(4).
       01  WS-ENTRY-PROGRAM         PIC X(20).
       01  WS-ENTRY-DATE            PIC X(10).
       01  WS-ENTRY-RUN-X           PIC X(7).
       01  WS-ENTRY-RUN             PIC 9(7) VALUE ZERO.
       01  WS-ENTRY-MONTH           PIC X(7).

      * evidence found on file for the operator to choose from
       01  WS-PK-TABLE.
           05 WS-PK-ROW OCCURS 50 TIMES.
               10 WS-PK-NAME         PIC X(20).
               10 WS-PK-TIMESTAMP    PIC X(19).
               10 WS-PK-RUN-NUMBER   PIC 9(7).
               10 WS-PK-CYCLE        PIC 9(3).
               10 WS-PK-LEGS         PIC X(30).
               10 WS-PK-RETURN-CODE  PIC S9(4).
       01  WS-PK-COUNT              PIC 9(2) VALUE ZERO.
       01  WS-PK-SUB                PIC 9(2) VALUE ZERO.
       01  WS-PK-MORE-SW            PIC X(1) VALUE "N".
           88  WS-PK-MORE                   VALUE "Y" FALSE "N".
       01  WS-PICK-X                PIC X(2).
       01  WS-PICK                  PIC 9(2) VALUE ZERO.
       01  WS-DIFF-SUB              PIC 9(1) VALUE ZERO.
       01  WS-DIFF-FREE-SUB         PIC 9(1) VALUE ZERO.

       01  WS-RC-DISPLAY            PIC -(4)9.
       01  WS-AMT-DISPLAY           PIC -(10)9.99.
       01  WS-PICK-DISPLAY          PIC Z9.

       01  WS-NOW-DATE              PIC 9(8).
       01  WS-NOW-DATE-SPLIT REDEFINES WS-NOW-DATE.
           05 WS-ND-YYYY            PIC 9(4).
           05 WS-ND-MM              PIC 9(2).
           05 WS-ND-DD              PIC 9(2).
       01  WS-NOW-TIME              PIC 9(8).
       01  WS-NOW-STAMP             PIC X(19).

      * monthly report accumulators
       01  WS-RPT-COUNTS.
           05 WS-MONTH-COUNT        PIC 9(4) VALUE ZERO.
           05 WS-OPEN-COUNT         PIC 9(4) VALUE ZERO.
           05 WS-RESOLVED-COUNT     PIC 9(4) VALUE ZERO.
       01  WS-PC-TABLE.
           05 WS-PC-ROW OCCURS 50 TIMES.
               10 WS-PC-PROGRAM      PIC X(20).
               10 WS-PC-INCIDENTS    PIC 9(4).
       01  WS-PC-COUNT              PIC 9(2) VALUE ZERO.
       01  WS-PC-SUB                PIC 9(2) VALUE ZERO.
       01  WS-PC-MATCH-SUB          PIC 9(2) VALUE ZERO.
       01  WS-STATUS-TEXT           PIC X(8).
       01  WS-TOTAL-MINUTES         PIC 9(9) VALUE ZERO.
       01  WS-ELAPSED-MINUTES       PIC S9(9) VALUE ZERO.
       01  WS-HOURS                 PIC 9(5)V9 VALUE ZERO.
       01  WS-HOURS-DISPLAY         PIC ZZZZ9.9.
       01  WS-HOURS-TEXT            PIC X(7).

      * day-serial work fields, the same computation alert-aging
      * uses, so elapsed times are right across month and year ends
       01  WS-SERIAL-WORK.
           05 WS-SW-Y               PIC 9(5).
           05 WS-SW-M               PIC 9(2).
           05 WS-SW-Q1              PIC 9(5).
           05 WS-SW-Q2              PIC 9(5).
           05 WS-SW-Q3              PIC 9(5).
           05 WS-SW-Q4              PIC 9(5).
           05 WS-SW-SERIAL          PIC 9(7).

       01  WS-SERIAL-DATE.
           05 WS-SD-YYYY            PIC 9(4).
           05 WS-SD-MM              PIC 9(2).
           05 WS-SD-DD              PIC 9(2).

       01  WS-STAMP-WORK            PIC X(19).
       01  WS-STAMP-HH              PIC 9(2) VALUE ZERO.
       01  WS-STAMP-MI              PIC 9(2) VALUE ZERO.
       01  WS-STAMP-MINUTES         PIC 9(9) VALUE ZERO.
       01  WS-START-MINUTES         PIC 9(9) VALUE ZERO.

       01  WS-IR-CHANGED-SW         PIC X(1) VALUE "N".
           88  WS-IR-CHANGED                VALUE "Y" FALSE "N".
       01  WS-FOUND-SW              PIC X(1) VALUE "N".
           88  WS-FOUND                     VALUE "Y" FALSE "N".

       01  WS-SIGNON-FIELDS.
           05 WS-SUP-BADGE-X        PIC X(3).
           05 WS-SUP-BADGE          PIC 9(3) VALUE ZERO.

       01  WS-SUP-OK-SW             PIC X(1) VALUE "N".
           88  WS-SUP-OK                    VALUE "Y" FALSE "N".

       01  WS-OP-EOF-SW             PIC X(1) VALUE "N".
           88  WS-OP-EOF                    VALUE "Y" FALSE "N".

       01  WS-TODAY-FORMATTED       PIC X(10).

       01  WS-DONE-SW               PIC X(1) VALUE "N".
           88  WS-DONE                      VALUE "Y" FALSE "N".

       01  WS-EOF-SW                PIC X(1) VALUE "N".
           88  WS-EOF                       VALUE "Y" FALSE "N".

           COPY rundate.
           COPY rptws.
           COPY pinws.
           COPY abendws.

       LINKAGE SECTION.
       01  LS-RETURN-CODE              PIC S9(4) COMP.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           PERFORM INCIDENT-MAINT-LOGIC

           GOBACK.

       INCIDENT-MAINT-LOGIC.

           MOVE "incident-maint" TO WS-ABEND-PROGRAM

           PERFORM GET-BUSINESS-DATE

           PERFORM SIGNON-SUPERVISOR-BADGE
           IF NOT WS-SUP-OK
               DISPLAY "INCIDENT REGISTER REFUSED - SUPERVISOR "
                   "BADGE REQUIRED"
           ELSE
               PERFORM LOAD-INCIDENT-TABLE
               SET WS-IR-CHANGED TO FALSE

               SET WS-DONE TO FALSE
               PERFORM UNTIL WS-DONE
                   DISPLAY "INCIDENT REGISTER - O)PEN L)INK U)PDATE "
                       "R)ESOLVE I)NQUIRE P)RINT N)ONE: "
                   MOVE SPACE TO WS-IN-ACTION
                   ACCEPT WS-IN-ACTION
                   EVALUATE TRUE
                       WHEN WS-IN-ACT-OPEN
                           PERFORM OPEN-INCIDENT
                       WHEN WS-IN-ACT-LINK
                           PERFORM LINK-EVIDENCE
                       WHEN WS-IN-ACT-UPDATE
                           PERFORM UPDATE-INCIDENT
                       WHEN WS-IN-ACT-RESOLVE
                           PERFORM RESOLVE-INCIDENT
                       WHEN WS-IN-ACT-INQUIRE
                           PERFORM INQUIRE-INCIDENT
                       WHEN WS-IN-ACT-PRINT
                           PERFORM GET-REPORT-MONTH
                           PERFORM PRINT-MONTHLY-REPORT
                       WHEN WS-IN-ACT-NONE
                           SET WS-DONE TO TRUE
                       WHEN OTHER
                           DISPLAY "INVALID ACTION, PLEASE "
                               "RE-ENTER."
                   END-EVALUATE
               END-PERFORM

               IF WS-IR-CHANGED
                   PERFORM REWRITE-INCIDENT-FILE
               END-IF
           END-IF.

       GET-BUSINESS-DATE.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           CALL "business-date" USING WS-RUN-DATE
           MOVE SPACES TO WS-TODAY-FORMATTED
           STRING WS-RUN-DATE-YYYY "-" WS-RUN-DATE-MM "-"
               WS-RUN-DATE-DD DELIMITED BY SIZE
               INTO WS-TODAY-FORMATTED.

       GET-NOW-STAMP.

      * incidents are timed by the wall clock, in the ABENDALERTS
      * timestamp format, so an alert time and an opening compare
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           MOVE SPACES TO WS-NOW-STAMP
           STRING WS-ND-YYYY "-" WS-ND-MM "-" WS-ND-DD " "
               WS-NOW-TIME DELIMITED BY SIZE INTO WS-NOW-STAMP.

       SIGNON-SUPERVISOR-BADGE.

           SET WS-SUP-OK TO FALSE
           SET WS-OP-EOF TO FALSE

           DISPLAY "ENTER YOUR BADGE NUMBER: "
           MOVE SPACES TO WS-SUP-BADGE-X
           ACCEPT WS-SUP-BADGE-X
           IF WS-SUP-BADGE-X NOT NUMERIC
               DISPLAY "INVALID BADGE, NUMBERS ONLY."
           ELSE
               MOVE WS-SUP-BADGE-X TO WS-SUP-BADGE

               OPEN INPUT OPERATOR-FILE
               IF WS-FILE-STATUS = "35"
                   DISPLAY "OPERATOR-FILE NOT FOUND"
                   SET WS-OP-EOF TO TRUE
               ELSE
                   IF WS-FILE-STATUS NOT = "00"
                       STRING "UNABLE TO OPEN OPERATOR-FILE, "
                           "STATUS " WS-FILE-STATUS
                           DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
                       PERFORM ABEND-RTN
                   END-IF
               END-IF

               PERFORM UNTIL WS-OP-EOF OR WS-SUP-OK
                   READ OPERATOR-FILE
                       AT END
                           SET WS-OP-EOF TO TRUE
                       NOT AT END
                           IF OP-BADGE = WS-SUP-BADGE
                                   AND OP-CLASS-SUPERVISOR
                                   AND OP-ACTIVE-FLAG NOT = "I"
                               SET WS-SUP-OK TO TRUE
                           END-IF
                   END-READ
               END-PERFORM

               IF WS-FILE-STATUS NOT = "35"
                   CLOSE OPERATOR-FILE
               END-IF

               IF WS-SUP-OK
                   MOVE WS-SUP-BADGE TO PC-BADGE
                   CALL "pin-verify" USING PIN-CHECK-AREA
                   IF NOT PC-OK
                       SET WS-SUP-OK TO FALSE
                   END-IF
               END-IF
           END-IF.

       LOAD-INCIDENT-TABLE.

           MOVE ZERO TO WS-IR-COUNT
           MOVE 1 TO WS-NEXT-NUMBER
           SET WS-EOF TO FALSE

           OPEN INPUT INCIDENT-FILE
           IF WS-FILE-STATUS = "35"
               SET WS-EOF TO TRUE
           ELSE
               IF WS-FILE-STATUS NOT = "00"
                   STRING "UNABLE TO OPEN INCIDENTS, STATUS "
                       WS-FILE-STATUS DELIMITED BY SIZE
                       INTO WS-ABEND-MESSAGE
                   PERFORM ABEND-RTN
               END-IF

               READ INCIDENT-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-EOF
                   IF WS-IR-COUNT >= 500
                       MOVE "WS-IR-TABLE OVERFLOW - MORE THAN 500"
                           TO WS-ABEND-MESSAGE
                       PERFORM ABEND-RTN
                   END-IF
                   ADD 1 TO WS-IR-COUNT
                   MOVE INCIDENT-FILE-RECORD TO WS-IR-ROW(WS-IR-COUNT)
                   MOVE INCIDENT-FILE-RECORD TO INCIDENT-RECORD
                   IF IN-NUMBER NUMERIC
                           AND IN-NUMBER >= WS-NEXT-NUMBER
                       COMPUTE WS-NEXT-NUMBER = IN-NUMBER + 1
                   END-IF
                   READ INCIDENT-FILE
                       AT END SET WS-EOF TO TRUE
                   END-READ
               END-PERFORM

               CLOSE INCIDENT-FILE
           END-IF.

       REWRITE-INCIDENT-FILE.

           OPEN OUTPUT INCIDENT-FILE
           IF WS-FILE-STATUS NOT = "00"
               STRING "UNABLE TO OPEN INCIDENTS, STATUS "
                   WS-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RTN
           END-IF

           PERFORM VARYING WS-IR-SUB FROM 1 BY 1
                   UNTIL WS-IR-SUB > WS-IR-COUNT
               MOVE WS-IR-ROW(WS-IR-SUB) TO INCIDENT-FILE-RECORD
               WRITE INCIDENT-FILE-RECORD
           END-PERFORM

           CLOSE INCIDENT-FILE.

       FIND-INCIDENT-ROW.

           MOVE ZERO TO WS-IR-MATCH-SUB

           PERFORM VARYING WS-IR-SUB FROM 1 BY 1
                   UNTIL WS-IR-SUB > WS-IR-COUNT
               MOVE WS-IR-ROW(WS-IR-SUB) TO INCIDENT-RECORD
               IF IN-NUMBER = WS-ENTRY-NUMBER
                   MOVE WS-IR-SUB TO WS-IR-MATCH-SUB
               END-IF
           END-PERFORM

           IF WS-IR-MATCH-SUB > ZERO
               MOVE WS-IR-ROW(WS-IR-MATCH-SUB) TO INCIDENT-RECORD
           END-IF.

       SAVE-INCIDENT-ROW.

           MOVE INCIDENT-RECORD TO WS-IR-ROW(WS-IR-MATCH-SUB)
           SET WS-IR-CHANGED TO TRUE.

      ******************************************************************
      * maintenance actions
      ******************************************************************
       OPEN-INCIDENT.

           IF WS-IR-COUNT >= 500
               DISPLAY "INCIDENT REGISTER IS FULL - NOT OPENED"
           ELSE
               DISPLAY "ENTER INCIDENT TITLE: "
               MOVE SPACES TO WS-ENTRY-TEXT
               ACCEPT WS-ENTRY-TEXT
               IF WS-ENTRY-TEXT = SPACES
                   DISPLAY "NO TITLE ENTERED - NOT OPENED"
               ELSE
                   PERFORM GET-NOW-STAMP
                   MOVE SPACES TO INCIDENT-RECORD
                   MOVE WS-NEXT-NUMBER TO IN-NUMBER
                   SET IN-OPEN TO TRUE
                   MOVE WS-ENTRY-TEXT TO IN-TITLE
                   MOVE WS-NOW-STAMP TO IN-OPEN-TIMESTAMP
                   MOVE WS-NOW-STAMP TO IN-START-TIMESTAMP
                   MOVE WS-SUP-BADGE TO IN-OPEN-BADGE
                   MOVE ZERO TO IN-RESOLVED-BADGE
                   MOVE ZERO TO IN-STEP-RUN-NUMBER
                   MOVE ZERO TO IN-STEP-RETURN-CODE
                   PERFORM VARYING WS-DIFF-SUB FROM 1 BY 1
                           UNTIL WS-DIFF-SUB > 3
                       MOVE ZERO TO IN-DIFF-RUN-NUMBER(WS-DIFF-SUB)
                       MOVE ZERO TO IN-DIFF-CYCLE(WS-DIFF-SUB)
                   END-PERFORM

                   DISPLAY "ENTER PROGRAM CHARGED (BLANK = FROM "
                       "LINKED EVIDENCE): "
                   MOVE SPACES TO WS-ENTRY-PROGRAM
                   ACCEPT WS-ENTRY-PROGRAM
                   MOVE WS-ENTRY-PROGRAM TO IN-PROGRAM

                   ADD 1 TO WS-IR-COUNT
                   MOVE WS-IR-COUNT TO WS-IR-MATCH-SUB
                   PERFORM SAVE-INCIDENT-ROW
                   ADD 1 TO WS-NEXT-NUMBER
                   DISPLAY "INCIDENT " IN-NUMBER " OPENED "
                       IN-OPEN-TIMESTAMP
               END-IF
           END-IF.

       LINK-EVIDENCE.

           PERFORM GET-OPEN-INCIDENT

           IF WS-IR-MATCH-SUB > ZERO
               DISPLAY "LINK A)LERT J)OBLOG STEP D)IFFLEDGER "
                   "BREAK: "
               MOVE SPACE TO WS-LINK-ACTION
               ACCEPT WS-LINK-ACTION
               EVALUATE TRUE
                   WHEN WS-LINK-ALERT
                       PERFORM LINK-ALERT
                   WHEN WS-LINK-STEP
                       PERFORM LINK-JOB-STEP
                   WHEN WS-LINK-DIFF
                       PERFORM LINK-DIFF-BREAK
                   WHEN OTHER
                       DISPLAY "INVALID LINK TYPE - NOTHING LINKED"
               END-EVALUATE
           END-IF.

       LINK-ALERT.

           DISPLAY "ENTER ALERTING PROGRAM: "
           MOVE SPACES TO WS-ENTRY-PROGRAM
           ACCEPT WS-ENTRY-PROGRAM
           DISPLAY "ENTER ALERT DATE (YYYY-MM-DD): "
           MOVE SPACES TO WS-ENTRY-DATE
           ACCEPT WS-ENTRY-DATE

           PERFORM LIST-ALERTS
           IF WS-PK-COUNT = ZERO
               DISPLAY "NO ALERT FOR " WS-ENTRY-PROGRAM " ON "
                   WS-ENTRY-DATE " - NOTHING LINKED"
           ELSE
               PERFORM GET-PICK
               IF WS-PICK > ZERO
                   MOVE WS-PK-NAME(WS-PICK) TO IN-ALERT-PROGRAM
                   MOVE WS-PK-TIMESTAMP(WS-PICK) TO IN-ALERT-TIMESTAMP
                   IF IN-ALERT-TIMESTAMP < IN-START-TIMESTAMP
                       MOVE IN-ALERT-TIMESTAMP TO IN-START-TIMESTAMP
                   END-IF
                   IF IN-PROGRAM = SPACES
                       MOVE IN-ALERT-PROGRAM TO IN-PROGRAM
                   END-IF
                   PERFORM SAVE-INCIDENT-ROW
                   DISPLAY "INCIDENT " IN-NUMBER " LINKED TO ALERT "
                       IN-ALERT-PROGRAM " " IN-ALERT-TIMESTAMP
               END-IF
           END-IF.

       LIST-ALERTS.

           MOVE ZERO TO WS-PK-COUNT
           SET WS-PK-MORE TO FALSE
           SET WS-EOF TO FALSE

           OPEN INPUT ALERT-FILE
           IF WS-FILE-STATUS = "35"
               DISPLAY "ABENDALERTS NOT FOUND"
           ELSE
               IF WS-FILE-STATUS NOT = "00"
                   STRING "UNABLE TO OPEN ABENDALERTS, STATUS "
                       WS-FILE-STATUS DELIMITED BY SIZE
                       INTO WS-ABEND-MESSAGE
                   PERFORM ABEND-RTN
               END-IF

               READ ALERT-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-EOF
                   IF AL-PROGRAM = WS-ENTRY-PROGRAM
                           AND AL-TIMESTAMP(1:10) = WS-ENTRY-DATE
                       IF WS-PK-COUNT >= 50
                           SET WS-PK-MORE TO TRUE
                       ELSE
                           ADD 1 TO WS-PK-COUNT
                           MOVE AL-PROGRAM TO WS-PK-NAME(WS-PK-COUNT)
                           MOVE AL-TIMESTAMP
                               TO WS-PK-TIMESTAMP(WS-PK-COUNT)
                           MOVE WS-PK-COUNT TO WS-PICK-DISPLAY
                           DISPLAY WS-PICK-DISPLAY ") "
                               AL-TIMESTAMP " " AL-STATUS " "
                               AL-MESSAGE
                       END-IF
                   END-IF
                   READ ALERT-FILE
                       AT END SET WS-EOF TO TRUE
                   END-READ
               END-PERFORM

               CLOSE ALERT-FILE
           END-IF

           IF WS-PK-MORE
               DISPLAY "MORE THAN 50 ALERTS - ONLY THE FIRST 50 "
                   "LISTED"
           END-IF.

       LINK-JOB-STEP.

           PERFORM GET-ENTRY-RUN
           IF WS-ENTRY-RUN > ZERO
               PERFORM LIST-JOB-STEPS
               IF WS-PK-COUNT = ZERO
                   DISPLAY "NO JOBLOG STEPS FOR RUN " WS-ENTRY-RUN
                       " - NOTHING LINKED"
               ELSE
                   PERFORM GET-PICK
                   IF WS-PICK > ZERO
                       MOVE WS-PK-NAME(WS-PICK) TO IN-STEP-NAME
                       MOVE WS-PK-RUN-NUMBER(WS-PICK)
                           TO IN-STEP-RUN-NUMBER
                       MOVE WS-PK-RETURN-CODE(WS-PICK)
                           TO IN-STEP-RETURN-CODE
                       IF IN-PROGRAM = SPACES
                           MOVE IN-STEP-NAME TO IN-PROGRAM
                       END-IF
                       PERFORM SAVE-INCIDENT-ROW
                       DISPLAY "INCIDENT " IN-NUMBER " LINKED TO "
                           "STEP " IN-STEP-NAME " RUN "
                           IN-STEP-RUN-NUMBER
                   END-IF
               END-IF
           END-IF.

       LIST-JOB-STEPS.

           MOVE ZERO TO WS-PK-COUNT
           SET WS-PK-MORE TO FALSE
           SET WS-EOF TO FALSE

           OPEN INPUT JOB-LOG-FILE
           IF WS-FILE-STATUS = "35"
               DISPLAY "JOBLOG NOT FOUND"
           ELSE
               IF WS-FILE-STATUS NOT = "00"
                   STRING "UNABLE TO OPEN JOBLOG, STATUS "
                       WS-FILE-STATUS DELIMITED BY SIZE
                       INTO WS-ABEND-MESSAGE
                   PERFORM ABEND-RTN
               END-IF

               READ JOB-LOG-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-EOF
                   IF JL-RECORD-TYPE = "STEP"
                           AND JL-RUN-NUMBER = WS-ENTRY-RUN
                       IF WS-PK-COUNT >= 50
                           SET WS-PK-MORE TO TRUE
                       ELSE
                           ADD 1 TO WS-PK-COUNT
                           MOVE JL-NAME TO WS-PK-NAME(WS-PK-COUNT)
                           MOVE JL-RUN-NUMBER
                               TO WS-PK-RUN-NUMBER(WS-PK-COUNT)
                           MOVE JL-RETURN-CODE
                               TO WS-PK-RETURN-CODE(WS-PK-COUNT)
                           MOVE WS-PK-COUNT TO WS-PICK-DISPLAY
                           MOVE JL-RETURN-CODE TO WS-RC-DISPLAY
                           DISPLAY WS-PICK-DISPLAY ") " JL-NAME
                               " STARTED " JL-START-TIMESTAMP
                               " RC " WS-RC-DISPLAY
                       END-IF
                   END-IF
                   READ JOB-LOG-FILE
                       AT END SET WS-EOF TO TRUE
                   END-READ
               END-PERFORM

               CLOSE JOB-LOG-FILE
           END-IF

           IF WS-PK-MORE
               DISPLAY "MORE THAN 50 STEPS - ONLY THE FIRST 50 "
                   "LISTED"
           END-IF.

       LINK-DIFF-BREAK.

      * up to three breaks per incident; the same break is not
      * linked twice
           MOVE ZERO TO WS-DIFF-FREE-SUB
           PERFORM VARYING WS-DIFF-SUB FROM 3 BY -1
                   UNTIL WS-DIFF-SUB < 1
               IF IN-DIFF-RUN-NUMBER(WS-DIFF-SUB) = ZERO
                   MOVE WS-DIFF-SUB TO WS-DIFF-FREE-SUB
               END-IF
           END-PERFORM

           IF WS-DIFF-FREE-SUB = ZERO
               DISPLAY "INCIDENT " IN-NUMBER " ALREADY HAS THREE "
                   "DIFFLEDGER BREAKS LINKED"
           ELSE
               PERFORM GET-ENTRY-RUN
               IF WS-ENTRY-RUN > ZERO
                   PERFORM LIST-DIFF-BREAKS
                   IF WS-PK-COUNT = ZERO
                       DISPLAY "NO DIFFLEDGER BREAKS FOR RUN "
                           WS-ENTRY-RUN " - NOTHING LINKED"
                   ELSE
                       PERFORM GET-PICK
                       IF WS-PICK > ZERO
                           PERFORM LINK-PICKED-BREAK
                       END-IF
                   END-IF
               END-IF
           END-IF.

       LINK-PICKED-BREAK.

           SET WS-FOUND TO FALSE
           PERFORM VARYING WS-DIFF-SUB FROM 1 BY 1
                   UNTIL WS-DIFF-SUB > 3
               IF IN-DIFF-RUN-NUMBER(WS-DIFF-SUB)
                       = WS-PK-RUN-NUMBER(WS-PICK)
                       AND IN-DIFF-CYCLE(WS-DIFF-SUB)
                           = WS-PK-CYCLE(WS-PICK)
                       AND IN-DIFF-LEGS(WS-DIFF-SUB)
                           = WS-PK-LEGS(WS-PICK)
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM

           IF WS-FOUND
               DISPLAY "THAT BREAK IS ALREADY LINKED TO INCIDENT "
                   IN-NUMBER
           ELSE
               MOVE WS-PK-RUN-NUMBER(WS-PICK)
                   TO IN-DIFF-RUN-NUMBER(WS-DIFF-FREE-SUB)
               MOVE WS-PK-CYCLE(WS-PICK)
                   TO IN-DIFF-CYCLE(WS-DIFF-FREE-SUB)
               MOVE WS-PK-LEGS(WS-PICK)
                   TO IN-DIFF-LEGS(WS-DIFF-FREE-SUB)
               PERFORM SAVE-INCIDENT-ROW
               DISPLAY "INCIDENT " IN-NUMBER " LINKED TO BREAK RUN "
                   WS-PK-RUN-NUMBER(WS-PICK) " CYCLE "
                   WS-PK-CYCLE(WS-PICK) " " WS-PK-LEGS(WS-PICK)
           END-IF.

       LIST-DIFF-BREAKS.

           MOVE ZERO TO WS-PK-COUNT
           SET WS-PK-MORE TO FALSE
           SET WS-EOF TO FALSE

           OPEN INPUT DIFF-LEDGER-FILE
           IF WS-FILE-STATUS = "35"
               DISPLAY "DIFFLEDGER NOT FOUND"
           ELSE
               IF WS-FILE-STATUS NOT = "00"
                   STRING "UNABLE TO OPEN DIFFLEDGER, STATUS "
                       WS-FILE-STATUS DELIMITED BY SIZE
                       INTO WS-ABEND-MESSAGE
                   PERFORM ABEND-RTN
               END-IF

               READ DIFF-LEDGER-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-EOF
                   IF DL-RUN-NUMBER = WS-ENTRY-RUN
                       IF WS-PK-COUNT >= 50
                           SET WS-PK-MORE TO TRUE
                       ELSE
                           ADD 1 TO WS-PK-COUNT
                           MOVE DL-RUN-NUMBER
                               TO WS-PK-RUN-NUMBER(WS-PK-COUNT)
                           MOVE DL-CYCLE TO WS-PK-CYCLE(WS-PK-COUNT)
                           MOVE DL-LEGS TO WS-PK-LEGS(WS-PK-COUNT)
                           MOVE WS-PK-COUNT TO WS-PICK-DISPLAY
                           MOVE DL-AMOUNT-DIFF TO WS-AMT-DISPLAY
                           DISPLAY WS-PICK-DISPLAY ") " DL-DATE
                               " CYCLE " DL-CYCLE " " DL-LEGS
                               " " WS-AMT-DISPLAY " " DL-STATUS
                       END-IF
                   END-IF
                   READ DIFF-LEDGER-FILE
                       AT END SET WS-EOF TO TRUE
                   END-READ
               END-PERFORM

               CLOSE DIFF-LEDGER-FILE
           END-IF

           IF WS-PK-MORE
               DISPLAY "MORE THAN 50 BREAKS - ONLY THE FIRST 50 "
                   "LISTED"
           END-IF.

       UPDATE-INCIDENT.

      * a blank entry keeps what is already recorded
           PERFORM GET-OPEN-INCIDENT

           IF WS-IR-MATCH-SUB > ZERO
               DISPLAY "ENTER PROGRAM CHARGED [" IN-PROGRAM "]: "
               MOVE SPACES TO WS-ENTRY-PROGRAM
               ACCEPT WS-ENTRY-PROGRAM
               IF WS-ENTRY-PROGRAM NOT = SPACES
                   MOVE WS-ENTRY-PROGRAM TO IN-PROGRAM
               END-IF

               PERFORM GET-ENTRY-CAUSE

               DISPLAY "ENTER ROOT CAUSE: "
               MOVE SPACES TO WS-ENTRY-TEXT
               ACCEPT WS-ENTRY-TEXT
               IF WS-ENTRY-TEXT NOT = SPACES
                   MOVE WS-ENTRY-TEXT TO IN-ROOT-CAUSE
               END-IF

               DISPLAY "ENTER ACTIONS TAKEN: "
               MOVE SPACES TO WS-ENTRY-TEXT
               ACCEPT WS-ENTRY-TEXT
               IF WS-ENTRY-TEXT NOT = SPACES
                   MOVE WS-ENTRY-TEXT TO IN-ACTIONS
               END-IF

               PERFORM SAVE-INCIDENT-ROW
               DISPLAY "INCIDENT " IN-NUMBER " UPDATED"
           END-IF.

       RESOLVE-INCIDENT.

           PERFORM GET-OPEN-INCIDENT

           IF WS-IR-MATCH-SUB > ZERO
               IF IN-CAUSE = SPACES
                   PERFORM GET-ENTRY-CAUSE
               END-IF
               IF IN-ROOT-CAUSE = SPACES
                   DISPLAY "ENTER ROOT CAUSE: "
                   MOVE SPACES TO WS-ENTRY-TEXT
                   ACCEPT WS-ENTRY-TEXT
                   MOVE WS-ENTRY-TEXT TO IN-ROOT-CAUSE
               END-IF

               EVALUATE TRUE
                   WHEN IN-CAUSE = SPACES
                       DISPLAY "NO CAUSE CATEGORY - NOT RESOLVED"
                   WHEN IN-ROOT-CAUSE = SPACES
                       DISPLAY "NO ROOT CAUSE - NOT RESOLVED"
                   WHEN OTHER
                       DISPLAY "ENTER RESOLUTION: "
                       MOVE SPACES TO WS-ENTRY-TEXT
                       ACCEPT WS-ENTRY-TEXT
                       IF WS-ENTRY-TEXT = SPACES
                           DISPLAY "NO RESOLUTION ENTERED - NOT "
                               "RESOLVED"
                       ELSE
                           PERFORM GET-NOW-STAMP
                           MOVE WS-ENTRY-TEXT TO IN-RESOLUTION
                           MOVE WS-NOW-STAMP TO IN-RESOLVED-TIMESTAMP
                           MOVE WS-SUP-BADGE TO IN-RESOLVED-BADGE
                           SET IN-RESOLVED TO TRUE
                           DISPLAY "INCIDENT " IN-NUMBER " RESOLVED "
                               IN-RESOLVED-TIMESTAMP
                       END-IF
               END-EVALUATE

      * a cause or root cause entered on the way is kept even when
      * the incident is not resolved this time
               PERFORM SAVE-INCIDENT-ROW
           END-IF.

       INQUIRE-INCIDENT.

           PERFORM GET-ENTRY-NUMBER
           PERFORM FIND-INCIDENT-ROW

           IF WS-IR-MATCH-SUB = ZERO
               DISPLAY "INCIDENT " WS-ENTRY-NUMBER
                   " IS NOT ON THE REGISTER"
           ELSE
               PERFORM SET-STATUS-TEXT
               DISPLAY "INCIDENT " IN-NUMBER "  " WS-STATUS-TEXT
                   "  " IN-TITLE
               DISPLAY "  PROGRAM " IN-PROGRAM "  CAUSE " IN-CAUSE
               DISPLAY "  OPENED " IN-OPEN-TIMESTAMP " BY BADGE "
                   IN-OPEN-BADGE "  STARTED " IN-START-TIMESTAMP
               IF IN-RESOLVED
                   DISPLAY "  RESOLVED " IN-RESOLVED-TIMESTAMP
                       " BY BADGE " IN-RESOLVED-BADGE
               END-IF
               IF IN-ALERT-PROGRAM NOT = SPACES
                   DISPLAY "  ALERT " IN-ALERT-PROGRAM " "
                       IN-ALERT-TIMESTAMP
               END-IF
               IF IN-STEP-NAME NOT = SPACES
                   MOVE IN-STEP-RETURN-CODE TO WS-RC-DISPLAY
                   DISPLAY "  JOBLOG STEP " IN-STEP-NAME " RUN "
                       IN-STEP-RUN-NUMBER " RC " WS-RC-DISPLAY
               END-IF
               PERFORM VARYING WS-DIFF-SUB FROM 1 BY 1
                       UNTIL WS-DIFF-SUB > 3
                   IF IN-DIFF-RUN-NUMBER(WS-DIFF-SUB) > ZERO
                       DISPLAY "  DIFFLEDGER RUN "
                           IN-DIFF-RUN-NUMBER(WS-DIFF-SUB) " CYCLE "
                           IN-DIFF-CYCLE(WS-DIFF-SUB) " "
                           IN-DIFF-LEGS(WS-DIFF-SUB)
                   END-IF
               END-PERFORM
               DISPLAY "  ROOT CAUSE: " IN-ROOT-CAUSE
               DISPLAY "  ACTIONS:    " IN-ACTIONS
               DISPLAY "  RESOLUTION: " IN-RESOLUTION
           END-IF.

       SET-STATUS-TEXT.

           IF IN-RESOLVED
               MOVE "RESOLVED" TO WS-STATUS-TEXT
           ELSE
               MOVE "OPEN" TO WS-STATUS-TEXT
           END-IF.

      ******************************************************************
      * keyboard entry and validation
      ******************************************************************
       GET-ENTRY-NUMBER.

           DISPLAY "ENTER INCIDENT NUMBER (5 DIGITS): "
           MOVE SPACES TO WS-ENTRY-NUMBER-X
           ACCEPT WS-ENTRY-NUMBER-X
           MOVE ZERO TO WS-ENTRY-NUMBER
           IF WS-ENTRY-NUMBER-X NOT NUMERIC
               DISPLAY "INVALID ENTRY, NUMBERS ONLY."
           ELSE
               MOVE WS-ENTRY-NUMBER-X TO WS-ENTRY-NUMBER
           END-IF.

       GET-OPEN-INCIDENT.

      * only an open incident may be linked, updated, or resolved
           PERFORM GET-ENTRY-NUMBER
           PERFORM FIND-INCIDENT-ROW

           IF WS-IR-MATCH-SUB = ZERO
               DISPLAY "INCIDENT " WS-ENTRY-NUMBER
                   " IS NOT ON THE REGISTER"
           ELSE
               IF IN-RESOLVED
                   DISPLAY "INCIDENT " WS-ENTRY-NUMBER
                       " IS ALREADY RESOLVED"
                   MOVE ZERO TO WS-IR-MATCH-SUB
               END-IF
           END-IF.

       GET-ENTRY-CAUSE.

           SET WS-FOUND TO FALSE
           PERFORM UNTIL WS-FOUND
               DISPLAY "CAUSE CATEGORY [" IN-CAUSE "] - DATA FEED "
                   "PROG ENVR OPER SCHD EXTN OTHR: "
               MOVE SPACES TO WS-ENTRY-CAUSE
               ACCEPT WS-ENTRY-CAUSE
               INSPECT WS-ENTRY-CAUSE CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               IF WS-ENTRY-CAUSE = SPACES
                   SET WS-FOUND TO TRUE
               ELSE
                   PERFORM VARYING WS-CS-SUB FROM 1 BY 1
                           UNTIL WS-CS-SUB >= WS-CS-COUNT
                       IF WS-CS-CODE(WS-CS-SUB) = WS-ENTRY-CAUSE
                           SET WS-FOUND TO TRUE
                       END-IF
                   END-PERFORM
                   IF WS-FOUND
                       MOVE WS-ENTRY-CAUSE TO IN-CAUSE
                   ELSE
                       DISPLAY "UNKNOWN CAUSE CATEGORY, PLEASE "
                           "RE-ENTER."
                   END-IF
               END-IF
           END-PERFORM.

       GET-ENTRY-RUN.

           DISPLAY "ENTER RUN NUMBER (7 DIGITS): "
           MOVE SPACES TO WS-ENTRY-RUN-X
           ACCEPT WS-ENTRY-RUN-X
           MOVE ZERO TO WS-ENTRY-RUN
           IF WS-ENTRY-RUN-X NOT NUMERIC
               DISPLAY "INVALID RUN NUMBER - NOTHING LINKED"
           ELSE
               MOVE WS-ENTRY-RUN-X TO WS-ENTRY-RUN
           END-IF.

       GET-PICK.

           DISPLAY "ENTER LINE NUMBER TO LINK (00 = NONE): "
           MOVE SPACES TO WS-PICK-X
           ACCEPT WS-PICK-X
           MOVE ZERO TO WS-PICK

      * a single digit may be keyed without its leading zero
           IF WS-PICK-X(2:1) = SPACE
               MOVE WS-PICK-X(1:1) TO WS-PICK-X(2:1)
               MOVE "0" TO WS-PICK-X(1:1)
           END-IF

           IF WS-PICK-X NOT NUMERIC
               DISPLAY "INVALID ENTRY - NOTHING LINKED"
           ELSE
               MOVE WS-PICK-X TO WS-PICK
               IF WS-PICK > WS-PK-COUNT
                   DISPLAY "NO SUCH LINE - NOTHING LINKED"
                   MOVE ZERO TO WS-PICK
               END-IF
           END-IF.

       GET-REPORT-MONTH.

           MOVE WS-TODAY-FORMATTED(1:7) TO WS-ENTRY-MONTH
           DISPLAY "ENTER REPORT MONTH (YYYY-MM) [" WS-ENTRY-MONTH
               "]: "
           MOVE SPACES TO WS-ENTRY-TEXT
           ACCEPT WS-ENTRY-TEXT
           IF WS-ENTRY-TEXT NOT = SPACES
               MOVE WS-ENTRY-TEXT(1:7) TO WS-ENTRY-MONTH
           END-IF.

      ******************************************************************
      * monthly incident report
      ******************************************************************
       PRINT-MONTHLY-REPORT.

      * an incident belongs to the month it started in
           MOVE "INCIDENTRPT" TO RPT-FILE-NAME
           MOVE SPACES TO RPT-TITLE
           STRING "MONTHLY INCIDENT REPORT - " WS-ENTRY-MONTH
               DELIMITED BY SIZE INTO RPT-TITLE
           MOVE WS-TODAY-FORMATTED TO RPT-RUN-DATE
           MOVE ZERO TO RPT-PAGE-NUMBER
           MOVE ZERO TO RPT-LINE-COUNT
           MOVE ZERO TO RPT-LINES-PER-PAGE
           SET RPT-REQ-INIT TO TRUE
           CALL "report-writer" USING RPT-CONTROL

           MOVE ZERO TO WS-MONTH-COUNT
           MOVE ZERO TO WS-OPEN-COUNT
           MOVE ZERO TO WS-RESOLVED-COUNT
           MOVE ZERO TO WS-TOTAL-MINUTES
           MOVE ZERO TO WS-PC-COUNT
           PERFORM VARYING WS-CS-SUB FROM 1 BY 1
                   UNTIL WS-CS-SUB > WS-CS-COUNT
               MOVE ZERO TO WS-CS-INCIDENTS(WS-CS-SUB)
           END-PERFORM

           MOVE SPACES TO RPT-LINE
           STRING "INCID STARTED    PROGRAM              CAUSE "
               "STATUS     HOURS  TITLE"
               DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-REPORT-LINE

           PERFORM VARYING WS-IR-SUB FROM 1 BY 1
                   UNTIL WS-IR-SUB > WS-IR-COUNT
               MOVE WS-IR-ROW(WS-IR-SUB) TO INCIDENT-RECORD
               IF IN-START-TIMESTAMP(1:7) = WS-ENTRY-MONTH
                   PERFORM REPORT-ONE-INCIDENT
               END-IF
           END-PERFORM

           IF WS-MONTH-COUNT = ZERO
               MOVE SPACES TO RPT-LINE
               STRING "NO INCIDENTS STARTED IN " WS-ENTRY-MONTH
                   DELIMITED BY SIZE INTO RPT-LINE
               PERFORM WRITE-REPORT-LINE
           ELSE
               PERFORM PRINT-PROGRAM-COUNTS
               PERFORM PRINT-CAUSE-COUNTS
           END-IF

           MOVE SPACES TO RPT-LINE
           MOVE SPACES TO WS-HOURS-TEXT
           IF WS-RESOLVED-COUNT > ZERO
               COMPUTE WS-HOURS ROUNDED =
                   WS-TOTAL-MINUTES / WS-RESOLVED-COUNT / 60
               MOVE WS-HOURS TO WS-HOURS-DISPLAY
               MOVE WS-HOURS-DISPLAY TO WS-HOURS-TEXT
           ELSE
               MOVE "    N/A" TO WS-HOURS-TEXT
           END-IF
           STRING "INCIDENTS " WS-MONTH-COUNT "  RESOLVED "
               WS-RESOLVED-COUNT "  STILL OPEN " WS-OPEN-COUNT
               "  MEAN HOURS TO RESOLVE " WS-HOURS-TEXT
               DELIMITED BY SIZE INTO RPT-LINE
           SET RPT-REQ-TOTAL TO TRUE
           CALL "report-writer" USING RPT-CONTROL

           SET RPT-REQ-CLOSE TO TRUE
           CALL "report-writer" USING RPT-CONTROL

           DISPLAY "INCIDENT REPORT FOR " WS-ENTRY-MONTH
               " PRINTED TO INCIDENTRPT (" WS-MONTH-COUNT
               " INCIDENTS)".

       REPORT-ONE-INCIDENT.

           ADD 1 TO WS-MONTH-COUNT
           PERFORM SET-STATUS-TEXT
           MOVE SPACES TO WS-HOURS-TEXT

           IF IN-RESOLVED
               ADD 1 TO WS-RESOLVED-COUNT
               PERFORM COMPUTE-RESOLVE-MINUTES
               ADD WS-ELAPSED-MINUTES TO WS-TOTAL-MINUTES
               COMPUTE WS-HOURS ROUNDED = WS-ELAPSED-MINUTES / 60
               MOVE WS-HOURS TO WS-HOURS-DISPLAY
               MOVE WS-HOURS-DISPLAY TO WS-HOURS-TEXT
           ELSE
               ADD 1 TO WS-OPEN-COUNT
           END-IF

           MOVE SPACES TO RPT-LINE
           STRING IN-NUMBER " " IN-START-TIMESTAMP(1:10) " "
               IN-PROGRAM " " IN-CAUSE "  " WS-STATUS-TEXT " "
               WS-HOURS-TEXT "  " IN-TITLE
               DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-REPORT-LINE

      * count by program charged
           MOVE ZERO TO WS-PC-MATCH-SUB
           PERFORM VARYING WS-PC-SUB FROM 1 BY 1
                   UNTIL WS-PC-SUB > WS-PC-COUNT
               IF WS-PC-PROGRAM(WS-PC-SUB) = IN-PROGRAM
                   MOVE WS-PC-SUB TO WS-PC-MATCH-SUB
               END-IF
           END-PERFORM
           IF WS-PC-MATCH-SUB = ZERO
               IF WS-PC-COUNT >= 50
                   MOVE "WS-PC-TABLE OVERFLOW - MORE THAN 50"
                       TO WS-ABEND-MESSAGE
                   PERFORM ABEND-RTN
               END-IF
               ADD 1 TO WS-PC-COUNT
               MOVE WS-PC-COUNT TO WS-PC-MATCH-SUB
               MOVE IN-PROGRAM TO WS-PC-PROGRAM(WS-PC-MATCH-SUB)
               MOVE ZERO TO WS-PC-INCIDENTS(WS-PC-MATCH-SUB)
           END-IF
           ADD 1 TO WS-PC-INCIDENTS(WS-PC-MATCH-SUB)

      * count by cause - the last row takes those with none yet
           PERFORM VARYING WS-CS-SUB FROM 1 BY 1
                   UNTIL WS-CS-SUB >= WS-CS-COUNT
                       OR WS-CS-CODE(WS-CS-SUB) = IN-CAUSE
               CONTINUE
           END-PERFORM
           ADD 1 TO WS-CS-INCIDENTS(WS-CS-SUB).

       COMPUTE-RESOLVE-MINUTES.

           MOVE IN-START-TIMESTAMP TO WS-STAMP-WORK
           PERFORM COMPUTE-STAMP-MINUTES
           MOVE WS-STAMP-MINUTES TO WS-START-MINUTES

           MOVE IN-RESOLVED-TIMESTAMP TO WS-STAMP-WORK
           PERFORM COMPUTE-STAMP-MINUTES

           COMPUTE WS-ELAPSED-MINUTES =
               WS-STAMP-MINUTES - WS-START-MINUTES
           IF WS-ELAPSED-MINUTES < ZERO
               MOVE ZERO TO WS-ELAPSED-MINUTES
           END-IF.

       COMPUTE-STAMP-MINUTES.

      * minutes since the day-serial epoch for YYYY-MM-DD HHMMSSHH
           MOVE ZERO TO WS-STAMP-MINUTES
           IF WS-STAMP-WORK(1:4) NUMERIC
                   AND WS-STAMP-WORK(6:2) NUMERIC
                   AND WS-STAMP-WORK(9:2) NUMERIC
                   AND WS-STAMP-WORK(12:4) NUMERIC
               MOVE WS-STAMP-WORK(1:4) TO WS-SD-YYYY
               MOVE WS-STAMP-WORK(6:2) TO WS-SD-MM
               MOVE WS-STAMP-WORK(9:2) TO WS-SD-DD
               MOVE WS-STAMP-WORK(12:2) TO WS-STAMP-HH
               MOVE WS-STAMP-WORK(14:2) TO WS-STAMP-MI
               PERFORM COMPUTE-DAY-SERIAL
               COMPUTE WS-STAMP-MINUTES =
                   (WS-SW-SERIAL * 1440) + (WS-STAMP-HH * 60)
                   + WS-STAMP-MI
           END-IF.

       COMPUTE-DAY-SERIAL.

           IF WS-SD-MM > 2
               MOVE WS-SD-YYYY TO WS-SW-Y
               COMPUTE WS-SW-M = WS-SD-MM - 3
           ELSE
               COMPUTE WS-SW-Y = WS-SD-YYYY - 1
               COMPUTE WS-SW-M = WS-SD-MM + 9
           END-IF

           DIVIDE WS-SW-Y BY 4 GIVING WS-SW-Q1
           DIVIDE WS-SW-Y BY 100 GIVING WS-SW-Q2
           DIVIDE WS-SW-Y BY 400 GIVING WS-SW-Q3
           COMPUTE WS-SW-Q4 = 153 * WS-SW-M + 2
           DIVIDE WS-SW-Q4 BY 5 GIVING WS-SW-Q4

           COMPUTE WS-SW-SERIAL =
               (365 * WS-SW-Y) + WS-SW-Q1 - WS-SW-Q2 + WS-SW-Q3
               + WS-SW-Q4 + WS-SD-DD.

       PRINT-PROGRAM-COUNTS.

           MOVE SPACES TO RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "INCIDENTS BY PROGRAM" TO RPT-LINE
           PERFORM WRITE-REPORT-LINE

           PERFORM VARYING WS-PC-SUB FROM 1 BY 1
                   UNTIL WS-PC-SUB > WS-PC-COUNT
               MOVE SPACES TO RPT-LINE
               IF WS-PC-PROGRAM(WS-PC-SUB) = SPACES
                   STRING "  (NOT YET CHARGED)    "
                       WS-PC-INCIDENTS(WS-PC-SUB)
                       DELIMITED BY SIZE INTO RPT-LINE
               ELSE
                   STRING "  " WS-PC-PROGRAM(WS-PC-SUB) " "
                       WS-PC-INCIDENTS(WS-PC-SUB)
                       DELIMITED BY SIZE INTO RPT-LINE
               END-IF
               PERFORM WRITE-REPORT-LINE
           END-PERFORM.

       PRINT-CAUSE-COUNTS.

           MOVE SPACES TO RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "INCIDENTS BY CAUSE" TO RPT-LINE
           PERFORM WRITE-REPORT-LINE

           PERFORM VARYING WS-CS-SUB FROM 1 BY 1
                   UNTIL WS-CS-SUB > WS-CS-COUNT
               IF WS-CS-INCIDENTS(WS-CS-SUB) > ZERO
                   MOVE SPACES TO RPT-LINE
                   STRING "  " WS-CS-CODE(WS-CS-SUB) " "
                       WS-CS-TEXT(WS-CS-SUB) " "
                       WS-CS-INCIDENTS(WS-CS-SUB)
                       DELIMITED BY SIZE INTO RPT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-PERFORM.

       WRITE-REPORT-LINE.

           SET RPT-REQ-DETAIL TO TRUE
           CALL "report-writer" USING RPT-CONTROL.

       END-OF-LOGIC-PARAGRAPHS.
           CONTINUE.

       ENTRY "INCIDENT-MAINT-SUB" USING LS-RETURN-CODE.

           PERFORM INCIDENT-MAINT-LOGIC

           MOVE RETURN-CODE TO LS-RETURN-CODE

           GOBACK.

       ENTRY "INCIDENT-REPORT-SUB" USING LS-RETURN-CODE.

      * report only, for the business month - no sign-on, nothing
      * changed
           MOVE "incident-maint" TO WS-ABEND-PROGRAM
           PERFORM GET-BUSINESS-DATE
           PERFORM LOAD-INCIDENT-TABLE
           MOVE WS-TODAY-FORMATTED(1:7) TO WS-ENTRY-MONTH
           PERFORM PRINT-MONTHLY-REPORT

           MOVE RETURN-CODE TO LS-RETURN-CODE

           GOBACK.

       COPY abendproc.

       END PROGRAM incident-maint.
