      ******************************************************************
      * Author:
      * Date:
      * Purpose: Dormant badge sweep and quarterly access
      *          recertification report over OPERATORFILE. A badge's
      *          last activity is the latest sign-on on MENUSESSLOG
      *          (ad-hoc-menu) or SHIFTCHECKIN (shift-checkin), the
      *          last activity already kept on the badge, or its
      *          effective date when it has never signed on. The
      *          nightly sweep (ENTRY DORMANT-SWEEP-SUB, or run with
      *          no parameter) flags every active badge idle for
      *          DORMANT-DAYS or more (RUNPARMS card, default 90),
      *          clears the flag again when the badge signs on, and
      *          sets a flagged badge inactive - reason dormant -
      *          once DORMANT-GRACE-DAYS more have passed (default
      *          14). Each action is listed on DORMANTRPT; return
      *          code 4 when any badge was flagged or set inactive.
      *          The recertification report (ENTRY
      *          ACCESS-RECERT-SUB, or run with RECERT) lists every
      *          active badge on RECERTRPT, one section per
      *          supervisor as assigned in operator-maint, with its
      *          class, last activity and last recertification,
      *          marking badges not yet recertified this quarter;
      *          badges with no active supervisor assigned close the
      *          report. The supervisors record their decisions
      *          through operator-maint E)RECERTIFY.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. operator-dormancy.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-FILE ASSIGN TO "OPERATORFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT SESSION-LOG-FILE ASSIGN TO "MENUSESSLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT CHECKIN-FILE ASSIGN TO "SHIFTCHECKIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY operrec.

       FD  SESSION-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  SESSION-LOG-RECORD.
           05 SL-TIMESTAMP          PIC X(19).
           05 SL-BADGE              PIC 9(3).
           05 SL-CHOICE             PIC X(1).
           05 SL-PROGRAM            PIC X(20).
           05 SL-ALLOWED-FLAG       PIC X(1).

       FD  CHECKIN-FILE
           LABEL RECORDS ARE STANDARD.
       01  CHECKIN-RECORD.
           05 CI-DATE               PIC X(10).
           05 CI-SHIFT              PIC X(1).
           05 CI-BADGE              PIC 9(3).
           05 CI-TIME               PIC X(8).

       WORKING-STORAGE SECTION.
       01  WS-OP-TABLE.
           05 WS-OP-ROW OCCURS 50 TIMES.
               10 WS-OP-BADGE        PIC 9(3).
               10 WS-OP-NAME         PIC X(30).
               10 WS-OP-CLASS        PIC X(1).
               10 WS-OP-ACTIVE       PIC X(1).
               10 WS-OP-EFF-DATE     PIC X(10).
               10 WS-OP-EXP-DATE     PIC X(10).
               10 WS-OP-PIN          PIC 9(4).
               10 WS-OP-PIN-DATE     PIC X(10).
               10 WS-OP-FAILS        PIC 9(1).
               10 WS-OP-LOCK         PIC X(1).
               10 WS-OP-SUPERVISOR   PIC 9(3).
               10 WS-OP-LAST-ACTIVE  PIC X(10).
               10 WS-OP-DORMANT-DATE PIC X(10).
               10 WS-OP-OFF-REASON   PIC X(1).
               10 WS-OP-RECERT-DATE  PIC X(10).
               10 WS-OP-RECERT-BADGE PIC 9(3).
               10 WS-OP-RECERT-DEC   PIC X(1).
      * Y when the badge's supervisor is an active supervisor on
      * file - the recertification report's section test
               10 WS-OP-SUP-VALID    PIC X(1).
       01  WS-OP-COUNT              PIC 9(2) VALUE ZERO.
       01  WS-OP-SUB                PIC 9(2) VALUE ZERO.
       01  WS-SUP-SUB               PIC 9(2) VALUE ZERO.
       01  WS-OP-FILE-FOUND-SW      PIC X(1) VALUE "N".
           88  WS-OP-FILE-FOUND             VALUE "Y" FALSE "N".

       01  WS-WORK-BADGE            PIC 9(3) VALUE ZERO.
       01  WS-WORK-DATE             PIC X(10).

       01  WS-DORMANT-DAYS          PIC 9(3) VALUE 90.
       01  WS-GRACE-DAYS            PIC 9(3) VALUE 14.
       01  WS-IDLE-DAYS             PIC S9(7) VALUE ZERO.
       01  WS-FLAGGED-DAYS          PIC S9(7) VALUE ZERO.
       01  WS-DAYS-LEFT             PIC S9(7) VALUE ZERO.
       01  WS-IDLE-SHOWN            PIC 9(5) VALUE ZERO.
       01  WS-LEFT-SHOWN            PIC 9(3) VALUE ZERO.

       01  WS-SWEEP-COUNTS.
           05 WS-CHECKED-COUNT      PIC 9(5) VALUE ZERO.
           05 WS-FLAGGED-COUNT      PIC 9(5) VALUE ZERO.
           05 WS-GRACE-COUNT        PIC 9(5) VALUE ZERO.
           05 WS-OFF-COUNT          PIC 9(5) VALUE ZERO.
           05 WS-CLEARED-COUNT      PIC 9(5) VALUE ZERO.

       01  WS-RECERT-COUNTS.
           05 WS-SECTION-COUNT      PIC 9(5) VALUE ZERO.
           05 WS-LISTED-COUNT       PIC 9(5) VALUE ZERO.
           05 WS-DUE-COUNT          PIC 9(5) VALUE ZERO.

      * one report line for a badge, laid out the same on both
      * reports
       01  WS-BADGE-LINE.
           05 WS-BL-BADGE           PIC 9(3).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-BL-NAME            PIC X(24).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-BL-CLASS           PIC X(1).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-BL-LAST-ACTIVE     PIC X(10).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-BL-NOTE            PIC X(38).

       01  WS-QUARTER-START         PIC X(10).
       01  WS-QUARTER-MM            PIC 9(2).
       01  WS-RUN-OPTION            PIC X(10).

      * day-serial work fields, the same computation business-date
      * uses, for the idle days
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

       01  WS-TODAY-SERIAL          PIC 9(7) VALUE ZERO.
       01  WS-TODAY-FORMATTED       PIC X(10).
       01  WS-RUN-NUMBER            PIC 9(7) VALUE ZERO.

       01  WS-EOF-SW                PIC X(1) VALUE "N".
           88  WS-EOF                       VALUE "Y" FALSE "N".

           COPY rundate.
           COPY runparm.
           COPY rptws.
           COPY abendws.

       LINKAGE SECTION.
       01  LS-RETURN-CODE              PIC S9(4) COMP.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           MOVE SPACES TO WS-RUN-OPTION
           ACCEPT WS-RUN-OPTION FROM COMMAND-LINE
           IF WS-RUN-OPTION = "RECERT"
               PERFORM ACCESS-RECERT-LOGIC
           ELSE
               PERFORM DORMANT-SWEEP-LOGIC
           END-IF

           GOBACK.

       DORMANT-SWEEP-LOGIC.

           PERFORM START-UP

           CALL "parm-loader" USING RUN-PARMS
           MOVE RP-DORMANT-DAYS TO WS-DORMANT-DAYS
           MOVE RP-DORMANT-GRACE-DAYS TO WS-GRACE-DAYS

           PERFORM LOAD-OPERATOR-TABLE
           PERFORM SCAN-ACTIVITY

           MOVE "DORMANTRPT" TO RPT-FILE-NAME
           MOVE "DORMANT BADGE SWEEP" TO RPT-TITLE
           PERFORM OPEN-REPORT

           MOVE SPACES TO RPT-LINE
           STRING "IDLE LIMIT " WS-DORMANT-DAYS " DAYS  GRACE "
               WS-GRACE-DAYS " DAYS" DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "BDG NAME                     C LAST ACTV  "
               "ACTION" DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE ZERO TO WS-CHECKED-COUNT
           MOVE ZERO TO WS-FLAGGED-COUNT
           MOVE ZERO TO WS-GRACE-COUNT
           MOVE ZERO TO WS-OFF-COUNT
           MOVE ZERO TO WS-CLEARED-COUNT

           PERFORM VARYING WS-OP-SUB FROM 1 BY 1
                   UNTIL WS-OP-SUB > WS-OP-COUNT
               IF WS-OP-ACTIVE(WS-OP-SUB) NOT = "I"
                   ADD 1 TO WS-CHECKED-COUNT
                   PERFORM SWEEP-ONE-BADGE
               END-IF
           END-PERFORM

      * the last activity found is kept on every badge even when
      * nothing else changed, so it survives the logs being purged
           IF WS-OP-FILE-FOUND
               PERFORM REWRITE-OPERATOR-FILE
           END-IF

           MOVE SPACES TO RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "ACTIVE BADGES CHECKED " WS-CHECKED-COUNT
               "  FLAG CLEARED " WS-CLEARED-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "FLAGGED DORMANT " WS-FLAGGED-COUNT
               "  IN GRACE " WS-GRACE-COUNT
               "  SET INACTIVE " WS-OFF-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           SET RPT-REQ-TOTAL TO TRUE
           CALL "report-writer" USING RPT-CONTROL

           SET RPT-REQ-CLOSE TO TRUE
           CALL "report-writer" USING RPT-CONTROL

           DISPLAY "DORMANT BADGES FLAGGED:  " WS-FLAGGED-COUNT
           DISPLAY "DORMANT BADGES INACTIVE: " WS-OFF-COUNT

           IF WS-FLAGGED-COUNT > ZERO OR WS-OFF-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

       ACCESS-RECERT-LOGIC.

           PERFORM START-UP

           PERFORM LOAD-OPERATOR-TABLE
           PERFORM SCAN-ACTIVITY

      * a badge recertified on or after the first day of the
      * current quarter is done for the quarter
           EVALUATE TRUE
               WHEN WS-RUN-DATE-MM < 4
                   MOVE 1 TO WS-QUARTER-MM
               WHEN WS-RUN-DATE-MM < 7
                   MOVE 4 TO WS-QUARTER-MM
               WHEN WS-RUN-DATE-MM < 10
                   MOVE 7 TO WS-QUARTER-MM
               WHEN OTHER
                   MOVE 10 TO WS-QUARTER-MM
           END-EVALUATE
           MOVE SPACES TO WS-QUARTER-START
           STRING WS-RUN-DATE-YYYY "-" WS-QUARTER-MM "-01"
               DELIMITED BY SIZE INTO WS-QUARTER-START

      * a badge belongs in its supervisor's section only while that
      * supervisor is an active supervisor on file
           PERFORM VARYING WS-OP-SUB FROM 1 BY 1
                   UNTIL WS-OP-SUB > WS-OP-COUNT
               MOVE "N" TO WS-OP-SUP-VALID(WS-OP-SUB)
               PERFORM VARYING WS-SUP-SUB FROM 1 BY 1
                       UNTIL WS-SUP-SUB > WS-OP-COUNT
                   IF WS-OP-BADGE(WS-SUP-SUB)
                           = WS-OP-SUPERVISOR(WS-OP-SUB)
                           AND WS-OP-CLASS(WS-SUP-SUB) = "S"
                           AND WS-OP-ACTIVE(WS-SUP-SUB) NOT = "I"
                       MOVE "Y" TO WS-OP-SUP-VALID(WS-OP-SUB)
                   END-IF
               END-PERFORM
           END-PERFORM

           MOVE "RECERTRPT" TO RPT-FILE-NAME
           MOVE "QUARTERLY ACCESS RECERTIFICATION" TO RPT-TITLE
           PERFORM OPEN-REPORT

           MOVE SPACES TO RPT-LINE
           STRING "QUARTER BEGINNING " WS-QUARTER-START
               " - BADGES NOT RECERTIFIED SINCE ARE MARKED DUE"
               DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE ZERO TO WS-LISTED-COUNT
           MOVE ZERO TO WS-DUE-COUNT

           PERFORM VARYING WS-SUP-SUB FROM 1 BY 1
                   UNTIL WS-SUP-SUB > WS-OP-COUNT
               IF WS-OP-CLASS(WS-SUP-SUB) = "S"
                       AND WS-OP-ACTIVE(WS-SUP-SUB) NOT = "I"
                   PERFORM PRINT-SUPERVISOR-SECTION
               END-IF
           END-PERFORM

           PERFORM PRINT-UNASSIGNED-SECTION

           MOVE SPACES TO RPT-LINE
           STRING "ACTIVE BADGES LISTED " WS-LISTED-COUNT
               "  DUE FOR RECERTIFICATION " WS-DUE-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           SET RPT-REQ-TOTAL TO TRUE
           CALL "report-writer" USING RPT-CONTROL

           SET RPT-REQ-CLOSE TO TRUE
           CALL "report-writer" USING RPT-CONTROL

           DISPLAY "RECERTIFICATION REPORT PRINTED TO RECERTRPT ("
               WS-LISTED-COUNT " BADGES, " WS-DUE-COUNT " DUE)"

           MOVE 0 TO RETURN-CODE.

       START-UP.

           MOVE "operator-dormancy" TO WS-ABEND-PROGRAM

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           CALL "business-date" USING WS-RUN-DATE
           CALL "run-control" USING WS-RUN-NUMBER
           MOVE SPACES TO WS-TODAY-FORMATTED
           STRING WS-RUN-DATE-YYYY "-" WS-RUN-DATE-MM "-"
               WS-RUN-DATE-DD DELIMITED BY SIZE
               INTO WS-TODAY-FORMATTED

           MOVE WS-RUN-DATE-YYYY TO WS-SD-YYYY
           MOVE WS-RUN-DATE-MM   TO WS-SD-MM
           MOVE WS-RUN-DATE-DD   TO WS-SD-DD
           PERFORM COMPUTE-DAY-SERIAL
           MOVE WS-SW-SERIAL TO WS-TODAY-SERIAL.

       OPEN-REPORT.

           MOVE WS-TODAY-FORMATTED TO RPT-RUN-DATE
           MOVE WS-RUN-NUMBER TO RPT-RUN-NUMBER
           MOVE ZERO TO RPT-PAGE-NUMBER
           MOVE ZERO TO RPT-LINE-COUNT
           MOVE ZERO TO RPT-LINES-PER-PAGE
           SET RPT-REQ-INIT TO TRUE
           CALL "report-writer" USING RPT-CONTROL.

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

       LOAD-OPERATOR-TABLE.

           MOVE ZERO TO WS-OP-COUNT
           SET WS-OP-FILE-FOUND TO FALSE
           SET WS-EOF TO FALSE

           OPEN INPUT OPERATOR-FILE
           IF WS-FILE-STATUS = "35"
               DISPLAY "OPERATOR-FILE NOT FOUND, NO BADGES TO CHECK"
           ELSE
               IF WS-FILE-STATUS NOT = "00"
                   STRING "UNABLE TO OPEN OPERATOR-FILE, STATUS "
                       WS-FILE-STATUS DELIMITED BY SIZE
                       INTO WS-ABEND-MESSAGE
                   PERFORM ABEND-RTN
               END-IF
               SET WS-OP-FILE-FOUND TO TRUE

               READ OPERATOR-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-EOF
                   IF WS-OP-COUNT >= 50
                       MOVE "WS-OP-TABLE OVERFLOW - MORE THAN 50"
                           TO WS-ABEND-MESSAGE
                       PERFORM ABEND-RTN
                   END-IF
                   ADD 1 TO WS-OP-COUNT
                   MOVE OP-BADGE TO WS-OP-BADGE(WS-OP-COUNT)
                   MOVE OP-NAME TO WS-OP-NAME(WS-OP-COUNT)
                   MOVE OP-CLASS TO WS-OP-CLASS(WS-OP-COUNT)
                   IF OP-ACTIVE-FLAG = "A" OR OP-ACTIVE-FLAG = "I"
                       MOVE OP-ACTIVE-FLAG
                           TO WS-OP-ACTIVE(WS-OP-COUNT)
                   ELSE
      * records from before the flag existed count as active
                       MOVE "A" TO WS-OP-ACTIVE(WS-OP-COUNT)
                   END-IF
                   MOVE OP-EFF-DATE TO WS-OP-EFF-DATE(WS-OP-COUNT)
                   MOVE OP-EXP-DATE TO WS-OP-EXP-DATE(WS-OP-COUNT)
                   IF OP-PIN NUMERIC
                       MOVE OP-PIN TO WS-OP-PIN(WS-OP-COUNT)
                   ELSE
                       MOVE ZERO TO WS-OP-PIN(WS-OP-COUNT)
                   END-IF
                   MOVE OP-PIN-DATE TO WS-OP-PIN-DATE(WS-OP-COUNT)
                   IF OP-PIN-FAILS NUMERIC
                       MOVE OP-PIN-FAILS TO WS-OP-FAILS(WS-OP-COUNT)
                   ELSE
                       MOVE ZERO TO WS-OP-FAILS(WS-OP-COUNT)
                   END-IF
                   IF OP-LOCKED
                       MOVE "L" TO WS-OP-LOCK(WS-OP-COUNT)
                   ELSE
                       MOVE SPACE TO WS-OP-LOCK(WS-OP-COUNT)
                   END-IF
                   IF OP-SUPERVISOR NUMERIC
                       MOVE OP-SUPERVISOR
                           TO WS-OP-SUPERVISOR(WS-OP-COUNT)
                   ELSE
                       MOVE ZERO TO WS-OP-SUPERVISOR(WS-OP-COUNT)
                   END-IF
                   IF OP-LAST-ACTIVE(1:4) NUMERIC
                           AND OP-LAST-ACTIVE(6:2) NUMERIC
                           AND OP-LAST-ACTIVE(9:2) NUMERIC
                       MOVE OP-LAST-ACTIVE
                           TO WS-OP-LAST-ACTIVE(WS-OP-COUNT)
                   ELSE
                       MOVE SPACES TO WS-OP-LAST-ACTIVE(WS-OP-COUNT)
                   END-IF
                   MOVE OP-DORMANT-DATE
                       TO WS-OP-DORMANT-DATE(WS-OP-COUNT)
                   MOVE OP-INACTIVE-REASON
                       TO WS-OP-OFF-REASON(WS-OP-COUNT)
                   MOVE OP-RECERT-DATE TO WS-OP-RECERT-DATE(WS-OP-COUNT)
                   IF OP-RECERT-BADGE NUMERIC
                       MOVE OP-RECERT-BADGE
                           TO WS-OP-RECERT-BADGE(WS-OP-COUNT)
                   ELSE
                       MOVE ZERO TO WS-OP-RECERT-BADGE(WS-OP-COUNT)
                   END-IF
                   MOVE OP-RECERT-DECISION
                       TO WS-OP-RECERT-DEC(WS-OP-COUNT)
                   MOVE "N" TO WS-OP-SUP-VALID(WS-OP-COUNT)
                   READ OPERATOR-FILE
                       AT END SET WS-EOF TO TRUE
                   END-READ
               END-PERFORM

               CLOSE OPERATOR-FILE
           END-IF.

       REWRITE-OPERATOR-FILE.

           OPEN OUTPUT OPERATOR-FILE
           IF WS-FILE-STATUS NOT = "00"
               STRING "UNABLE TO OPEN OPERATOR-FILE, STATUS "
                   WS-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RTN
           END-IF

           PERFORM VARYING WS-OP-SUB FROM 1 BY 1
                   UNTIL WS-OP-SUB > WS-OP-COUNT
               MOVE WS-OP-BADGE(WS-OP-SUB) TO OP-BADGE
               MOVE WS-OP-NAME(WS-OP-SUB) TO OP-NAME
               MOVE WS-OP-CLASS(WS-OP-SUB) TO OP-CLASS
               MOVE WS-OP-ACTIVE(WS-OP-SUB) TO OP-ACTIVE-FLAG
               MOVE WS-OP-EFF-DATE(WS-OP-SUB) TO OP-EFF-DATE
               MOVE WS-OP-EXP-DATE(WS-OP-SUB) TO OP-EXP-DATE
               MOVE WS-OP-PIN(WS-OP-SUB) TO OP-PIN
               MOVE WS-OP-PIN-DATE(WS-OP-SUB) TO OP-PIN-DATE
               MOVE WS-OP-FAILS(WS-OP-SUB) TO OP-PIN-FAILS
               MOVE WS-OP-LOCK(WS-OP-SUB) TO OP-LOCK-FLAG
               MOVE WS-OP-SUPERVISOR(WS-OP-SUB) TO OP-SUPERVISOR
               MOVE WS-OP-LAST-ACTIVE(WS-OP-SUB) TO OP-LAST-ACTIVE
               MOVE WS-OP-DORMANT-DATE(WS-OP-SUB) TO OP-DORMANT-DATE
               MOVE WS-OP-OFF-REASON(WS-OP-SUB) TO OP-INACTIVE-REASON
               MOVE WS-OP-RECERT-DATE(WS-OP-SUB) TO OP-RECERT-DATE
               MOVE WS-OP-RECERT-BADGE(WS-OP-SUB) TO OP-RECERT-BADGE
               MOVE WS-OP-RECERT-DEC(WS-OP-SUB) TO OP-RECERT-DECISION
               WRITE OPERATOR-RECORD
           END-PERFORM

           CLOSE OPERATOR-FILE.

       SCAN-ACTIVITY.

      * dates compare as YYYY-MM-DD text, so the latest is simply
      * the highest; a badge that has never signed on starts from
      * its effective date
           PERFORM VARYING WS-OP-SUB FROM 1 BY 1
                   UNTIL WS-OP-SUB > WS-OP-COUNT
               MOVE WS-OP-EFF-DATE(WS-OP-SUB) TO WS-WORK-DATE
               MOVE WS-OP-BADGE(WS-OP-SUB) TO WS-WORK-BADGE
               PERFORM NOTE-ACTIVITY
           END-PERFORM

           SET WS-EOF TO FALSE

           OPEN INPUT CHECKIN-FILE
           IF WS-FILE-STATUS = "35"
               DISPLAY "SHIFTCHECKIN NOT FOUND, NO CHECK-INS"
               SET WS-EOF TO TRUE
           ELSE
               IF WS-FILE-STATUS NOT = "00"
                   STRING "UNABLE TO OPEN SHIFTCHECKIN, STATUS "
                       WS-FILE-STATUS DELIMITED BY SIZE
                       INTO WS-ABEND-MESSAGE
                   PERFORM ABEND-RTN
               END-IF
           END-IF

           IF NOT WS-EOF
               READ CHECKIN-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
           END-IF

           PERFORM UNTIL WS-EOF
               IF CI-BADGE NUMERIC
                   MOVE CI-BADGE TO WS-WORK-BADGE
                   MOVE CI-DATE TO WS-WORK-DATE
                   PERFORM NOTE-ACTIVITY
               END-IF
               READ CHECKIN-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
           END-PERFORM

           IF WS-FILE-STATUS NOT = "35"
               CLOSE CHECKIN-FILE
           END-IF

           SET WS-EOF TO FALSE

           OPEN INPUT SESSION-LOG-FILE
           IF WS-FILE-STATUS = "35"
               DISPLAY "MENUSESSLOG NOT FOUND, NO SESSIONS"
               SET WS-EOF TO TRUE
           ELSE
               IF WS-FILE-STATUS NOT = "00"
                   STRING "UNABLE TO OPEN MENUSESSLOG, STATUS "
                       WS-FILE-STATUS DELIMITED BY SIZE
                       INTO WS-ABEND-MESSAGE
                   PERFORM ABEND-RTN
               END-IF
           END-IF

           IF NOT WS-EOF
               READ SESSION-LOG-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
           END-IF

           PERFORM UNTIL WS-EOF
               IF SL-BADGE NUMERIC
                   MOVE SL-BADGE TO WS-WORK-BADGE
                   MOVE SL-TIMESTAMP(1:10) TO WS-WORK-DATE
                   PERFORM NOTE-ACTIVITY
               END-IF
               READ SESSION-LOG-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
           END-PERFORM

           IF WS-FILE-STATUS NOT = "35"
               CLOSE SESSION-LOG-FILE
           END-IF

      * a badge with no date at all - no effective date and no
      * sign-on - is first seen today and gets the full idle limit
           PERFORM VARYING WS-OP-SUB FROM 1 BY 1
                   UNTIL WS-OP-SUB > WS-OP-COUNT
               IF WS-OP-LAST-ACTIVE(WS-OP-SUB) = SPACES
                   MOVE WS-TODAY-FORMATTED
                       TO WS-OP-LAST-ACTIVE(WS-OP-SUB)
               END-IF
           END-PERFORM.

       NOTE-ACTIVITY.

      * a date later than the business date (a log written under a
      * run-date override) is not taken as activity
           IF WS-WORK-DATE(1:4) NUMERIC
                   AND WS-WORK-DATE(5:1) = "-"
                   AND WS-WORK-DATE(6:2) NUMERIC
                   AND WS-WORK-DATE(8:1) = "-"
                   AND WS-WORK-DATE(9:2) NUMERIC
                   AND WS-WORK-DATE NOT > WS-TODAY-FORMATTED
               PERFORM VARYING WS-SUP-SUB FROM 1 BY 1
                       UNTIL WS-SUP-SUB > WS-OP-COUNT
                   IF WS-OP-BADGE(WS-SUP-SUB) = WS-WORK-BADGE
                       IF WS-OP-LAST-ACTIVE(WS-SUP-SUB) = SPACES
                           OR WS-WORK-DATE
                               > WS-OP-LAST-ACTIVE(WS-SUP-SUB)
                           MOVE WS-WORK-DATE
                               TO WS-OP-LAST-ACTIVE(WS-SUP-SUB)
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       SWEEP-ONE-BADGE.

           MOVE WS-OP-LAST-ACTIVE(WS-OP-SUB)(1:4) TO WS-SD-YYYY
           MOVE WS-OP-LAST-ACTIVE(WS-OP-SUB)(6:2) TO WS-SD-MM
           MOVE WS-OP-LAST-ACTIVE(WS-OP-SUB)(9:2) TO WS-SD-DD
           PERFORM COMPUTE-DAY-SERIAL
           COMPUTE WS-IDLE-DAYS = WS-TODAY-SERIAL - WS-SW-SERIAL
           IF WS-IDLE-DAYS < ZERO
               MOVE ZERO TO WS-IDLE-DAYS
           END-IF
           IF WS-IDLE-DAYS > 99999
               MOVE 99999 TO WS-IDLE-SHOWN
           ELSE
               MOVE WS-IDLE-DAYS TO WS-IDLE-SHOWN
           END-IF

           MOVE WS-OP-BADGE(WS-OP-SUB) TO WS-BL-BADGE
           MOVE WS-OP-NAME(WS-OP-SUB) TO WS-BL-NAME
           MOVE WS-OP-CLASS(WS-OP-SUB) TO WS-BL-CLASS
           MOVE WS-OP-LAST-ACTIVE(WS-OP-SUB) TO WS-BL-LAST-ACTIVE
           MOVE SPACES TO WS-BL-NOTE

           EVALUATE TRUE
               WHEN WS-IDLE-DAYS < WS-DORMANT-DAYS
      * signed on again since it was flagged
                   IF WS-OP-DORMANT-DATE(WS-OP-SUB) NOT = SPACES
                       MOVE SPACES TO WS-OP-DORMANT-DATE(WS-OP-SUB)
                       ADD 1 TO WS-CLEARED-COUNT
                       MOVE "ACTIVE AGAIN - DORMANT FLAG CLEARED"
                           TO WS-BL-NOTE
                       PERFORM WRITE-BADGE-LINE
                   END-IF
               WHEN WS-OP-DORMANT-DATE(WS-OP-SUB) = SPACES
                   MOVE WS-TODAY-FORMATTED
                       TO WS-OP-DORMANT-DATE(WS-OP-SUB)
                   ADD 1 TO WS-FLAGGED-COUNT
                   STRING "FLAGGED - IDLE " WS-IDLE-SHOWN " DAYS"
                       DELIMITED BY SIZE INTO WS-BL-NOTE
                   PERFORM WRITE-BADGE-LINE
               WHEN OTHER
                   PERFORM CHECK-GRACE-PERIOD
           END-EVALUATE.

       CHECK-GRACE-PERIOD.

           MOVE ZERO TO WS-FLAGGED-DAYS
           IF WS-OP-DORMANT-DATE(WS-OP-SUB)(1:4) NUMERIC
                   AND WS-OP-DORMANT-DATE(WS-OP-SUB)(6:2) NUMERIC
                   AND WS-OP-DORMANT-DATE(WS-OP-SUB)(9:2) NUMERIC
               MOVE WS-OP-DORMANT-DATE(WS-OP-SUB)(1:4) TO WS-SD-YYYY
               MOVE WS-OP-DORMANT-DATE(WS-OP-SUB)(6:2) TO WS-SD-MM
               MOVE WS-OP-DORMANT-DATE(WS-OP-SUB)(9:2) TO WS-SD-DD
               PERFORM COMPUTE-DAY-SERIAL
               COMPUTE WS-FLAGGED-DAYS =
                   WS-TODAY-SERIAL - WS-SW-SERIAL
           END-IF

           IF WS-FLAGGED-DAYS >= WS-GRACE-DAYS
               MOVE "I" TO WS-OP-ACTIVE(WS-OP-SUB)
               MOVE WS-TODAY-FORMATTED TO WS-OP-EXP-DATE(WS-OP-SUB)
               MOVE "D" TO WS-OP-OFF-REASON(WS-OP-SUB)
               ADD 1 TO WS-OFF-COUNT
               STRING "SET INACTIVE - FLAGGED "
                   WS-OP-DORMANT-DATE(WS-OP-SUB)
                   DELIMITED BY SIZE INTO WS-BL-NOTE
           ELSE
               COMPUTE WS-DAYS-LEFT = WS-GRACE-DAYS - WS-FLAGGED-DAYS
               MOVE WS-DAYS-LEFT TO WS-LEFT-SHOWN
               ADD 1 TO WS-GRACE-COUNT
               STRING "IN GRACE - " WS-LEFT-SHOWN " DAYS LEFT"
                   DELIMITED BY SIZE INTO WS-BL-NOTE
           END-IF
           PERFORM WRITE-BADGE-LINE.

       PRINT-SUPERVISOR-SECTION.

           MOVE SPACES TO RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "SUPERVISOR " WS-OP-BADGE(WS-SUP-SUB) " "
               WS-OP-NAME(WS-SUP-SUB)
               DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM WRITE-RECERT-HEADING

           MOVE ZERO TO WS-SECTION-COUNT
           PERFORM VARYING WS-OP-SUB FROM 1 BY 1
                   UNTIL WS-OP-SUB > WS-OP-COUNT
               IF WS-OP-ACTIVE(WS-OP-SUB) NOT = "I"
                       AND WS-OP-SUP-VALID(WS-OP-SUB) = "Y"
                       AND WS-OP-SUPERVISOR(WS-OP-SUB)
                           = WS-OP-BADGE(WS-SUP-SUB)
                   PERFORM PRINT-RECERT-BADGE
               END-IF
           END-PERFORM

           PERFORM WRITE-SECTION-COUNT.

       PRINT-UNASSIGNED-SECTION.

           MOVE SPACES TO RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "NO ACTIVE SUPERVISOR ASSIGNED - ASSIGN ONE IN "
               "OPERATOR-MAINT" DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM WRITE-RECERT-HEADING

           MOVE ZERO TO WS-SECTION-COUNT
           PERFORM VARYING WS-OP-SUB FROM 1 BY 1
                   UNTIL WS-OP-SUB > WS-OP-COUNT
               IF WS-OP-ACTIVE(WS-OP-SUB) NOT = "I"
                       AND WS-OP-SUP-VALID(WS-OP-SUB) NOT = "Y"
                   PERFORM PRINT-RECERT-BADGE
               END-IF
           END-PERFORM

           PERFORM WRITE-SECTION-COUNT.

       WRITE-RECERT-HEADING.

           MOVE SPACES TO RPT-LINE
           STRING "BDG NAME                     C LAST ACTV  "
               "LAST RECERTIFIED" DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-REPORT-LINE.

       WRITE-SECTION-COUNT.

           MOVE SPACES TO RPT-LINE
           STRING "  BADGES IN SECTION " WS-SECTION-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-REPORT-LINE.

       PRINT-RECERT-BADGE.

           ADD 1 TO WS-SECTION-COUNT
           ADD 1 TO WS-LISTED-COUNT

           MOVE WS-OP-BADGE(WS-OP-SUB) TO WS-BL-BADGE
           MOVE WS-OP-NAME(WS-OP-SUB) TO WS-BL-NAME
           MOVE WS-OP-CLASS(WS-OP-SUB) TO WS-BL-CLASS
           MOVE WS-OP-LAST-ACTIVE(WS-OP-SUB) TO WS-BL-LAST-ACTIVE
           MOVE SPACES TO WS-BL-NOTE

           IF WS-OP-RECERT-DATE(WS-OP-SUB) = SPACES
               ADD 1 TO WS-DUE-COUNT
               MOVE "NEVER - DUE" TO WS-BL-NOTE
           ELSE
               IF WS-OP-RECERT-DATE(WS-OP-SUB) < WS-QUARTER-START
                   ADD 1 TO WS-DUE-COUNT
                   STRING WS-OP-RECERT-DATE(WS-OP-SUB) " BY "
                       WS-OP-RECERT-BADGE(WS-OP-SUB) " - DUE"
                       DELIMITED BY SIZE INTO WS-BL-NOTE
               ELSE
                   STRING WS-OP-RECERT-DATE(WS-OP-SUB) " BY "
                       WS-OP-RECERT-BADGE(WS-OP-SUB)
                       DELIMITED BY SIZE INTO WS-BL-NOTE
               END-IF
           END-IF
           PERFORM WRITE-BADGE-LINE

           IF WS-OP-DORMANT-DATE(WS-OP-SUB) NOT = SPACES
               MOVE SPACES TO RPT-LINE
               STRING "    FLAGGED DORMANT ON "
                   WS-OP-DORMANT-DATE(WS-OP-SUB)
                   DELIMITED BY SIZE INTO RPT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

       WRITE-BADGE-LINE.

           MOVE WS-BADGE-LINE TO RPT-LINE
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.

           SET RPT-REQ-DETAIL TO TRUE
           CALL "report-writer" USING RPT-CONTROL.

       END-OF-LOGIC-PARAGRAPHS.
           CONTINUE.

       ENTRY "DORMANT-SWEEP-SUB" USING LS-RETURN-CODE.

           PERFORM DORMANT-SWEEP-LOGIC

           MOVE RETURN-CODE TO LS-RETURN-CODE

           GOBACK.

       ENTRY "ACCESS-RECERT-SUB" USING LS-RETURN-CODE.

           PERFORM ACCESS-RECERT-LOGIC

           MOVE RETURN-CODE TO LS-RETURN-CODE

           GOBACK.

       COPY abendproc.

       END PROGRAM operator-dormancy.
