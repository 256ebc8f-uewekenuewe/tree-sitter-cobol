      ******************************************************************
      * Author:
      * Date:
      * Purpose: Shift hours - pairs the SHIFTCHECKIN arrivals with
      *          the SHIFTCHECKOUT sign-offs per business date, shift
      *          and badge (first check-in against last check-out, a
      *          night shift running past midnight counted through),
      *          and replaces the timesheet the floor supervisor built
      *          by hand from the roster.
      *          Nightly (SHIFT-HOURS-SUB) it prints SHIFTHRSRPT for
      *          the last check-in date before the business date, so
      *          the night shift has checked out, flagging a missing
      *          check-out, a check-out with no check-in, and a shift
      *          longer than the SHIFT-HOURS rostered length in
      *          RUNPARMS. A date (YYYY-MM-DD) on the command line
      *          reports that date instead.
      *          Nightly too (PAYROLL-EXPORT-SUB), or on command line
      *          EXPORT [YYYY-MM], it writes the comma-separated
      *          payroll export PAYROLLHRS + YYYYMM for the month of
      *          that same date - month to date, until the first
      *          business day of the next month writes the month
      *          complete, night shift included - one row per badge
      *          per day with a header row: the hours are split into
      *          regular and holiday hours by the company-wide dates
      *          on the HOLIDAYS calendar, and a shift missing its
      *          check-in or check-out is counted as unpaired, not
      *          paid, so payroll can chase it. Hours belong to the
      *          business date the shift was checked in on.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. shift-hours.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHECKIN-FILE ASSIGN TO "SHIFTCHECKIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT CHECKOUT-FILE ASSIGN TO "SHIFTCHECKOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "OPERATORFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT HOLIDAY-FILE ASSIGN TO "HOLIDAYS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT EXPORT-FILE ASSIGN USING WS-EXPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CHECKIN-FILE
           LABEL RECORDS ARE STANDARD.
       01  CHECKIN-RECORD.
           05 CI-DATE               PIC X(10).
           05 CI-SHIFT              PIC X(1).
           05 CI-BADGE              PIC 9(3).
           05 CI-TIME               PIC X(8).

       FD  CHECKOUT-FILE
           LABEL RECORDS ARE STANDARD.
       01  CHECKOUT-RECORD.
           05 CO-DATE               PIC X(10).
           05 CO-SHIFT              PIC X(1).
           05 CO-BADGE              PIC 9(3).
           05 CO-TIME               PIC X(8).

       FD  OPERATOR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY operrec.

       FD  HOLIDAY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY holrec.

       FD  EXPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  EXPORT-RECORD            PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-RUN-OPTION            PIC X(20).
       01  WS-SELECT-DATE           PIC X(10).
       01  WS-SELECT-MONTH          PIC X(7).
       01  WS-TODAY-FORMATTED       PIC X(10).
       01  WS-EXPORT-NAME           PIC X(20).
       01  WS-RUN-NUMBER            PIC 9(7) VALUE ZERO.

      * D - one business date for the nightly report,
      * M - a whole month for the payroll export
       01  WS-SELECT-MODE           PIC X(1).
           88  WS-SELECT-DAY                VALUE "D".
           88  WS-SELECT-MONTHLY            VALUE "M".

      * one row per business date, shift and badge
       01  WS-PAIR-TABLE.
           05 WS-PR-ROW OCCURS 3000 TIMES.
               10 WS-PR-DATE         PIC X(10).
               10 WS-PR-SHIFT        PIC X(1).
               10 WS-PR-BADGE        PIC 9(3).
               10 WS-PR-IN-TIME      PIC X(8).
               10 WS-PR-OUT-TIME     PIC X(8).
               10 WS-PR-MINUTES      PIC 9(5).
               10 WS-PR-FLAG         PIC X(1).
                   88  WS-PR-PAIRED         VALUE " ".
                   88  WS-PR-NO-CHECKOUT    VALUE "M".
                   88  WS-PR-NO-CHECKIN     VALUE "N".
                   88  WS-PR-OVERLONG       VALUE "L".
       01  WS-PR-USED               PIC 9(4) VALUE ZERO.
       01  WS-PR-SUB                PIC 9(4) VALUE ZERO.
       01  WS-PR-FOUND              PIC 9(4) VALUE ZERO.

      * payroll rows, kept in badge and date order as they are built
       01  WS-DAY-TABLE.
           05 WS-DY-ROW OCCURS 2000 TIMES.
               10 WS-DY-KEY.
                   15 WS-DY-BADGE    PIC 9(3).
                   15 WS-DY-DATE     PIC X(10).
               10 WS-DY-SHIFTS       PIC 9(2).
               10 WS-DY-REG-MIN      PIC 9(5).
               10 WS-DY-HOL-MIN      PIC 9(5).
               10 WS-DY-MISSING      PIC 9(2).
       01  WS-DY-USED               PIC 9(4) VALUE ZERO.
       01  WS-DY-SUB                PIC 9(4) VALUE ZERO.
       01  WS-DY-FOUND              PIC 9(4) VALUE ZERO.
       01  WS-DY-NEW-KEY.
           05 WS-DY-NEW-BADGE       PIC 9(3).
           05 WS-DY-NEW-DATE        PIC X(10).

      * company-wide holidays in the exported month
       01  WS-HOLIDAY-TABLE.
           05 WS-HL-DATE OCCURS 31 TIMES PIC X(10).
       01  WS-HL-USED               PIC 9(2) VALUE ZERO.
       01  WS-HL-SUB                PIC 9(2) VALUE ZERO.
       01  WS-HOLIDAY-SW            PIC X(1) VALUE "N".
           88  WS-IS-HOLIDAY                VALUE "Y" FALSE "N".

       01  WS-NAME-TABLE.
           05 WS-NM-ROW OCCURS 200 TIMES.
               10 WS-NM-BADGE        PIC 9(3).
               10 WS-NM-NAME         PIC X(30).
       01  WS-NM-USED               PIC 9(3) VALUE ZERO.
       01  WS-NM-SUB                PIC 9(3) VALUE ZERO.
       01  WS-NM-FOUND-NAME         PIC X(30).

       01  WS-TIME-WORK.
           05 WS-IN-MINUTES         PIC 9(4).
           05 WS-OUT-MINUTES        PIC 9(4).
           05 WS-DIFF-MINUTES       PIC S9(5).
           05 WS-ROSTER-MINUTES     PIC 9(5).
           05 WS-CLOCK-HH           PIC 9(2).
           05 WS-CLOCK-MM           PIC 9(2).

       01  WS-HOURS-WORK.
           05 WS-HOURS              PIC 9(3)V99.
           05 WS-HOURS-OUT          PIC 9(3).99.
           05 WS-REG-HOURS-OUT      PIC 9(3).99.
           05 WS-HOL-HOURS-OUT      PIC 9(3).99.
           05 WS-TOT-HOURS-OUT      PIC 9(3).99.
           05 WS-MISSING-OUT        PIC 9(2).
           05 WS-SHIFTS-OUT         PIC 9(2).
           05 WS-IN-SHOW            PIC X(5).
           05 WS-OUT-SHOW           PIC X(5).

       01  WS-REPORT-COUNTS.
           05 WS-PAIRED-COUNT       PIC 9(5) VALUE ZERO.
           05 WS-NO-CHECKOUT-COUNT  PIC 9(5) VALUE ZERO.
           05 WS-NO-CHECKIN-COUNT   PIC 9(5) VALUE ZERO.
           05 WS-OVERLONG-COUNT     PIC 9(5) VALUE ZERO.
           05 WS-ROWS-WRITTEN       PIC 9(5) VALUE ZERO.

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
           IF WS-RUN-OPTION(1:6) = "EXPORT"
               MOVE WS-RUN-OPTION(8:7) TO WS-SELECT-MONTH
               PERFORM PAYROLL-EXPORT-LOGIC
           ELSE
               MOVE WS-RUN-OPTION(1:10) TO WS-SELECT-DATE
               PERFORM SHIFT-HOURS-LOGIC
           END-IF

           GOBACK.

       SHIFT-HOURS-LOGIC.

           PERFORM START-UP
           MOVE "D" TO WS-SELECT-MODE

      * nightly the business date's own night shift is still on the
      * floor, so the report is for the last date before it
           IF WS-SELECT-DATE(5:1) NOT = "-"
                   OR WS-SELECT-DATE(1:4) NOT NUMERIC
               PERFORM FIND-LAST-CHECKIN-DATE
           END-IF
           DISPLAY "SHIFT HOURS FOR: " WS-SELECT-DATE

           PERFORM LOAD-NAME-TABLE
           PERFORM BUILD-PAIR-TABLE
           PERFORM PRINT-HOURS-REPORT

           IF WS-NO-CHECKOUT-COUNT > ZERO
                   OR WS-NO-CHECKIN-COUNT > ZERO
                   OR WS-OVERLONG-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

       PAYROLL-EXPORT-LOGIC.

           PERFORM START-UP
           MOVE "M" TO WS-SELECT-MODE

           IF WS-SELECT-MONTH(5:1) NOT = "-"
                   OR WS-SELECT-MONTH(1:4) NOT NUMERIC
                   OR WS-SELECT-MONTH(6:2) NOT NUMERIC
               PERFORM FIND-LAST-CHECKIN-DATE
               MOVE WS-SELECT-DATE(1:7) TO WS-SELECT-MONTH
           END-IF
           DISPLAY "PAYROLL HOURS FOR MONTH: " WS-SELECT-MONTH

           MOVE SPACES TO WS-EXPORT-NAME
           STRING "PAYROLLHRS" WS-SELECT-MONTH(1:4)
               WS-SELECT-MONTH(6:2) DELIMITED BY SIZE
               INTO WS-EXPORT-NAME

           PERFORM LOAD-HOLIDAY-TABLE
           PERFORM BUILD-PAIR-TABLE
           PERFORM BUILD-DAY-TABLE
           PERFORM WRITE-PAYROLL-EXPORT

           DISPLAY "===== PAYROLL HOURS EXPORT ====="
           DISPLAY "FILE:               " WS-EXPORT-NAME
           DISPLAY "BADGE-DAY ROWS:     " WS-ROWS-WRITTEN
           DISPLAY "SHIFTS PAIRED:      " WS-PAIRED-COUNT
           DISPLAY "MISSING CHECK-OUTS: " WS-NO-CHECKOUT-COUNT
           DISPLAY "MISSING CHECK-INS:  " WS-NO-CHECKIN-COUNT
           DISPLAY "================================"

           MOVE 0 TO RETURN-CODE.

       START-UP.

           MOVE "shift-hours" TO WS-ABEND-PROGRAM

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           CALL "business-date" USING WS-RUN-DATE
           CALL "run-control" USING WS-RUN-NUMBER
           MOVE SPACES TO WS-TODAY-FORMATTED
           STRING WS-RUN-DATE-YYYY "-" WS-RUN-DATE-MM "-"
               WS-RUN-DATE-DD DELIMITED BY SIZE
               INTO WS-TODAY-FORMATTED

           CALL "parm-loader" USING RUN-PARMS
           COMPUTE WS-ROSTER-MINUTES = RP-SHIFT-HOURS * 60

           MOVE ZERO TO WS-PAIRED-COUNT
           MOVE ZERO TO WS-NO-CHECKOUT-COUNT
           MOVE ZERO TO WS-NO-CHECKIN-COUNT
           MOVE ZERO TO WS-OVERLONG-COUNT
           MOVE ZERO TO WS-ROWS-WRITTEN.

       FIND-LAST-CHECKIN-DATE.

           MOVE SPACES TO WS-SELECT-DATE
           SET WS-EOF TO FALSE

           OPEN INPUT CHECKIN-FILE
           IF WS-FILE-STATUS = "35"
               SET WS-EOF TO TRUE
           ELSE
               IF WS-FILE-STATUS NOT = "00"
                   STRING "UNABLE TO OPEN SHIFTCHECKIN, STATUS "
                       WS-FILE-STATUS DELIMITED BY SIZE
                       INTO WS-ABEND-MESSAGE
                   PERFORM ABEND-RTN
               END-IF
               READ CHECKIN-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
           END-IF

           PERFORM UNTIL WS-EOF
               IF CI-DATE < WS-TODAY-FORMATTED
                       AND CI-DATE > WS-SELECT-DATE
                   MOVE CI-DATE TO WS-SELECT-DATE
               END-IF
               READ CHECKIN-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
           END-PERFORM

           IF WS-FILE-STATUS NOT = "35"
               CLOSE CHECKIN-FILE
           END-IF

           IF WS-SELECT-DATE = SPACES
               MOVE WS-TODAY-FORMATTED TO WS-SELECT-DATE
           END-IF.

       LOAD-NAME-TABLE.

           MOVE ZERO TO WS-NM-USED
           SET WS-EOF TO FALSE

           OPEN INPUT OPERATOR-FILE
           IF WS-FILE-STATUS NOT = "00"
               SET WS-EOF TO TRUE
           ELSE
               READ OPERATOR-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
           END-IF

           PERFORM UNTIL WS-EOF
               IF WS-NM-USED < 200
                   ADD 1 TO WS-NM-USED
                   MOVE OP-BADGE TO WS-NM-BADGE(WS-NM-USED)
                   MOVE OP-NAME TO WS-NM-NAME(WS-NM-USED)
               END-IF
               READ OPERATOR-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
           END-PERFORM

           IF WS-FILE-STATUS = "10"
               CLOSE OPERATOR-FILE
           END-IF.

       FIND-OPERATOR-NAME.

           MOVE "(NOT ON OPERATOR MASTER)" TO WS-NM-FOUND-NAME
           PERFORM VARYING WS-NM-SUB FROM 1 BY 1
                   UNTIL WS-NM-SUB > WS-NM-USED
               IF WS-NM-BADGE(WS-NM-SUB) = WS-PR-BADGE(WS-PR-SUB)
                   MOVE WS-NM-NAME(WS-NM-SUB) TO WS-NM-FOUND-NAME
               END-IF
           END-PERFORM.

       LOAD-HOLIDAY-TABLE.

           MOVE ZERO TO WS-HL-USED
           SET WS-EOF TO FALSE

           OPEN INPUT HOLIDAY-FILE
           IF WS-FILE-STATUS = "35"
               SET WS-EOF TO TRUE
           ELSE
               IF WS-FILE-STATUS NOT = "00"
                   STRING "UNABLE TO OPEN HOLIDAYS, STATUS "
                       WS-FILE-STATUS DELIMITED BY SIZE
                       INTO WS-ABEND-MESSAGE
                   PERFORM ABEND-RTN
               END-IF
               READ HOLIDAY-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
           END-IF

           PERFORM UNTIL WS-EOF
               IF HOL-DATE(1:7) = WS-SELECT-MONTH
                       AND HOL-COMPANY-WIDE
                       AND WS-HL-USED < 31
                   ADD 1 TO WS-HL-USED
                   MOVE HOL-DATE TO WS-HL-DATE(WS-HL-USED)
               END-IF
               READ HOLIDAY-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
           END-PERFORM

           IF WS-FILE-STATUS NOT = "35"
               CLOSE HOLIDAY-FILE
           END-IF.

       BUILD-PAIR-TABLE.

           MOVE ZERO TO WS-PR-USED

      * both files are in time order: the first check-in of a shift
      * is its start and the last check-out its end, however many
      * times the badge signed on in between
           SET WS-EOF TO FALSE
           OPEN INPUT CHECKIN-FILE
           IF WS-FILE-STATUS = "35"
               SET WS-EOF TO TRUE
           ELSE
               IF WS-FILE-STATUS NOT = "00"
                   STRING "UNABLE TO OPEN SHIFTCHECKIN, STATUS "
                       WS-FILE-STATUS DELIMITED BY SIZE
                       INTO WS-ABEND-MESSAGE
                   PERFORM ABEND-RTN
               END-IF
               READ CHECKIN-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
           END-IF

           PERFORM UNTIL WS-EOF
               IF (WS-SELECT-DAY AND CI-DATE = WS-SELECT-DATE)
                       OR (WS-SELECT-MONTHLY
                           AND CI-DATE(1:7) = WS-SELECT-MONTH)
                   PERFORM FIND-PAIR-FOR-CHECKIN
                   IF WS-PR-IN-TIME(WS-PR-FOUND) = SPACES
                       MOVE CI-TIME TO WS-PR-IN-TIME(WS-PR-FOUND)
                   END-IF
               END-IF
               READ CHECKIN-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
           END-PERFORM

           IF WS-FILE-STATUS NOT = "35"
               CLOSE CHECKIN-FILE
           END-IF

           SET WS-EOF TO FALSE
           OPEN INPUT CHECKOUT-FILE
           IF WS-FILE-STATUS = "35"
               SET WS-EOF TO TRUE
           ELSE
               IF WS-FILE-STATUS NOT = "00"
                   STRING "UNABLE TO OPEN SHIFTCHECKOUT, STATUS "
                       WS-FILE-STATUS DELIMITED BY SIZE
                       INTO WS-ABEND-MESSAGE
                   PERFORM ABEND-RTN
               END-IF
               READ CHECKOUT-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
           END-IF

           PERFORM UNTIL WS-EOF
               IF (WS-SELECT-DAY AND CO-DATE = WS-SELECT-DATE)
                       OR (WS-SELECT-MONTHLY
                           AND CO-DATE(1:7) = WS-SELECT-MONTH)
                   MOVE CO-DATE TO CI-DATE
                   MOVE CO-SHIFT TO CI-SHIFT
                   MOVE CO-BADGE TO CI-BADGE
                   PERFORM FIND-PAIR-FOR-CHECKIN
                   MOVE CO-TIME TO WS-PR-OUT-TIME(WS-PR-FOUND)
               END-IF
               READ CHECKOUT-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
           END-PERFORM

           IF WS-FILE-STATUS NOT = "35"
               CLOSE CHECKOUT-FILE
           END-IF

           PERFORM VARYING WS-PR-SUB FROM 1 BY 1
                   UNTIL WS-PR-SUB > WS-PR-USED
               PERFORM RATE-ONE-PAIR
           END-PERFORM.

       FIND-PAIR-FOR-CHECKIN.

           MOVE ZERO TO WS-PR-FOUND
           PERFORM VARYING WS-PR-SUB FROM 1 BY 1
                   UNTIL WS-PR-SUB > WS-PR-USED
                   OR WS-PR-FOUND > ZERO
               IF WS-PR-DATE(WS-PR-SUB) = CI-DATE
                       AND WS-PR-SHIFT(WS-PR-SUB) = CI-SHIFT
                       AND WS-PR-BADGE(WS-PR-SUB) = CI-BADGE
                   MOVE WS-PR-SUB TO WS-PR-FOUND
               END-IF
           END-PERFORM

           IF WS-PR-FOUND = ZERO
               IF WS-PR-USED >= 3000
                   MOVE "WS-PAIR-TABLE OVERFLOW - MORE THAN 3000"
                       TO WS-ABEND-MESSAGE
                   PERFORM ABEND-RTN
               END-IF
               ADD 1 TO WS-PR-USED
               MOVE WS-PR-USED TO WS-PR-FOUND
               MOVE CI-DATE TO WS-PR-DATE(WS-PR-FOUND)
               MOVE CI-SHIFT TO WS-PR-SHIFT(WS-PR-FOUND)
               MOVE CI-BADGE TO WS-PR-BADGE(WS-PR-FOUND)
               MOVE SPACES TO WS-PR-IN-TIME(WS-PR-FOUND)
               MOVE SPACES TO WS-PR-OUT-TIME(WS-PR-FOUND)
               MOVE ZERO TO WS-PR-MINUTES(WS-PR-FOUND)
               MOVE SPACE TO WS-PR-FLAG(WS-PR-FOUND)
           END-IF.

       RATE-ONE-PAIR.

           MOVE ZERO TO WS-PR-MINUTES(WS-PR-SUB)
           EVALUATE TRUE
               WHEN WS-PR-IN-TIME(WS-PR-SUB) = SPACES
                   SET WS-PR-NO-CHECKIN(WS-PR-SUB) TO TRUE
                   ADD 1 TO WS-NO-CHECKIN-COUNT
               WHEN WS-PR-OUT-TIME(WS-PR-SUB) = SPACES
                   SET WS-PR-NO-CHECKOUT(WS-PR-SUB) TO TRUE
                   ADD 1 TO WS-NO-CHECKOUT-COUNT
               WHEN OTHER
      * a check-out earlier in the day than its check-in is the
      * next morning; no shift runs a full day
                   MOVE WS-PR-IN-TIME(WS-PR-SUB)(1:2) TO WS-CLOCK-HH
                   MOVE WS-PR-IN-TIME(WS-PR-SUB)(3:2) TO WS-CLOCK-MM
                   COMPUTE WS-IN-MINUTES =
                       WS-CLOCK-HH * 60 + WS-CLOCK-MM
                   MOVE WS-PR-OUT-TIME(WS-PR-SUB)(1:2) TO WS-CLOCK-HH
                   MOVE WS-PR-OUT-TIME(WS-PR-SUB)(3:2) TO WS-CLOCK-MM
                   COMPUTE WS-OUT-MINUTES =
                       WS-CLOCK-HH * 60 + WS-CLOCK-MM
                   COMPUTE WS-DIFF-MINUTES =
                       WS-OUT-MINUTES - WS-IN-MINUTES
                   IF WS-DIFF-MINUTES < ZERO
                       ADD 1440 TO WS-DIFF-MINUTES
                   END-IF
                   MOVE WS-DIFF-MINUTES TO WS-PR-MINUTES(WS-PR-SUB)
                   ADD 1 TO WS-PAIRED-COUNT
                   IF WS-PR-MINUTES(WS-PR-SUB) > WS-ROSTER-MINUTES
                       SET WS-PR-OVERLONG(WS-PR-SUB) TO TRUE
                       ADD 1 TO WS-OVERLONG-COUNT
                   END-IF
           END-EVALUATE.

       PRINT-HOURS-REPORT.

           MOVE "SHIFTHRSRPT" TO RPT-FILE-NAME
           MOVE "SHIFT HOURS PAIRING REPORT" TO RPT-TITLE
           MOVE WS-SELECT-DATE TO RPT-RUN-DATE
           MOVE WS-RUN-NUMBER TO RPT-RUN-NUMBER
           MOVE ZERO TO RPT-PAGE-NUMBER
           MOVE ZERO TO RPT-LINE-COUNT
           MOVE ZERO TO RPT-LINES-PER-PAGE
           SET RPT-REQ-INIT TO TRUE
           CALL "report-writer" USING RPT-CONTROL

           MOVE SPACES TO RPT-LINE
           STRING "BUSINESS DATE " WS-SELECT-DATE
               "  ROSTERED SHIFT " RP-SHIFT-HOURS " HOURS"
               DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO RPT-LINE
           PERFORM WRITE-REPORT-LINE

           PERFORM VARYING WS-PR-SUB FROM 1 BY 1
                   UNTIL WS-PR-SUB > WS-PR-USED
               PERFORM PRINT-ONE-PAIR
           END-PERFORM

           IF WS-PR-USED = ZERO
               MOVE "NO CHECK-INS OR CHECK-OUTS FOR THE DATE"
                   TO RPT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF

           MOVE SPACES TO RPT-LINE
           STRING "PAIRED " WS-PAIRED-COUNT
               "  NO CHECK-OUT " WS-NO-CHECKOUT-COUNT
               "  NO CHECK-IN " WS-NO-CHECKIN-COUNT
               "  OVER ROSTER " WS-OVERLONG-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           SET RPT-REQ-TOTAL TO TRUE
           CALL "report-writer" USING RPT-CONTROL

           SET RPT-REQ-CLOSE TO TRUE
           CALL "report-writer" USING RPT-CONTROL

           DISPLAY "===== SHIFT HOURS SUMMARY ====="
           DISPLAY "PAIRED:        " WS-PAIRED-COUNT
           DISPLAY "NO CHECK-OUT:  " WS-NO-CHECKOUT-COUNT
           DISPLAY "NO CHECK-IN:   " WS-NO-CHECKIN-COUNT
           DISPLAY "OVER ROSTER:   " WS-OVERLONG-COUNT
           DISPLAY "===============================".

       PRINT-ONE-PAIR.

           PERFORM FIND-OPERATOR-NAME

           MOVE "--:--" TO WS-IN-SHOW
           MOVE "--:--" TO WS-OUT-SHOW
           IF WS-PR-IN-TIME(WS-PR-SUB) NOT = SPACES
               STRING WS-PR-IN-TIME(WS-PR-SUB)(1:2) ":"
                   WS-PR-IN-TIME(WS-PR-SUB)(3:2)
                   DELIMITED BY SIZE INTO WS-IN-SHOW
           END-IF
           IF WS-PR-OUT-TIME(WS-PR-SUB) NOT = SPACES
               STRING WS-PR-OUT-TIME(WS-PR-SUB)(1:2) ":"
                   WS-PR-OUT-TIME(WS-PR-SUB)(3:2)
                   DELIMITED BY SIZE INTO WS-OUT-SHOW
           END-IF
           COMPUTE WS-HOURS ROUNDED = WS-PR-MINUTES(WS-PR-SUB) / 60
           MOVE WS-HOURS TO WS-HOURS-OUT

           MOVE SPACES TO RPT-LINE
           STRING "SHIFT " WS-PR-SHIFT(WS-PR-SUB)
               " BADGE " WS-PR-BADGE(WS-PR-SUB) " "
               WS-NM-FOUND-NAME(1:20)
               " IN " WS-IN-SHOW " OUT " WS-OUT-SHOW
               " HRS " WS-HOURS-OUT
               DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-REPORT-LINE

           EVALUATE TRUE
               WHEN WS-PR-NO-CHECKOUT(WS-PR-SUB)
                   MOVE "    *** MISSING CHECK-OUT ***" TO RPT-LINE
                   PERFORM WRITE-REPORT-LINE
               WHEN WS-PR-NO-CHECKIN(WS-PR-SUB)
                   MOVE "    *** CHECK-OUT WITH NO CHECK-IN ***"
                       TO RPT-LINE
                   PERFORM WRITE-REPORT-LINE
               WHEN WS-PR-OVERLONG(WS-PR-SUB)
                   MOVE "    *** LONGER THAN THE ROSTERED SHIFT ***"
                       TO RPT-LINE
                   PERFORM WRITE-REPORT-LINE
           END-EVALUATE.

       BUILD-DAY-TABLE.

           MOVE ZERO TO WS-DY-USED

           PERFORM VARYING WS-PR-SUB FROM 1 BY 1
                   UNTIL WS-PR-SUB > WS-PR-USED
               MOVE WS-PR-BADGE(WS-PR-SUB) TO WS-DY-NEW-BADGE
               MOVE WS-PR-DATE(WS-PR-SUB) TO WS-DY-NEW-DATE
               PERFORM FIND-OR-INSERT-DAY
               ADD 1 TO WS-DY-SHIFTS(WS-DY-FOUND)
               IF WS-PR-NO-CHECKOUT(WS-PR-SUB)
                       OR WS-PR-NO-CHECKIN(WS-PR-SUB)
                   ADD 1 TO WS-DY-MISSING(WS-DY-FOUND)
               END-IF
               SET WS-IS-HOLIDAY TO FALSE
               PERFORM VARYING WS-HL-SUB FROM 1 BY 1
                       UNTIL WS-HL-SUB > WS-HL-USED
                   IF WS-HL-DATE(WS-HL-SUB) = WS-PR-DATE(WS-PR-SUB)
                       SET WS-IS-HOLIDAY TO TRUE
                   END-IF
               END-PERFORM
               IF WS-IS-HOLIDAY
                   ADD WS-PR-MINUTES(WS-PR-SUB)
                       TO WS-DY-HOL-MIN(WS-DY-FOUND)
               ELSE
                   ADD WS-PR-MINUTES(WS-PR-SUB)
                       TO WS-DY-REG-MIN(WS-DY-FOUND)
               END-IF
           END-PERFORM.

       FIND-OR-INSERT-DAY.

      * the row goes in at its badge and date position, the rows
      * after it moving down one
           MOVE ZERO TO WS-DY-FOUND
           PERFORM VARYING WS-DY-SUB FROM 1 BY 1
                   UNTIL WS-DY-SUB > WS-DY-USED
                   OR WS-DY-FOUND > ZERO
               IF WS-DY-KEY(WS-DY-SUB) NOT < WS-DY-NEW-KEY
                   MOVE WS-DY-SUB TO WS-DY-FOUND
               END-IF
           END-PERFORM

           IF WS-DY-FOUND = ZERO
               COMPUTE WS-DY-FOUND = WS-DY-USED + 1
           ELSE
               IF WS-DY-KEY(WS-DY-FOUND) = WS-DY-NEW-KEY
                   CONTINUE
               ELSE
                   PERFORM INSERT-DAY-ROW
               END-IF
           END-IF

           IF WS-DY-FOUND > WS-DY-USED
               PERFORM INSERT-DAY-ROW
           END-IF.

       INSERT-DAY-ROW.

           IF WS-DY-USED >= 2000
               MOVE "WS-DAY-TABLE OVERFLOW - MORE THAN 2000"
                   TO WS-ABEND-MESSAGE
               PERFORM ABEND-RTN
           END-IF

           PERFORM VARYING WS-DY-SUB FROM WS-DY-USED BY -1
                   UNTIL WS-DY-SUB < WS-DY-FOUND
               MOVE WS-DY-ROW(WS-DY-SUB) TO WS-DY-ROW(WS-DY-SUB + 1)
           END-PERFORM
           ADD 1 TO WS-DY-USED

           MOVE WS-DY-NEW-KEY TO WS-DY-KEY(WS-DY-FOUND)
           MOVE ZERO TO WS-DY-SHIFTS(WS-DY-FOUND)
           MOVE ZERO TO WS-DY-REG-MIN(WS-DY-FOUND)
           MOVE ZERO TO WS-DY-HOL-MIN(WS-DY-FOUND)
           MOVE ZERO TO WS-DY-MISSING(WS-DY-FOUND).

       WRITE-PAYROLL-EXPORT.

           OPEN OUTPUT EXPORT-FILE
           IF WS-FILE-STATUS NOT = "00"
               STRING "UNABLE TO OPEN " WS-EXPORT-NAME
                   ", STATUS " WS-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RTN
           END-IF

           MOVE SPACES TO EXPORT-RECORD
           STRING "BADGE,DATE,SHIFTS,REGULAR-HOURS,HOLIDAY-HOURS,"
               "TOTAL-HOURS,UNPAIRED-SHIFTS"
               DELIMITED BY SIZE INTO EXPORT-RECORD
           WRITE EXPORT-RECORD

           PERFORM VARYING WS-DY-SUB FROM 1 BY 1
                   UNTIL WS-DY-SUB > WS-DY-USED
               COMPUTE WS-HOURS ROUNDED =
                   WS-DY-REG-MIN(WS-DY-SUB) / 60
               MOVE WS-HOURS TO WS-REG-HOURS-OUT
               COMPUTE WS-HOURS ROUNDED =
                   WS-DY-HOL-MIN(WS-DY-SUB) / 60
               MOVE WS-HOURS TO WS-HOL-HOURS-OUT
               COMPUTE WS-HOURS ROUNDED =
                   (WS-DY-REG-MIN(WS-DY-SUB)
                   + WS-DY-HOL-MIN(WS-DY-SUB)) / 60
               MOVE WS-HOURS TO WS-TOT-HOURS-OUT
               MOVE WS-DY-SHIFTS(WS-DY-SUB) TO WS-SHIFTS-OUT
               MOVE WS-DY-MISSING(WS-DY-SUB) TO WS-MISSING-OUT
               MOVE SPACES TO EXPORT-RECORD
               STRING WS-DY-BADGE(WS-DY-SUB) ","
                   WS-DY-DATE(WS-DY-SUB) ","
                   WS-SHIFTS-OUT ","
                   WS-REG-HOURS-OUT "," WS-HOL-HOURS-OUT ","
                   WS-TOT-HOURS-OUT "," WS-MISSING-OUT
                   DELIMITED BY SIZE INTO EXPORT-RECORD
               WRITE EXPORT-RECORD
               ADD 1 TO WS-ROWS-WRITTEN
           END-PERFORM

           CLOSE EXPORT-FILE.

       WRITE-REPORT-LINE.

           SET RPT-REQ-DETAIL TO TRUE
           CALL "report-writer" USING RPT-CONTROL.

       END-OF-LOGIC-PARAGRAPHS.
           CONTINUE.

       ENTRY "SHIFT-HOURS-SUB" USING LS-RETURN-CODE.

           MOVE SPACES TO WS-SELECT-DATE
           PERFORM SHIFT-HOURS-LOGIC

           MOVE RETURN-CODE TO LS-RETURN-CODE

           GOBACK.

       ENTRY "PAYROLL-EXPORT-SUB" USING LS-RETURN-CODE.

           MOVE SPACES TO WS-SELECT-MONTH
           PERFORM PAYROLL-EXPORT-LOGIC

           MOVE RETURN-CODE TO LS-RETURN-CODE

           GOBACK.

       COPY abendproc.

       END PROGRAM shift-hours.
