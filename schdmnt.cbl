      ******************************************************************
      * Author:
      * Date:
      * Purpose: Run-schedule maintenance for RUNSCHEDULE, on the
      *          load-table / act / rewrite pattern of branch-maint,
      *          replacing hand edits of the cards nightly-driver
      *          reads to decide whether each step runs tonight. A
      *          supervisor badge, verified through pin-verify, is
      *          required. A card must name a step on the driver's
      *          step list (STEPCATALOG, loaded through step-catalog
      *          into copybook drvstep), carry a known frequency -
      *          D daily, W weekly (value 1=MON..7=SUN),
      *          M monthly (value = business day of the month 1-23),
      *          E month end - and a step may have only one card.
      *          Every add, change, and delete is journaled to
      *          SCHEDHIST with the badge and the card before and
      *          after. The P)ROJECT action prints RUNCALRPT: the
      *          next 30 business dates from the business date,
      *          skipping weekends and company-wide HOLIDAYS through
      *          business-date, with the steps the driver will run
      *          each night, weekly, monthly, and month-end steps
      *          flagged, followed by when each periodic step next
      *          runs. The same projection can be printed without
      *          sign-on through ENTRY "SCHEDULE-CALENDAR-SUB".
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. schedule-maint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCHEDULE-FILE ASSIGN TO "RUNSCHEDULE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT SCHED-HIST-FILE ASSIGN TO "SCHEDHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "OPERATORFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SCHEDULE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY schedrec.

       FD  SCHED-HIST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY schdhist.

       FD  OPERATOR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY operrec.

       WORKING-STORAGE SECTION.
       01  WS-SC-TABLE.
           05 WS-SC-ROW OCCURS 50 TIMES.
               10 WS-SC-STEP         PIC X(20).
               10 WS-SC-FREQ         PIC X(1).
               10 WS-SC-VALUE        PIC 9(2).
      * projection results per card
               10 WS-SC-RUNS         PIC 9(2).
               10 WS-SC-FIRST-RUN    PIC X(10).
       01  WS-SC-COUNT              PIC 9(2) VALUE ZERO.
       01  WS-SC-SUB                PIC 9(2) VALUE ZERO.
       01  WS-SC-MATCH-SUB          PIC 9(2) VALUE ZERO.

       01  WS-SC-ACTION             PIC X(1).
           88  WS-SC-ADD                    VALUE "A".
           88  WS-SC-CHANGE                 VALUE "C".
           88  WS-SC-DELETE                 VALUE "D".
           88  WS-SC-INQUIRE                VALUE "I".
           88  WS-SC-LIST                   VALUE "L".
           88  WS-SC-PROJECT                VALUE "P".
           88  WS-SC-NONE                   VALUE "N".

       01  WS-SC-NOT-FOUND-SW       PIC X(1) VALUE "N".
           88  WS-SC-NOT-FOUND              VALUE "Y" FALSE "N".

       01  WS-SC-CHANGED-SW         PIC X(1) VALUE "N".
           88  WS-SC-CHANGED                VALUE "Y" FALSE "N".

       01  WS-ENTRY-STEP            PIC X(20).
       01  WS-ENTRY-FREQ            PIC X(1).
       01  WS-ENTRY-VALUE-X         PIC X(2).
       01  WS-ENTRY-VALUE           PIC 9(2) VALUE ZERO.

       01  WS-STEP-OK-SW            PIC X(1) VALUE "N".
           88  WS-STEP-OK                   VALUE "Y" FALSE "N".

       01  WS-VALUE-OK-SW           PIC X(1) VALUE "N".
           88  WS-VALUE-OK                  VALUE "Y" FALSE "N".

       01  WS-DRV-SUB               PIC 9(2) VALUE ZERO.

       01  WS-HIST-ACTION-CODE      PIC X(1).
       01  WS-BEFORE-IMAGE          PIC X(23).
       01  WS-AFTER-IMAGE           PIC X(23).
       01  WS-TRAN-TIME             PIC X(8).

       01  WS-CARD-IMAGE.
           05 WS-CI-STEP            PIC X(20).
           05 WS-CI-FREQ            PIC X(1).
           05 WS-CI-VALUE           PIC 9(2).

       01  WS-SIGNON-FIELDS.
           05 WS-SUP-BADGE-X        PIC X(3).
           05 WS-SUP-BADGE          PIC 9(3) VALUE ZERO.

       01  WS-SUP-OK-SW             PIC X(1) VALUE "N".
           88  WS-SUP-OK                    VALUE "Y" FALSE "N".

       01  WS-OP-EOF-SW             PIC X(1) VALUE "N".
           88  WS-OP-EOF                    VALUE "Y" FALSE "N".

       01  WS-FREQ-TEXT             PIC X(10).

      * projection work fields
       01  WS-PJ-DATE.
           05 WS-PJ-YYYY            PIC 9(4).
           05 WS-PJ-MM              PIC 9(2).
           05 WS-PJ-DD              PIC 9(2).
       01  WS-PJ-FORMATTED          PIC X(10).
       01  WS-PJ-NIGHT              PIC 9(2) VALUE ZERO.
       01  WS-PJ-NIGHTS             PIC 9(2) VALUE 30.
       01  WS-PJ-RUN-COUNT          PIC 9(2) VALUE ZERO.
       01  WS-PJ-SLOT-SUB           PIC 9(1) VALUE ZERO.
       01  WS-PJ-STEP               PIC X(20).
       01  WS-PJ-ME-RUNS            PIC 9(2) VALUE ZERO.
       01  WS-PJ-ME-FIRST-RUN       PIC X(10).
       01  WS-PJ-MI-RUNS            PIC 9(2) VALUE ZERO.
       01  WS-PJ-MI-FIRST-RUN       PIC X(10).
       01  WS-PJ-BS-RUNS            PIC 9(2) VALUE ZERO.
       01  WS-PJ-BS-FIRST-RUN       PIC X(10).
       01  WS-PJ-CA-RUNS            PIC 9(2) VALUE ZERO.
       01  WS-PJ-CA-FIRST-RUN       PIC X(10).
       01  WS-PJ-LT-RUNS            PIC 9(2) VALUE ZERO.
       01  WS-PJ-LT-FIRST-RUN       PIC X(10).
       01  WS-PJ-LAST-DATE          PIC X(10).

       01  WS-PJ-STEP-LINE.
           05 FILLER                PIC X(4) VALUE SPACES.
           05 WS-PJ-SLOT OCCURS 3 TIMES.
               10 WS-PJ-SLOT-FLAG    PIC X(1).
               10 WS-PJ-SLOT-STEP    PIC X(20).
               10 FILLER             PIC X(3).

       01  WS-STEP-SCHEDULED-SW     PIC X(1) VALUE "Y".
           88  WS-STEP-SCHEDULED            VALUE "Y" FALSE "N".

       01  WS-STEP-PERIODIC-SW      PIC X(1) VALUE "N".
           88  WS-STEP-PERIODIC             VALUE "Y" FALSE "N".

       01  WS-SCH-CARD-FOUND-SW     PIC X(1) VALUE "N".
           88  WS-SCH-CARD-FOUND            VALUE "Y" FALSE "N".

       01  WS-DATE-ATTRS.
           05 WS-DA-YYYY            PIC 9(4).
           05 WS-DA-MM              PIC 9(2).
           05 WS-DA-DD              PIC 9(2).
           05 WS-DA-DOW             PIC 9(1).
           05 WS-DA-BUS-DAY         PIC 9(2).
           05 WS-DA-MONTH-END-SW    PIC X(1).
               88  WS-DA-MONTH-END         VALUE "Y" FALSE "N".

       01  WS-DAY-NAME-VALUES.
           05 FILLER PIC X(21) VALUE "MONTUEWEDTHUFRISATSUN".
       01  WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAME-VALUES.
           05 WS-DAY-NAME OCCURS 7 TIMES PIC X(3).

       01  WS-MONTH-END-TEXT        PIC X(9).

       01  WS-TODAY-FORMATTED       PIC X(10).

       01  WS-DONE-SW               PIC X(1) VALUE "N".
           88  WS-DONE                      VALUE "Y" FALSE "N".

       01  WS-EOF-SW                PIC X(1) VALUE "N".
           88  WS-EOF                       VALUE "Y" FALSE "N".

           COPY drvstep.
           COPY rundate.
           COPY rptws.
           COPY pinws.
           COPY abendws.

       LINKAGE SECTION.
       01  LS-RETURN-CODE              PIC S9(4) COMP.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           PERFORM SCHEDULE-MAINT-LOGIC

           GOBACK.

       SCHEDULE-MAINT-LOGIC.

           MOVE "schedule-maint" TO WS-ABEND-PROGRAM

           PERFORM GET-BUSINESS-DATE
           PERFORM LOAD-DRIVER-STEPS

           PERFORM SIGNON-SUPERVISOR-BADGE
           IF NOT WS-SUP-OK
               DISPLAY "SCHEDULE MAINTENANCE REFUSED - SUPERVISOR "
                   "BADGE REQUIRED"
           ELSE
               PERFORM LOAD-SCHEDULE-TABLE
               SET WS-SC-CHANGED TO FALSE

               SET WS-DONE TO FALSE
               PERFORM UNTIL WS-DONE
                   DISPLAY "RUN SCHEDULE - A)DD C)HANGE D)ELETE "
                       "I)NQUIRE L)IST P)ROJECT N)ONE: "
                   MOVE SPACE TO WS-SC-ACTION
                   ACCEPT WS-SC-ACTION
                   EVALUATE TRUE
                       WHEN WS-SC-ADD
                           PERFORM ADD-SCHEDULE-CARD
                       WHEN WS-SC-CHANGE
                           PERFORM CHANGE-SCHEDULE-CARD
                       WHEN WS-SC-DELETE
                           PERFORM DELETE-SCHEDULE-CARD
                       WHEN WS-SC-INQUIRE
                           PERFORM INQUIRE-SCHEDULE-CARD
                       WHEN WS-SC-LIST
                           PERFORM LIST-SCHEDULE-CARDS
                       WHEN WS-SC-PROJECT
                           PERFORM PRINT-RUN-CALENDAR
                       WHEN WS-SC-NONE
                           SET WS-DONE TO TRUE
                       WHEN OTHER
                           DISPLAY "INVALID ACTION, PLEASE "
                               "RE-ENTER."
                   END-EVALUATE
               END-PERFORM

               IF WS-SC-CHANGED
                   PERFORM REWRITE-SCHEDULE-FILE
               END-IF
           END-IF.

       LOAD-DRIVER-STEPS.

      * a catalog the driver would refuse still names its steps, so
      * cards can be kept while the catalog is put right
           CALL "step-catalog" USING DRIVER-STEP-CATALOG
           IF DRIVER-CATALOG-BAD
               DISPLAY "WARNING - THE DRIVER WILL NOT RUN FROM "
                   "STEPCATALOG AS IT STANDS: " DRIVER-CATALOG-MESSAGE
           END-IF.

       GET-BUSINESS-DATE.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           CALL "business-date" USING WS-RUN-DATE
           MOVE SPACES TO WS-TODAY-FORMATTED
           STRING WS-RUN-DATE-YYYY "-" WS-RUN-DATE-MM "-"
               WS-RUN-DATE-DD DELIMITED BY SIZE
               INTO WS-TODAY-FORMATTED.

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

       LOAD-SCHEDULE-TABLE.

           MOVE ZERO TO WS-SC-COUNT
           SET WS-EOF TO FALSE

           OPEN INPUT SCHEDULE-FILE
           IF WS-FILE-STATUS = "35"
               CONTINUE
           ELSE
               IF WS-FILE-STATUS NOT = "00"
                   STRING "UNABLE TO OPEN RUNSCHEDULE, STATUS "
                       WS-FILE-STATUS DELIMITED BY SIZE
                       INTO WS-ABEND-MESSAGE
                   PERFORM ABEND-RTN
               END-IF

               READ SCHEDULE-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-EOF
                   IF SCH-STEP NOT = SPACES
                       IF WS-SC-COUNT >= 50
                           MOVE "WS-SC-TABLE OVERFLOW - MORE THAN 50"
                               TO WS-ABEND-MESSAGE
                           PERFORM ABEND-RTN
                       END-IF
                       ADD 1 TO WS-SC-COUNT
                       MOVE SCH-STEP TO WS-SC-STEP(WS-SC-COUNT)
                       MOVE SCH-FREQ TO WS-SC-FREQ(WS-SC-COUNT)
      * a hand-keyed value that is not numeric reads as zero, as the
      * driver reads it
                       IF SCH-VALUE NUMERIC
                           MOVE SCH-VALUE
                               TO WS-SC-VALUE(WS-SC-COUNT)
                       ELSE
                           MOVE ZERO TO WS-SC-VALUE(WS-SC-COUNT)
                       END-IF
                   END-IF
                   READ SCHEDULE-FILE
                       AT END SET WS-EOF TO TRUE
                   END-READ
               END-PERFORM

               CLOSE SCHEDULE-FILE
           END-IF.

       REWRITE-SCHEDULE-FILE.

           OPEN OUTPUT SCHEDULE-FILE
           IF WS-FILE-STATUS NOT = "00"
               STRING "UNABLE TO OPEN RUNSCHEDULE, STATUS "
                   WS-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RTN
           END-IF

           PERFORM VARYING WS-SC-SUB FROM 1 BY 1
                   UNTIL WS-SC-SUB > WS-SC-COUNT
               MOVE WS-SC-STEP(WS-SC-SUB) TO SCH-STEP
               MOVE WS-SC-FREQ(WS-SC-SUB) TO SCH-FREQ
               MOVE WS-SC-VALUE(WS-SC-SUB) TO SCH-VALUE
               WRITE SCHEDULE-RECORD
           END-PERFORM

           CLOSE SCHEDULE-FILE.

       GET-ENTRY-STEP.

           DISPLAY "ENTER STEP NAME: "
           MOVE SPACES TO WS-ENTRY-STEP
           ACCEPT WS-ENTRY-STEP
           PERFORM UNTIL WS-ENTRY-STEP NOT = SPACES
               DISPLAY "STEP NAME REQUIRED. RE-ENTER: "
               MOVE SPACES TO WS-ENTRY-STEP
               ACCEPT WS-ENTRY-STEP
           END-PERFORM.

       CHECK-DRIVER-STEP.

           SET WS-STEP-OK TO FALSE

           PERFORM VARYING WS-DRV-SUB FROM 1 BY 1
                   UNTIL WS-DRV-SUB > DRIVER-STEP-COUNT
               IF DRIVER-STEP-NAME(WS-DRV-SUB) = WS-ENTRY-STEP
                   SET WS-STEP-OK TO TRUE
               END-IF
           END-PERFORM.

       FIND-SCHEDULE-CARD.

           SET WS-SC-NOT-FOUND TO TRUE
           MOVE ZERO TO WS-SC-MATCH-SUB

           PERFORM VARYING WS-SC-SUB FROM 1 BY 1
                   UNTIL WS-SC-SUB > WS-SC-COUNT
               IF WS-SC-STEP(WS-SC-SUB) = WS-ENTRY-STEP
                   SET WS-SC-NOT-FOUND TO FALSE
                   MOVE WS-SC-SUB TO WS-SC-MATCH-SUB
               END-IF
           END-PERFORM.

       GET-ENTRY-FREQUENCY.

           DISPLAY "ENTER FREQUENCY - D)AILY W)EEKLY M)ONTHLY "
               "E)ND OF MONTH: "
           MOVE SPACES TO WS-ENTRY-FREQ
           ACCEPT WS-ENTRY-FREQ
           PERFORM UNTIL WS-ENTRY-FREQ = "D" OR WS-ENTRY-FREQ = "W"
                   OR WS-ENTRY-FREQ = "M" OR WS-ENTRY-FREQ = "E"
               DISPLAY "FREQUENCY MUST BE D, W, M OR E. RE-ENTER: "
               MOVE SPACES TO WS-ENTRY-FREQ
               ACCEPT WS-ENTRY-FREQ
           END-PERFORM

           MOVE ZERO TO WS-ENTRY-VALUE
           IF WS-ENTRY-FREQ = "W" OR WS-ENTRY-FREQ = "M"
               PERFORM GET-ENTRY-VALUE
               PERFORM UNTIL WS-VALUE-OK
                   PERFORM GET-ENTRY-VALUE
               END-PERFORM
           END-IF.

       GET-ENTRY-VALUE.

           SET WS-VALUE-OK TO FALSE
           IF WS-ENTRY-FREQ = "W"
               DISPLAY "ENTER WEEKDAY (1=MON..7=SUN): "
           ELSE
               DISPLAY "ENTER BUSINESS DAY OF THE MONTH (1-23): "
           END-IF
           MOVE SPACES TO WS-ENTRY-VALUE-X
           ACCEPT WS-ENTRY-VALUE-X

      * a single digit may be keyed without its leading zero
           IF WS-ENTRY-VALUE-X(2:1) = SPACE
               MOVE WS-ENTRY-VALUE-X(1:1) TO WS-ENTRY-VALUE-X(2:1)
               MOVE "0" TO WS-ENTRY-VALUE-X(1:1)
           END-IF

           IF WS-ENTRY-VALUE-X NOT NUMERIC
               DISPLAY "VALUE MUST BE NUMERIC"
           ELSE
               MOVE WS-ENTRY-VALUE-X TO WS-ENTRY-VALUE
               IF WS-ENTRY-FREQ = "W"
                   IF WS-ENTRY-VALUE >= 1 AND WS-ENTRY-VALUE <= 7
                       SET WS-VALUE-OK TO TRUE
                   ELSE
                       DISPLAY "WEEKDAY MUST BE 1 THROUGH 7"
                   END-IF
               ELSE
      * no month has more than 23 weekdays, so a later business day
      * would never come round
                   IF WS-ENTRY-VALUE >= 1 AND WS-ENTRY-VALUE <= 23
                       SET WS-VALUE-OK TO TRUE
                   ELSE
                       DISPLAY "BUSINESS DAY MUST BE 1 THROUGH 23"
                   END-IF
               END-IF
           END-IF.

       ADD-SCHEDULE-CARD.

           PERFORM GET-ENTRY-STEP
           PERFORM CHECK-DRIVER-STEP

           IF NOT WS-STEP-OK
               DISPLAY "NOT A NIGHTLY-DRIVER STEP: " WS-ENTRY-STEP
           ELSE
               PERFORM FIND-SCHEDULE-CARD
               IF NOT WS-SC-NOT-FOUND
                   MOVE WS-SC-MATCH-SUB TO WS-SC-SUB
                   PERFORM SET-FREQ-TEXT
                   DISPLAY "STEP ALREADY SCHEDULED: " WS-ENTRY-STEP
                       " " WS-FREQ-TEXT " "
                       WS-SC-VALUE(WS-SC-MATCH-SUB)
                       " - USE C)HANGE"
               ELSE
                   IF WS-SC-COUNT >= 50
                       MOVE "WS-SC-TABLE OVERFLOW - MORE THAN 50"
                           TO WS-ABEND-MESSAGE
                       PERFORM ABEND-RTN
                   END-IF
                   PERFORM GET-ENTRY-FREQUENCY
                   ADD 1 TO WS-SC-COUNT
                   MOVE WS-ENTRY-STEP TO WS-SC-STEP(WS-SC-COUNT)
                   MOVE WS-ENTRY-FREQ TO WS-SC-FREQ(WS-SC-COUNT)
                   MOVE WS-ENTRY-VALUE TO WS-SC-VALUE(WS-SC-COUNT)
                   MOVE SPACES TO WS-BEFORE-IMAGE
                   MOVE WS-SC-COUNT TO WS-SC-SUB
                   PERFORM BUILD-CARD-IMAGE
                   MOVE WS-CARD-IMAGE TO WS-AFTER-IMAGE
                   MOVE "A" TO WS-HIST-ACTION-CODE
                   PERFORM WRITE-SCHEDULE-HISTORY
                   SET WS-SC-CHANGED TO TRUE
                   DISPLAY "SCHEDULE CARD ADDED: " WS-ENTRY-STEP
               END-IF
           END-IF.

       CHANGE-SCHEDULE-CARD.

           PERFORM GET-ENTRY-STEP
           PERFORM FIND-SCHEDULE-CARD

           IF WS-SC-NOT-FOUND
               DISPLAY "NO SCHEDULE CARD FOR STEP: " WS-ENTRY-STEP
           ELSE
               MOVE WS-SC-MATCH-SUB TO WS-SC-SUB
               PERFORM BUILD-CARD-IMAGE
               MOVE WS-CARD-IMAGE TO WS-BEFORE-IMAGE
               PERFORM SET-FREQ-TEXT
               DISPLAY "NOW: " WS-FREQ-TEXT " "
                   WS-SC-VALUE(WS-SC-MATCH-SUB)
               PERFORM GET-ENTRY-FREQUENCY
               MOVE WS-ENTRY-FREQ TO WS-SC-FREQ(WS-SC-MATCH-SUB)
               MOVE WS-ENTRY-VALUE TO WS-SC-VALUE(WS-SC-MATCH-SUB)
               PERFORM BUILD-CARD-IMAGE
               MOVE WS-CARD-IMAGE TO WS-AFTER-IMAGE
               IF WS-AFTER-IMAGE = WS-BEFORE-IMAGE
                   DISPLAY "NO CHANGE: " WS-ENTRY-STEP
               ELSE
                   MOVE "C" TO WS-HIST-ACTION-CODE
                   PERFORM WRITE-SCHEDULE-HISTORY
                   SET WS-SC-CHANGED TO TRUE
                   DISPLAY "SCHEDULE CARD CHANGED: " WS-ENTRY-STEP
               END-IF
           END-IF.

       DELETE-SCHEDULE-CARD.

      * removing the card returns the step to running every night
           PERFORM GET-ENTRY-STEP
           PERFORM FIND-SCHEDULE-CARD

           IF WS-SC-NOT-FOUND
               DISPLAY "NO SCHEDULE CARD FOR STEP: " WS-ENTRY-STEP
           ELSE
               MOVE WS-SC-MATCH-SUB TO WS-SC-SUB
               PERFORM BUILD-CARD-IMAGE
               MOVE WS-CARD-IMAGE TO WS-BEFORE-IMAGE
               MOVE SPACES TO WS-AFTER-IMAGE
               PERFORM VARYING WS-SC-SUB FROM WS-SC-MATCH-SUB BY 1
                       UNTIL WS-SC-SUB >= WS-SC-COUNT
                   MOVE WS-SC-ROW(WS-SC-SUB + 1)
                       TO WS-SC-ROW(WS-SC-SUB)
               END-PERFORM
               SUBTRACT 1 FROM WS-SC-COUNT
               MOVE "D" TO WS-HIST-ACTION-CODE
               PERFORM WRITE-SCHEDULE-HISTORY
               SET WS-SC-CHANGED TO TRUE
               IF WS-ENTRY-STEP = "jobstats-monthend"
                       OR WS-ENTRY-STEP = "month-end-interest"
                       OR WS-ENTRY-STEP = "branch-scorecard"
                       OR WS-ENTRY-STEP = "cost-allocation"
                       OR WS-ENTRY-STEP = "large-tran-report"
                   DISPLAY "SCHEDULE CARD DELETED: " WS-ENTRY-STEP
                       " - RUNS AT MONTH END BY DEFAULT"
               ELSE
                   DISPLAY "SCHEDULE CARD DELETED: " WS-ENTRY-STEP
                       " - NOW RUNS DAILY"
               END-IF
           END-IF.

       INQUIRE-SCHEDULE-CARD.

           PERFORM GET-ENTRY-STEP
           PERFORM CHECK-DRIVER-STEP
           PERFORM FIND-SCHEDULE-CARD

           IF NOT WS-STEP-OK
               DISPLAY "NOT A NIGHTLY-DRIVER STEP: " WS-ENTRY-STEP
           END-IF
           IF WS-SC-NOT-FOUND
               IF WS-ENTRY-STEP = "jobstats-monthend"
                       OR WS-ENTRY-STEP = "month-end-interest"
                       OR WS-ENTRY-STEP = "branch-scorecard"
                       OR WS-ENTRY-STEP = "cost-allocation"
                       OR WS-ENTRY-STEP = "large-tran-report"
                   DISPLAY "NO SCHEDULE CARD - RUNS AT MONTH END "
                       "BY DEFAULT"
               ELSE
                   DISPLAY "NO SCHEDULE CARD - RUNS DAILY"
               END-IF
           ELSE
               MOVE WS-SC-MATCH-SUB TO WS-SC-SUB
               PERFORM SET-FREQ-TEXT
               DISPLAY "STEP:      " WS-SC-STEP(WS-SC-MATCH-SUB)
               DISPLAY "FREQUENCY: " WS-FREQ-TEXT
               DISPLAY "VALUE:     " WS-SC-VALUE(WS-SC-MATCH-SUB)
           END-IF.

       LIST-SCHEDULE-CARDS.

           DISPLAY "STEP                 FREQUENCY  VALUE"
           PERFORM VARYING WS-SC-SUB FROM 1 BY 1
                   UNTIL WS-SC-SUB > WS-SC-COUNT
               MOVE WS-SC-STEP(WS-SC-SUB) TO WS-ENTRY-STEP
               PERFORM CHECK-DRIVER-STEP
               PERFORM SET-FREQ-TEXT
               IF WS-STEP-OK
                   DISPLAY WS-SC-STEP(WS-SC-SUB) " "
                       WS-FREQ-TEXT " " WS-SC-VALUE(WS-SC-SUB)
               ELSE
                   DISPLAY WS-SC-STEP(WS-SC-SUB) " "
                       WS-FREQ-TEXT " " WS-SC-VALUE(WS-SC-SUB)
                       "  ** NOT A DRIVER STEP"
               END-IF
           END-PERFORM
           DISPLAY "CARDS ON FILE: " WS-SC-COUNT
               " - STEPS WITHOUT A CARD RUN DAILY".

       SET-FREQ-TEXT.

           EVALUATE WS-SC-FREQ(WS-SC-SUB)
               WHEN "D"
                   MOVE "DAILY" TO WS-FREQ-TEXT
               WHEN "W"
                   MOVE "WEEKLY" TO WS-FREQ-TEXT
               WHEN "M"
                   MOVE "MONTHLY" TO WS-FREQ-TEXT
               WHEN "E"
                   MOVE "MONTH END" TO WS-FREQ-TEXT
               WHEN OTHER
                   MOVE "UNKNOWN" TO WS-FREQ-TEXT
           END-EVALUATE.

       BUILD-CARD-IMAGE.

           MOVE WS-SC-STEP(WS-SC-SUB) TO WS-CI-STEP
           MOVE WS-SC-FREQ(WS-SC-SUB) TO WS-CI-FREQ
           MOVE WS-SC-VALUE(WS-SC-SUB) TO WS-CI-VALUE.

       WRITE-SCHEDULE-HISTORY.

           OPEN EXTEND SCHED-HIST-FILE
           IF WS-FILE-STATUS = "35"
               OPEN OUTPUT SCHED-HIST-FILE
               CLOSE SCHED-HIST-FILE
               OPEN EXTEND SCHED-HIST-FILE
           END-IF
           IF WS-FILE-STATUS NOT = "00"
               STRING "UNABLE TO OPEN SCHEDHIST, STATUS "
                   WS-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RTN
           END-IF

           ACCEPT WS-TRAN-TIME FROM TIME

           MOVE SPACES TO SCHED-HIST-RECORD
           STRING WS-RUN-DATE-YYYY "-" WS-RUN-DATE-MM "-"
               WS-RUN-DATE-DD " " WS-TRAN-TIME
               DELIMITED BY SIZE INTO SHH-TIMESTAMP
           MOVE WS-HIST-ACTION-CODE TO SHH-ACTION
           MOVE WS-SUP-BADGE TO SHH-OPERATOR-BADGE
           MOVE WS-BEFORE-IMAGE TO SHH-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE TO SHH-AFTER-IMAGE
           WRITE SCHED-HIST-RECORD

           CLOSE SCHED-HIST-FILE.

       PRINT-RUN-CALENDAR.

      * the current business date is the first night projected -
      * it is the night the driver runs next
           MOVE "RUNCALRPT" TO RPT-FILE-NAME
           MOVE "NIGHTLY RUN CALENDAR - NEXT 30 BUSINESS DATES"
               TO RPT-TITLE
           MOVE WS-TODAY-FORMATTED TO RPT-RUN-DATE
           MOVE ZERO TO RPT-PAGE-NUMBER
           MOVE ZERO TO RPT-LINE-COUNT
           MOVE ZERO TO RPT-LINES-PER-PAGE
           SET RPT-REQ-INIT TO TRUE
           CALL "report-writer" USING RPT-CONTROL

           MOVE SPACES TO RPT-LINE
           STRING "* = WEEKLY, MONTHLY OR MONTH-END STEP - "
               "STEPS WITHOUT A CARD RUN DAILY"
               DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-REPORT-LINE

           PERFORM VARYING WS-SC-SUB FROM 1 BY 1
                   UNTIL WS-SC-SUB > WS-SC-COUNT
               MOVE ZERO TO WS-SC-RUNS(WS-SC-SUB)
               MOVE SPACES TO WS-SC-FIRST-RUN(WS-SC-SUB)
           END-PERFORM
           MOVE ZERO TO WS-PJ-ME-RUNS
           MOVE SPACES TO WS-PJ-ME-FIRST-RUN
           MOVE ZERO TO WS-PJ-MI-RUNS
           MOVE SPACES TO WS-PJ-MI-FIRST-RUN
           MOVE ZERO TO WS-PJ-BS-RUNS
           MOVE SPACES TO WS-PJ-BS-FIRST-RUN
           MOVE ZERO TO WS-PJ-CA-RUNS
           MOVE SPACES TO WS-PJ-CA-FIRST-RUN
           MOVE ZERO TO WS-PJ-LT-RUNS
           MOVE SPACES TO WS-PJ-LT-FIRST-RUN

           MOVE WS-RUN-DATE-YYYY TO WS-PJ-YYYY
           MOVE WS-RUN-DATE-MM TO WS-PJ-MM
           MOVE WS-RUN-DATE-DD TO WS-PJ-DD

           PERFORM VARYING WS-PJ-NIGHT FROM 1 BY 1
                   UNTIL WS-PJ-NIGHT > WS-PJ-NIGHTS
               PERFORM PROJECT-ONE-NIGHT
               CALL "BUSINESS-DATE-NEXT" USING WS-PJ-DATE
           END-PERFORM

           PERFORM PRINT-PERIODIC-SUMMARY

           MOVE SPACES TO RPT-LINE
           STRING "NIGHTS PROJECTED: " WS-PJ-NIGHTS
               "  THROUGH " WS-PJ-LAST-DATE
               DELIMITED BY SIZE INTO RPT-LINE
           SET RPT-REQ-TOTAL TO TRUE
           CALL "report-writer" USING RPT-CONTROL

           SET RPT-REQ-CLOSE TO TRUE
           CALL "report-writer" USING RPT-CONTROL

           DISPLAY "RUN CALENDAR PRINTED TO RUNCALRPT ("
               WS-PJ-NIGHTS " NIGHTS)".

       PROJECT-ONE-NIGHT.

           MOVE SPACES TO WS-PJ-FORMATTED
           STRING WS-PJ-YYYY "-" WS-PJ-MM "-" WS-PJ-DD
               DELIMITED BY SIZE INTO WS-PJ-FORMATTED
           MOVE WS-PJ-FORMATTED TO WS-PJ-LAST-DATE

           MOVE WS-PJ-YYYY TO WS-DA-YYYY
           MOVE WS-PJ-MM TO WS-DA-MM
           MOVE WS-PJ-DD TO WS-DA-DD
           CALL "BUSINESS-DATE-ATTRS" USING WS-DATE-ATTRS

      * count the night's steps first for the heading line
           MOVE ZERO TO WS-PJ-RUN-COUNT
           PERFORM VARYING WS-DRV-SUB FROM 1 BY 1
                   UNTIL WS-DRV-SUB > DRIVER-STEP-COUNT
               MOVE DRIVER-STEP-NAME(WS-DRV-SUB) TO WS-PJ-STEP
               PERFORM CHECK-STEP-SCHEDULE
               IF WS-STEP-SCHEDULED
                   ADD 1 TO WS-PJ-RUN-COUNT
               END-IF
           END-PERFORM

           IF WS-DA-MONTH-END
               MOVE "MONTH END" TO WS-MONTH-END-TEXT
           ELSE
               MOVE SPACES TO WS-MONTH-END-TEXT
           END-IF

           MOVE SPACES TO RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO RPT-LINE
           STRING WS-PJ-FORMATTED " " WS-DAY-NAME(WS-DA-DOW)
               "  BUSINESS DAY " WS-DA-BUS-DAY "  "
               WS-MONTH-END-TEXT "  STEPS TO RUN: " WS-PJ-RUN-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-REPORT-LINE

      * then list them three to a line, in run order, recording when
      * each periodic card comes round
           MOVE ZERO TO WS-PJ-SLOT-SUB
           PERFORM VARYING WS-DRV-SUB FROM 1 BY 1
                   UNTIL WS-DRV-SUB > DRIVER-STEP-COUNT
               MOVE DRIVER-STEP-NAME(WS-DRV-SUB) TO WS-PJ-STEP
               PERFORM CHECK-STEP-SCHEDULE
               IF WS-STEP-SCHEDULED
                   IF WS-PJ-SLOT-SUB = ZERO
                       MOVE SPACES TO WS-PJ-STEP-LINE
                   END-IF
                   ADD 1 TO WS-PJ-SLOT-SUB
                   MOVE WS-PJ-STEP TO WS-PJ-SLOT-STEP(WS-PJ-SLOT-SUB)
                   IF WS-STEP-PERIODIC
                       MOVE "*" TO WS-PJ-SLOT-FLAG(WS-PJ-SLOT-SUB)
                       PERFORM RECORD-PERIODIC-RUN
                   END-IF
                   IF WS-PJ-SLOT-SUB = 3
                       MOVE WS-PJ-STEP-LINE TO RPT-LINE
                       PERFORM WRITE-REPORT-LINE
                       MOVE ZERO TO WS-PJ-SLOT-SUB
                   END-IF
               END-IF
           END-PERFORM

           IF WS-PJ-SLOT-SUB > ZERO
               MOVE WS-PJ-STEP-LINE TO RPT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

       CHECK-STEP-SCHEDULE.

      * the same decision nightly-driver makes: the step's card
      * against the night's calendar attributes, no card meaning
      * daily - except jobstats-monthend, month-end-interest,
      * branch-scorecard, cost-allocation, and large-tran-report,
      * which default to month end - and an unknown frequency
      * meaning the step runs
           SET WS-STEP-SCHEDULED TO TRUE
           SET WS-STEP-PERIODIC TO FALSE
           SET WS-SCH-CARD-FOUND TO FALSE
           MOVE ZERO TO WS-SC-MATCH-SUB

           PERFORM VARYING WS-SC-SUB FROM 1 BY 1
                   UNTIL WS-SC-SUB > WS-SC-COUNT
               IF WS-SC-STEP(WS-SC-SUB) = WS-PJ-STEP
                   SET WS-SCH-CARD-FOUND TO TRUE
                   MOVE WS-SC-SUB TO WS-SC-MATCH-SUB
                   SET WS-STEP-PERIODIC TO TRUE
                   EVALUATE WS-SC-FREQ(WS-SC-SUB)
                       WHEN "D"
                           SET WS-STEP-SCHEDULED TO TRUE
                           SET WS-STEP-PERIODIC TO FALSE
                       WHEN "W"
                           IF WS-SC-VALUE(WS-SC-SUB) = WS-DA-DOW
                               SET WS-STEP-SCHEDULED TO TRUE
                           ELSE
                               SET WS-STEP-SCHEDULED TO FALSE
                           END-IF
                       WHEN "M"
                           IF WS-SC-VALUE(WS-SC-SUB) = WS-DA-BUS-DAY
                               SET WS-STEP-SCHEDULED TO TRUE
                           ELSE
                               SET WS-STEP-SCHEDULED TO FALSE
                           END-IF
                       WHEN "E"
                           IF WS-DA-MONTH-END
                               SET WS-STEP-SCHEDULED TO TRUE
                           ELSE
                               SET WS-STEP-SCHEDULED TO FALSE
                           END-IF
                       WHEN OTHER
                           SET WS-STEP-SCHEDULED TO TRUE
                           SET WS-STEP-PERIODIC TO FALSE
                   END-EVALUATE
               END-IF
           END-PERFORM

           IF NOT WS-SCH-CARD-FOUND
                   AND (WS-PJ-STEP = "jobstats-monthend"
                       OR WS-PJ-STEP = "month-end-interest"
                       OR WS-PJ-STEP = "branch-scorecard"
                       OR WS-PJ-STEP = "cost-allocation"
                       OR WS-PJ-STEP = "large-tran-report")
               SET WS-STEP-PERIODIC TO TRUE
               IF WS-DA-MONTH-END
                   SET WS-STEP-SCHEDULED TO TRUE
               ELSE
                   SET WS-STEP-SCHEDULED TO FALSE
               END-IF
           END-IF.

       RECORD-PERIODIC-RUN.

           IF WS-SCH-CARD-FOUND
               ADD 1 TO WS-SC-RUNS(WS-SC-MATCH-SUB)
               IF WS-SC-FIRST-RUN(WS-SC-MATCH-SUB) = SPACES
                   MOVE WS-PJ-FORMATTED
                       TO WS-SC-FIRST-RUN(WS-SC-MATCH-SUB)
               END-IF
           ELSE
               EVALUATE WS-PJ-STEP
                   WHEN "month-end-interest"
                       ADD 1 TO WS-PJ-MI-RUNS
                       IF WS-PJ-MI-FIRST-RUN = SPACES
                           MOVE WS-PJ-FORMATTED TO WS-PJ-MI-FIRST-RUN
                       END-IF
                   WHEN "branch-scorecard"
                       ADD 1 TO WS-PJ-BS-RUNS
                       IF WS-PJ-BS-FIRST-RUN = SPACES
                           MOVE WS-PJ-FORMATTED TO WS-PJ-BS-FIRST-RUN
                       END-IF
                   WHEN "cost-allocation"
                       ADD 1 TO WS-PJ-CA-RUNS
                       IF WS-PJ-CA-FIRST-RUN = SPACES
                           MOVE WS-PJ-FORMATTED TO WS-PJ-CA-FIRST-RUN
                       END-IF
                   WHEN "large-tran-report"
                       ADD 1 TO WS-PJ-LT-RUNS
                       IF WS-PJ-LT-FIRST-RUN = SPACES
                           MOVE WS-PJ-FORMATTED TO WS-PJ-LT-FIRST-RUN
                       END-IF
                   WHEN OTHER
                       ADD 1 TO WS-PJ-ME-RUNS
                       IF WS-PJ-ME-FIRST-RUN = SPACES
                           MOVE WS-PJ-FORMATTED TO WS-PJ-ME-FIRST-RUN
                       END-IF
               END-EVALUATE
           END-IF.

       PRINT-PERIODIC-SUMMARY.

      * the steps that do not run every night, and when each next
      * comes round - the ones that otherwise surprise us
           MOVE SPACES TO RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "PERIODIC STEPS              FREQUENCY  VALUE  "
               "RUNS  NEXT RUN"
               DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-REPORT-LINE

           PERFORM VARYING WS-SC-SUB FROM 1 BY 1
                   UNTIL WS-SC-SUB > WS-SC-COUNT
               IF WS-SC-FREQ(WS-SC-SUB) = "W"
                       OR WS-SC-FREQ(WS-SC-SUB) = "M"
                       OR WS-SC-FREQ(WS-SC-SUB) = "E"
                   PERFORM SET-FREQ-TEXT
                   MOVE SPACES TO RPT-LINE
                   IF WS-SC-RUNS(WS-SC-SUB) = ZERO
                       STRING "  " WS-SC-STEP(WS-SC-SUB) "      "
                           WS-FREQ-TEXT " " WS-SC-VALUE(WS-SC-SUB)
                           "     " WS-SC-RUNS(WS-SC-SUB)
                           "    NOT IN THE NEXT 30 NIGHTS"
                           DELIMITED BY SIZE INTO RPT-LINE
                   ELSE
                       STRING "  " WS-SC-STEP(WS-SC-SUB) "      "
                           WS-FREQ-TEXT " " WS-SC-VALUE(WS-SC-SUB)
                           "     " WS-SC-RUNS(WS-SC-SUB)
                           "    " WS-SC-FIRST-RUN(WS-SC-SUB)
                           DELIMITED BY SIZE INTO RPT-LINE
                   END-IF
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-PERFORM

           MOVE "jobstats-monthend" TO WS-ENTRY-STEP
           PERFORM FIND-SCHEDULE-CARD
           IF WS-SC-NOT-FOUND
               MOVE SPACES TO RPT-LINE
               STRING "  jobstats-monthend         MONTH END  "
                   "DEFLT  " WS-PJ-ME-RUNS "    " WS-PJ-ME-FIRST-RUN
                   DELIMITED BY SIZE INTO RPT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF

           MOVE "month-end-interest" TO WS-ENTRY-STEP
           PERFORM FIND-SCHEDULE-CARD
           IF WS-SC-NOT-FOUND
               MOVE SPACES TO RPT-LINE
               STRING "  month-end-interest        MONTH END  "
                   "DEFLT  " WS-PJ-MI-RUNS "    " WS-PJ-MI-FIRST-RUN
                   DELIMITED BY SIZE INTO RPT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF

           MOVE "branch-scorecard" TO WS-ENTRY-STEP
           PERFORM FIND-SCHEDULE-CARD
           IF WS-SC-NOT-FOUND
               MOVE SPACES TO RPT-LINE
               STRING "  branch-scorecard          MONTH END  "
                   "DEFLT  " WS-PJ-BS-RUNS "    " WS-PJ-BS-FIRST-RUN
                   DELIMITED BY SIZE INTO RPT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF

           MOVE "cost-allocation" TO WS-ENTRY-STEP
           PERFORM FIND-SCHEDULE-CARD
           IF WS-SC-NOT-FOUND
               MOVE SPACES TO RPT-LINE
               STRING "  cost-allocation           MONTH END  "
                   "DEFLT  " WS-PJ-CA-RUNS "    " WS-PJ-CA-FIRST-RUN
                   DELIMITED BY SIZE INTO RPT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF

           MOVE "large-tran-report" TO WS-ENTRY-STEP
           PERFORM FIND-SCHEDULE-CARD
           IF WS-SC-NOT-FOUND
               MOVE SPACES TO RPT-LINE
               STRING "  large-tran-report         MONTH END  "
                   "DEFLT  " WS-PJ-LT-RUNS "    " WS-PJ-LT-FIRST-RUN
                   DELIMITED BY SIZE INTO RPT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

       WRITE-REPORT-LINE.

           SET RPT-REQ-DETAIL TO TRUE
           CALL "report-writer" USING RPT-CONTROL.

       END-OF-LOGIC-PARAGRAPHS.
           CONTINUE.

       ENTRY "SCHEDULE-MAINT-SUB" USING LS-RETURN-CODE.

           PERFORM SCHEDULE-MAINT-LOGIC

           MOVE RETURN-CODE TO LS-RETURN-CODE

           GOBACK.

       ENTRY "SCHEDULE-CALENDAR-SUB" USING LS-RETURN-CODE.

      * projection only - no sign-on, nothing changed
           MOVE "schedule-maint" TO WS-ABEND-PROGRAM
           PERFORM GET-BUSINESS-DATE
           PERFORM LOAD-DRIVER-STEPS
           PERFORM LOAD-SCHEDULE-TABLE
           PERFORM PRINT-RUN-CALENDAR

           MOVE RETURN-CODE TO LS-RETURN-CODE

           GOBACK.

       COPY abendproc.

       END PROGRAM schedule-maint.
