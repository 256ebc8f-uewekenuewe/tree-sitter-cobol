      ******************************************************************
      * Author:
      * Date:
      * Purpose: Holiday calendar maintenance for HOLIDAYS, built on
      *          the same load-table / act / rewrite pattern as
      *          branch-maint. Each holiday carries its date, the
      *          region that observes it ("ALL" for company-wide,
      *          otherwise a BR-REGION found on BRANCHMASTER), whether
      *          it is fixed (same month and day every year) or
      *          moveable, and a description. Supports add (with
      *          duplicate prevention), change, delete, a G)ENERATE
      *          action that carries the previous year's fixed
      *          holidays forward into a new year - moveable ones are
      *          listed to be keyed by hand - and a calendar listing
      *          on HOLIDAYRPT by year and region. The file is kept in
      *          year / region / date order. business-date and
      *          roster-generate skip the company-wide dates;
      *          tran-merge excuses a branch whose file is missing on
      *          its own region's holiday.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. holiday-maint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLIDAY-FILE ASSIGN TO "HOLIDAYS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT BRANCH-FILE ASSIGN TO "BRANCHMASTER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HOLIDAY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY holrec.

       FD  BRANCH-FILE
           LABEL RECORDS ARE STANDARD.
           COPY brchrec.

       WORKING-STORAGE SECTION.
       01  WS-HL-TABLE.
           05 WS-HL-ROW OCCURS 500 TIMES.
               10 WS-HL-DATE         PIC X(10).
               10 WS-HL-REGION       PIC X(3).
               10 WS-HL-TYPE         PIC X(1).
               10 WS-HL-DESCRIPTION  PIC X(30).
       01  WS-HL-COUNT              PIC 9(3) VALUE ZERO.
       01  WS-HL-SUB                PIC 9(3) VALUE ZERO.
       01  WS-HL-MATCH-SUB          PIC 9(3) VALUE ZERO.
       01  WS-HL-INSERT-SUB         PIC 9(3) VALUE ZERO.
       01  WS-HL-MOVE-SUB           PIC 9(3) VALUE ZERO.

      * regions found on BRANCHMASTER - a regional holiday must name
      * one of them
       01  WS-RG-TABLE.
           05 WS-RG-ROW OCCURS 50 TIMES.
               10 WS-RG-CODE         PIC X(3).
       01  WS-RG-COUNT              PIC 9(2) VALUE ZERO.
       01  WS-RG-SUB                PIC 9(2) VALUE ZERO.

       01  WS-HL-ACTION             PIC X(1).
           88  WS-HL-ADD                    VALUE "A".
           88  WS-HL-CHANGE                 VALUE "C".
           88  WS-HL-DELETE                 VALUE "D".
           88  WS-HL-LIST                   VALUE "L".
           88  WS-HL-GENERATE               VALUE "G".
           88  WS-HL-NONE                   VALUE "N".

       01  WS-HL-NOT-FOUND-SW       PIC X(1) VALUE "N".
           88  WS-HL-NOT-FOUND              VALUE "Y" FALSE "N".

       01  WS-ENTRY-DATE            PIC X(10).
       01  WS-ENTRY-DATE-PARTS REDEFINES WS-ENTRY-DATE.
           05 WS-ED-YYYY            PIC X(4).
           05 WS-ED-DASH-1          PIC X(1).
           05 WS-ED-MM              PIC X(2).
           05 WS-ED-DASH-2          PIC X(1).
           05 WS-ED-DD              PIC X(2).
       01  WS-ENTRY-REGION          PIC X(3).
       01  WS-ENTRY-TYPE            PIC X(1).
       01  WS-ENTRY-DESCRIPTION     PIC X(30).
       01  WS-ENTRY-YEAR            PIC X(4).

       01  WS-DATE-OK-SW            PIC X(1) VALUE "N".
           88  WS-DATE-OK                   VALUE "Y" FALSE "N".

       01  WS-REGION-OK-SW          PIC X(1) VALUE "N".
           88  WS-REGION-OK                 VALUE "Y" FALSE "N".

       01  WS-CHECK-YYYY            PIC 9(4) VALUE ZERO.
       01  WS-CHECK-MM              PIC 9(2) VALUE ZERO.
       01  WS-CHECK-DD              PIC 9(2) VALUE ZERO.
       01  WS-MONTH-LIMIT           PIC 9(2) VALUE ZERO.
       01  WS-LEAP-WORK             PIC 9(4) VALUE ZERO.

       01  WS-LEAP-SW               PIC X(1) VALUE "N".
           88  WS-LEAP-YEAR                 VALUE "Y" FALSE "N".

       01  WS-MONTH-DAYS-VALUES.
           05 FILLER PIC X(24) VALUE "312831303130313130313031".
       01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
           05 WS-MONTH-DAYS OCCURS 12 TIMES PIC 9(2).

      * ordering key: year, then the company-wide entries ahead of
      * the regional ones, then region, then date
       01  WS-NEW-KEY.
           05 WS-NK-YEAR            PIC X(4).
           05 WS-NK-SCOPE           PIC X(1).
           05 WS-NK-REGION          PIC X(3).
           05 WS-NK-DATE            PIC X(10).
       01  WS-ROW-KEY.
           05 WS-RK-YEAR            PIC X(4).
           05 WS-RK-SCOPE           PIC X(1).
           05 WS-RK-REGION          PIC X(3).
           05 WS-RK-DATE            PIC X(10).

      * generate counters and work fields
       01  WS-GEN-SOURCE-YEAR       PIC 9(4) VALUE ZERO.
       01  WS-GEN-TARGET-YEAR       PIC 9(4) VALUE ZERO.
       01  WS-GEN-ADDED             PIC 9(3) VALUE ZERO.
       01  WS-GEN-ON-FILE           PIC 9(3) VALUE ZERO.
       01  WS-GEN-LEAP-SKIPPED      PIC 9(3) VALUE ZERO.
       01  WS-GEN-WEEKEND           PIC 9(3) VALUE ZERO.
       01  WS-GEN-MOVEABLE          PIC 9(3) VALUE ZERO.
       01  WS-GEN-LAST-SUB          PIC 9(3) VALUE ZERO.
       01  WS-GEN-SUB               PIC 9(3) VALUE ZERO.

       01  WS-YEAR-OK-SW            PIC X(1) VALUE "N".
           88  WS-YEAR-OK                   VALUE "Y" FALSE "N".

       01  WS-SAVE-REGION           PIC X(3).

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

      * listing break fields
       01  WS-LIST-YEAR             PIC X(4).
       01  WS-LIST-REGION           PIC X(3).
       01  WS-LIST-REGION-COUNT     PIC 9(3) VALUE ZERO.
       01  WS-LIST-YEAR-COUNT       PIC 9(3) VALUE ZERO.
       01  WS-LIST-TYPE-TEXT        PIC X(8).

       01  WS-TODAY-FORMATTED       PIC X(10).

       01  WS-DONE-SW               PIC X(1) VALUE "N".
           88  WS-DONE                      VALUE "Y" FALSE "N".

       01  WS-EOF-SW                PIC X(1) VALUE "N".
           88  WS-EOF                       VALUE "Y" FALSE "N".

           COPY rundate.
           COPY rptws.
           COPY abendws.

       LINKAGE SECTION.
       01  LS-RETURN-CODE              PIC S9(4) COMP.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           PERFORM HOLIDAY-MAINT-LOGIC

           GOBACK.

       HOLIDAY-MAINT-LOGIC.

           MOVE "holiday-maint" TO WS-ABEND-PROGRAM

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           CALL "business-date" USING WS-RUN-DATE
           STRING WS-RUN-DATE-YYYY "-" WS-RUN-DATE-MM "-"
               WS-RUN-DATE-DD DELIMITED BY SIZE
               INTO WS-TODAY-FORMATTED

           PERFORM LOAD-REGION-TABLE
           PERFORM LOAD-HOLIDAY-TABLE

           SET WS-DONE TO FALSE
           PERFORM UNTIL WS-DONE
               DISPLAY "HOLIDAY CALENDAR - A)DD C)HANGE D)ELETE "
                   "L)IST G)ENERATE N)ONE: "
               ACCEPT WS-HL-ACTION
               EVALUATE TRUE
                   WHEN WS-HL-ADD
                       PERFORM ADD-HOLIDAY
                   WHEN WS-HL-CHANGE
                       PERFORM CHANGE-HOLIDAY
                   WHEN WS-HL-DELETE
                       PERFORM DELETE-HOLIDAY
                   WHEN WS-HL-LIST
                       PERFORM PRINT-HOLIDAY-CALENDAR
                   WHEN WS-HL-GENERATE
                       PERFORM GENERATE-FIXED-HOLIDAYS
                   WHEN WS-HL-NONE
                       SET WS-DONE TO TRUE
                   WHEN OTHER
                       DISPLAY "INVALID ACTION, PLEASE RE-ENTER."
               END-EVALUATE
           END-PERFORM

           PERFORM REWRITE-HOLIDAY-FILE.

       LOAD-REGION-TABLE.

           MOVE ZERO TO WS-RG-COUNT
           SET WS-EOF TO FALSE

           OPEN INPUT BRANCH-FILE
           IF WS-FILE-STATUS = "35"
               CONTINUE
           ELSE
               IF WS-FILE-STATUS NOT = "00"
                   STRING "UNABLE TO OPEN BRANCH-FILE, STATUS "
                       WS-FILE-STATUS DELIMITED BY SIZE
                       INTO WS-ABEND-MESSAGE
                   PERFORM ABEND-RTN
               END-IF

               READ BRANCH-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-EOF
                   IF BR-REGION NOT = SPACES
                       MOVE BR-REGION TO WS-ENTRY-REGION
                       PERFORM FIND-REGION
                       IF NOT WS-REGION-OK
                           IF WS-RG-COUNT >= 50
                               MOVE "WS-RG-TABLE OVERFLOW - OVER 50"
                                   TO WS-ABEND-MESSAGE
                               PERFORM ABEND-RTN
                           END-IF
                           ADD 1 TO WS-RG-COUNT
                           MOVE BR-REGION TO WS-RG-CODE(WS-RG-COUNT)
                       END-IF
                   END-IF
                   READ BRANCH-FILE
                       AT END SET WS-EOF TO TRUE
                   END-READ
               END-PERFORM

               CLOSE BRANCH-FILE
           END-IF.

       LOAD-HOLIDAY-TABLE.

           MOVE ZERO TO WS-HL-COUNT
           SET WS-EOF TO FALSE

           OPEN INPUT HOLIDAY-FILE
           IF WS-FILE-STATUS = "35"
               CONTINUE
           ELSE
               IF WS-FILE-STATUS NOT = "00"
                   STRING "UNABLE TO OPEN HOLIDAY-FILE, STATUS "
                       WS-FILE-STATUS DELIMITED BY SIZE
                       INTO WS-ABEND-MESSAGE
                   PERFORM ABEND-RTN
               END-IF

               READ HOLIDAY-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-EOF
                   IF HOL-DATE NOT = SPACES
                       MOVE HOL-DATE TO WS-ENTRY-DATE
      * records from before the calendar carried a region or a type
      * are company-wide and moveable
                       IF HOL-COMPANY-WIDE
                           MOVE "ALL" TO WS-ENTRY-REGION
                       ELSE
                           MOVE HOL-REGION TO WS-ENTRY-REGION
                       END-IF
                       IF HOL-FIXED
                           MOVE "F" TO WS-ENTRY-TYPE
                       ELSE
                           MOVE "M" TO WS-ENTRY-TYPE
                       END-IF
                       MOVE HOL-DESCRIPTION TO WS-ENTRY-DESCRIPTION
                       PERFORM INSERT-HOLIDAY
                   END-IF
                   READ HOLIDAY-FILE
                       AT END SET WS-EOF TO TRUE
                   END-READ
               END-PERFORM

               CLOSE HOLIDAY-FILE
           END-IF.

       REWRITE-HOLIDAY-FILE.

           OPEN OUTPUT HOLIDAY-FILE
           IF WS-FILE-STATUS NOT = "00"
               STRING "UNABLE TO OPEN HOLIDAY-FILE, STATUS "
                   WS-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RTN
           END-IF

           PERFORM VARYING WS-HL-SUB FROM 1 BY 1
                   UNTIL WS-HL-SUB > WS-HL-COUNT
               MOVE WS-HL-DATE(WS-HL-SUB) TO HOL-DATE
               MOVE WS-HL-REGION(WS-HL-SUB) TO HOL-REGION
               MOVE WS-HL-TYPE(WS-HL-SUB) TO HOL-TYPE
               MOVE WS-HL-DESCRIPTION(WS-HL-SUB) TO HOL-DESCRIPTION
               WRITE HOLIDAY-RECORD
           END-PERFORM

           CLOSE HOLIDAY-FILE.

       INSERT-HOLIDAY.

      * places the entry fields in year / region / date order so the
      * file and the listing never need a separate sort
           IF WS-HL-COUNT >= 500
               MOVE "WS-HL-TABLE OVERFLOW - MORE THAN 500"
                   TO WS-ABEND-MESSAGE
               PERFORM ABEND-RTN
           END-IF

           MOVE WS-ENTRY-DATE(1:4) TO WS-NK-YEAR
           IF WS-ENTRY-REGION = "ALL"
               MOVE "0" TO WS-NK-SCOPE
           ELSE
               MOVE "1" TO WS-NK-SCOPE
           END-IF
           MOVE WS-ENTRY-REGION TO WS-NK-REGION
           MOVE WS-ENTRY-DATE TO WS-NK-DATE

           COMPUTE WS-HL-INSERT-SUB = WS-HL-COUNT + 1
           PERFORM VARYING WS-HL-SUB FROM 1 BY 1
                   UNTIL WS-HL-SUB > WS-HL-COUNT
                      OR WS-HL-INSERT-SUB <= WS-HL-COUNT
               PERFORM BUILD-ROW-KEY
               IF WS-ROW-KEY > WS-NEW-KEY
                   MOVE WS-HL-SUB TO WS-HL-INSERT-SUB
               END-IF
           END-PERFORM

           PERFORM VARYING WS-HL-MOVE-SUB FROM WS-HL-COUNT BY -1
                   UNTIL WS-HL-MOVE-SUB < WS-HL-INSERT-SUB
               MOVE WS-HL-ROW(WS-HL-MOVE-SUB)
                   TO WS-HL-ROW(WS-HL-MOVE-SUB + 1)
           END-PERFORM

           ADD 1 TO WS-HL-COUNT
           MOVE WS-ENTRY-DATE TO WS-HL-DATE(WS-HL-INSERT-SUB)
           MOVE WS-ENTRY-REGION TO WS-HL-REGION(WS-HL-INSERT-SUB)
           MOVE WS-ENTRY-TYPE TO WS-HL-TYPE(WS-HL-INSERT-SUB)
           MOVE WS-ENTRY-DESCRIPTION
               TO WS-HL-DESCRIPTION(WS-HL-INSERT-SUB).

       BUILD-ROW-KEY.

           MOVE WS-HL-DATE(WS-HL-SUB)(1:4) TO WS-RK-YEAR
           IF WS-HL-REGION(WS-HL-SUB) = "ALL"
               MOVE "0" TO WS-RK-SCOPE
           ELSE
               MOVE "1" TO WS-RK-SCOPE
           END-IF
           MOVE WS-HL-REGION(WS-HL-SUB) TO WS-RK-REGION
           MOVE WS-HL-DATE(WS-HL-SUB) TO WS-RK-DATE.

       GET-ENTRY-DATE.

           DISPLAY "ENTER HOLIDAY DATE (YYYY-MM-DD): "
           MOVE SPACES TO WS-ENTRY-DATE
           ACCEPT WS-ENTRY-DATE
           PERFORM VALIDATE-ENTRY-DATE
           PERFORM UNTIL WS-DATE-OK
               DISPLAY "NOT A VALID DATE. RE-ENTER (YYYY-MM-DD): "
               MOVE SPACES TO WS-ENTRY-DATE
               ACCEPT WS-ENTRY-DATE
               PERFORM VALIDATE-ENTRY-DATE
           END-PERFORM.

       VALIDATE-ENTRY-DATE.

           SET WS-DATE-OK TO FALSE

           IF WS-ED-YYYY IS NUMERIC
                   AND WS-ED-MM IS NUMERIC
                   AND WS-ED-DD IS NUMERIC
                   AND WS-ED-DASH-1 = "-"
                   AND WS-ED-DASH-2 = "-"
               MOVE WS-ED-YYYY TO WS-CHECK-YYYY
               MOVE WS-ED-MM TO WS-CHECK-MM
               MOVE WS-ED-DD TO WS-CHECK-DD
               IF WS-CHECK-YYYY >= 1900
                       AND WS-CHECK-MM >= 1 AND WS-CHECK-MM <= 12
                   PERFORM SET-MONTH-LIMIT
                   IF WS-CHECK-DD >= 1
                           AND WS-CHECK-DD <= WS-MONTH-LIMIT
                       SET WS-DATE-OK TO TRUE
                   END-IF
               END-IF
           END-IF.

       SET-MONTH-LIMIT.

           MOVE WS-MONTH-DAYS(WS-CHECK-MM) TO WS-MONTH-LIMIT

           IF WS-CHECK-MM = 2
               PERFORM CHECK-LEAP-YEAR
               IF WS-LEAP-YEAR
                   MOVE 29 TO WS-MONTH-LIMIT
               END-IF
           END-IF.

       CHECK-LEAP-YEAR.

           SET WS-LEAP-YEAR TO FALSE
           DIVIDE WS-CHECK-YYYY BY 4 GIVING WS-LEAP-WORK
           IF WS-LEAP-WORK * 4 = WS-CHECK-YYYY
               SET WS-LEAP-YEAR TO TRUE
           END-IF
           DIVIDE WS-CHECK-YYYY BY 100 GIVING WS-LEAP-WORK
           IF WS-LEAP-WORK * 100 = WS-CHECK-YYYY
               SET WS-LEAP-YEAR TO FALSE
           END-IF
           DIVIDE WS-CHECK-YYYY BY 400 GIVING WS-LEAP-WORK
           IF WS-LEAP-WORK * 400 = WS-CHECK-YYYY
               SET WS-LEAP-YEAR TO TRUE
           END-IF.

       GET-ENTRY-REGION.

           DISPLAY "ENTER REGION (SPACES OR ALL FOR COMPANY-WIDE): "
           MOVE SPACES TO WS-ENTRY-REGION
           ACCEPT WS-ENTRY-REGION
           PERFORM VALIDATE-ENTRY-REGION
           PERFORM UNTIL WS-REGION-OK
               DISPLAY "REGION NOT ON BRANCHMASTER. RE-ENTER: "
               MOVE SPACES TO WS-ENTRY-REGION
               ACCEPT WS-ENTRY-REGION
               PERFORM VALIDATE-ENTRY-REGION
           END-PERFORM.

       VALIDATE-ENTRY-REGION.

           IF WS-ENTRY-REGION = SPACES
               MOVE "ALL" TO WS-ENTRY-REGION
           END-IF

      * with no branch master to check against any region stands
           IF WS-ENTRY-REGION = "ALL" OR WS-RG-COUNT = ZERO
               SET WS-REGION-OK TO TRUE
           ELSE
               PERFORM FIND-REGION
           END-IF.

       FIND-REGION.

           SET WS-REGION-OK TO FALSE

           PERFORM VARYING WS-RG-SUB FROM 1 BY 1
                   UNTIL WS-RG-SUB > WS-RG-COUNT
               IF WS-RG-CODE(WS-RG-SUB) = WS-ENTRY-REGION
                   SET WS-REGION-OK TO TRUE
               END-IF
           END-PERFORM.

       FIND-HOLIDAY.

           SET WS-HL-NOT-FOUND TO TRUE
           MOVE ZERO TO WS-HL-MATCH-SUB

           PERFORM VARYING WS-HL-SUB FROM 1 BY 1
                   UNTIL WS-HL-SUB > WS-HL-COUNT
               IF WS-HL-DATE(WS-HL-SUB) = WS-ENTRY-DATE
                       AND WS-HL-REGION(WS-HL-SUB) = WS-ENTRY-REGION
                   SET WS-HL-NOT-FOUND TO FALSE
                   MOVE WS-HL-SUB TO WS-HL-MATCH-SUB
               END-IF
           END-PERFORM.

       GET-ENTRY-TYPE.

           DISPLAY "ENTER TYPE - F)IXED SAME DATE EVERY YEAR, "
               "M)OVEABLE: "
           MOVE SPACES TO WS-ENTRY-TYPE
           ACCEPT WS-ENTRY-TYPE
           PERFORM UNTIL WS-ENTRY-TYPE = "F" OR WS-ENTRY-TYPE = "M"
               DISPLAY "TYPE MUST BE F OR M. RE-ENTER: "
               MOVE SPACES TO WS-ENTRY-TYPE
               ACCEPT WS-ENTRY-TYPE
           END-PERFORM.

       ADD-HOLIDAY.

           PERFORM GET-ENTRY-DATE
           PERFORM GET-ENTRY-REGION
           PERFORM FIND-HOLIDAY

           IF NOT WS-HL-NOT-FOUND
               DISPLAY "HOLIDAY ALREADY ON FILE: " WS-ENTRY-DATE
                   " " WS-ENTRY-REGION " ("
                   WS-HL-DESCRIPTION(WS-HL-MATCH-SUB) ")"
           ELSE
      * a regional entry on a company-wide holiday adds nothing
               MOVE WS-ENTRY-REGION TO WS-SAVE-REGION
               MOVE "ALL" TO WS-ENTRY-REGION
               PERFORM FIND-HOLIDAY
               MOVE WS-SAVE-REGION TO WS-ENTRY-REGION
               IF NOT WS-HL-NOT-FOUND
                   DISPLAY WS-ENTRY-DATE " IS ALREADY A COMPANY-WIDE "
                       "HOLIDAY (" WS-HL-DESCRIPTION(WS-HL-MATCH-SUB)
                       ")"
               ELSE
                   PERFORM GET-ENTRY-TYPE
                   DISPLAY "ENTER DESCRIPTION: "
                   MOVE SPACES TO WS-ENTRY-DESCRIPTION
                   ACCEPT WS-ENTRY-DESCRIPTION
                   PERFORM UNTIL WS-ENTRY-DESCRIPTION NOT = SPACES
                       DISPLAY "DESCRIPTION REQUIRED. RE-ENTER: "
                       MOVE SPACES TO WS-ENTRY-DESCRIPTION
                       ACCEPT WS-ENTRY-DESCRIPTION
                   END-PERFORM
                   PERFORM INSERT-HOLIDAY
                   DISPLAY "HOLIDAY ADDED: " WS-ENTRY-DATE " "
                       WS-ENTRY-REGION
               END-IF
           END-IF.

       CHANGE-HOLIDAY.

           PERFORM GET-ENTRY-DATE
           PERFORM GET-ENTRY-REGION
           PERFORM FIND-HOLIDAY

           IF WS-HL-NOT-FOUND
               DISPLAY "HOLIDAY NOT ON FILE: " WS-ENTRY-DATE " "
                   WS-ENTRY-REGION
           ELSE
               DISPLAY "DESCRIPTION: "
                   WS-HL-DESCRIPTION(WS-HL-MATCH-SUB)
                   " TYPE: " WS-HL-TYPE(WS-HL-MATCH-SUB)
               DISPLAY "ENTER NEW DESCRIPTION (SPACES TO KEEP): "
               MOVE SPACES TO WS-ENTRY-DESCRIPTION
               ACCEPT WS-ENTRY-DESCRIPTION
               IF WS-ENTRY-DESCRIPTION NOT = SPACES
                   MOVE WS-ENTRY-DESCRIPTION
                       TO WS-HL-DESCRIPTION(WS-HL-MATCH-SUB)
               END-IF
               DISPLAY "ENTER NEW TYPE F OR M (SPACES TO KEEP): "
               MOVE SPACES TO WS-ENTRY-TYPE
               ACCEPT WS-ENTRY-TYPE
               IF WS-ENTRY-TYPE = "F" OR WS-ENTRY-TYPE = "M"
                   MOVE WS-ENTRY-TYPE TO WS-HL-TYPE(WS-HL-MATCH-SUB)
               ELSE
                   IF WS-ENTRY-TYPE NOT = SPACES
                       DISPLAY "TYPE MUST BE F OR M - NOT CHANGED"
                   END-IF
               END-IF
               DISPLAY "HOLIDAY CHANGED: " WS-ENTRY-DATE " "
                   WS-ENTRY-REGION
           END-IF.

       DELETE-HOLIDAY.

           PERFORM GET-ENTRY-DATE
           PERFORM GET-ENTRY-REGION
           PERFORM FIND-HOLIDAY

           IF WS-HL-NOT-FOUND
               DISPLAY "HOLIDAY NOT ON FILE: " WS-ENTRY-DATE " "
                   WS-ENTRY-REGION
           ELSE
               PERFORM VARYING WS-HL-MOVE-SUB FROM WS-HL-MATCH-SUB
                       BY 1 UNTIL WS-HL-MOVE-SUB >= WS-HL-COUNT
                   MOVE WS-HL-ROW(WS-HL-MOVE-SUB + 1)
                       TO WS-HL-ROW(WS-HL-MOVE-SUB)
               END-PERFORM
               SUBTRACT 1 FROM WS-HL-COUNT
               DISPLAY "HOLIDAY DELETED: " WS-ENTRY-DATE " "
                   WS-ENTRY-REGION
           END-IF.

       GENERATE-FIXED-HOLIDAYS.

      * carries every fixed holiday of the year before the target
      * year forward to the same month and day; dates already on
      * file are left as they are, and moveable holidays are only
      * listed - their dates have to be looked up each year
           COMPUTE WS-GEN-TARGET-YEAR = WS-RUN-DATE-YYYY + 1
           DISPLAY "ENTER YEAR TO GENERATE (SPACES FOR "
               WS-GEN-TARGET-YEAR "): "
           MOVE SPACES TO WS-ENTRY-YEAR
           ACCEPT WS-ENTRY-YEAR
           SET WS-YEAR-OK TO TRUE
           IF WS-ENTRY-YEAR NOT = SPACES
               IF WS-ENTRY-YEAR IS NUMERIC
                   MOVE WS-ENTRY-YEAR TO WS-GEN-TARGET-YEAR
               ELSE
                   SET WS-YEAR-OK TO FALSE
               END-IF
           END-IF

           IF WS-YEAR-OK
               PERFORM CARRY-FIXED-HOLIDAYS
           ELSE
               DISPLAY "NOT A VALID YEAR - NOTHING GENERATED"
           END-IF.

       CARRY-FIXED-HOLIDAYS.

           COMPUTE WS-GEN-SOURCE-YEAR = WS-GEN-TARGET-YEAR - 1

           MOVE ZERO TO WS-GEN-ADDED
           MOVE ZERO TO WS-GEN-ON-FILE
           MOVE ZERO TO WS-GEN-LEAP-SKIPPED
           MOVE ZERO TO WS-GEN-WEEKEND
           MOVE ZERO TO WS-GEN-MOVEABLE

           MOVE WS-GEN-TARGET-YEAR TO WS-CHECK-YYYY
           PERFORM CHECK-LEAP-YEAR

      * the source year's rows all sort ahead of the target year's,
      * so rows inserted during the walk land beyond them and the
      * rows still to be walked never move
           MOVE WS-HL-COUNT TO WS-GEN-LAST-SUB
           PERFORM VARYING WS-GEN-SUB FROM 1 BY 1
                   UNTIL WS-GEN-SUB > WS-GEN-LAST-SUB
               IF WS-HL-DATE(WS-GEN-SUB)(1:4) = WS-GEN-SOURCE-YEAR
                   IF WS-HL-TYPE(WS-GEN-SUB) = "F"
                       PERFORM GENERATE-ONE-HOLIDAY
                   ELSE
                       ADD 1 TO WS-GEN-MOVEABLE
                       DISPLAY "MOVEABLE - ENTER BY HAND: "
                           WS-HL-DATE(WS-GEN-SUB) " "
                           WS-HL-REGION(WS-GEN-SUB) " "
                           WS-HL-DESCRIPTION(WS-GEN-SUB)
                   END-IF
               END-IF
           END-PERFORM

           DISPLAY "FIXED HOLIDAYS GENERATED FOR " WS-GEN-TARGET-YEAR
               ": " WS-GEN-ADDED
           DISPLAY "ALREADY ON FILE:            " WS-GEN-ON-FILE
           IF WS-GEN-LEAP-SKIPPED > ZERO
               DISPLAY "29 FEBRUARY NOT CARRIED:    "
                   WS-GEN-LEAP-SKIPPED
           END-IF
           IF WS-GEN-WEEKEND > ZERO
               DISPLAY "FALLING ON A WEEKEND:       " WS-GEN-WEEKEND
                   " - ADD ANY OBSERVED WEEKDAY BY HAND"
           END-IF
           DISPLAY "MOVEABLE HOLIDAYS IN " WS-GEN-SOURCE-YEAR
               " TO ENTER BY HAND: " WS-GEN-MOVEABLE.

       GENERATE-ONE-HOLIDAY.

           MOVE WS-HL-DATE(WS-GEN-SUB) TO WS-ENTRY-DATE
           MOVE WS-GEN-TARGET-YEAR TO WS-ED-YYYY
           MOVE WS-HL-REGION(WS-GEN-SUB) TO WS-ENTRY-REGION

           IF WS-ED-MM = "02" AND WS-ED-DD = "29"
                   AND NOT WS-LEAP-YEAR
               ADD 1 TO WS-GEN-LEAP-SKIPPED
           ELSE
               PERFORM FIND-HOLIDAY
               IF NOT WS-HL-NOT-FOUND
                   ADD 1 TO WS-GEN-ON-FILE
               ELSE
                   MOVE "F" TO WS-ENTRY-TYPE
                   MOVE WS-HL-DESCRIPTION(WS-GEN-SUB)
                       TO WS-ENTRY-DESCRIPTION
                   PERFORM INSERT-HOLIDAY
                   ADD 1 TO WS-GEN-ADDED
                   PERFORM CHECK-GENERATED-WEEKDAY
               END-IF
           END-IF.

       CHECK-GENERATED-WEEKDAY.

           MOVE WS-GEN-TARGET-YEAR TO WS-DA-YYYY
           MOVE WS-ED-MM TO WS-DA-MM
           MOVE WS-ED-DD TO WS-DA-DD
           CALL "BUSINESS-DATE-ATTRS" USING WS-DATE-ATTRS
           IF WS-DA-DOW > 5
               ADD 1 TO WS-GEN-WEEKEND
               DISPLAY "NOTE: " WS-ENTRY-DATE " "
                   WS-ENTRY-REGION " " WS-ENTRY-DESCRIPTION
                   " FALLS ON " WS-DAY-NAME(WS-DA-DOW)
           END-IF.

       PRINT-HOLIDAY-CALENDAR.

           MOVE "HOLIDAYRPT" TO RPT-FILE-NAME
           MOVE "HOLIDAY CALENDAR BY YEAR AND REGION" TO RPT-TITLE
           MOVE WS-TODAY-FORMATTED TO RPT-RUN-DATE
           MOVE ZERO TO RPT-PAGE-NUMBER
           MOVE ZERO TO RPT-LINE-COUNT
           MOVE ZERO TO RPT-LINES-PER-PAGE
           SET RPT-REQ-INIT TO TRUE
           CALL "report-writer" USING RPT-CONTROL

           MOVE SPACES TO WS-LIST-YEAR
           MOVE SPACES TO WS-LIST-REGION
           MOVE ZERO TO WS-LIST-REGION-COUNT
           MOVE ZERO TO WS-LIST-YEAR-COUNT

           PERFORM VARYING WS-HL-SUB FROM 1 BY 1
                   UNTIL WS-HL-SUB > WS-HL-COUNT
               IF WS-HL-DATE(WS-HL-SUB)(1:4) NOT = WS-LIST-YEAR
                   PERFORM PRINT-REGION-FOOTING
                   PERFORM PRINT-YEAR-FOOTING
                   MOVE WS-HL-DATE(WS-HL-SUB)(1:4) TO WS-LIST-YEAR
                   MOVE SPACES TO WS-LIST-REGION
                   MOVE SPACES TO RPT-LINE
                   PERFORM WRITE-REPORT-LINE
                   MOVE SPACES TO RPT-LINE
                   STRING "YEAR " WS-LIST-YEAR
                       DELIMITED BY SIZE INTO RPT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
               IF WS-HL-REGION(WS-HL-SUB) NOT = WS-LIST-REGION
                   PERFORM PRINT-REGION-FOOTING
                   MOVE WS-HL-REGION(WS-HL-SUB) TO WS-LIST-REGION
                   MOVE SPACES TO RPT-LINE
                   IF WS-LIST-REGION = "ALL"
                       STRING "  REGION ALL - COMPANY-WIDE"
                           DELIMITED BY SIZE INTO RPT-LINE
                   ELSE
                       STRING "  REGION " WS-LIST-REGION
                           DELIMITED BY SIZE INTO RPT-LINE
                   END-IF
                   PERFORM WRITE-REPORT-LINE
               END-IF

               MOVE WS-HL-DATE(WS-HL-SUB) TO WS-ENTRY-DATE
               MOVE WS-ED-YYYY TO WS-DA-YYYY
               MOVE WS-ED-MM TO WS-DA-MM
               MOVE WS-ED-DD TO WS-DA-DD
               CALL "BUSINESS-DATE-ATTRS" USING WS-DATE-ATTRS
               IF WS-HL-TYPE(WS-HL-SUB) = "F"
                   MOVE "FIXED" TO WS-LIST-TYPE-TEXT
               ELSE
                   MOVE "MOVEABLE" TO WS-LIST-TYPE-TEXT
               END-IF
               MOVE SPACES TO RPT-LINE
               STRING "    " WS-HL-DATE(WS-HL-SUB) " "
                   WS-DAY-NAME(WS-DA-DOW) " "
                   WS-LIST-TYPE-TEXT " "
                   WS-HL-DESCRIPTION(WS-HL-SUB)
                   DELIMITED BY SIZE INTO RPT-LINE
               PERFORM WRITE-REPORT-LINE
               ADD 1 TO WS-LIST-REGION-COUNT
               ADD 1 TO WS-LIST-YEAR-COUNT
           END-PERFORM

           PERFORM PRINT-REGION-FOOTING
           PERFORM PRINT-YEAR-FOOTING

           MOVE SPACES TO RPT-LINE
           STRING "HOLIDAYS ON FILE: " WS-HL-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           SET RPT-REQ-TOTAL TO TRUE
           CALL "report-writer" USING RPT-CONTROL

           SET RPT-REQ-CLOSE TO TRUE
           CALL "report-writer" USING RPT-CONTROL

           DISPLAY "CALENDAR PRINTED TO HOLIDAYRPT ("
               WS-HL-COUNT " HOLIDAYS)".

       PRINT-REGION-FOOTING.

           IF WS-LIST-REGION-COUNT > ZERO
               MOVE SPACES TO RPT-LINE
               STRING "    HOLIDAYS FOR REGION " WS-LIST-REGION
                   ": " WS-LIST-REGION-COUNT
                   DELIMITED BY SIZE INTO RPT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE ZERO TO WS-LIST-REGION-COUNT.

       PRINT-YEAR-FOOTING.

           IF WS-LIST-YEAR-COUNT > ZERO
               MOVE SPACES TO RPT-LINE
               STRING "  HOLIDAYS FOR " WS-LIST-YEAR
                   ": " WS-LIST-YEAR-COUNT
                   DELIMITED BY SIZE INTO RPT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE ZERO TO WS-LIST-YEAR-COUNT.

       WRITE-REPORT-LINE.

           SET RPT-REQ-DETAIL TO TRUE
           CALL "report-writer" USING RPT-CONTROL.

       END-OF-LOGIC-PARAGRAPHS.
           CONTINUE.

       ENTRY "HOLIDAY-MAINT-SUB" USING LS-RETURN-CODE.

           PERFORM HOLIDAY-MAINT-LOGIC

           MOVE RETURN-CODE TO LS-RETURN-CODE

           GOBACK.

       COPY abendproc.

       END PROGRAM holiday-maint.
