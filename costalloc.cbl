      ******************************************************************
      * Author:
      * Date:
      * Purpose: Month-end cost allocation. Spreads the month's
      *          activity on each cost account designated on
      *          ALLOCACCTS (see cost-alloc-maint) across the
      *          hospitals of the account's region in proportion to
      *          bed count. The activity is the account's movement
      *          as account-statement lists it - the posting
      *          engines' CALCAUDIT entries for the month, from the
      *          dated segments and the live trail, and the month's
      *          SUSPCLEAR clearings into and out of it - so the
      *          allocation ties back to the statement. The region is
      *          the one named on the designation, or else the region
      *          of the account's owning branch on BRANCHMASTER. A
      *          hospital's weight is its bed-days for the month: the
      *          hospital's state at close of each day of the month is
      *          rebuilt from the HOSPHIST journal the way
      *          hospital-rebuild does (the master record for a
      *          hospital the journal never mentions), and a day
      *          counts its beds when the hospital is open, active,
      *          inside its effective dates and in the region - so a
      *          hospital closed or opened mid-month shares only for
      *          the days it was open, and one that moved region
      *          shares in each region for its days there. Shares are
      *          rounded to the cent and the rounding difference goes
      *          to the hospital with the most bed-days, so every
      *          account's shares add back exactly to its activity.
      *          The COSTALLOCRPT report tags each account's section
      *          with its owning branch for the distribution packets;
      *          the same figures go to the delimited file COSTALLOC +
      *          YYYYMM. An account whose region has no qualifying
      *          hospital, or which has no region, is reported and
      *          left unallocated with return code 4. The month is the
      *          business month unless YYYY-MM is given on the
      *          command line.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. cost-allocation.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALLOC-ACCOUNT-FILE ASSIGN TO "ALLOCACCTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCOUNTMASTER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT BRANCH-FILE ASSIGN TO "BRANCHMASTER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT HOSPITAL-MASTER ASSIGN TO "HOSPITALMASTER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT HOSP-HIST-FILE ASSIGN TO "HOSPHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT AUDIT-TRAIL-FILE ASSIGN TO "CALCAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT AUDIT-SEG-FILE ASSIGN USING WS-SEG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT AUDIT-INDEX-FILE ASSIGN TO "AUDITINDEX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT SUSPENSE-CLEAR-FILE ASSIGN TO "SUSPCLEAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT ALLOC-OUT-FILE ASSIGN USING WS-ALLOC-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT STATS-FILE ASSIGN TO "JOBSTATS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ALLOC-ACCOUNT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY allocrec.

       FD  ACCOUNT-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY acctrec.

       FD  BRANCH-FILE
           LABEL RECORDS ARE STANDARD.
           COPY brchrec.

       FD  HOSPITAL-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY hosprec.

       FD  HOSP-HIST-FILE
           LABEL RECORDS ARE STANDARD.
       01  HOSP-HIST-RECORD.
           05 HH-TIMESTAMP          PIC X(19).
           05 HH-ACTION             PIC X(1).
           05 HH-OPERATOR-BADGE     PIC 9(3).
           05 HH-BEFORE-IMAGE       PIC X(111).
           05 HH-AFTER-IMAGE        PIC X(111).

       FD  AUDIT-TRAIL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY audittrl.

      * one dated segment split off by audit-reorg; records are in
      * the audit layout and are moved into AUDIT-TRAIL-RECORD for
      * field access
       FD  AUDIT-SEG-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-SEG-RECORD            PIC X(200).

       FD  AUDIT-INDEX-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-INDEX-RECORD.
           05 AX-DATE               PIC X(10).
           05 AX-SEG-NAME           PIC X(20).
           05 AX-COUNT              PIC 9(7).
           05 AX-LOW-RUN            PIC 9(7).
           05 AX-HIGH-RUN           PIC 9(7).
           05 AX-OPEN-HASH          PIC X(18).
           05 AX-CLOSE-HASH         PIC X(18).

       FD  SUSPENSE-CLEAR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY suspreg.

       FD  ALLOC-OUT-FILE
           LABEL RECORDS ARE STANDARD.
       01  ALLOC-OUT-RECORD            PIC X(120).

       FD  STATS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY jobstats.

       WORKING-STORAGE SECTION.
       01  WS-SELECT-MONTH          PIC X(7).
       01  WS-MONTH-FIRST           PIC X(10).
       01  WS-MONTH-LAST            PIC X(10).
       01  WS-MONTH-YYYY            PIC 9(4) VALUE ZERO.
       01  WS-MONTH-MM              PIC 9(2) VALUE ZERO.
       01  WS-DAYS-IN-MONTH         PIC 9(2) VALUE ZERO.
       01  WS-LEAP-QUOTIENT         PIC 9(4) VALUE ZERO.
       01  WS-LEAP-REM-4            PIC 9(3) VALUE ZERO.
       01  WS-LEAP-REM-100          PIC 9(3) VALUE ZERO.
       01  WS-LEAP-REM-400          PIC 9(3) VALUE ZERO.

      * the days of the month still to be weighed, and the one being
      * weighed
       01  WS-NEXT-DAY              PIC 9(2) VALUE ZERO.
       01  WS-UNTIL-DAY             PIC 9(2) VALUE ZERO.
       01  WS-DAY                   PIC 9(2) VALUE ZERO.
       01  WS-DAY-DATE              PIC X(10).

      * the accounts designated on the month's last day, with the
      * region each is spread over and its activity
       01  WS-AA-TABLE.
           05 WS-AA-ROW OCCURS 200 TIMES.
               10 WS-AA-ACCOUNT      PIC X(8).
               10 WS-AA-REGION       PIC X(3).
               10 WS-AA-BRANCH       PIC X(3).
               10 WS-AA-ACTIVITY     PIC S9(13)V99.
       01  WS-AA-COUNT              PIC 9(3) VALUE ZERO.
       01  WS-AA-SUB                PIC 9(3) VALUE ZERO.
       01  WS-AA-MATCH-SUB          PIC 9(3) VALUE ZERO.
       01  WS-FIND-ACCOUNT          PIC X(8).

       01  WS-BR-TABLE.
           05 WS-BR-ROW OCCURS 50 TIMES.
               10 WS-BR-CODE         PIC X(3).
               10 WS-BR-REGION       PIC X(3).
       01  WS-BR-COUNT              PIC 9(2) VALUE ZERO.
       01  WS-BR-SUB                PIC 9(2) VALUE ZERO.

      * each hospital's state as the month is replayed: present
      * (Y) or not on the master (N), and whether its state at the
      * start of the month has been settled from the journal
       01  WS-HS-TABLE.
           05 WS-HS-ROW OCCURS 100 TIMES.
               10 WS-HS-KEY          PIC X(20).
               10 WS-HS-PRESENT      PIC X(1).
               10 WS-HS-SETTLED      PIC X(1).
               10 WS-HS-IMAGE        PIC X(111).
       01  WS-HS-COUNT              PIC 9(3) VALUE ZERO.
       01  WS-HS-SUB                PIC 9(3) VALUE ZERO.
       01  WS-HS-MATCH-SUB          PIC 9(3) VALUE ZERO.
       01  WS-HS-FIND-KEY           PIC X(20).

      * bed-days by hospital and region, and each one's share of the
      * account being allocated
       01  WS-BD-TABLE.
           05 WS-BD-ROW OCCURS 200 TIMES.
               10 WS-BD-KEY          PIC X(20).
               10 WS-BD-REGION       PIC X(3).
               10 WS-BD-BED-DAYS     PIC 9(7).
               10 WS-BD-DAYS         PIC 9(2).
               10 WS-BD-SHARE        PIC S9(13)V99.
               10 WS-BD-ADJUST       PIC S9(13)V99.
       01  WS-BD-COUNT              PIC 9(3) VALUE ZERO.
       01  WS-BD-SUB                PIC 9(3) VALUE ZERO.
       01  WS-BD-MATCH-SUB          PIC 9(3) VALUE ZERO.
       01  WS-BD-LARGEST-SUB        PIC 9(3) VALUE ZERO.

      * the journal's images are flat 111-byte strings in the master
      * record's field order; this view takes them apart
       01  WS-IMAGE-WORK.
           05 WS-IMG-KEY            PIC X(20).
           05 WS-IMG-ADMIN          PIC X(20).
           05 WS-IMG-ADDRESS        PIC X(30).
           05 WS-IMG-PHONE          PIC X(12).
           05 WS-IMG-BEDS           PIC X(4).
           05 WS-IMG-BEDS-N REDEFINES WS-IMG-BEDS
                                    PIC 9(4).
           05 WS-IMG-REGION         PIC X(3).
           05 WS-IMG-STATUS         PIC X(1).
           05 WS-IMG-ACTIVE         PIC X(1).
           05 WS-IMG-EFF            PIC X(10).
           05 WS-IMG-EXP            PIC X(10).

       01  WS-REGION-BED-DAYS       PIC 9(9) VALUE ZERO.
       01  WS-ALLOCATED             PIC S9(13)V99 VALUE ZERO.
       01  WS-REMAINDER             PIC S9(13)V99 VALUE ZERO.
       01  WS-AMOUNT                PIC S9(13)V99 VALUE ZERO.

       01  WS-SEG-NAME              PIC X(20).
       01  WS-SEG-EOF-SW            PIC X(1) VALUE "N".
           88  WS-SEG-EOF                   VALUE "Y" FALSE "N".

       01  WS-ALLOC-FILE-NAME       PIC X(20).

       01  WS-BAL-DISPLAY           PIC +Z(12)9.99.
       01  WS-BED-DAYS-DISPLAY      PIC Z(6)9.
       01  WS-REGION-DAYS-DISPLAY   PIC Z(8)9.
       01  WS-DAYS-DISPLAY          PIC Z9.
       01  WS-COUNT-DISPLAY         PIC ZZZZ9.
       01  WS-CSV-AMOUNT            PIC +9(13).99.
       01  WS-CSV-ADJUST            PIC +9(13).99.
       01  WS-CSV-BED-DAYS          PIC 9(7).
       01  WS-CSV-REGION-DAYS       PIC 9(9).
       01  WS-CSV-DAYS              PIC 9(2).

       01  WS-TODAY-FORMATTED       PIC X(10).
       01  WS-EOF-SW                PIC X(1) VALUE "N".
           88  WS-EOF                       VALUE "Y" FALSE "N".

       01  WS-JOB-COUNTS.
           05 WS-COUNT-IN           PIC 9(7) VALUE ZERO.
           05 WS-COUNT-OUT          PIC 9(7) VALUE ZERO.
           05 WS-COUNT-REJECTED     PIC 9(7) VALUE ZERO.

       01  WS-RUN-NUMBER            PIC 9(7) VALUE ZERO.
       01  WS-CYCLE-AREA.
           05 WS-CYCLE-DATE         PIC X(8).
           05 WS-CYCLE-NUMBER       PIC 9(3).

           COPY rundate.
           COPY runparm.
           COPY rptws.
           COPY abendws.

       LINKAGE SECTION.
       01  LS-RETURN-CODE              PIC S9(4) COMP.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           PERFORM COST-ALLOCATION-LOGIC

           GOBACK.

       COST-ALLOCATION-LOGIC.

           MOVE "cost-allocation" TO WS-ABEND-PROGRAM
           MOVE 0 TO RETURN-CODE
           MOVE ZERO TO WS-JOB-COUNTS

           CALL "parm-loader" USING RUN-PARMS

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           CALL "business-date" USING WS-RUN-DATE
           CALL "run-control" USING WS-RUN-NUMBER
           MOVE WS-RUN-DATE TO WS-CYCLE-DATE
           CALL "cycle-control" USING WS-CYCLE-AREA
           DISPLAY "RUN DATE: " WS-RUN-DATE-YYYY "-" WS-RUN-DATE-MM
               "-" WS-RUN-DATE-DD

           MOVE SPACES TO WS-TODAY-FORMATTED
           STRING WS-RUN-DATE-YYYY "-" WS-RUN-DATE-MM "-"
               WS-RUN-DATE-DD DELIMITED BY SIZE
               INTO WS-TODAY-FORMATTED

           MOVE SPACES TO WS-SELECT-MONTH
           ACCEPT WS-SELECT-MONTH FROM COMMAND-LINE
           IF WS-SELECT-MONTH(5:1) NOT = "-"
                   OR WS-SELECT-MONTH(1:4) NOT NUMERIC
                   OR WS-SELECT-MONTH(6:2) NOT NUMERIC
                   OR WS-SELECT-MONTH(6:2) < "01"
                   OR WS-SELECT-MONTH(6:2) > "12"
               MOVE SPACES TO WS-SELECT-MONTH
               STRING WS-RUN-DATE-YYYY "-" WS-RUN-DATE-MM
                   DELIMITED BY SIZE INTO WS-SELECT-MONTH
           END-IF
           DISPLAY "ALLOCATING MONTH: " WS-SELECT-MONTH

           PERFORM SET-MONTH-DAYS
           PERFORM LOAD-BRANCH-TABLE
           PERFORM LOAD-ALLOC-TABLE
           PERFORM SET-ACCOUNT-REGIONS

           PERFORM ADD-MONTH-SEGMENTS
           PERFORM ADD-FROM-LIVE-TRAIL
           PERFORM ADD-SUSPENSE-CLEARINGS

           PERFORM LOAD-HOSPITAL-MASTER
           PERFORM SETTLE-MONTH-START
           PERFORM WEIGH-MONTH-DAYS

           PERFORM PRINT-ALLOCATION

           IF WS-COUNT-REJECTED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM PRINT-JOB-STATS.

       SET-MONTH-DAYS.

      * the month's first and last dates; February has 29 days in a
      * year divisible by 4, except a century not divisible by 400
           MOVE WS-SELECT-MONTH(1:4) TO WS-MONTH-YYYY
           MOVE WS-SELECT-MONTH(6:2) TO WS-MONTH-MM

           EVALUATE WS-MONTH-MM
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-DAYS-IN-MONTH
               WHEN 2
                   DIVIDE WS-MONTH-YYYY BY 4
                       GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REM-4
                   DIVIDE WS-MONTH-YYYY BY 100
                       GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REM-100
                   DIVIDE WS-MONTH-YYYY BY 400
                       GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REM-400
                   IF WS-LEAP-REM-4 = ZERO
                           AND (WS-LEAP-REM-100 NOT = ZERO
                               OR WS-LEAP-REM-400 = ZERO)
                       MOVE 29 TO WS-DAYS-IN-MONTH
                   ELSE
                       MOVE 28 TO WS-DAYS-IN-MONTH
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-DAYS-IN-MONTH
           END-EVALUATE

           MOVE SPACES TO WS-MONTH-FIRST
           STRING WS-SELECT-MONTH "-01" DELIMITED BY SIZE
               INTO WS-MONTH-FIRST
           MOVE SPACES TO WS-MONTH-LAST
           STRING WS-SELECT-MONTH "-" WS-DAYS-IN-MONTH
               DELIMITED BY SIZE INTO WS-MONTH-LAST.

       LOAD-BRANCH-TABLE.

           MOVE ZERO TO WS-BR-COUNT
           SET WS-EOF TO FALSE

           OPEN INPUT BRANCH-FILE
           IF WS-FILE-STATUS = "35"
               DISPLAY "BRANCHMASTER NOT FOUND - ONLY ACCOUNTS "
                   "DESIGNATED WITH A REGION CAN BE ALLOCATED"
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
                   IF WS-BR-COUNT >= 50
                       MOVE "WS-BR-TABLE OVERFLOW - MORE THAN 50"
                           TO WS-ABEND-MESSAGE
                       PERFORM ABEND-RTN
                   END-IF
                   ADD 1 TO WS-BR-COUNT
                   MOVE BR-BRANCH-CODE TO WS-BR-CODE(WS-BR-COUNT)
                   MOVE BR-REGION TO WS-BR-REGION(WS-BR-COUNT)
                   READ BRANCH-FILE
                       AT END SET WS-EOF TO TRUE
                   END-READ
               END-PERFORM

               CLOSE BRANCH-FILE
           END-IF.

       LOAD-ALLOC-TABLE.

      * only the rows in force on the month's last day; the
      * maintenance allows one per account on any date
           MOVE ZERO TO WS-AA-COUNT
           SET WS-EOF TO FALSE

           OPEN INPUT ALLOC-ACCOUNT-FILE
           IF WS-FILE-STATUS = "35"
               DISPLAY "ALLOCACCTS NOT FOUND - NO ACCOUNTS TO "
                   "ALLOCATE"
               SET WS-EOF TO TRUE
           ELSE
               IF WS-FILE-STATUS NOT = "00"
                   STRING "UNABLE TO OPEN ALLOCACCTS, STATUS "
                       WS-FILE-STATUS DELIMITED BY SIZE
                       INTO WS-ABEND-MESSAGE
                   PERFORM ABEND-RTN
               END-IF
               READ ALLOC-ACCOUNT-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
           END-IF

           PERFORM UNTIL WS-EOF
               IF (AA-EFF-DATE = SPACES
                       OR AA-EFF-DATE NOT > WS-MONTH-LAST)
                       AND (AA-EXP-DATE = SPACES
                           OR AA-EXP-DATE NOT < WS-MONTH-LAST)
                   IF WS-AA-COUNT >= 200
                       MOVE "WS-AA-TABLE OVERFLOW - MORE THAN 200"
                           TO WS-ABEND-MESSAGE
                       PERFORM ABEND-RTN
                   END-IF
                   ADD 1 TO WS-AA-COUNT
                   MOVE AA-ACCOUNT TO WS-AA-ACCOUNT(WS-AA-COUNT)
                   MOVE AA-REGION TO WS-AA-REGION(WS-AA-COUNT)
                   MOVE SPACES TO WS-AA-BRANCH(WS-AA-COUNT)
                   MOVE ZERO TO WS-AA-ACTIVITY(WS-AA-COUNT)
               END-IF
               READ ALLOC-ACCOUNT-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
           END-PERFORM

           IF WS-FILE-STATUS NOT = "35"
               CLOSE ALLOC-ACCOUNT-FILE
           END-IF.

       SET-ACCOUNT-REGIONS.

      * the owning branch from ACCOUNTMASTER, and its region for an
      * account designated without one
           SET WS-EOF TO FALSE

           OPEN INPUT ACCOUNT-MASTER
           IF WS-FILE-STATUS = "35"
               SET WS-EOF TO TRUE
           ELSE
               IF WS-FILE-STATUS NOT = "00"
                   STRING "UNABLE TO OPEN ACCOUNTMASTER, STATUS "
                       WS-FILE-STATUS DELIMITED BY SIZE
                       INTO WS-ABEND-MESSAGE
                   PERFORM ABEND-RTN
               END-IF
               READ ACCOUNT-MASTER
                   AT END SET WS-EOF TO TRUE
               END-READ
           END-IF

           PERFORM UNTIL WS-EOF
               MOVE AM-ACCOUNT TO WS-FIND-ACCOUNT
               PERFORM FIND-ALLOC-ACCOUNT
               IF WS-AA-MATCH-SUB NOT = ZERO
                   MOVE AM-BRANCH TO WS-AA-BRANCH(WS-AA-MATCH-SUB)
               END-IF
               READ ACCOUNT-MASTER
                   AT END SET WS-EOF TO TRUE
               END-READ
           END-PERFORM

           IF WS-FILE-STATUS NOT = "35"
               CLOSE ACCOUNT-MASTER
           END-IF

           PERFORM VARYING WS-AA-SUB FROM 1 BY 1
                   UNTIL WS-AA-SUB > WS-AA-COUNT
               IF WS-AA-REGION(WS-AA-SUB) = SPACES
                   PERFORM VARYING WS-BR-SUB FROM 1 BY 1
                           UNTIL WS-BR-SUB > WS-BR-COUNT
                       IF WS-BR-CODE(WS-BR-SUB)
                               = WS-AA-BRANCH(WS-AA-SUB)
                           MOVE WS-BR-REGION(WS-BR-SUB)
                               TO WS-AA-REGION(WS-AA-SUB)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       FIND-ALLOC-ACCOUNT.

           MOVE ZERO TO WS-AA-MATCH-SUB

           PERFORM VARYING WS-AA-SUB FROM 1 BY 1
                   UNTIL WS-AA-SUB > WS-AA-COUNT
               IF WS-AA-ACCOUNT(WS-AA-SUB) = WS-FIND-ACCOUNT
                   MOVE WS-AA-SUB TO WS-AA-MATCH-SUB
               END-IF
           END-PERFORM.

      ******************************************************************
      * the month's activity on each designated account
      ******************************************************************
       ADD-MONTH-SEGMENTS.

      * the month's entries live partly in the dated segments
      * audit-reorg split off and partly on the live trail - both
      * are walked, as account-statement walks them
           SET WS-EOF TO FALSE

           OPEN INPUT AUDIT-INDEX-FILE
           IF WS-FILE-STATUS NOT = "00"
               SET WS-EOF TO TRUE
           END-IF

           IF NOT WS-EOF
               READ AUDIT-INDEX-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-EOF
                   IF AX-DATE(1:7) = WS-SELECT-MONTH
                       MOVE AX-SEG-NAME TO WS-SEG-NAME
                       PERFORM ADD-ONE-SEGMENT
                   END-IF
                   READ AUDIT-INDEX-FILE
                       AT END SET WS-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE AUDIT-INDEX-FILE
           END-IF

           SET WS-EOF TO FALSE.

       ADD-ONE-SEGMENT.

           SET WS-SEG-EOF TO FALSE

           OPEN INPUT AUDIT-SEG-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "SEGMENT " WS-SEG-NAME " NOT READABLE - "
                   "ITS ENTRIES ARE MISSING FROM THE ALLOCATION"
               SET WS-SEG-EOF TO TRUE
           END-IF

           IF NOT WS-SEG-EOF
               READ AUDIT-SEG-FILE
                   AT END SET WS-SEG-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-SEG-EOF
                   MOVE AUDIT-SEG-RECORD TO AUDIT-TRAIL-RECORD
                   PERFORM ADD-ONE-AUDIT-ENTRY
                   READ AUDIT-SEG-FILE
                       AT END SET WS-SEG-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE AUDIT-SEG-FILE
           END-IF

           SET WS-SEG-EOF TO FALSE.

       ADD-FROM-LIVE-TRAIL.

           SET WS-EOF TO FALSE

           OPEN INPUT AUDIT-TRAIL-FILE
           IF WS-FILE-STATUS = "35"
               SET WS-EOF TO TRUE
           ELSE
               IF WS-FILE-STATUS NOT = "00"
                   STRING "UNABLE TO OPEN CALCAUDIT, STATUS "
                       WS-FILE-STATUS DELIMITED BY SIZE
                       INTO WS-ABEND-MESSAGE
                   PERFORM ABEND-RTN
               END-IF
           END-IF

           IF NOT WS-EOF
               READ AUDIT-TRAIL-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
           END-IF

           PERFORM UNTIL WS-EOF
               PERFORM ADD-ONE-AUDIT-ENTRY
               READ AUDIT-TRAIL-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
           END-PERFORM

           IF WS-FILE-STATUS NOT = "35"
               CLOSE AUDIT-TRAIL-FILE
           END-IF.

       ADD-ONE-AUDIT-ENTRY.

      * only the posting engines' entries, each at the base-currency
      * amount the balance was posted with
           IF AT-TIMESTAMP(1:7) = WS-SELECT-MONTH
                   AND (AT-PROGRAM-NAME = "calc-copybook"
                       OR AT-PROGRAM-NAME = "month-end-interest")
               MOVE AT-ACCOUNT TO WS-FIND-ACCOUNT
               PERFORM FIND-ALLOC-ACCOUNT
               IF WS-AA-MATCH-SUB NOT = ZERO
                   ADD 1 TO WS-COUNT-IN
                   IF AT-CURRENCY NOT = SPACES
                           AND AT-BASE-RESULT NUMERIC
                       ADD AT-BASE-RESULT
                           TO WS-AA-ACTIVITY(WS-AA-MATCH-SUB)
                   ELSE
                       IF AT-RESULT NUMERIC
                           ADD AT-RESULT
                               TO WS-AA-ACTIVITY(WS-AA-MATCH-SUB)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       ADD-SUSPENSE-CLEARINGS.

      * a clearing moves an amount out of SUSPENSE and into the
      * reassigned account without a new audit entry
           SET WS-EOF TO FALSE

           OPEN INPUT SUSPENSE-CLEAR-FILE
           IF WS-FILE-STATUS = "35"
               SET WS-EOF TO TRUE
           ELSE
               IF WS-FILE-STATUS NOT = "00"
                   STRING "UNABLE TO OPEN SUSPCLEAR, STATUS "
                       WS-FILE-STATUS DELIMITED BY SIZE
                       INTO WS-ABEND-MESSAGE
                   PERFORM ABEND-RTN
               END-IF
           END-IF

           IF NOT WS-EOF
               READ SUSPENSE-CLEAR-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
           END-IF

           PERFORM UNTIL WS-EOF
               IF SC-CLEAR-DATE(1:7) = WS-SELECT-MONTH
                   MOVE "SUSPENSE" TO WS-FIND-ACCOUNT
                   PERFORM FIND-ALLOC-ACCOUNT
                   IF WS-AA-MATCH-SUB NOT = ZERO
                       ADD 1 TO WS-COUNT-IN
                       SUBTRACT SC-AMOUNT
                           FROM WS-AA-ACTIVITY(WS-AA-MATCH-SUB)
                   END-IF
                   MOVE SC-TO-ACCOUNT TO WS-FIND-ACCOUNT
                   PERFORM FIND-ALLOC-ACCOUNT
                   IF WS-AA-MATCH-SUB NOT = ZERO
                       ADD 1 TO WS-COUNT-IN
                       ADD SC-AMOUNT
                           TO WS-AA-ACTIVITY(WS-AA-MATCH-SUB)
                   END-IF
               END-IF
               READ SUSPENSE-CLEAR-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
           END-PERFORM

           IF WS-FILE-STATUS NOT = "35"
               CLOSE SUSPENSE-CLEAR-FILE
           END-IF.

      ******************************************************************
      * each hospital's bed-days for the month, from its state at
      * close of each day
      ******************************************************************
       LOAD-HOSPITAL-MASTER.

      * the master is the state of a hospital the journal never
      * mentions; every other hospital's state is settled from its
      * journal entries
           MOVE ZERO TO WS-HS-COUNT
           SET WS-EOF TO FALSE

           OPEN INPUT HOSPITAL-MASTER
           IF WS-FILE-STATUS = "35"
               SET WS-EOF TO TRUE
           ELSE
               IF WS-FILE-STATUS NOT = "00"
                   STRING "UNABLE TO OPEN HOSPITALMASTER, STATUS "
                       WS-FILE-STATUS DELIMITED BY SIZE
                       INTO WS-ABEND-MESSAGE
                   PERFORM ABEND-RTN
               END-IF
               READ HOSPITAL-MASTER
                   AT END SET WS-EOF TO TRUE
               END-READ
           END-IF

           PERFORM UNTIL WS-EOF
               MOVE HM-HOSPITAL-KEY TO WS-HS-FIND-KEY
               PERFORM FIND-HOSPITAL-STATE
               MOVE "Y" TO WS-HS-PRESENT(WS-HS-MATCH-SUB)
               MOVE HOSPITAL-MASTER-RECORD
                   TO WS-HS-IMAGE(WS-HS-MATCH-SUB)
               READ HOSPITAL-MASTER
                   AT END SET WS-EOF TO TRUE
               END-READ
           END-PERFORM

           IF WS-FILE-STATUS NOT = "35"
               CLOSE HOSPITAL-MASTER
           END-IF.

       FIND-HOSPITAL-STATE.

      * finds WS-HS-FIND-KEY, adding it unsettled and not present
      * when it is new
           MOVE ZERO TO WS-HS-MATCH-SUB

           PERFORM VARYING WS-HS-SUB FROM 1 BY 1
                   UNTIL WS-HS-SUB > WS-HS-COUNT
               IF WS-HS-KEY(WS-HS-SUB) = WS-HS-FIND-KEY
                   MOVE WS-HS-SUB TO WS-HS-MATCH-SUB
               END-IF
           END-PERFORM

           IF WS-HS-MATCH-SUB = ZERO
               IF WS-HS-COUNT >= 100
                   MOVE "WS-HS-TABLE OVERFLOW - MORE THAN 100"
                       TO WS-ABEND-MESSAGE
                   PERFORM ABEND-RTN
               END-IF
               ADD 1 TO WS-HS-COUNT
               MOVE WS-HS-COUNT TO WS-HS-MATCH-SUB
               MOVE WS-HS-FIND-KEY TO WS-HS-KEY(WS-HS-MATCH-SUB)
               MOVE "N" TO WS-HS-PRESENT(WS-HS-MATCH-SUB)
               MOVE "N" TO WS-HS-SETTLED(WS-HS-MATCH-SUB)
               MOVE SPACES TO WS-HS-IMAGE(WS-HS-MATCH-SUB)
           END-IF.

       OPEN-HOSPITAL-JOURNAL.

           SET WS-EOF TO FALSE

           OPEN INPUT HOSP-HIST-FILE
           IF WS-FILE-STATUS = "35"
               SET WS-EOF TO TRUE
           ELSE
               IF WS-FILE-STATUS NOT = "00"
                   STRING "UNABLE TO OPEN HOSPHIST, STATUS "
                       WS-FILE-STATUS DELIMITED BY SIZE
                       INTO WS-ABEND-MESSAGE
                   PERFORM ABEND-RTN
               END-IF
               READ HOSP-HIST-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
           END-IF.

       SETTLE-MONTH-START.

      * a hospital's state as the month opens is the after image of
      * its last entry before the month (not present after a
      * delete); failing that, the before image of its first entry
      * from the month on (not present before an add)
           PERFORM OPEN-HOSPITAL-JOURNAL

           PERFORM UNTIL WS-EOF
               IF HH-ACTION = "D"
                   MOVE HH-BEFORE-IMAGE(1:20) TO WS-HS-FIND-KEY
               ELSE
                   MOVE HH-AFTER-IMAGE(1:20) TO WS-HS-FIND-KEY
               END-IF
               PERFORM FIND-HOSPITAL-STATE
               IF HH-TIMESTAMP(1:10) < WS-MONTH-FIRST
                   PERFORM APPLY-JOURNAL-ENTRY
                   MOVE "Y" TO WS-HS-SETTLED(WS-HS-MATCH-SUB)
               ELSE
                   IF WS-HS-SETTLED(WS-HS-MATCH-SUB) = "N"
                       IF HH-ACTION = "A"
                           MOVE "N" TO WS-HS-PRESENT(WS-HS-MATCH-SUB)
                       ELSE
                           MOVE "Y" TO WS-HS-PRESENT(WS-HS-MATCH-SUB)
                           MOVE HH-BEFORE-IMAGE
                               TO WS-HS-IMAGE(WS-HS-MATCH-SUB)
                       END-IF
                       MOVE "Y" TO WS-HS-SETTLED(WS-HS-MATCH-SUB)
                   END-IF
               END-IF
               READ HOSP-HIST-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
           END-PERFORM

           IF WS-FILE-STATUS NOT = "35"
               CLOSE HOSP-HIST-FILE
           END-IF.

       APPLY-JOURNAL-ENTRY.

           EVALUATE HH-ACTION
               WHEN "A"
               WHEN "C"
                   MOVE "Y" TO WS-HS-PRESENT(WS-HS-MATCH-SUB)
                   MOVE HH-AFTER-IMAGE
                       TO WS-HS-IMAGE(WS-HS-MATCH-SUB)
               WHEN "D"
                   MOVE "N" TO WS-HS-PRESENT(WS-HS-MATCH-SUB)
               WHEN OTHER
                   DISPLAY "UNKNOWN JOURNAL ACTION SKIPPED: <"
                       HH-ACTION ">"
           END-EVALUATE.

       WEIGH-MONTH-DAYS.

      * the month's own entries are replayed in order; before an
      * entry dated day n is applied, days up to n - 1 are weighed
      * on the state as it stood, so each day counts its close of
      * business state
           MOVE ZERO TO WS-BD-COUNT
           MOVE 1 TO WS-NEXT-DAY

           PERFORM OPEN-HOSPITAL-JOURNAL

           PERFORM UNTIL WS-EOF
               IF HH-TIMESTAMP(1:7) = WS-SELECT-MONTH
                       AND HH-TIMESTAMP(9:2) NUMERIC
                   MOVE HH-TIMESTAMP(9:2) TO WS-UNTIL-DAY
                   SUBTRACT 1 FROM WS-UNTIL-DAY
                   PERFORM WEIGH-DAYS-UNTIL
                   IF HH-ACTION = "D"
                       MOVE HH-BEFORE-IMAGE(1:20) TO WS-HS-FIND-KEY
                   ELSE
                       MOVE HH-AFTER-IMAGE(1:20) TO WS-HS-FIND-KEY
                   END-IF
                   PERFORM FIND-HOSPITAL-STATE
                   PERFORM APPLY-JOURNAL-ENTRY
               END-IF
               READ HOSP-HIST-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
           END-PERFORM

           IF WS-FILE-STATUS NOT = "35"
               CLOSE HOSP-HIST-FILE
           END-IF

           MOVE WS-DAYS-IN-MONTH TO WS-UNTIL-DAY
           PERFORM WEIGH-DAYS-UNTIL.

       WEIGH-DAYS-UNTIL.

           PERFORM VARYING WS-DAY FROM WS-NEXT-DAY BY 1
                   UNTIL WS-DAY > WS-UNTIL-DAY
               MOVE SPACES TO WS-DAY-DATE
               STRING WS-SELECT-MONTH "-" WS-DAY
                   DELIMITED BY SIZE INTO WS-DAY-DATE
               PERFORM VARYING WS-HS-SUB FROM 1 BY 1
                       UNTIL WS-HS-SUB > WS-HS-COUNT
                   IF WS-HS-PRESENT(WS-HS-SUB) = "Y"
                       PERFORM WEIGH-ONE-HOSPITAL-DAY
                   END-IF
               END-PERFORM
           END-PERFORM

           IF WS-UNTIL-DAY >= WS-NEXT-DAY
               COMPUTE WS-NEXT-DAY = WS-UNTIL-DAY + 1
           END-IF.

       WEIGH-ONE-HOSPITAL-DAY.

           MOVE WS-HS-IMAGE(WS-HS-SUB) TO WS-IMAGE-WORK
           IF WS-IMG-STATUS = "O"
                   AND WS-IMG-ACTIVE = "A"
                   AND WS-IMG-BEDS NUMERIC
                   AND WS-IMG-BEDS-N > ZERO
                   AND (WS-IMG-EFF = SPACES
                       OR WS-IMG-EFF NOT > WS-DAY-DATE)
                   AND (WS-IMG-EXP = SPACES
                       OR WS-IMG-EXP NOT < WS-DAY-DATE)
               MOVE ZERO TO WS-BD-MATCH-SUB
               PERFORM VARYING WS-BD-SUB FROM 1 BY 1
                       UNTIL WS-BD-SUB > WS-BD-COUNT
                   IF WS-BD-KEY(WS-BD-SUB) = WS-HS-KEY(WS-HS-SUB)
                           AND WS-BD-REGION(WS-BD-SUB) = WS-IMG-REGION
                       MOVE WS-BD-SUB TO WS-BD-MATCH-SUB
                   END-IF
               END-PERFORM
               IF WS-BD-MATCH-SUB = ZERO
                   IF WS-BD-COUNT >= 200
                       MOVE "WS-BD-TABLE OVERFLOW - MORE THAN 200"
                           TO WS-ABEND-MESSAGE
                       PERFORM ABEND-RTN
                   END-IF
                   ADD 1 TO WS-BD-COUNT
                   MOVE WS-BD-COUNT TO WS-BD-MATCH-SUB
                   MOVE WS-HS-KEY(WS-HS-SUB)
                       TO WS-BD-KEY(WS-BD-MATCH-SUB)
                   MOVE WS-IMG-REGION TO WS-BD-REGION(WS-BD-MATCH-SUB)
                   MOVE ZERO TO WS-BD-BED-DAYS(WS-BD-MATCH-SUB)
                   MOVE ZERO TO WS-BD-DAYS(WS-BD-MATCH-SUB)
               END-IF
               ADD WS-IMG-BEDS-N TO WS-BD-BED-DAYS(WS-BD-MATCH-SUB)
               ADD 1 TO WS-BD-DAYS(WS-BD-MATCH-SUB)
           END-IF.

      ******************************************************************
      * the allocation report and delimited file
      ******************************************************************
       PRINT-ALLOCATION.

           MOVE "COSTALLOCRPT" TO RPT-FILE-NAME
           MOVE SPACES TO RPT-TITLE
           STRING "COST ALLOCATION TO HOSPITALS BY BED COUNT "
               WS-SELECT-MONTH DELIMITED BY SIZE INTO RPT-TITLE
           MOVE WS-TODAY-FORMATTED TO RPT-RUN-DATE
           MOVE WS-RUN-NUMBER TO RPT-RUN-NUMBER
           MOVE ZERO TO RPT-PAGE-NUMBER
           MOVE ZERO TO RPT-LINE-COUNT
           MOVE ZERO TO RPT-LINES-PER-PAGE
           SET RPT-REQ-INIT TO TRUE
           CALL "report-writer" USING RPT-CONTROL

           MOVE SPACES TO WS-ALLOC-FILE-NAME
           STRING "COSTALLOC" WS-SELECT-MONTH(1:4)
               WS-SELECT-MONTH(6:2)
               DELIMITED BY SIZE INTO WS-ALLOC-FILE-NAME

           OPEN OUTPUT ALLOC-OUT-FILE
           IF WS-FILE-STATUS NOT = "00"
               STRING "UNABLE TO OPEN " WS-ALLOC-FILE-NAME
                   " STATUS " WS-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RTN
           END-IF

           MOVE SPACES TO ALLOC-OUT-RECORD
           STRING "MONTH,ACCOUNT,BRANCH,REGION,HOSPITAL,DAYS-OPEN,"
               "BED-DAYS,REGION-BED-DAYS,SHARE,ROUNDING"
               DELIMITED BY SIZE INTO ALLOC-OUT-RECORD
           WRITE ALLOC-OUT-RECORD

           PERFORM VARYING WS-AA-SUB FROM 1 BY 1
                   UNTIL WS-AA-SUB > WS-AA-COUNT
               MOVE WS-AA-BRANCH(WS-AA-SUB) TO RPT-BRANCH-TAG
               PERFORM PRINT-ACCOUNT-SECTION
           END-PERFORM

           CLOSE ALLOC-OUT-FILE

           MOVE SPACES TO RPT-BRANCH-TAG
           PERFORM PRINT-REGION-BED-DAYS

           MOVE SPACES TO RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-AA-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO RPT-LINE
           STRING "ACCOUNTS DESIGNATED " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-COUNT-REJECTED TO WS-COUNT-DISPLAY
           MOVE SPACES TO RPT-LINE
           STRING "ACCOUNTS NOT ALLOCATED " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE WS-COUNT-OUT TO WS-COUNT-DISPLAY
           MOVE SPACES TO RPT-LINE
           STRING "ACCOUNTS ALLOCATED " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO RPT-LINE
           SET RPT-REQ-TOTAL TO TRUE
           CALL "report-writer" USING RPT-CONTROL

           SET RPT-REQ-CLOSE TO TRUE
           CALL "report-writer" USING RPT-CONTROL.

       PRINT-ACCOUNT-SECTION.

           MOVE SPACES TO RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-AA-ACTIVITY(WS-AA-SUB) TO WS-BAL-DISPLAY
           MOVE SPACES TO RPT-LINE
           STRING "ACCOUNT " WS-AA-ACCOUNT(WS-AA-SUB)
               "  BRANCH " WS-AA-BRANCH(WS-AA-SUB)
               "  REGION " WS-AA-REGION(WS-AA-SUB)
               "  ACTIVITY " WS-BAL-DISPLAY
               DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-REPORT-LINE

      * the region's bed-days and its largest hospital, which takes
      * the rounding difference
           MOVE ZERO TO WS-REGION-BED-DAYS
           MOVE ZERO TO WS-BD-LARGEST-SUB
           PERFORM VARYING WS-BD-SUB FROM 1 BY 1
                   UNTIL WS-BD-SUB > WS-BD-COUNT
               IF WS-BD-REGION(WS-BD-SUB) = WS-AA-REGION(WS-AA-SUB)
                   ADD WS-BD-BED-DAYS(WS-BD-SUB) TO WS-REGION-BED-DAYS
                   IF WS-BD-LARGEST-SUB = ZERO
                       MOVE WS-BD-SUB TO WS-BD-LARGEST-SUB
                   ELSE
                       IF WS-BD-BED-DAYS(WS-BD-SUB)
                               > WS-BD-BED-DAYS(WS-BD-LARGEST-SUB)
                           MOVE WS-BD-SUB TO WS-BD-LARGEST-SUB
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN WS-AA-REGION(WS-AA-SUB) = SPACES
                   ADD 1 TO WS-COUNT-REJECTED
                   MOVE SPACES TO RPT-LINE
                   STRING "  NOT ALLOCATED - ACCOUNT HAS NO REGION "
                       "(NO OWNING BRANCH ON FILE)"
                       DELIMITED BY SIZE INTO RPT-LINE
                   PERFORM WRITE-REPORT-LINE
               WHEN WS-AA-ACTIVITY(WS-AA-SUB) = ZERO
                   ADD 1 TO WS-COUNT-OUT
                   MOVE SPACES TO RPT-LINE
                   STRING "  NO ACTIVITY IN THE MONTH - NOTHING TO "
                       "ALLOCATE"
                       DELIMITED BY SIZE INTO RPT-LINE
                   PERFORM WRITE-REPORT-LINE
               WHEN WS-REGION-BED-DAYS = ZERO
                   ADD 1 TO WS-COUNT-REJECTED
                   MOVE SPACES TO RPT-LINE
                   STRING "  NOT ALLOCATED - NO OPEN ACTIVE HOSPITAL "
                       "IN REGION " WS-AA-REGION(WS-AA-SUB)
                       " IN THE MONTH"
                       DELIMITED BY SIZE INTO RPT-LINE
                   PERFORM WRITE-REPORT-LINE
               WHEN OTHER
                   ADD 1 TO WS-COUNT-OUT
                   PERFORM SPREAD-ACCOUNT-ACTIVITY
                   PERFORM PRINT-ACCOUNT-SHARES
           END-EVALUATE.

       SPREAD-ACCOUNT-ACTIVITY.

           MOVE ZERO TO WS-ALLOCATED
           PERFORM VARYING WS-BD-SUB FROM 1 BY 1
                   UNTIL WS-BD-SUB > WS-BD-COUNT
               MOVE ZERO TO WS-BD-SHARE(WS-BD-SUB)
               MOVE ZERO TO WS-BD-ADJUST(WS-BD-SUB)
               IF WS-BD-REGION(WS-BD-SUB) = WS-AA-REGION(WS-AA-SUB)
                   COMPUTE WS-BD-SHARE(WS-BD-SUB) ROUNDED =
                       WS-AA-ACTIVITY(WS-AA-SUB)
                       * WS-BD-BED-DAYS(WS-BD-SUB)
                       / WS-REGION-BED-DAYS
                   ADD WS-BD-SHARE(WS-BD-SUB) TO WS-ALLOCATED
               END-IF
           END-PERFORM

           COMPUTE WS-REMAINDER =
               WS-AA-ACTIVITY(WS-AA-SUB) - WS-ALLOCATED
           MOVE WS-REMAINDER TO WS-BD-ADJUST(WS-BD-LARGEST-SUB)
           ADD WS-REMAINDER TO WS-BD-SHARE(WS-BD-LARGEST-SUB).

       PRINT-ACCOUNT-SHARES.

           MOVE SPACES TO RPT-LINE
           STRING "  HOSPITAL            DAYS   BED-DAYS"
               "              SHARE"
               DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE ZERO TO WS-ALLOCATED
           PERFORM VARYING WS-BD-SUB FROM 1 BY 1
                   UNTIL WS-BD-SUB > WS-BD-COUNT
               IF WS-BD-REGION(WS-BD-SUB) = WS-AA-REGION(WS-AA-SUB)
                   ADD WS-BD-SHARE(WS-BD-SUB) TO WS-ALLOCATED
                   MOVE WS-BD-DAYS(WS-BD-SUB) TO WS-DAYS-DISPLAY
                   MOVE WS-BD-BED-DAYS(WS-BD-SUB)
                       TO WS-BED-DAYS-DISPLAY
                   MOVE WS-BD-SHARE(WS-BD-SUB) TO WS-BAL-DISPLAY
                   MOVE SPACES TO RPT-LINE
                   STRING "  " WS-BD-KEY(WS-BD-SUB)
                       "  " WS-DAYS-DISPLAY
                       "    " WS-BED-DAYS-DISPLAY
                       "  " WS-BAL-DISPLAY
                       DELIMITED BY SIZE INTO RPT-LINE
                   IF WS-BD-SUB = WS-BD-LARGEST-SUB
                           AND WS-BD-ADJUST(WS-BD-SUB) NOT = ZERO
                       MOVE "ROUNDING" TO RPT-LINE(64:8)
                   END-IF
                   PERFORM WRITE-REPORT-LINE
                   PERFORM WRITE-SHARE-ROW
               END-IF
           END-PERFORM

           MOVE WS-REGION-BED-DAYS TO WS-REGION-DAYS-DISPLAY
           MOVE WS-ALLOCATED TO WS-BAL-DISPLAY
           MOVE SPACES TO RPT-LINE
           STRING "  ALLOCATED  REGION BED-DAYS "
               WS-REGION-DAYS-DISPLAY "  " WS-BAL-DISPLAY
               DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-REPORT-LINE.

       WRITE-SHARE-ROW.

           MOVE WS-BD-DAYS(WS-BD-SUB) TO WS-CSV-DAYS
           MOVE WS-BD-BED-DAYS(WS-BD-SUB) TO WS-CSV-BED-DAYS
           MOVE WS-REGION-BED-DAYS TO WS-CSV-REGION-DAYS
           MOVE WS-BD-SHARE(WS-BD-SUB) TO WS-CSV-AMOUNT
           MOVE WS-BD-ADJUST(WS-BD-SUB) TO WS-CSV-ADJUST
           MOVE SPACES TO ALLOC-OUT-RECORD
           STRING WS-SELECT-MONTH "," WS-AA-ACCOUNT(WS-AA-SUB) ","
               WS-AA-BRANCH(WS-AA-SUB) "," WS-AA-REGION(WS-AA-SUB) ","
               DELIMITED BY SIZE
               WS-BD-KEY(WS-BD-SUB) DELIMITED BY "  "
               "," WS-CSV-DAYS "," WS-CSV-BED-DAYS ","
               WS-CSV-REGION-DAYS "," WS-CSV-AMOUNT ","
               WS-CSV-ADJUST
               DELIMITED BY SIZE INTO ALLOC-OUT-RECORD
           WRITE ALLOC-OUT-RECORD.

       PRINT-REGION-BED-DAYS.

      * every hospital that counted, so a region's weights can be
      * checked even where no account was spread over it
           MOVE SPACES TO RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "BED-DAYS BY HOSPITAL - " WS-MONTH-FIRST " TO "
               WS-MONTH-LAST
               DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "  REGION  HOSPITAL            DAYS   BED-DAYS"
               DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-REPORT-LINE

           PERFORM VARYING WS-BD-SUB FROM 1 BY 1
                   UNTIL WS-BD-SUB > WS-BD-COUNT
               MOVE WS-BD-DAYS(WS-BD-SUB) TO WS-DAYS-DISPLAY
               MOVE WS-BD-BED-DAYS(WS-BD-SUB) TO WS-BED-DAYS-DISPLAY
               MOVE SPACES TO RPT-LINE
               STRING "  " WS-BD-REGION(WS-BD-SUB)
                   "     " WS-BD-KEY(WS-BD-SUB)
                   "  " WS-DAYS-DISPLAY
                   "    " WS-BED-DAYS-DISPLAY
                   DELIMITED BY SIZE INTO RPT-LINE
               PERFORM WRITE-REPORT-LINE
           END-PERFORM.

       WRITE-REPORT-LINE.

           SET RPT-REQ-DETAIL TO TRUE
           CALL "report-writer" USING RPT-CONTROL.

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

           MOVE "cost-allocation" TO JS-PROGRAM-NAME
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
           DISPLAY "MONTH ALLOCATED:  " WS-SELECT-MONTH
           DISPLAY "ENTRIES IN:       " WS-COUNT-IN
           DISPLAY "ACCOUNTS DONE:    " WS-COUNT-OUT
           DISPLAY "NOT ALLOCATED:    " WS-COUNT-REJECTED
           DISPLAY "===================================".

       END-OF-LOGIC-PARAGRAPHS.
           CONTINUE.

       ENTRY "COST-ALLOCATION-SUB" USING LS-RETURN-CODE.

           PERFORM COST-ALLOCATION-LOGIC

           MOVE RETURN-CODE TO LS-RETURN-CODE

           GOBACK.

       COPY abendproc.

       END PROGRAM cost-allocation.
