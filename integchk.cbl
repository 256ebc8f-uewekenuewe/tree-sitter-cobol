      ******************************************************************
      * Author:
      * Date:
      * Purpose: Nightly referential-integrity sweep across the
      *          master and queue files that point at each other by
      *          key. Read-only: nothing is corrected here, it is all
      *          put in front of the operators on INTEGRITYRPT.
      *          Checked against BRANCHMASTER - the owning branch on
      *          ACCOUNTMASTER (blank is the auto-created account and
      *          passes), FEESCHEDULE and BRANCHLIMITS. Checked
      *          against OPERATORFILE - the badges on SHIFTROSTER and
      *          SHIFTROTATION, and the working, requesting,
      *          reviewing and clearing badges on PENDRELEASE,
      *          HOSPPENDING and DIFFLEDGER (000, the batch badge and
      *          the not-yet-worked value, passes). Checked against
      *          REGIONMASTER - the region on HOSPITALMASTER (the
      *          regions BRANCHMASTER uses when there is no
      *          REGIONMASTER yet). Orphans are reported on every
      *          record; inactive or expired targets only where the
      *          reference is still live - an open account, a rate or
      *          ceiling not yet expired, a rostered badge, an active
      *          open hospital. The audit badges on worked queue items
      *          record history, so only a badge no longer on file is
      *          reported for them. Ends with return code 4 when
      *          anything is found.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. integrity-sweep.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BRANCH-FILE ASSIGN TO "BRANCHMASTER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "OPERATORFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT REGION-FILE ASSIGN TO "REGIONMASTER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCOUNTMASTER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT FEE-SCHEDULE-FILE ASSIGN TO "FEESCHEDULE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT LIMITS-FILE ASSIGN TO "BRANCHLIMITS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT ROSTER-FILE ASSIGN TO "SHIFTROSTER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT ROTATION-FILE ASSIGN TO "SHIFTROTATION"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT PENDING-FILE ASSIGN TO "PENDRELEASE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT HOSP-PENDING-FILE ASSIGN TO "HOSPPENDING"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT DIFF-LEDGER-FILE ASSIGN TO "DIFFLEDGER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT HOSPITAL-MASTER ASSIGN TO "HOSPITALMASTER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BRANCH-FILE
           LABEL RECORDS ARE STANDARD.
           COPY brchrec.

       FD  OPERATOR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY operrec.

       FD  REGION-FILE
           LABEL RECORDS ARE STANDARD.
           COPY regnrec.

       FD  ACCOUNT-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY acctrec.

       FD  FEE-SCHEDULE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY feesched.

       FD  LIMITS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY brlimit.

       FD  ROSTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  ROSTER-RECORD.
           05 SR-SHIFT              PIC X(1).
           05 SR-BADGE              PIC 9(3).

       FD  ROTATION-FILE
           LABEL RECORDS ARE STANDARD.
       01  ROTATION-RECORD.
           05 RT-BADGE              PIC 9(3).
           05 RT-SHIFT              PIC X(1).
           05 RT-DAYS               PIC X(7).

       FD  PENDING-FILE
           LABEL RECORDS ARE STANDARD.
           COPY pendrec.

       FD  HOSP-PENDING-FILE
           LABEL RECORDS ARE STANDARD.
           COPY hpndrec.

       FD  DIFF-LEDGER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY diffrec.

       FD  HOSPITAL-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY hosprec.

       WORKING-STORAGE SECTION.
      * the three masters everything else points at
       01  WS-BR-TABLE.
           05 WS-BR-ROW OCCURS 50 TIMES.
               10 WS-BR-CODE         PIC X(3).
               10 WS-BR-ACTIVE       PIC X(1).
               10 WS-BR-EXP-DATE     PIC X(10).
               10 WS-BR-REGION       PIC X(3).
       01  WS-BR-COUNT              PIC 9(2) VALUE ZERO.
       01  WS-BR-SUB                PIC 9(2) VALUE ZERO.

       01  WS-OP-TABLE.
           05 WS-OP-ROW OCCURS 200 TIMES.
               10 WS-OP-BADGE        PIC 9(3).
               10 WS-OP-ACTIVE       PIC X(1).
               10 WS-OP-EXP-DATE     PIC X(10).
       01  WS-OP-COUNT              PIC 9(3) VALUE ZERO.
       01  WS-OP-SUB                PIC 9(3) VALUE ZERO.

       01  WS-RG-TABLE.
           05 WS-RG-ROW OCCURS 50 TIMES.
               10 WS-RG-CODE         PIC X(3).
               10 WS-RG-ACTIVE       PIC X(1).
               10 WS-RG-EXP-DATE     PIC X(10).
       01  WS-RG-COUNT              PIC 9(2) VALUE ZERO.
       01  WS-RG-SUB                PIC 9(2) VALUE ZERO.

       01  WS-MASTER-SWITCHES.
           05 WS-BR-LOADED-SW       PIC X(1) VALUE "N".
               88  WS-BR-LOADED             VALUE "Y" FALSE "N".
           05 WS-OP-LOADED-SW       PIC X(1) VALUE "N".
               88  WS-OP-LOADED             VALUE "Y" FALSE "N".
           05 WS-RG-LOADED-SW       PIC X(1) VALUE "N".
               88  WS-RG-LOADED             VALUE "Y" FALSE "N".

      * one lookup: the key referred to, and what the master says
       01  WS-REF-BRANCH            PIC X(3).
       01  WS-REF-BADGE             PIC 9(3).
       01  WS-REF-REGION            PIC X(3).
       01  WS-REF-RESULT            PIC X(1).
           88  WS-REF-OK                    VALUE "Y".
           88  WS-REF-ORPHAN                VALUE "O".
           88  WS-REF-INACTIVE              VALUE "I".
           88  WS-REF-EXPIRED               VALUE "E".
       01  WS-REF-EXP-DATE          PIC X(10).
       01  WS-REF-LIVE-SW           PIC X(1) VALUE "N".
           88  WS-REF-LIVE                  VALUE "Y" FALSE "N".

      * one finding, as it goes on the report
       01  WS-FIND-FILE             PIC X(14).
       01  WS-FIND-KEY              PIC X(30).
       01  WS-FIND-REASON           PIC X(34).

      * checked and found counts for each cross-reference
       01  WS-CHECK-TABLE.
           05 WS-CHK-ROW OCCURS 12 TIMES.
               10 WS-CHK-NAME        PIC X(40).
               10 WS-CHK-READ        PIC 9(7).
               10 WS-CHK-FOUND       PIC 9(5).
               10 WS-CHK-NOTE        PIC X(20).
       01  WS-CHK-COUNT             PIC 9(2) VALUE ZERO.
       01  WS-CHK-SUB               PIC 9(2) VALUE ZERO.
       01  WS-TOTAL-FOUND           PIC 9(5) VALUE ZERO.

       01  WS-TODAY-FORMATTED       PIC X(10).
       01  WS-RUN-NUMBER            PIC 9(7) VALUE ZERO.

       01  WS-FILE-FOUND-SW         PIC X(1) VALUE "N".
           88  WS-FILE-FOUND                VALUE "Y" FALSE "N".

       01  WS-EOF-SW                PIC X(1) VALUE "N".
           88  WS-EOF                       VALUE "Y" FALSE "N".

           COPY rundate.
           COPY rptws.
           COPY abendws.

       LINKAGE SECTION.
       01  LS-RETURN-CODE              PIC S9(4) COMP.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           PERFORM INTEGRITY-SWEEP-LOGIC

           GOBACK.

       INTEGRITY-SWEEP-LOGIC.

           MOVE "integrity-sweep" TO WS-ABEND-PROGRAM

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           CALL "business-date" USING WS-RUN-DATE
           CALL "run-control" USING WS-RUN-NUMBER
           MOVE SPACES TO WS-TODAY-FORMATTED
           STRING WS-RUN-DATE-YYYY "-" WS-RUN-DATE-MM "-"
               WS-RUN-DATE-DD DELIMITED BY SIZE
               INTO WS-TODAY-FORMATTED

           MOVE ZERO TO WS-CHK-COUNT
           MOVE ZERO TO WS-TOTAL-FOUND

           PERFORM LOAD-BRANCH-TABLE
           PERFORM LOAD-OPERATOR-TABLE
           PERFORM LOAD-REGION-TABLE

           MOVE "INTEGRITYRPT" TO RPT-FILE-NAME
           MOVE "REFERENTIAL INTEGRITY SWEEP" TO RPT-TITLE
           MOVE WS-TODAY-FORMATTED TO RPT-RUN-DATE
           MOVE WS-RUN-NUMBER TO RPT-RUN-NUMBER
           MOVE ZERO TO RPT-PAGE-NUMBER
           MOVE ZERO TO RPT-LINE-COUNT
           MOVE ZERO TO RPT-LINES-PER-PAGE
           SET RPT-REQ-INIT TO TRUE
           CALL "report-writer" USING RPT-CONTROL

           MOVE "FILE           RECORD KEY                     FINDING"
               TO RPT-LINE
           PERFORM WRITE-REPORT-LINE

           PERFORM CHECK-ACCOUNT-BRANCHES
           PERFORM CHECK-FEE-BRANCHES
           PERFORM CHECK-LIMIT-BRANCHES
           PERFORM CHECK-ROSTER-BADGES
           PERFORM CHECK-ROTATION-BADGES
           PERFORM CHECK-PENDING-BADGES
           PERFORM CHECK-HOSP-PENDING-BADGES
           PERFORM CHECK-DIFF-LEDGER-BADGES
           PERFORM CHECK-HOSPITAL-REGIONS

           PERFORM PRINT-CHECK-SUMMARY

           DISPLAY "INTEGRITY SWEEP: " WS-TOTAL-FOUND " FINDINGS"

           IF WS-TOTAL-FOUND > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

       LOAD-BRANCH-TABLE.

           MOVE ZERO TO WS-BR-COUNT
           SET WS-BR-LOADED TO FALSE
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
               SET WS-BR-LOADED TO TRUE

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
                   MOVE BR-ACTIVE-FLAG TO WS-BR-ACTIVE(WS-BR-COUNT)
                   MOVE BR-EXP-DATE TO WS-BR-EXP-DATE(WS-BR-COUNT)
                   MOVE BR-REGION TO WS-BR-REGION(WS-BR-COUNT)
                   READ BRANCH-FILE
                       AT END SET WS-EOF TO TRUE
                   END-READ
               END-PERFORM

               CLOSE BRANCH-FILE
           END-IF.

       LOAD-OPERATOR-TABLE.

           MOVE ZERO TO WS-OP-COUNT
           SET WS-OP-LOADED TO FALSE
           SET WS-EOF TO FALSE

           OPEN INPUT OPERATOR-FILE
           IF WS-FILE-STATUS = "35"
               CONTINUE
           ELSE
               IF WS-FILE-STATUS NOT = "00"
                   STRING "UNABLE TO OPEN OPERATOR-FILE, STATUS "
                       WS-FILE-STATUS DELIMITED BY SIZE
                       INTO WS-ABEND-MESSAGE
                   PERFORM ABEND-RTN
               END-IF
               SET WS-OP-LOADED TO TRUE

               READ OPERATOR-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-EOF
                   IF WS-OP-COUNT >= 200
                       MOVE "WS-OP-TABLE OVERFLOW - MORE THAN 200"
                           TO WS-ABEND-MESSAGE
                       PERFORM ABEND-RTN
                   END-IF
                   ADD 1 TO WS-OP-COUNT
                   MOVE OP-BADGE TO WS-OP-BADGE(WS-OP-COUNT)
                   MOVE OP-ACTIVE-FLAG TO WS-OP-ACTIVE(WS-OP-COUNT)
                   MOVE OP-EXP-DATE TO WS-OP-EXP-DATE(WS-OP-COUNT)
                   READ OPERATOR-FILE
                       AT END SET WS-EOF TO TRUE
                   END-READ
               END-PERFORM

               CLOSE OPERATOR-FILE
           END-IF.

       LOAD-REGION-TABLE.

           MOVE ZERO TO WS-RG-COUNT
           SET WS-RG-LOADED TO FALSE
           SET WS-EOF TO FALSE

           OPEN INPUT REGION-FILE
           IF WS-FILE-STATUS = "35"
      * no region master yet - the regions the branches are filed
      * under are the only list there is, and all count as active
               PERFORM VARYING WS-BR-SUB FROM 1 BY 1
                       UNTIL WS-BR-SUB > WS-BR-COUNT
                   MOVE WS-BR-REGION(WS-BR-SUB) TO WS-REF-REGION
                   PERFORM FIND-REGION
                   IF WS-REF-ORPHAN AND WS-REF-REGION NOT = SPACES
                       ADD 1 TO WS-RG-COUNT
                       MOVE WS-REF-REGION TO WS-RG-CODE(WS-RG-COUNT)
                       MOVE "A" TO WS-RG-ACTIVE(WS-RG-COUNT)
                       MOVE SPACES TO WS-RG-EXP-DATE(WS-RG-COUNT)
                   END-IF
               END-PERFORM
               IF WS-BR-LOADED
                   SET WS-RG-LOADED TO TRUE
               END-IF
           ELSE
               IF WS-FILE-STATUS NOT = "00"
                   STRING "UNABLE TO OPEN REGION-FILE, STATUS "
                       WS-FILE-STATUS DELIMITED BY SIZE
                       INTO WS-ABEND-MESSAGE
                   PERFORM ABEND-RTN
               END-IF
               SET WS-RG-LOADED TO TRUE

               READ REGION-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-EOF
                   IF WS-RG-COUNT >= 50
                       MOVE "WS-RG-TABLE OVERFLOW - MORE THAN 50"
                           TO WS-ABEND-MESSAGE
                       PERFORM ABEND-RTN
                   END-IF
                   ADD 1 TO WS-RG-COUNT
                   MOVE RG-REGION-CODE TO WS-RG-CODE(WS-RG-COUNT)
                   MOVE RG-ACTIVE-FLAG TO WS-RG-ACTIVE(WS-RG-COUNT)
                   MOVE RG-EXP-DATE TO WS-RG-EXP-DATE(WS-RG-COUNT)
                   READ REGION-FILE
                       AT END SET WS-EOF TO TRUE
                   END-READ
               END-PERFORM

               CLOSE REGION-FILE
           END-IF.

       FIND-BRANCH.

           SET WS-REF-ORPHAN TO TRUE
           MOVE SPACES TO WS-REF-EXP-DATE
           PERFORM VARYING WS-BR-SUB FROM 1 BY 1
                   UNTIL WS-BR-SUB > WS-BR-COUNT
               IF WS-BR-CODE(WS-BR-SUB) = WS-REF-BRANCH
                   EVALUATE TRUE
                       WHEN WS-BR-ACTIVE(WS-BR-SUB) = "I"
                           SET WS-REF-INACTIVE TO TRUE
                       WHEN WS-BR-EXP-DATE(WS-BR-SUB) NOT = SPACES
                               AND WS-BR-EXP-DATE(WS-BR-SUB)
                                   < WS-TODAY-FORMATTED
                           SET WS-REF-EXPIRED TO TRUE
                           MOVE WS-BR-EXP-DATE(WS-BR-SUB)
                               TO WS-REF-EXP-DATE
                       WHEN OTHER
                           SET WS-REF-OK TO TRUE
                   END-EVALUATE
               END-IF
           END-PERFORM.

       FIND-BADGE.

           SET WS-REF-ORPHAN TO TRUE
           MOVE SPACES TO WS-REF-EXP-DATE
           PERFORM VARYING WS-OP-SUB FROM 1 BY 1
                   UNTIL WS-OP-SUB > WS-OP-COUNT
               IF WS-OP-BADGE(WS-OP-SUB) = WS-REF-BADGE
                   EVALUATE TRUE
                       WHEN WS-OP-ACTIVE(WS-OP-SUB) = "I"
                           SET WS-REF-INACTIVE TO TRUE
                       WHEN WS-OP-EXP-DATE(WS-OP-SUB) NOT = SPACES
                               AND WS-OP-EXP-DATE(WS-OP-SUB)
                                   < WS-TODAY-FORMATTED
                           SET WS-REF-EXPIRED TO TRUE
                           MOVE WS-OP-EXP-DATE(WS-OP-SUB)
                               TO WS-REF-EXP-DATE
                       WHEN OTHER
                           SET WS-REF-OK TO TRUE
                   END-EVALUATE
               END-IF
           END-PERFORM.

       FIND-REGION.

           SET WS-REF-ORPHAN TO TRUE
           MOVE SPACES TO WS-REF-EXP-DATE
           PERFORM VARYING WS-RG-SUB FROM 1 BY 1
                   UNTIL WS-RG-SUB > WS-RG-COUNT
               IF WS-RG-CODE(WS-RG-SUB) = WS-REF-REGION
                   EVALUATE TRUE
                       WHEN WS-RG-ACTIVE(WS-RG-SUB) = "I"
                           SET WS-REF-INACTIVE TO TRUE
                       WHEN WS-RG-EXP-DATE(WS-RG-SUB) NOT = SPACES
                               AND WS-RG-EXP-DATE(WS-RG-SUB)
                                   < WS-TODAY-FORMATTED
                           SET WS-REF-EXPIRED TO TRUE
                           MOVE WS-RG-EXP-DATE(WS-RG-SUB)
                               TO WS-REF-EXP-DATE
                       WHEN OTHER
                           SET WS-REF-OK TO TRUE
                   END-EVALUATE
               END-IF
           END-PERFORM.

       START-CHECK.

      * WS-CHK-NAME is set by the caller before this is performed
           ADD 1 TO WS-CHK-COUNT
           MOVE WS-CHK-COUNT TO WS-CHK-SUB
           MOVE ZERO TO WS-CHK-READ(WS-CHK-SUB)
           MOVE ZERO TO WS-CHK-FOUND(WS-CHK-SUB)
           MOVE SPACES TO WS-CHK-NOTE(WS-CHK-SUB).

       CHECK-BRANCH-REFERENCE.

      * WS-REF-BRANCH, WS-REF-LIVE and the WS-FIND- fields are set by
      * the caller
           ADD 1 TO WS-CHK-READ(WS-CHK-SUB)
           PERFORM FIND-BRANCH
           MOVE SPACES TO WS-FIND-REASON
           EVALUATE TRUE
               WHEN WS-REF-ORPHAN
                   STRING "BRANCH " WS-REF-BRANCH
                       " NOT ON BRANCHMASTER"
                       DELIMITED BY SIZE INTO WS-FIND-REASON
               WHEN WS-REF-INACTIVE AND WS-REF-LIVE
                   STRING "BRANCH " WS-REF-BRANCH " INACTIVE"
                       DELIMITED BY SIZE INTO WS-FIND-REASON
               WHEN WS-REF-EXPIRED AND WS-REF-LIVE
                   STRING "BRANCH " WS-REF-BRANCH " EXPIRED "
                       WS-REF-EXP-DATE
                       DELIMITED BY SIZE INTO WS-FIND-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-FIND-REASON NOT = SPACES
               PERFORM WRITE-FINDING
           END-IF.

       CHECK-BADGE-REFERENCE.

      * badge 000 is the batch badge, and the badge of an item no
      * one has worked yet
           IF WS-REF-BADGE NOT = ZERO
               ADD 1 TO WS-CHK-READ(WS-CHK-SUB)
               PERFORM FIND-BADGE
               MOVE SPACES TO WS-FIND-REASON
               EVALUATE TRUE
                   WHEN WS-REF-ORPHAN
                       STRING "BADGE " WS-REF-BADGE
                           " NOT ON OPERATORFILE"
                           DELIMITED BY SIZE INTO WS-FIND-REASON
                   WHEN WS-REF-INACTIVE AND WS-REF-LIVE
                       STRING "BADGE " WS-REF-BADGE " INACTIVE"
                           DELIMITED BY SIZE INTO WS-FIND-REASON
                   WHEN WS-REF-EXPIRED AND WS-REF-LIVE
                       STRING "BADGE " WS-REF-BADGE " EXPIRED "
                           WS-REF-EXP-DATE
                           DELIMITED BY SIZE INTO WS-FIND-REASON
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF WS-FIND-REASON NOT = SPACES
                   PERFORM WRITE-FINDING
               END-IF
           END-IF.

       CHECK-ACCOUNT-BRANCHES.

           MOVE "ACCOUNTMASTER  -> BRANCHMASTER" TO WS-CHK-NAME(1)
           PERFORM START-CHECK
           SET WS-FILE-FOUND TO FALSE
           SET WS-EOF TO FALSE

           IF NOT WS-BR-LOADED
               MOVE "BRANCHMASTER ABSENT" TO WS-CHK-NOTE(WS-CHK-SUB)
           ELSE
               OPEN INPUT ACCOUNT-MASTER
               IF WS-FILE-STATUS = "35"
                   MOVE "FILE ABSENT" TO WS-CHK-NOTE(WS-CHK-SUB)
               ELSE
                   IF WS-FILE-STATUS NOT = "00"
                       STRING "UNABLE TO OPEN ACCOUNTMASTER, STATUS "
                           WS-FILE-STATUS DELIMITED BY SIZE
                           INTO WS-ABEND-MESSAGE
                       PERFORM ABEND-RTN
                   END-IF
                   SET WS-FILE-FOUND TO TRUE
               END-IF
           END-IF

           IF WS-FILE-FOUND
               READ ACCOUNT-MASTER
                   AT END SET WS-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-EOF
      * a blank owning branch is an account calc-copybook created on
      * the fly - it is owned by no branch, not an orphan
                   IF AM-BRANCH NOT = SPACES
                       MOVE AM-BRANCH TO WS-REF-BRANCH
                       IF AM-CLOSED
                           SET WS-REF-LIVE TO FALSE
                       ELSE
                           SET WS-REF-LIVE TO TRUE
                       END-IF
                       MOVE "ACCOUNTMASTER" TO WS-FIND-FILE
                       MOVE SPACES TO WS-FIND-KEY
                       STRING "ACCOUNT " AM-ACCOUNT
                           DELIMITED BY SIZE INTO WS-FIND-KEY
                       PERFORM CHECK-BRANCH-REFERENCE
                   END-IF
                   READ ACCOUNT-MASTER
                       AT END SET WS-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-MASTER
           END-IF.

       CHECK-FEE-BRANCHES.

           MOVE "FEESCHEDULE    -> BRANCHMASTER" TO WS-CHK-NAME(2)
           PERFORM START-CHECK
           SET WS-FILE-FOUND TO FALSE
           SET WS-EOF TO FALSE

           IF NOT WS-BR-LOADED
               MOVE "BRANCHMASTER ABSENT" TO WS-CHK-NOTE(WS-CHK-SUB)
           ELSE
               OPEN INPUT FEE-SCHEDULE-FILE
               IF WS-FILE-STATUS = "35"
                   MOVE "FILE ABSENT" TO WS-CHK-NOTE(WS-CHK-SUB)
               ELSE
                   IF WS-FILE-STATUS NOT = "00"
                       STRING "UNABLE TO OPEN FEESCHEDULE, STATUS "
                           WS-FILE-STATUS DELIMITED BY SIZE
                           INTO WS-ABEND-MESSAGE
                       PERFORM ABEND-RTN
                   END-IF
                   SET WS-FILE-FOUND TO TRUE
               END-IF
           END-IF

           IF WS-FILE-FOUND
               READ FEE-SCHEDULE-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-EOF
                   MOVE FS-BRANCH TO WS-REF-BRANCH
      * an expired rate is history; only one still to be charged
      * must point at a branch that is still open
                   IF FS-EXP-DATE = SPACES
                           OR FS-EXP-DATE NOT < WS-TODAY-FORMATTED
                       SET WS-REF-LIVE TO TRUE
                   ELSE
                       SET WS-REF-LIVE TO FALSE
                   END-IF
                   MOVE "FEESCHEDULE" TO WS-FIND-FILE
                   MOVE SPACES TO WS-FIND-KEY
                   STRING "RATE " FS-BRANCH " OP " FS-OPERATION
                       " EFF " FS-EFF-DATE
                       DELIMITED BY SIZE INTO WS-FIND-KEY
                   PERFORM CHECK-BRANCH-REFERENCE
                   READ FEE-SCHEDULE-FILE
                       AT END SET WS-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE FEE-SCHEDULE-FILE
           END-IF.

       CHECK-LIMIT-BRANCHES.

           MOVE "BRANCHLIMITS   -> BRANCHMASTER" TO WS-CHK-NAME(3)
           PERFORM START-CHECK
           SET WS-FILE-FOUND TO FALSE
           SET WS-EOF TO FALSE

           IF NOT WS-BR-LOADED
               MOVE "BRANCHMASTER ABSENT" TO WS-CHK-NOTE(WS-CHK-SUB)
           ELSE
               OPEN INPUT LIMITS-FILE
               IF WS-FILE-STATUS = "35"
                   MOVE "FILE ABSENT" TO WS-CHK-NOTE(WS-CHK-SUB)
               ELSE
                   IF WS-FILE-STATUS NOT = "00"
                       STRING "UNABLE TO OPEN BRANCHLIMITS, STATUS "
                           WS-FILE-STATUS DELIMITED BY SIZE
                           INTO WS-ABEND-MESSAGE
                       PERFORM ABEND-RTN
                   END-IF
                   SET WS-FILE-FOUND TO TRUE
               END-IF
           END-IF

           IF WS-FILE-FOUND
               READ LIMITS-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-EOF
                   MOVE BL-BRANCH TO WS-REF-BRANCH
                   IF BL-EXP-DATE = SPACES
                           OR BL-EXP-DATE NOT < WS-TODAY-FORMATTED
                       SET WS-REF-LIVE TO TRUE
                   ELSE
                       SET WS-REF-LIVE TO FALSE
                   END-IF
                   MOVE "BRANCHLIMITS" TO WS-FIND-FILE
                   MOVE SPACES TO WS-FIND-KEY
                   STRING "CEILING " BL-BRANCH " EFF " BL-EFF-DATE
                       DELIMITED BY SIZE INTO WS-FIND-KEY
                   PERFORM CHECK-BRANCH-REFERENCE
                   READ LIMITS-FILE
                       AT END SET WS-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE LIMITS-FILE
           END-IF.

       CHECK-ROSTER-BADGES.

           MOVE "SHIFTROSTER    -> OPERATORFILE" TO WS-CHK-NAME(4)
           PERFORM START-CHECK
           SET WS-FILE-FOUND TO FALSE
           SET WS-EOF TO FALSE

           IF NOT WS-OP-LOADED
               MOVE "OPERATORFILE ABSENT" TO WS-CHK-NOTE(WS-CHK-SUB)
           ELSE
               OPEN INPUT ROSTER-FILE
               IF WS-FILE-STATUS = "35"
                   MOVE "FILE ABSENT" TO WS-CHK-NOTE(WS-CHK-SUB)
               ELSE
                   IF WS-FILE-STATUS NOT = "00"
                       STRING "UNABLE TO OPEN SHIFTROSTER, STATUS "
                           WS-FILE-STATUS DELIMITED BY SIZE
                           INTO WS-ABEND-MESSAGE
                       PERFORM ABEND-RTN
                   END-IF
                   SET WS-FILE-FOUND TO TRUE
               END-IF
           END-IF

           IF WS-FILE-FOUND
               READ ROSTER-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-EOF
                   IF SR-BADGE NUMERIC
                       MOVE SR-BADGE TO WS-REF-BADGE
                       SET WS-REF-LIVE TO TRUE
                       MOVE "SHIFTROSTER" TO WS-FIND-FILE
                       MOVE SPACES TO WS-FIND-KEY
                       STRING "SHIFT " SR-SHIFT " BADGE " SR-BADGE
                           DELIMITED BY SIZE INTO WS-FIND-KEY
                       PERFORM CHECK-BADGE-REFERENCE
                   END-IF
                   READ ROSTER-FILE
                       AT END SET WS-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ROSTER-FILE
           END-IF.

       CHECK-ROTATION-BADGES.

           MOVE "SHIFTROTATION  -> OPERATORFILE" TO WS-CHK-NAME(5)
           PERFORM START-CHECK
           SET WS-FILE-FOUND TO FALSE
           SET WS-EOF TO FALSE

           IF NOT WS-OP-LOADED
               MOVE "OPERATORFILE ABSENT" TO WS-CHK-NOTE(WS-CHK-SUB)
           ELSE
               OPEN INPUT ROTATION-FILE
               IF WS-FILE-STATUS = "35"
                   MOVE "FILE ABSENT" TO WS-CHK-NOTE(WS-CHK-SUB)
               ELSE
                   IF WS-FILE-STATUS NOT = "00"
                       STRING "UNABLE TO OPEN SHIFTROTATION, STATUS "
                           WS-FILE-STATUS DELIMITED BY SIZE
                           INTO WS-ABEND-MESSAGE
                       PERFORM ABEND-RTN
                   END-IF
                   SET WS-FILE-FOUND TO TRUE
               END-IF
           END-IF

           IF WS-FILE-FOUND
               READ ROTATION-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-EOF
                   IF RT-BADGE NUMERIC
                       MOVE RT-BADGE TO WS-REF-BADGE
                       SET WS-REF-LIVE TO TRUE
                       MOVE "SHIFTROTATION" TO WS-FIND-FILE
                       MOVE SPACES TO WS-FIND-KEY
                       STRING "BADGE " RT-BADGE " SHIFT " RT-SHIFT
                           DELIMITED BY SIZE INTO WS-FIND-KEY
                       PERFORM CHECK-BADGE-REFERENCE
                   END-IF
                   READ ROTATION-FILE
                       AT END SET WS-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ROTATION-FILE
           END-IF.

       CHECK-PENDING-BADGES.

           MOVE "PENDRELEASE    -> OPERATORFILE" TO WS-CHK-NAME(6)
           PERFORM START-CHECK
           SET WS-FILE-FOUND TO FALSE
           SET WS-EOF TO FALSE

           IF NOT WS-OP-LOADED
               MOVE "OPERATORFILE ABSENT" TO WS-CHK-NOTE(WS-CHK-SUB)
           ELSE
               OPEN INPUT PENDING-FILE
               IF WS-FILE-STATUS = "35"
                   MOVE "FILE ABSENT" TO WS-CHK-NOTE(WS-CHK-SUB)
               ELSE
                   IF WS-FILE-STATUS NOT = "00"
                       STRING "UNABLE TO OPEN PENDRELEASE, STATUS "
                           WS-FILE-STATUS DELIMITED BY SIZE
                           INTO WS-ABEND-MESSAGE
                       PERFORM ABEND-RTN
                   END-IF
                   SET WS-FILE-FOUND TO TRUE
               END-IF
           END-IF

           IF WS-FILE-FOUND
               READ PENDING-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-EOF
                   IF PND-WORKED-BADGE NUMERIC
                       MOVE PND-WORKED-BADGE TO WS-REF-BADGE
                       SET WS-REF-LIVE TO FALSE
                       MOVE "PENDRELEASE" TO WS-FIND-FILE
                       MOVE SPACES TO WS-FIND-KEY
                       STRING "SEQ " PND-SEQUENCE " HELD "
                           PND-DATE-HELD
                           DELIMITED BY SIZE INTO WS-FIND-KEY
                       PERFORM CHECK-BADGE-REFERENCE
                   END-IF
                   READ PENDING-FILE
                       AT END SET WS-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PENDING-FILE
           END-IF.

       CHECK-HOSP-PENDING-BADGES.

           MOVE "HOSPPENDING    -> OPERATORFILE" TO WS-CHK-NAME(7)
           PERFORM START-CHECK
           SET WS-FILE-FOUND TO FALSE
           SET WS-EOF TO FALSE

           IF NOT WS-OP-LOADED
               MOVE "OPERATORFILE ABSENT" TO WS-CHK-NOTE(WS-CHK-SUB)
           ELSE
               OPEN INPUT HOSP-PENDING-FILE
               IF WS-FILE-STATUS = "35"
                   MOVE "FILE ABSENT" TO WS-CHK-NOTE(WS-CHK-SUB)
               ELSE
                   IF WS-FILE-STATUS NOT = "00"
                       STRING "UNABLE TO OPEN HOSPPENDING, STATUS "
                           WS-FILE-STATUS DELIMITED BY SIZE
                           INTO WS-ABEND-MESSAGE
                       PERFORM ABEND-RTN
                   END-IF
                   SET WS-FILE-FOUND TO TRUE
               END-IF
           END-IF

           IF WS-FILE-FOUND
               READ HOSP-PENDING-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-EOF
                   SET WS-REF-LIVE TO FALSE
                   MOVE "HOSPPENDING" TO WS-FIND-FILE
                   MOVE SPACES TO WS-FIND-KEY
                   STRING HP-ACTION " " HP-HOSPITAL-KEY " REQ "
                       DELIMITED BY SIZE INTO WS-FIND-KEY
                   IF HP-REQ-BADGE NUMERIC
                       MOVE HP-REQ-BADGE TO WS-REF-BADGE
                       PERFORM CHECK-BADGE-REFERENCE
                   END-IF
                   MOVE SPACES TO WS-FIND-KEY
                   STRING HP-ACTION " " HP-HOSPITAL-KEY " REVIEW "
                       DELIMITED BY SIZE INTO WS-FIND-KEY
                   IF HP-REVIEW-BADGE NUMERIC
                       MOVE HP-REVIEW-BADGE TO WS-REF-BADGE
                       PERFORM CHECK-BADGE-REFERENCE
                   END-IF
                   READ HOSP-PENDING-FILE
                       AT END SET WS-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE HOSP-PENDING-FILE
           END-IF.

       CHECK-DIFF-LEDGER-BADGES.

           MOVE "DIFFLEDGER     -> OPERATORFILE" TO WS-CHK-NAME(8)
           PERFORM START-CHECK
           SET WS-FILE-FOUND TO FALSE
           SET WS-EOF TO FALSE

           IF NOT WS-OP-LOADED
               MOVE "OPERATORFILE ABSENT" TO WS-CHK-NOTE(WS-CHK-SUB)
           ELSE
               OPEN INPUT DIFF-LEDGER-FILE
               IF WS-FILE-STATUS = "35"
                   MOVE "FILE ABSENT" TO WS-CHK-NOTE(WS-CHK-SUB)
               ELSE
                   IF WS-FILE-STATUS NOT = "00"
                       STRING "UNABLE TO OPEN DIFFLEDGER, STATUS "
                           WS-FILE-STATUS DELIMITED BY SIZE
                           INTO WS-ABEND-MESSAGE
                       PERFORM ABEND-RTN
                   END-IF
                   SET WS-FILE-FOUND TO TRUE
               END-IF
           END-IF

           IF WS-FILE-FOUND
               READ DIFF-LEDGER-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-EOF
                   IF DL-CLEAR-BADGE NUMERIC
                       MOVE DL-CLEAR-BADGE TO WS-REF-BADGE
                       SET WS-REF-LIVE TO FALSE
                       MOVE "DIFFLEDGER" TO WS-FIND-FILE
                       MOVE SPACES TO WS-FIND-KEY
                       STRING "RUN " DL-RUN-NUMBER " CYCLE "
                           DL-CYCLE " " DL-DATE
                           DELIMITED BY SIZE INTO WS-FIND-KEY
                       PERFORM CHECK-BADGE-REFERENCE
                   END-IF
                   READ DIFF-LEDGER-FILE
                       AT END SET WS-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE DIFF-LEDGER-FILE
           END-IF.

       CHECK-HOSPITAL-REGIONS.

           MOVE "HOSPITALMASTER -> REGIONMASTER" TO WS-CHK-NAME(9)
           PERFORM START-CHECK
           SET WS-FILE-FOUND TO FALSE
           SET WS-EOF TO FALSE

           IF NOT WS-RG-LOADED
               MOVE "NO REGION LIST" TO WS-CHK-NOTE(WS-CHK-SUB)
           ELSE
               OPEN INPUT HOSPITAL-MASTER
               IF WS-FILE-STATUS = "35"
                   MOVE "FILE ABSENT" TO WS-CHK-NOTE(WS-CHK-SUB)
               ELSE
                   IF WS-FILE-STATUS NOT = "00"
                       STRING "UNABLE TO OPEN HOSPITAL-MASTER, STATUS "
                           WS-FILE-STATUS DELIMITED BY SIZE
                           INTO WS-ABEND-MESSAGE
                       PERFORM ABEND-RTN
                   END-IF
                   SET WS-FILE-FOUND TO TRUE
               END-IF
           END-IF

           IF WS-FILE-FOUND
               READ HOSPITAL-MASTER
                   AT END SET WS-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-EOF
                   ADD 1 TO WS-CHK-READ(WS-CHK-SUB)
                   MOVE HM-REGION TO WS-REF-REGION
                   PERFORM FIND-REGION
                   MOVE "HOSPITALMASTER" TO WS-FIND-FILE
                   MOVE SPACES TO WS-FIND-KEY
                   STRING "HOSPITAL " HM-HOSPITAL-KEY
                       DELIMITED BY SIZE INTO WS-FIND-KEY
                   MOVE SPACES TO WS-FIND-REASON
      * only an active, open hospital still needs a live region
                   EVALUATE TRUE
                       WHEN HM-REGION = SPACES
                           MOVE "NO REGION" TO WS-FIND-REASON
                       WHEN WS-REF-ORPHAN
                           STRING "REGION " HM-REGION
                               " NOT ON REGIONMASTER"
                               DELIMITED BY SIZE INTO WS-FIND-REASON
                       WHEN HM-INACTIVE OR HM-CLOSED
                           CONTINUE
                       WHEN WS-REF-INACTIVE
                           STRING "REGION " HM-REGION " INACTIVE"
                               DELIMITED BY SIZE INTO WS-FIND-REASON
                       WHEN WS-REF-EXPIRED
                           STRING "REGION " HM-REGION " EXPIRED "
                               WS-REF-EXP-DATE
                               DELIMITED BY SIZE INTO WS-FIND-REASON
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                   IF WS-FIND-REASON NOT = SPACES
                       PERFORM WRITE-FINDING
                   END-IF
                   READ HOSPITAL-MASTER
                       AT END SET WS-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE HOSPITAL-MASTER
           END-IF.

       WRITE-FINDING.

           ADD 1 TO WS-CHK-FOUND(WS-CHK-SUB)
           ADD 1 TO WS-TOTAL-FOUND
           MOVE SPACES TO RPT-LINE
           STRING WS-FIND-FILE " " WS-FIND-KEY " " WS-FIND-REASON
               DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-REPORT-LINE.

       PRINT-CHECK-SUMMARY.

           MOVE SPACES TO RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "CROSS-REFERENCE                    CHECKED  FOUND"
               TO RPT-LINE
           PERFORM WRITE-REPORT-LINE

           PERFORM VARYING WS-CHK-SUB FROM 1 BY 1
                   UNTIL WS-CHK-SUB > WS-CHK-COUNT
               MOVE SPACES TO RPT-LINE
               STRING WS-CHK-NAME(WS-CHK-SUB)(1:34) " "
                   WS-CHK-READ(WS-CHK-SUB) "  "
                   WS-CHK-FOUND(WS-CHK-SUB) " "
                   WS-CHK-NOTE(WS-CHK-SUB)
                   DELIMITED BY SIZE INTO RPT-LINE
               PERFORM WRITE-REPORT-LINE
           END-PERFORM

           MOVE SPACES TO RPT-LINE
           STRING "TOTAL FINDINGS " WS-TOTAL-FOUND
               DELIMITED BY SIZE INTO RPT-LINE
           SET RPT-REQ-TOTAL TO TRUE
           CALL "report-writer" USING RPT-CONTROL

           SET RPT-REQ-CLOSE TO TRUE
           CALL "report-writer" USING RPT-CONTROL.

       WRITE-REPORT-LINE.

           SET RPT-REQ-DETAIL TO TRUE
           CALL "report-writer" USING RPT-CONTROL.

       END-OF-LOGIC-PARAGRAPHS.
           CONTINUE.

       ENTRY "INTEGRITY-SWEEP-SUB" USING LS-RETURN-CODE.

           PERFORM INTEGRITY-SWEEP-LOGIC

           MOVE RETURN-CODE TO LS-RETURN-CODE

           GOBACK.

       COPY abendproc.

       END PROGRAM integrity-sweep.
