      ******************************************************************
      * Author:
      * Date:
      * Purpose: Monthly branch data-quality scorecard. Puts together
      *          the evidence of each branch's defects that otherwise
      *          sits in five places: the details tran-edit dropped
      *          and the duplicate batches tran-merge refused (their
      *          dated DQEDIT and DQMERGE logs, which also carry each
      *          branch's detail volume), the calculator rejects swept
      *          onto REJECTMASTER, the PENDRELEASE holds, and the
      *          FINRETURNED items finance sent back. For every
      *          branch the DQSCORERPT report counts each kind of
      *          defect against the details the branch sent, for the
      *          month and the three before it, states the defects
      *          per thousand details and whether that is better or
      *          worse than the average of the earlier months, and
      *          ranks the month's drop, reject, hold, and return
      *          reasons Pareto-style; the report's lines are tagged
      *          by branch for the distribution packets, and a shop
      *          wide section follows. Each branch with any activity
      *          in the month is also sent the same figures as a
      *          delimited file, DQSC + branch + YYYYMM. A reject or
      *          return is counted in the month it was swept onto
      *          its queue; a refused hold that became a reject is
      *          counted as both. Defects carrying no branch (the
      *          code rejects, and finance returns from before the
      *          extract carried one) are counted in the shop wide
      *          figures only. The month is the business month
      *          unless YYYY-MM is given on the command line.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. branch-scorecard.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BRANCH-FILE ASSIGN TO "BRANCHMASTER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT DQ-LOG-FILE ASSIGN USING WS-DQ-LOG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT REJECT-MASTER ASSIGN TO "REJECTMASTER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT PENDING-FILE ASSIGN TO "PENDRELEASE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OUTSTANDING-FILE ASSIGN TO "FINRETURNED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT SCORE-FILE ASSIGN USING WS-SCORE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT STATS-FILE ASSIGN TO "JOBSTATS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BRANCH-FILE
           LABEL RECORDS ARE STANDARD.
           COPY brchrec.

       FD  DQ-LOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY dqlog.

       FD  REJECT-MASTER
           LABEL RECORDS ARE STANDARD.
       01  REJECT-MASTER-RECORD.
           05 RM-STATUS             PIC X(1).
               88  RM-OPEN                  VALUE "O".
               88  RM-WORKED                VALUE "W".
               88  RM-WRITTEN-OFF           VALUE "X".
           05 RM-SOURCE             PIC X(10).
           05 RM-DATE-ADDED         PIC X(10).
           05 RM-DATA               PIC X(40).
           05 RM-REASON-CODE        PIC X(3).
           05 RM-WRITEOFF-BADGE     PIC 9(3).
           05 RM-WRITEOFF-DATE      PIC X(10).
           05 RM-PROPOSE-BADGE      PIC 9(3).
           05 RM-PROPOSE-DATE       PIC X(10).

       FD  PENDING-FILE
           LABEL RECORDS ARE STANDARD.
           COPY pendrec.

       FD  OUTSTANDING-FILE
           LABEL RECORDS ARE STANDARD.
       01  OUTSTANDING-RECORD.
           05 FR-STATUS             PIC X(1).
               88  FR-OUTSTANDING          VALUE "O".
               88  FR-DONE                 VALUE "D".
           05 FR-SEQ                PIC 9(7).
           05 FR-DATE-RETURNED      PIC X(10).
           05 FR-ROW                PIC X(200).

       FD  SCORE-FILE
           LABEL RECORDS ARE STANDARD.
       01  SCORE-RECORD                PIC X(120).

       FD  STATS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY jobstats.

       WORKING-STORAGE SECTION.
       01  WS-SELECT-MONTH          PIC X(7).

      * the scored month is row 4, the three before it rows 1 to 3
       01  WS-MK-TABLE.
           05 WS-MK-ROW OCCURS 4 TIMES.
               10 WS-MK-YYYY         PIC 9(4).
               10 WS-MK-MM           PIC 9(2).
               10 WS-MK-TEXT         PIC X(7).
       01  WS-MK-SUB                PIC 9(1) VALUE ZERO.
       01  WS-MK-MATCH              PIC 9(1) VALUE ZERO.
       01  WS-MK-DATE               PIC X(10).

      * the defect kinds counted against each branch's volume
       01  WS-KIND-NAMES.
           05 FILLER                PIC X(14) VALUE "DETAILS SENT".
           05 FILLER                PIC X(14) VALUE "DROPPED".
           05 FILLER                PIC X(14) VALUE "DUPLICATES".
           05 FILLER                PIC X(14) VALUE "REJECTS".
           05 FILLER                PIC X(14) VALUE "HOLDS".
           05 FILLER                PIC X(14) VALUE "RETURNS".
       01  WS-KIND-TABLE REDEFINES WS-KIND-NAMES.
           05 WS-KIND-NAME          PIC X(14) OCCURS 6 TIMES.
       01  WS-KIND-CSV-NAMES.
           05 FILLER                PIC X(14) VALUE "DETAILS".
           05 FILLER                PIC X(14) VALUE "DROPS".
           05 FILLER                PIC X(14) VALUE "DUPLICATES".
           05 FILLER                PIC X(14) VALUE "REJECTS".
           05 FILLER                PIC X(14) VALUE "HOLDS".
           05 FILLER                PIC X(14) VALUE "RETURNS".
       01  WS-KIND-CSV-TABLE REDEFINES WS-KIND-CSV-NAMES.
           05 WS-KIND-CSV           PIC X(14) OCCURS 6 TIMES.
       01  WS-KIND-SUB              PIC 9(1) VALUE ZERO.
       01  WS-KIND                  PIC 9(1) VALUE ZERO.
           88  WS-KIND-VOLUME               VALUE 1.
           88  WS-KIND-DROP                 VALUE 2.
           88  WS-KIND-DUPLICATE            VALUE 3.
           88  WS-KIND-REJECT               VALUE 4.
           88  WS-KIND-HOLD                 VALUE 5.
           88  WS-KIND-RETURN               VALUE 6.

      * row 1 is the shop wide row, ALL; every count lands on it as
      * well as on its branch's row
       01  WS-SB-TABLE.
           05 WS-SB-ROW OCCURS 51 TIMES.
               10 WS-SB-CODE         PIC X(3).
               10 WS-SB-NAME         PIC X(30).
               10 WS-SB-MONTH OCCURS 4 TIMES.
                   15 WS-SB-COUNT    PIC 9(7) OCCURS 6 TIMES.
       01  WS-SB-USED               PIC 9(2) VALUE ZERO.
       01  WS-SB-SUB                PIC 9(2) VALUE ZERO.
       01  WS-SB-MATCH              PIC 9(2) VALUE ZERO.

      * the scored month's defects by branch and reason; the shop
      * wide figures are kept under branch ALL
       01  WS-RS-TABLE.
           05 WS-RS-ROW OCCURS 1000 TIMES.
               10 WS-RS-BRANCH       PIC X(3).
               10 WS-RS-REASON       PIC X(30).
               10 WS-RS-COUNT        PIC 9(7).
               10 WS-RS-DONE         PIC X(1).
       01  WS-RS-USED               PIC 9(4) VALUE ZERO.
       01  WS-RS-SUB                PIC 9(4) VALUE ZERO.
       01  WS-RS-MATCH              PIC 9(4) VALUE ZERO.
       01  WS-RS-BEST               PIC 9(4) VALUE ZERO.
       01  WS-RS-RANK               PIC 9(3) VALUE ZERO.

      * the defect being tallied
       01  WS-TALLY-BRANCH          PIC X(3).
       01  WS-TALLY-REASON          PIC X(30).
       01  WS-TALLY-COUNT           PIC 9(7) VALUE ZERO.

       01  WS-FR-FIELDS.
           05 WS-FR-FIELD OCCURS 16 TIMES PIC X(20).

       01  WS-DQ-LOG-NAME           PIC X(20).
       01  WS-SCORE-FILE-NAME       PIC X(20).
       01  WS-DAY                   PIC 9(2) VALUE ZERO.
       01  WS-LOG-PREFIX            PIC X(7).

      * one branch's figures while its section is printed
       01  WS-MONTH-FIGURES.
           05 WS-MONTH-FIGURE OCCURS 4 TIMES.
               10 WS-DEFECTS         PIC 9(7).
               10 WS-RATE            PIC 9(5)V9.
       01  WS-PRIOR-DEFECTS         PIC 9(9) VALUE ZERO.
       01  WS-PRIOR-VOLUME          PIC 9(9) VALUE ZERO.
       01  WS-PRIOR-RATE            PIC 9(5)V9 VALUE ZERO.
       01  WS-PCT                   PIC 9(3)V9 VALUE ZERO.
       01  WS-CUM-PCT               PIC 9(3)V9 VALUE ZERO.
       01  WS-CUM-COUNT             PIC 9(7) VALUE ZERO.
       01  WS-TREND                 PIC X(20).
       01  WS-BRANCH-ACTIVE-SW      PIC X(1) VALUE "N".
           88  WS-BRANCH-ACTIVE             VALUE "Y" FALSE "N".
       01  WS-HAVE-HISTORY-SW       PIC X(1) VALUE "N".
           88  WS-HAVE-HISTORY              VALUE "Y" FALSE "N".

      * a scorecard row of the report
       01  WS-SC-LINE.
           05 FILLER                PIC X(2).
           05 WS-SC-ITEM            PIC X(14).
           05 WS-SC-MONTH-COL OCCURS 4 TIMES.
               10 FILLER            PIC X(2).
               10 WS-SC-COL         PIC X(7).
           05 FILLER                PIC X(3).
           05 WS-SC-RATE            PIC X(7).

       01  WS-COUNT-DISPLAY         PIC ZZZZZZ9.
       01  WS-RATE-DISPLAY          PIC ZZZZ9.9.
       01  WS-PCT-DISPLAY           PIC ZZ9.9.
       01  WS-RANK-DISPLAY          PIC ZZ9.
       01  WS-CSV-COUNT             PIC 9(7).
       01  WS-CSV-DETAILS           PIC 9(7).
       01  WS-CSV-RATE              PIC 99999.9.
       01  WS-CSV-PCT               PIC 999.9.
       01  WS-CSV-CUM-PCT           PIC 999.9.

       01  WS-TODAY-FORMATTED       PIC X(10).
       01  WS-NO-BRANCH-COUNT       PIC 9(7) VALUE ZERO.
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

           PERFORM BRANCH-SCORECARD-LOGIC

           GOBACK.

       BRANCH-SCORECARD-LOGIC.

           MOVE "branch-scorecard" TO WS-ABEND-PROGRAM
           MOVE 0 TO RETURN-CODE

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
               STRING WS-RUN-DATE-YYYY "-" WS-RUN-DATE-MM
                   DELIMITED BY SIZE INTO WS-SELECT-MONTH
           END-IF
           DISPLAY "SCORING MONTH: " WS-SELECT-MONTH

           PERFORM SET-SCORED-MONTHS
           PERFORM LOAD-BRANCH-TABLE

           PERFORM VARYING WS-MK-SUB FROM 1 BY 1 UNTIL WS-MK-SUB > 4
               PERFORM VARYING WS-DAY FROM 1 BY 1 UNTIL WS-DAY > 31
                   MOVE "DQEDIT" TO WS-LOG-PREFIX
                   PERFORM READ-QUALITY-LOG
                   MOVE "DQMERGE" TO WS-LOG-PREFIX
                   PERFORM READ-QUALITY-LOG
               END-PERFORM
           END-PERFORM

           PERFORM READ-REJECT-MASTER
           PERFORM READ-PENDING-HOLDS
           PERFORM READ-FINANCE-RETURNS

           PERFORM PRINT-SCORECARD

           PERFORM PRINT-JOB-STATS.

       SET-SCORED-MONTHS.

           MOVE WS-SELECT-MONTH(1:4) TO WS-MK-YYYY(4)
           MOVE WS-SELECT-MONTH(6:2) TO WS-MK-MM(4)
           PERFORM VARYING WS-MK-SUB FROM 3 BY -1 UNTIL WS-MK-SUB < 1
               IF WS-MK-MM(WS-MK-SUB + 1) = 1
                   MOVE 12 TO WS-MK-MM(WS-MK-SUB)
                   COMPUTE WS-MK-YYYY(WS-MK-SUB) =
                       WS-MK-YYYY(WS-MK-SUB + 1) - 1
               ELSE
                   COMPUTE WS-MK-MM(WS-MK-SUB) =
                       WS-MK-MM(WS-MK-SUB + 1) - 1
                   MOVE WS-MK-YYYY(WS-MK-SUB + 1)
                       TO WS-MK-YYYY(WS-MK-SUB)
               END-IF
           END-PERFORM
           PERFORM VARYING WS-MK-SUB FROM 1 BY 1 UNTIL WS-MK-SUB > 4
               MOVE SPACES TO WS-MK-TEXT(WS-MK-SUB)
               STRING WS-MK-YYYY(WS-MK-SUB) "-" WS-MK-MM(WS-MK-SUB)
                   DELIMITED BY SIZE INTO WS-MK-TEXT(WS-MK-SUB)
           END-PERFORM.

       FIND-MONTH-SLOT.

      * WS-MK-DATE is YYYY-MM-DD; zero when it is outside the four
      * months scored
           MOVE ZERO TO WS-MK-MATCH
           PERFORM VARYING WS-MK-SUB FROM 1 BY 1
                   UNTIL WS-MK-SUB > 4 OR WS-MK-MATCH NOT = ZERO
               IF WS-MK-DATE(1:7) = WS-MK-TEXT(WS-MK-SUB)
                   MOVE WS-MK-SUB TO WS-MK-MATCH
               END-IF
           END-PERFORM.

       LOAD-BRANCH-TABLE.

           INITIALIZE WS-SB-TABLE
           MOVE 1 TO WS-SB-USED
           MOVE "ALL" TO WS-SB-CODE(1)
           MOVE "ALL BRANCHES" TO WS-SB-NAME(1)
           SET WS-EOF TO FALSE

           OPEN INPUT BRANCH-FILE
           IF WS-FILE-STATUS = "35"
               DISPLAY "BRANCHMASTER NOT FOUND, BRANCHES WILL BE "
                   "SCORED WITHOUT NAMES"
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
                   MOVE BR-BRANCH-CODE TO WS-TALLY-BRANCH
                   PERFORM FIND-BRANCH-SLOT
                   MOVE BR-NAME TO WS-SB-NAME(WS-SB-MATCH)
                   READ BRANCH-FILE
                       AT END SET WS-EOF TO TRUE
                   END-READ
               END-PERFORM

               CLOSE BRANCH-FILE
           END-IF.

       FIND-BRANCH-SLOT.

      * finds WS-TALLY-BRANCH's row, adding it when the branch has
      * been retired from or was never on BRANCHMASTER
           MOVE ZERO TO WS-SB-MATCH
           PERFORM VARYING WS-SB-SUB FROM 2 BY 1
                   UNTIL WS-SB-SUB > WS-SB-USED
                   OR WS-SB-MATCH NOT = ZERO
               IF WS-SB-CODE(WS-SB-SUB) = WS-TALLY-BRANCH
                   MOVE WS-SB-SUB TO WS-SB-MATCH
               END-IF
           END-PERFORM

           IF WS-SB-MATCH = ZERO
               IF WS-SB-USED >= 51
                   MOVE "WS-SB-TABLE OVERFLOW - MORE THAN 50"
                       TO WS-ABEND-MESSAGE
                   PERFORM ABEND-RTN
               END-IF
               ADD 1 TO WS-SB-USED
               MOVE WS-SB-USED TO WS-SB-MATCH
               MOVE WS-TALLY-BRANCH TO WS-SB-CODE(WS-SB-MATCH)
               MOVE "(NOT ON BRANCHMASTER)"
                   TO WS-SB-NAME(WS-SB-MATCH)
           END-IF.

       READ-QUALITY-LOG.

      * one night's log from tran-edit or tran-merge; a night the
      * step did not run has none
           MOVE SPACES TO WS-DQ-LOG-NAME
           STRING WS-LOG-PREFIX DELIMITED BY SPACE
               WS-MK-YYYY(WS-MK-SUB) WS-MK-MM(WS-MK-SUB) WS-DAY
               DELIMITED BY SIZE INTO WS-DQ-LOG-NAME
           SET WS-EOF TO FALSE

           OPEN INPUT DQ-LOG-FILE
           IF WS-FILE-STATUS = "35"
               CONTINUE
           ELSE
               IF WS-FILE-STATUS NOT = "00"
                   STRING "UNABLE TO OPEN " WS-DQ-LOG-NAME
                       " STATUS " WS-FILE-STATUS DELIMITED BY SIZE
                       INTO WS-ABEND-MESSAGE
                   PERFORM ABEND-RTN
               END-IF

               MOVE WS-MK-SUB TO WS-MK-MATCH
               READ DQ-LOG-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-EOF
                   ADD 1 TO WS-COUNT-IN
                   MOVE DQ-BRANCH TO WS-TALLY-BRANCH
                   MOVE DQ-REASON TO WS-TALLY-REASON
                   MOVE ZERO TO WS-TALLY-COUNT
                   IF DQ-COUNT NUMERIC
                       MOVE DQ-COUNT TO WS-TALLY-COUNT
                   END-IF
                   EVALUATE TRUE
                       WHEN DQ-VOLUME
                           SET WS-KIND-VOLUME TO TRUE
                       WHEN DQ-DROP
                           SET WS-KIND-DROP TO TRUE
                       WHEN DQ-DUPLICATE
                           SET WS-KIND-DUPLICATE TO TRUE
                       WHEN OTHER
                           MOVE ZERO TO WS-KIND
                   END-EVALUATE
                   IF WS-KIND NOT = ZERO
                       PERFORM TALLY-DEFECT
                   END-IF
                   READ DQ-LOG-FILE
                       AT END SET WS-EOF TO TRUE
                   END-READ
               END-PERFORM

               CLOSE DQ-LOG-FILE
           END-IF.

       READ-REJECT-MASTER.

           SET WS-EOF TO FALSE

           OPEN INPUT REJECT-MASTER
           IF WS-FILE-STATUS = "35"
               CONTINUE
           ELSE
               IF WS-FILE-STATUS NOT = "00"
                   STRING "UNABLE TO OPEN REJECTMASTER, STATUS "
                       WS-FILE-STATUS DELIMITED BY SIZE
                       INTO WS-ABEND-MESSAGE
                   PERFORM ABEND-RTN
               END-IF

               READ REJECT-MASTER
                   AT END SET WS-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-EOF
                   ADD 1 TO WS-COUNT-IN
                   MOVE RM-DATE-ADDED TO WS-MK-DATE
                   PERFORM FIND-MONTH-SLOT
                   IF WS-MK-MATCH NOT = ZERO
      * a calculator reject starts with its branch code and the
      * operation it could not perform; the code rejects carry none
                       IF RM-SOURCE = "CALCREJECT"
                           MOVE RM-DATA(1:3) TO WS-TALLY-BRANCH
                           MOVE SPACES TO WS-TALLY-REASON
                           STRING "CALC REJECT - OPERATION "
                               RM-DATA(4:1) DELIMITED BY SIZE
                               INTO WS-TALLY-REASON
                       ELSE
                           MOVE SPACES TO WS-TALLY-BRANCH
                           MOVE "CODE REJECT" TO WS-TALLY-REASON
                       END-IF
                       MOVE 1 TO WS-TALLY-COUNT
                       SET WS-KIND-REJECT TO TRUE
                       PERFORM TALLY-DEFECT
                   END-IF
                   READ REJECT-MASTER
                       AT END SET WS-EOF TO TRUE
                   END-READ
               END-PERFORM

               CLOSE REJECT-MASTER
           END-IF.

       READ-PENDING-HOLDS.

           SET WS-EOF TO FALSE

           OPEN INPUT PENDING-FILE
           IF WS-FILE-STATUS = "35"
               CONTINUE
           ELSE
               IF WS-FILE-STATUS NOT = "00"
                   STRING "UNABLE TO OPEN PENDRELEASE, STATUS "
                       WS-FILE-STATUS DELIMITED BY SIZE
                       INTO WS-ABEND-MESSAGE
                   PERFORM ABEND-RTN
               END-IF

               READ PENDING-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-EOF
                   ADD 1 TO WS-COUNT-IN
                   MOVE PND-DATE-HELD TO WS-MK-DATE
                   PERFORM FIND-MONTH-SLOT
                   IF WS-MK-MATCH NOT = ZERO
                       MOVE PND-BRANCH-CODE TO WS-TALLY-BRANCH
                       IF PND-HOLD-FROZEN
                           MOVE "HELD - ACCOUNT FROZEN"
                               TO WS-TALLY-REASON
                       ELSE
                           MOVE "HELD - OVER BRANCH LIMIT"
                               TO WS-TALLY-REASON
                       END-IF
                       MOVE 1 TO WS-TALLY-COUNT
                       SET WS-KIND-HOLD TO TRUE
                       PERFORM TALLY-DEFECT
                   END-IF
                   READ PENDING-FILE
                       AT END SET WS-EOF TO TRUE
                   END-READ
               END-PERFORM

               CLOSE PENDING-FILE
           END-IF.

       READ-FINANCE-RETURNS.

           SET WS-EOF TO FALSE

           OPEN INPUT OUTSTANDING-FILE
           IF WS-FILE-STATUS = "35"
               CONTINUE
           ELSE
               IF WS-FILE-STATUS NOT = "00"
                   STRING "UNABLE TO OPEN FINRETURNED, STATUS "
                       WS-FILE-STATUS DELIMITED BY SIZE
                       INTO WS-ABEND-MESSAGE
                   PERFORM ABEND-RTN
               END-IF

               READ OUTSTANDING-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-EOF
                   ADD 1 TO WS-COUNT-IN
                   MOVE FR-DATE-RETURNED TO WS-MK-DATE
                   PERFORM FIND-MONTH-SLOT
                   IF WS-MK-MATCH NOT = ZERO
      * the branch is the sixteenth field of the extract row; rows
      * extracted before it was carried have none
                       MOVE SPACES TO WS-FR-FIELDS
                       UNSTRING FR-ROW DELIMITED BY ","
                           INTO WS-FR-FIELD(1) WS-FR-FIELD(2)
                               WS-FR-FIELD(3) WS-FR-FIELD(4)
                               WS-FR-FIELD(5) WS-FR-FIELD(6)
                               WS-FR-FIELD(7) WS-FR-FIELD(8)
                               WS-FR-FIELD(9) WS-FR-FIELD(10)
                               WS-FR-FIELD(11) WS-FR-FIELD(12)
                               WS-FR-FIELD(13) WS-FR-FIELD(14)
                               WS-FR-FIELD(15) WS-FR-FIELD(16)
                       END-UNSTRING
                       MOVE WS-FR-FIELD(16)(1:3) TO WS-TALLY-BRANCH
                       MOVE "RETURNED BY FINANCE" TO WS-TALLY-REASON
                       MOVE 1 TO WS-TALLY-COUNT
                       SET WS-KIND-RETURN TO TRUE
                       PERFORM TALLY-DEFECT
                   END-IF
                   READ OUTSTANDING-FILE
                       AT END SET WS-EOF TO TRUE
                   END-READ
               END-PERFORM

               CLOSE OUTSTANDING-FILE
           END-IF.

       TALLY-DEFECT.

      * counts WS-TALLY-COUNT of WS-KIND for WS-TALLY-BRANCH in
      * month WS-MK-MATCH, on the branch's row and the shop wide
      * row; the scored month's defects are kept by reason as well
           ADD WS-TALLY-COUNT
               TO WS-SB-COUNT(1, WS-MK-MATCH, WS-KIND)
           IF WS-TALLY-BRANCH = SPACES
               IF NOT WS-KIND-VOLUME
                   ADD WS-TALLY-COUNT TO WS-NO-BRANCH-COUNT
                   ADD WS-TALLY-COUNT TO WS-COUNT-REJECTED
               END-IF
           ELSE
               PERFORM FIND-BRANCH-SLOT
               ADD WS-TALLY-COUNT
                   TO WS-SB-COUNT(WS-SB-MATCH, WS-MK-MATCH, WS-KIND)
           END-IF

           IF WS-MK-MATCH = 4 AND NOT WS-KIND-VOLUME
               IF WS-TALLY-BRANCH NOT = SPACES
                   PERFORM TALLY-REASON
               END-IF
               MOVE "ALL" TO WS-TALLY-BRANCH
               PERFORM TALLY-REASON
           END-IF.

       TALLY-REASON.

           MOVE ZERO TO WS-RS-MATCH
           PERFORM VARYING WS-RS-SUB FROM 1 BY 1
                   UNTIL WS-RS-SUB > WS-RS-USED
                   OR WS-RS-MATCH NOT = ZERO
               IF WS-RS-BRANCH(WS-RS-SUB) = WS-TALLY-BRANCH
                       AND WS-RS-REASON(WS-RS-SUB) = WS-TALLY-REASON
                   MOVE WS-RS-SUB TO WS-RS-MATCH
               END-IF
           END-PERFORM

           IF WS-RS-MATCH = ZERO
               IF WS-RS-USED >= 1000
                   MOVE "WS-RS-TABLE OVERFLOW - MORE THAN 1000"
                       TO WS-ABEND-MESSAGE
                   PERFORM ABEND-RTN
               END-IF
               ADD 1 TO WS-RS-USED
               MOVE WS-RS-USED TO WS-RS-MATCH
               MOVE WS-TALLY-BRANCH TO WS-RS-BRANCH(WS-RS-MATCH)
               MOVE WS-TALLY-REASON TO WS-RS-REASON(WS-RS-MATCH)
               MOVE ZERO TO WS-RS-COUNT(WS-RS-MATCH)
           END-IF

           ADD WS-TALLY-COUNT TO WS-RS-COUNT(WS-RS-MATCH).

       PRINT-SCORECARD.

           MOVE "DQSCORERPT" TO RPT-FILE-NAME
           MOVE SPACES TO RPT-TITLE
           STRING "BRANCH DATA-QUALITY SCORECARD " WS-SELECT-MONTH
               DELIMITED BY SIZE INTO RPT-TITLE
           MOVE WS-TODAY-FORMATTED TO RPT-RUN-DATE
           MOVE WS-RUN-NUMBER TO RPT-RUN-NUMBER
           MOVE ZERO TO RPT-PAGE-NUMBER
           MOVE ZERO TO RPT-LINE-COUNT
           MOVE ZERO TO RPT-LINES-PER-PAGE
           SET RPT-REQ-INIT TO TRUE
           CALL "report-writer" USING RPT-CONTROL

           PERFORM VARYING WS-SB-SUB FROM 2 BY 1
                   UNTIL WS-SB-SUB > WS-SB-USED
               PERFORM SUM-BRANCH-FIGURES
               IF WS-BRANCH-ACTIVE
                   MOVE WS-SB-CODE(WS-SB-SUB) TO RPT-BRANCH-TAG
                   PERFORM PRINT-BRANCH-SECTION
                   PERFORM WRITE-BRANCH-FILE
                   ADD 1 TO WS-COUNT-OUT
               END-IF
           END-PERFORM

           MOVE SPACES TO RPT-BRANCH-TAG
           MOVE 1 TO WS-SB-SUB
           PERFORM SUM-BRANCH-FIGURES
           PERFORM PRINT-BRANCH-SECTION

           MOVE WS-NO-BRANCH-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO RPT-LINE
           STRING "  OF WHICH CARRYING NO BRANCH " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE WS-COUNT-OUT TO WS-COUNT-DISPLAY
           MOVE SPACES TO RPT-LINE
           STRING "BRANCHES SCORED " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO RPT-LINE
           SET RPT-REQ-TOTAL TO TRUE
           CALL "report-writer" USING RPT-CONTROL

           SET RPT-REQ-CLOSE TO TRUE
           CALL "report-writer" USING RPT-CONTROL.

       SUM-BRANCH-FIGURES.

      * each month's defects and rate per thousand details for row
      * WS-SB-SUB, and the trend of the scored month against the
      * earlier months that had any volume
           SET WS-BRANCH-ACTIVE TO FALSE
           SET WS-HAVE-HISTORY TO FALSE
           MOVE ZERO TO WS-PRIOR-DEFECTS
           MOVE ZERO TO WS-PRIOR-VOLUME
           MOVE ZERO TO WS-PRIOR-RATE

           PERFORM VARYING WS-MK-SUB FROM 1 BY 1 UNTIL WS-MK-SUB > 4
               MOVE ZERO TO WS-DEFECTS(WS-MK-SUB)
               MOVE ZERO TO WS-RATE(WS-MK-SUB)
               PERFORM VARYING WS-KIND-SUB FROM 2 BY 1
                       UNTIL WS-KIND-SUB > 6
                   ADD WS-SB-COUNT(WS-SB-SUB, WS-MK-SUB, WS-KIND-SUB)
                       TO WS-DEFECTS(WS-MK-SUB)
               END-PERFORM
               IF WS-SB-COUNT(WS-SB-SUB, WS-MK-SUB, 1) > ZERO
                   COMPUTE WS-RATE(WS-MK-SUB) ROUNDED =
                       WS-DEFECTS(WS-MK-SUB) * 1000
                       / WS-SB-COUNT(WS-SB-SUB, WS-MK-SUB, 1)
                   IF WS-MK-SUB < 4
                       SET WS-HAVE-HISTORY TO TRUE
                       ADD WS-DEFECTS(WS-MK-SUB) TO WS-PRIOR-DEFECTS
                       ADD WS-SB-COUNT(WS-SB-SUB, WS-MK-SUB, 1)
                           TO WS-PRIOR-VOLUME
                   END-IF
               END-IF
           END-PERFORM

           IF WS-DEFECTS(4) > ZERO
                   OR WS-SB-COUNT(WS-SB-SUB, 4, 1) > ZERO
               SET WS-BRANCH-ACTIVE TO TRUE
           END-IF

           EVALUATE TRUE
               WHEN WS-SB-COUNT(WS-SB-SUB, 4, 1) = ZERO
                   MOVE "NO DETAILS SENT" TO WS-TREND
               WHEN NOT WS-HAVE-HISTORY
                   MOVE "NO HISTORY" TO WS-TREND
               WHEN OTHER
                   COMPUTE WS-PRIOR-RATE ROUNDED =
                       WS-PRIOR-DEFECTS * 1000 / WS-PRIOR-VOLUME
                   EVALUATE TRUE
                       WHEN WS-RATE(4) < WS-PRIOR-RATE
                           MOVE "BETTER" TO WS-TREND
                       WHEN WS-RATE(4) > WS-PRIOR-RATE
                           MOVE "WORSE" TO WS-TREND
                       WHEN OTHER
                           MOVE "UNCHANGED" TO WS-TREND
                   END-EVALUATE
           END-EVALUATE.

       PRINT-BRANCH-SECTION.

           MOVE SPACES TO RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO RPT-LINE
           IF WS-SB-SUB = 1
               MOVE "ALL BRANCHES" TO RPT-LINE
           ELSE
               STRING "BRANCH " WS-SB-CODE(WS-SB-SUB) " "
                   WS-SB-NAME(WS-SB-SUB)
                   DELIMITED BY SIZE INTO RPT-LINE
           END-IF
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO WS-SC-LINE
           PERFORM VARYING WS-MK-SUB FROM 1 BY 1 UNTIL WS-MK-SUB > 4
               MOVE WS-MK-TEXT(WS-MK-SUB) TO WS-SC-COL(WS-MK-SUB)
           END-PERFORM
           MOVE "PER1000" TO WS-SC-RATE
           MOVE WS-SC-LINE TO RPT-LINE
           PERFORM WRITE-REPORT-LINE

           PERFORM VARYING WS-KIND-SUB FROM 1 BY 1
                   UNTIL WS-KIND-SUB > 6
               MOVE SPACES TO WS-SC-LINE
               MOVE WS-KIND-NAME(WS-KIND-SUB) TO WS-SC-ITEM
               PERFORM VARYING WS-MK-SUB FROM 1 BY 1
                       UNTIL WS-MK-SUB > 4
                   MOVE WS-SB-COUNT(WS-SB-SUB, WS-MK-SUB, WS-KIND-SUB)
                       TO WS-COUNT-DISPLAY
                   MOVE WS-COUNT-DISPLAY TO WS-SC-COL(WS-MK-SUB)
               END-PERFORM
               IF WS-KIND-SUB > 1
                       AND WS-SB-COUNT(WS-SB-SUB, 4, 1) > ZERO
                   COMPUTE WS-RATE-DISPLAY ROUNDED =
                       WS-SB-COUNT(WS-SB-SUB, 4, WS-KIND-SUB) * 1000
                       / WS-SB-COUNT(WS-SB-SUB, 4, 1)
                   MOVE WS-RATE-DISPLAY TO WS-SC-RATE
               END-IF
               MOVE WS-SC-LINE TO RPT-LINE
               PERFORM WRITE-REPORT-LINE
           END-PERFORM

           MOVE SPACES TO WS-SC-LINE
           MOVE "TOTAL DEFECTS" TO WS-SC-ITEM
           PERFORM VARYING WS-MK-SUB FROM 1 BY 1 UNTIL WS-MK-SUB > 4
               MOVE WS-DEFECTS(WS-MK-SUB) TO WS-COUNT-DISPLAY
               MOVE WS-COUNT-DISPLAY TO WS-SC-COL(WS-MK-SUB)
           END-PERFORM
           MOVE WS-SC-LINE TO RPT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO WS-SC-LINE
           MOVE "PER 1000 SENT" TO WS-SC-ITEM
           PERFORM VARYING WS-MK-SUB FROM 1 BY 1 UNTIL WS-MK-SUB > 4
               IF WS-SB-COUNT(WS-SB-SUB, WS-MK-SUB, 1) > ZERO
                   MOVE WS-RATE(WS-MK-SUB) TO WS-RATE-DISPLAY
                   MOVE WS-RATE-DISPLAY TO WS-SC-COL(WS-MK-SUB)
               ELSE
                   MOVE "    -  " TO WS-SC-COL(WS-MK-SUB)
               END-IF
           END-PERFORM
           MOVE WS-SC-LINE TO RPT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO RPT-LINE
           IF WS-TREND = "BETTER" OR "WORSE" OR "UNCHANGED"
               MOVE WS-PRIOR-RATE TO WS-RATE-DISPLAY
               STRING "  TREND " DELIMITED BY SIZE
                   WS-TREND DELIMITED BY "  "
                   " - EARLIER MONTHS AVERAGED " WS-RATE-DISPLAY
                   " PER 1000" DELIMITED BY SIZE INTO RPT-LINE
           ELSE
               STRING "  TREND " WS-TREND
                   DELIMITED BY SIZE INTO RPT-LINE
           END-IF
           PERFORM WRITE-REPORT-LINE

           IF WS-DEFECTS(4) > ZERO
               MOVE SPACES TO RPT-LINE
               STRING "  RANK REASON THIS MONTH               "
                   "  COUNT    PCT  CUM PCT"
                   DELIMITED BY SIZE INTO RPT-LINE
               PERFORM WRITE-REPORT-LINE
               PERFORM RANK-BRANCH-REASONS
           END-IF.

       RANK-BRANCH-REASONS.

      * Pareto order: the largest remaining reason each time round,
      * with its share and the running share of the month's defects
           MOVE ZERO TO WS-RS-RANK
           MOVE ZERO TO WS-CUM-COUNT
           PERFORM VARYING WS-RS-SUB FROM 1 BY 1
                   UNTIL WS-RS-SUB > WS-RS-USED
               MOVE "N" TO WS-RS-DONE(WS-RS-SUB)
           END-PERFORM

           MOVE 1 TO WS-RS-BEST
           PERFORM UNTIL WS-RS-BEST = ZERO
               MOVE ZERO TO WS-RS-BEST
               PERFORM VARYING WS-RS-SUB FROM 1 BY 1
                       UNTIL WS-RS-SUB > WS-RS-USED
                   IF WS-RS-BRANCH(WS-RS-SUB) = WS-SB-CODE(WS-SB-SUB)
                           AND WS-RS-DONE(WS-RS-SUB) = "N"
                       IF WS-RS-BEST = ZERO
                           MOVE WS-RS-SUB TO WS-RS-BEST
                       ELSE
                           IF WS-RS-COUNT(WS-RS-SUB)
                                   > WS-RS-COUNT(WS-RS-BEST)
                               MOVE WS-RS-SUB TO WS-RS-BEST
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-RS-BEST NOT = ZERO
                   MOVE "Y" TO WS-RS-DONE(WS-RS-BEST)
                   PERFORM PRINT-REASON-LINE
               END-IF
           END-PERFORM.

       PRINT-REASON-LINE.

           ADD 1 TO WS-RS-RANK
           ADD WS-RS-COUNT(WS-RS-BEST) TO WS-CUM-COUNT
           COMPUTE WS-PCT ROUNDED =
               WS-RS-COUNT(WS-RS-BEST) * 100 / WS-DEFECTS(4)
           COMPUTE WS-CUM-PCT ROUNDED =
               WS-CUM-COUNT * 100 / WS-DEFECTS(4)

           MOVE WS-RS-RANK TO WS-RANK-DISPLAY
           MOVE WS-RS-COUNT(WS-RS-BEST) TO WS-COUNT-DISPLAY
           MOVE SPACES TO RPT-LINE
           MOVE WS-PCT TO WS-PCT-DISPLAY
           STRING "  " WS-RANK-DISPLAY "  " WS-RS-REASON(WS-RS-BEST)
               "  " WS-COUNT-DISPLAY "  " WS-PCT-DISPLAY
               DELIMITED BY SIZE INTO RPT-LINE
           MOVE WS-CUM-PCT TO WS-PCT-DISPLAY
           MOVE WS-PCT-DISPLAY TO RPT-LINE(56:5)
           PERFORM WRITE-REPORT-LINE.

       WRITE-BRANCH-FILE.

      * the branch's own delimited copy of its figures
           MOVE SPACES TO WS-SCORE-FILE-NAME
           STRING "DQSC" WS-SB-CODE(WS-SB-SUB)
               WS-MK-YYYY(4) WS-MK-MM(4)
               DELIMITED BY SIZE INTO WS-SCORE-FILE-NAME

           OPEN OUTPUT SCORE-FILE
           IF WS-FILE-STATUS NOT = "00"
               STRING "UNABLE TO OPEN " WS-SCORE-FILE-NAME
                   " STATUS " WS-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RTN
           END-IF

           MOVE SPACES TO SCORE-RECORD
           STRING "BRANCH,MONTH,SECTION,ITEM,COUNT,DETAILS,"
               "PER-THOUSAND,PCT,CUM-PCT"
               DELIMITED BY SIZE INTO SCORE-RECORD
           WRITE SCORE-RECORD

           PERFORM VARYING WS-MK-SUB FROM 1 BY 1 UNTIL WS-MK-SUB > 4
               MOVE WS-SB-COUNT(WS-SB-SUB, WS-MK-SUB, 1)
                   TO WS-CSV-DETAILS
               PERFORM VARYING WS-KIND-SUB FROM 1 BY 1
                       UNTIL WS-KIND-SUB > 6
                   MOVE WS-SB-COUNT(WS-SB-SUB, WS-MK-SUB, WS-KIND-SUB)
                       TO WS-CSV-COUNT
                   MOVE SPACES TO SCORE-RECORD
                   IF WS-KIND-SUB > 1 AND WS-CSV-DETAILS > ZERO
                       COMPUTE WS-CSV-RATE ROUNDED =
                           WS-CSV-COUNT * 1000 / WS-CSV-DETAILS
                       STRING WS-SB-CODE(WS-SB-SUB) ","
                           WS-MK-TEXT(WS-MK-SUB) ",COUNT,"
                           WS-KIND-CSV(WS-KIND-SUB) DELIMITED BY SPACE
                           "," WS-CSV-COUNT "," WS-CSV-DETAILS ","
                           WS-CSV-RATE ",,"
                           DELIMITED BY SIZE INTO SCORE-RECORD
                   ELSE
                       STRING WS-SB-CODE(WS-SB-SUB) ","
                           WS-MK-TEXT(WS-MK-SUB) ",COUNT,"
                           WS-KIND-CSV(WS-KIND-SUB) DELIMITED BY SPACE
                           "," WS-CSV-COUNT "," WS-CSV-DETAILS ",,,"
                           DELIMITED BY SIZE INTO SCORE-RECORD
                   END-IF
                   WRITE SCORE-RECORD
               END-PERFORM
               MOVE WS-DEFECTS(WS-MK-SUB) TO WS-CSV-COUNT
               MOVE WS-RATE(WS-MK-SUB) TO WS-CSV-RATE
               MOVE SPACES TO SCORE-RECORD
               IF WS-CSV-DETAILS > ZERO
                   STRING WS-SB-CODE(WS-SB-SUB) ","
                       WS-MK-TEXT(WS-MK-SUB) ",COUNT,TOTAL-DEFECTS,"
                       WS-CSV-COUNT "," WS-CSV-DETAILS ","
                       WS-CSV-RATE ",,"
                       DELIMITED BY SIZE INTO SCORE-RECORD
               ELSE
                   STRING WS-SB-CODE(WS-SB-SUB) ","
                       WS-MK-TEXT(WS-MK-SUB) ",COUNT,TOTAL-DEFECTS,"
                       WS-CSV-COUNT "," WS-CSV-DETAILS ",,,"
                       DELIMITED BY SIZE INTO SCORE-RECORD
               END-IF
               WRITE SCORE-RECORD
           END-PERFORM

           MOVE ZERO TO WS-CUM-COUNT
           PERFORM VARYING WS-RS-SUB FROM 1 BY 1
                   UNTIL WS-RS-SUB > WS-RS-USED
               MOVE "N" TO WS-RS-DONE(WS-RS-SUB)
           END-PERFORM
           MOVE 1 TO WS-RS-BEST
           PERFORM UNTIL WS-RS-BEST = ZERO
               MOVE ZERO TO WS-RS-BEST
               PERFORM VARYING WS-RS-SUB FROM 1 BY 1
                       UNTIL WS-RS-SUB > WS-RS-USED
                   IF WS-RS-BRANCH(WS-RS-SUB) = WS-SB-CODE(WS-SB-SUB)
                           AND WS-RS-DONE(WS-RS-SUB) = "N"
                       IF WS-RS-BEST = ZERO
                           MOVE WS-RS-SUB TO WS-RS-BEST
                       ELSE
                           IF WS-RS-COUNT(WS-RS-SUB)
                                   > WS-RS-COUNT(WS-RS-BEST)
                               MOVE WS-RS-SUB TO WS-RS-BEST
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-RS-BEST NOT = ZERO
                   MOVE "Y" TO WS-RS-DONE(WS-RS-BEST)
                   PERFORM WRITE-REASON-ROW
               END-IF
           END-PERFORM

      * the rates are left empty where there was no volume to
      * measure them against
           IF WS-SB-COUNT(WS-SB-SUB, 4, 1) > ZERO
               MOVE SPACES TO SCORE-RECORD
               MOVE WS-RATE(4) TO WS-CSV-RATE
               STRING WS-SB-CODE(WS-SB-SUB) "," WS-MK-TEXT(4)
                   ",TREND,THIS-MONTH,,," WS-CSV-RATE ",,"
                   DELIMITED BY SIZE INTO SCORE-RECORD
               WRITE SCORE-RECORD
           END-IF
           IF WS-HAVE-HISTORY
               MOVE SPACES TO SCORE-RECORD
               COMPUTE WS-CSV-RATE ROUNDED =
                   WS-PRIOR-DEFECTS * 1000 / WS-PRIOR-VOLUME
               STRING WS-SB-CODE(WS-SB-SUB) "," WS-MK-TEXT(4)
                   ",TREND,EARLIER-MONTHS,,," WS-CSV-RATE ",,"
                   DELIMITED BY SIZE INTO SCORE-RECORD
               WRITE SCORE-RECORD
           END-IF
           MOVE SPACES TO SCORE-RECORD
           STRING WS-SB-CODE(WS-SB-SUB) "," WS-MK-TEXT(4)
               ",TREND," DELIMITED BY SIZE
               WS-TREND DELIMITED BY "  "
               ",,,,," DELIMITED BY SIZE INTO SCORE-RECORD
           WRITE SCORE-RECORD

           CLOSE SCORE-FILE.

       WRITE-REASON-ROW.

           ADD WS-RS-COUNT(WS-RS-BEST) TO WS-CUM-COUNT
           COMPUTE WS-CSV-PCT ROUNDED =
               WS-RS-COUNT(WS-RS-BEST) * 100 / WS-DEFECTS(4)
           COMPUTE WS-CSV-CUM-PCT ROUNDED =
               WS-CUM-COUNT * 100 / WS-DEFECTS(4)
           MOVE WS-RS-COUNT(WS-RS-BEST) TO WS-CSV-COUNT
           MOVE SPACES TO SCORE-RECORD
           STRING WS-SB-CODE(WS-SB-SUB) "," WS-MK-TEXT(4)
               ",REASON," DELIMITED BY SIZE
               WS-RS-REASON(WS-RS-BEST) DELIMITED BY "  "
               "," WS-CSV-COUNT ",,," WS-CSV-PCT "," WS-CSV-CUM-PCT
               DELIMITED BY SIZE INTO SCORE-RECORD
           WRITE SCORE-RECORD.

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

           MOVE "branch-scorecard" TO JS-PROGRAM-NAME
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
           DISPLAY "MONTH SCORED:     " WS-SELECT-MONTH
           DISPLAY "RECORDS IN:       " WS-COUNT-IN
           DISPLAY "BRANCHES SCORED:  " WS-COUNT-OUT
           DISPLAY "NO BRANCH:        " WS-COUNT-REJECTED
           DISPLAY "===================================".

       END-OF-LOGIC-PARAGRAPHS.
           CONTINUE.

       ENTRY "BRANCH-SCORECARD-SUB" USING LS-RETURN-CODE.

           PERFORM BRANCH-SCORECARD-LOGIC

           MOVE RETURN-CODE TO LS-RETURN-CODE

           GOBACK.

       COPY abendproc.

       END PROGRAM branch-scorecard.
