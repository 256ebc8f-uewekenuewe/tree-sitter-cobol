      ******************************************************************
      * Author:
      * Date:
      * Purpose: Year-end close. Run in the new year for the year just
      *          ended (command line YYYY, default the business year
      *          before the current one; the current or a later year
      *          is refused with return code 8). Prints three annual
      *          reports through report-writer:
      *          YEARACCTRPT - per account on ACCOUNTMASTER, the
      *          opening balance, the year's activity by operation
      *          (calc-copybook postings by operation code, the
      *          interest and service charges month-end-interest
      *          posted, and SUSPENSE clearings from SUSPCLEAR) and
      *          the closing balance. The balances are rebuilt
      *          backwards from the current balance, the same way
      *          month-end-interest rebuilds a month: the closing
      *          balance is the current balance less every movement
      *          dated after the year, and the opening balance is
      *          the closing balance less the year's movements.
      *          YEARFEERPT - FEESFILE line items billed in the year,
      *          counted and totalled by branch and operation code.
      *          YEARJSRPT - runs and record counts per program from
      *          the JOBSTATSARCH month archives and the live JOBSTATS.
      *          Writes the manifest YEARMANIFEST + YYYY (copybook
      *          yrmanif) listing every CALCAUDIT segment dated in
      *          the year, every JOBSTATSARCH archive holding the
      *          year's statistics, and every RPTCATALOG entry run in
      *          the year, each marked present or missing on disk.
      *          Finally stamps AM-CLOSED-YEAR on every account so
      *          account-statement can never again roll balances in
      *          the closed year. A missing audit segment leaves the
      *          year open (return code 8), since the summary could
      *          not be proved; a missing archive or report keep copy
      *          is a warning (return code 4). A rerun reprints the
      *          reports and manifest and never moves a stamp back.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. year-end-close.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCOUNTMASTER"
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
           SELECT FEES-FILE ASSIGN TO "FEESFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT JOBSTATS-FILE ASSIGN TO "JOBSTATS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT STATS-ARCHIVE-FILE ASSIGN USING WS-ARCHIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT CATALOG-FILE ASSIGN TO "RPTCATALOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT KEEP-COPY-FILE ASSIGN USING WS-KEEP-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT MANIFEST-FILE ASSIGN USING WS-MANIFEST-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY acctrec.

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

       FD  FEES-FILE
           LABEL RECORDS ARE STANDARD.
           COPY feesrec.

       FD  JOBSTATS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY jobstats.

      * one month archive jobstats-monthend cut over from JOBSTATS;
      * records are in the jobstats layout and are moved into
      * JOBSTATS-RECORD for field access
       FD  STATS-ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD.
       01  STATS-ARCHIVE-RECORD        PIC X(61).

       FD  CATALOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  CATALOG-RECORD.
           05 RC-NAME               PIC X(20).
           05 RC-TITLE              PIC X(60).
           05 RC-RUN-DATE           PIC X(10).
           05 RC-RUN-NUMBER         PIC 9(7).
           05 RC-PAGES              PIC 9(4).
           05 RC-KEEP-NAME          PIC X(30).

      * a report's dated keep copy, opened only to prove it is there
       FD  KEEP-COPY-FILE
           LABEL RECORDS ARE STANDARD.
       01  KEEP-COPY-RECORD            PIC X(80).

       FD  MANIFEST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY yrmanif.

       WORKING-STORAGE SECTION.
       01  WS-AM-TABLE.
           05 WS-AM-ROW OCCURS 200 TIMES.
               10 WS-AM-ACCOUNT      PIC X(8).
               10 WS-AM-BRANCH       PIC X(3).
               10 WS-AM-OPEN-BAL     PIC S9(13)V99.
               10 WS-AM-CURR-BAL     PIC S9(13)V99.
               10 WS-AM-STMT-DATE    PIC X(10).
               10 WS-AM-EFF-DATE     PIC X(10).
               10 WS-AM-STATUS       PIC X(1).
               10 WS-AM-STATUS-DATE  PIC X(10).
               10 WS-AM-CLOSED-YEAR PIC X(4).
      * the year's movement and the movement dated after the year,
      * and the year's activity in the nine classes named below
               10 WS-AM-YEAR-MOVE    PIC S9(13)V99.
               10 WS-AM-AFTER-MOVE   PIC S9(13)V99.
               10 WS-AM-ACTIVITY OCCURS 9 TIMES.
                   15 WS-AM-ACT-COUNT PIC 9(7).
                   15 WS-AM-ACT-TOTAL PIC S9(13)V99.
       01  WS-AM-COUNT              PIC 9(3) VALUE ZERO.
       01  WS-AM-SUB                PIC 9(3) VALUE ZERO.
       01  WS-AM-MATCH-SUB          PIC 9(3) VALUE ZERO.

      * activity classes: the five calc-copybook operation codes,
      * interest and service charges, SUSPENSE clearings, and any
      * other operation code the calculator posted
       01  WS-ACTIVITY-NAMES.
           05 FILLER                PIC X(18) VALUE "ADDITIONS".
           05 FILLER                PIC X(18) VALUE "SUBTRACTIONS".
           05 FILLER                PIC X(18) VALUE "MULTIPLICATIONS".
           05 FILLER                PIC X(18) VALUE "DIVISIONS".
           05 FILLER                PIC X(18) VALUE "REVERSALS".
           05 FILLER                PIC X(18) VALUE "INTEREST".
           05 FILLER                PIC X(18) VALUE "SERVICE CHARGES".
           05 FILLER                PIC X(18)
                                    VALUE "SUSPENSE CLEARINGS".
           05 FILLER                PIC X(18) VALUE "OTHER POSTINGS".
       01  WS-ACTIVITY-NAME-TABLE REDEFINES WS-ACTIVITY-NAMES.
           05 WS-ACTIVITY-NAME OCCURS 9 TIMES PIC X(18).
       01  WS-ACT-SUB               PIC 9(2) VALUE ZERO.

       01  WS-MOVE-ACCOUNT          PIC X(8).
       01  WS-MOVE-AMOUNT           PIC S9(11)V99.
       01  WS-MOVE-YEAR             PIC X(4).

      * one roll-up row per branch and operation code billed in
      * the year, and the branches in the order first seen
       01  WS-FEE-TABLE.
           05 WS-FEE-ROW OCCURS 200 TIMES.
               10 WS-FEE-BRANCH      PIC X(3).
               10 WS-FEE-OPERATION   PIC X(1).
               10 WS-FEE-COUNT       PIC 9(7).
               10 WS-FEE-TOTAL       PIC S9(11)V99.
       01  WS-FEE-USED              PIC 9(3) VALUE ZERO.
       01  WS-FEE-SUB               PIC 9(3) VALUE ZERO.
       01  WS-FEE-MATCH-SUB         PIC 9(3) VALUE ZERO.

       01  WS-BRANCH-LIST.
           05 WS-BL-BRANCH OCCURS 100 TIMES PIC X(3).
       01  WS-BL-USED               PIC 9(3) VALUE ZERO.
       01  WS-BL-SUB                PIC 9(3) VALUE ZERO.
       01  WS-BL-FOUND-SW           PIC X(1) VALUE "N".
           88  WS-BL-FOUND                  VALUE "Y" FALSE "N".

       01  WS-FEE-ITEMS             PIC 9(7) VALUE ZERO.
       01  WS-BRANCH-ITEMS          PIC 9(7) VALUE ZERO.
       01  WS-BRANCH-TOTAL          PIC S9(11)V99 VALUE ZERO.
       01  WS-GRAND-TOTAL           PIC S9(11)V99 VALUE ZERO.

      * one row per program that reported statistics in the year
       01  WS-JT-TABLE.
           05 WS-JT-ROW OCCURS 60 TIMES.
               10 WS-JT-NAME         PIC X(20).
               10 WS-JT-RUNS         PIC 9(5).
               10 WS-JT-IN           PIC 9(9).
               10 WS-JT-OUT          PIC 9(9).
               10 WS-JT-REJECTED     PIC 9(9).
               10 WS-JT-FIRST-DATE   PIC X(10).
               10 WS-JT-LAST-DATE    PIC X(10).
       01  WS-JT-USED               PIC 9(2) VALUE ZERO.
       01  WS-JT-SUB                PIC 9(2) VALUE ZERO.
       01  WS-JT-MATCH-SUB          PIC 9(2) VALUE ZERO.
       01  WS-JT-TOTAL-RUNS         PIC 9(7) VALUE ZERO.

       01  WS-CLOSE-PARM            PIC X(10).
       01  WS-CLOSE-YEAR            PIC X(4).
       01  WS-CLOSE-YEAR-NUM        PIC 9(4).
       01  WS-TODAY-FORMATTED       PIC X(10).

       01  WS-SEG-NAME              PIC X(20).
       01  WS-ARCHIVE-NAME          PIC X(20).
       01  WS-KEEP-NAME             PIC X(30).
       01  WS-MANIFEST-NAME         PIC X(20).

      * archive months are walked through the closed year and on
      * through the next, since a month-end cutover that was missed
      * in December carries the year's last statistics into January
       01  WS-ARCH-YEAR             PIC 9(4).
       01  WS-ARCH-MONTH            PIC 9(2).
       01  WS-ARCH-COUNT            PIC 9(7).

       01  WS-SEG-COUNT             PIC 9(7).
       01  WS-SEG-EOF-SW            PIC X(1) VALUE "N".
           88  WS-SEG-EOF                   VALUE "Y" FALSE "N".
       01  WS-ON-DISK-SW            PIC X(1) VALUE "N".
           88  WS-ON-DISK                   VALUE "Y" FALSE "N".

       01  WS-MANIFEST-COUNTS.
           05 WS-MF-SEGMENTS        PIC 9(5) VALUE ZERO.
           05 WS-MF-SEG-MISSING     PIC 9(5) VALUE ZERO.
           05 WS-MF-ARCHIVES        PIC 9(5) VALUE ZERO.
           05 WS-MF-ARCH-MISSING    PIC 9(5) VALUE ZERO.
           05 WS-MF-REPORTS         PIC 9(5) VALUE ZERO.
           05 WS-MF-RPT-MISSING     PIC 9(5) VALUE ZERO.
      * a segment dated after the year is not listed, but its
      * entries are needed to bring the balances back to year end
       01  WS-LATER-SEG-MISSING     PIC 9(5) VALUE ZERO.

       01  WS-ACCTS-STAMPED         PIC 9(3) VALUE ZERO.
       01  WS-ACCTS-LISTED          PIC 9(3) VALUE ZERO.
       01  WS-OPEN-BALANCE          PIC S9(13)V99.
       01  WS-CLOSE-BALANCE         PIC S9(13)V99.
       01  WS-OPEN-TOTAL            PIC S9(13)V99 VALUE ZERO.
       01  WS-CLOSE-TOTAL           PIC S9(13)V99 VALUE ZERO.

       01  WS-BAL-DISPLAY           PIC +Z(12)9.99.
       01  WS-BAL-DISPLAY-2         PIC +Z(12)9.99.
       01  WS-TOTAL-DISPLAY         PIC +Z(10)9.99.

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

           PERFORM YEAR-END-CLOSE-LOGIC

           GOBACK.

       YEAR-END-CLOSE-LOGIC.

           MOVE "year-end-close" TO WS-ABEND-PROGRAM
           MOVE 0 TO RETURN-CODE

           CALL "parm-loader" USING RUN-PARMS

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           CALL "business-date" USING WS-RUN-DATE
           MOVE SPACES TO WS-TODAY-FORMATTED
           STRING WS-RUN-DATE-YYYY "-" WS-RUN-DATE-MM "-"
               WS-RUN-DATE-DD DELIMITED BY SIZE
               INTO WS-TODAY-FORMATTED

           MOVE SPACES TO WS-CLOSE-PARM
           ACCEPT WS-CLOSE-PARM FROM COMMAND-LINE
           IF WS-CLOSE-PARM(1:4) NUMERIC
                   AND WS-CLOSE-PARM(5:1) = SPACE
               MOVE WS-CLOSE-PARM(1:4) TO WS-CLOSE-YEAR-NUM
           ELSE
               COMPUTE WS-CLOSE-YEAR-NUM = WS-RUN-DATE-YYYY - 1
           END-IF
           MOVE WS-CLOSE-YEAR-NUM TO WS-CLOSE-YEAR
           DISPLAY "CLOSING YEAR: " WS-CLOSE-YEAR

      * a year is closed only once it is over - a close struck
      * mid-year would freeze statements on a part year
           IF WS-CLOSE-YEAR-NUM NOT < WS-RUN-DATE-YYYY
               DISPLAY "YEAR " WS-CLOSE-YEAR " IS NOT OVER ON "
                   "BUSINESS DATE " WS-TODAY-FORMATTED
                   " - NOTHING CLOSED"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM CLOSE-THE-YEAR
           END-IF.

       CLOSE-THE-YEAR.

           PERFORM LOAD-ACCOUNT-TABLE

           MOVE SPACES TO WS-MANIFEST-NAME
           STRING "YEARMANIFEST" WS-CLOSE-YEAR DELIMITED BY SIZE
               INTO WS-MANIFEST-NAME
           OPEN OUTPUT MANIFEST-FILE
           IF WS-FILE-STATUS NOT = "00"
               STRING "UNABLE TO OPEN " WS-MANIFEST-NAME
                   " STATUS " WS-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RTN
           END-IF

           PERFORM TAKE-SEGMENT-MOVEMENTS
           PERFORM TAKE-LIVE-TRAIL-MOVEMENTS
           PERFORM TAKE-SUSPENSE-CLEARINGS
           PERFORM PRINT-ACCOUNT-SUMMARY

           PERFORM TALLY-FEE-FILE
           PERFORM PRINT-FEE-SUMMARY

           PERFORM TALLY-STATS-ARCHIVES
           PERFORM TALLY-LIVE-JOBSTATS
           PERFORM PRINT-JOBSTATS-SUMMARY

           PERFORM LIST-CATALOG-ENTRIES

           CLOSE MANIFEST-FILE

           DISPLAY "MANIFEST " WS-MANIFEST-NAME
               ": SEGMENTS " WS-MF-SEGMENTS
               " (MISSING " WS-MF-SEG-MISSING ")"
               "  ARCHIVES " WS-MF-ARCHIVES
               " (MISSING " WS-MF-ARCH-MISSING ")"
               "  REPORTS " WS-MF-REPORTS
               " (MISSING " WS-MF-RPT-MISSING ")"

      * the stamp is the year's seal - it goes on only when every
      * segment the balances were rebuilt from could be read
           EVALUATE TRUE
               WHEN WS-MF-SEG-MISSING > ZERO
                       OR WS-LATER-SEG-MISSING > ZERO
                   DISPLAY "AUDIT SEGMENTS MISSING - ANNUAL SUMMARY "
                       "INCOMPLETE, YEAR " WS-CLOSE-YEAR
                       " NOT CLOSED"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-AM-COUNT = ZERO
                   DISPLAY "NO ACCOUNTS ON ACCOUNTMASTER, NOTHING TO "
                       "STAMP"
               WHEN OTHER
                   PERFORM STAMP-CLOSED-YEAR
                   IF WS-ACCTS-STAMPED > ZERO
                       PERFORM REWRITE-ACCOUNT-MASTER
                   END-IF
                   DISPLAY "YEAR " WS-CLOSE-YEAR " CLOSED - ACCOUNTS "
                       "STAMPED " WS-ACCTS-STAMPED " OF "
                       WS-AM-COUNT
           END-EVALUATE

           IF RETURN-CODE = ZERO
                   AND (WS-MF-ARCH-MISSING > ZERO
                       OR WS-MF-RPT-MISSING > ZERO)
               DISPLAY "MANIFEST LISTS FILES NOT ON DISK - SEE "
                   WS-MANIFEST-NAME
               MOVE 4 TO RETURN-CODE
           END-IF.

       LOAD-ACCOUNT-TABLE.

           MOVE ZERO TO WS-AM-COUNT
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
               PERFORM UNTIL WS-EOF
                   IF WS-AM-COUNT >= 200
                       MOVE "WS-AM-TABLE OVERFLOW - MORE THAN 200"
                           TO WS-ABEND-MESSAGE
                       PERFORM ABEND-RTN
                   END-IF
                   ADD 1 TO WS-AM-COUNT
                   INITIALIZE WS-AM-ROW(WS-AM-COUNT)
                   MOVE AM-ACCOUNT TO WS-AM-ACCOUNT(WS-AM-COUNT)
                   MOVE AM-BRANCH TO WS-AM-BRANCH(WS-AM-COUNT)
                   IF AM-OPEN-BALANCE NUMERIC
                       MOVE AM-OPEN-BALANCE
                           TO WS-AM-OPEN-BAL(WS-AM-COUNT)
                   ELSE
                       MOVE ZERO TO WS-AM-OPEN-BAL(WS-AM-COUNT)
                   END-IF
                   IF AM-CURR-BALANCE NUMERIC
                       MOVE AM-CURR-BALANCE
                           TO WS-AM-CURR-BAL(WS-AM-COUNT)
                   ELSE
                       MOVE ZERO TO WS-AM-CURR-BAL(WS-AM-COUNT)
                   END-IF
                   MOVE AM-LAST-STMT-DATE
                       TO WS-AM-STMT-DATE(WS-AM-COUNT)
                   MOVE AM-EFF-DATE TO WS-AM-EFF-DATE(WS-AM-COUNT)
                   MOVE AM-STATUS TO WS-AM-STATUS(WS-AM-COUNT)
                   MOVE AM-STATUS-DATE
                       TO WS-AM-STATUS-DATE(WS-AM-COUNT)
                   MOVE AM-CLOSED-YEAR
                       TO WS-AM-CLOSED-YEAR(WS-AM-COUNT)
                   READ ACCOUNT-MASTER
                       AT END SET WS-EOF TO TRUE
                   END-READ
               END-PERFORM

               CLOSE ACCOUNT-MASTER
           END-IF.

      ******************************************************************
      * the year's account movements, and those dated after it
      ******************************************************************
       TAKE-SEGMENT-MOVEMENTS.

      * every segment from the start of the closed year on is walked:
      * the year's own for its activity, the later ones to bring the
      * current balances back to the year end
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
                   IF AX-DATE(1:4) NOT < WS-CLOSE-YEAR
                       MOVE AX-SEG-NAME TO WS-SEG-NAME
                       PERFORM TAKE-ONE-SEGMENT
                   END-IF
                   READ AUDIT-INDEX-FILE
                       AT END SET WS-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE AUDIT-INDEX-FILE
           END-IF

           SET WS-EOF TO FALSE.

       TAKE-ONE-SEGMENT.

           SET WS-SEG-EOF TO FALSE
           SET WS-ON-DISK TO TRUE
           MOVE ZERO TO WS-SEG-COUNT

           OPEN INPUT AUDIT-SEG-FILE
           IF WS-FILE-STATUS NOT = "00"
               SET WS-ON-DISK TO FALSE
               DISPLAY "SEGMENT " WS-SEG-NAME " NOT READABLE - "
                   "ITS ENTRIES ARE MISSING FROM THE SUMMARY"
               SET WS-SEG-EOF TO TRUE
               IF AX-DATE(1:4) NOT = WS-CLOSE-YEAR
                   ADD 1 TO WS-LATER-SEG-MISSING
               END-IF
           END-IF

           IF NOT WS-SEG-EOF
               READ AUDIT-SEG-FILE
                   AT END SET WS-SEG-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-SEG-EOF
                   ADD 1 TO WS-SEG-COUNT
                   MOVE AUDIT-SEG-RECORD TO AUDIT-TRAIL-RECORD
                   PERFORM TAKE-ONE-AUDIT-ENTRY
                   READ AUDIT-SEG-FILE
                       AT END SET WS-SEG-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE AUDIT-SEG-FILE
           END-IF

           IF AX-DATE(1:4) = WS-CLOSE-YEAR
               MOVE SPACES TO YEAR-MANIFEST-RECORD
               MOVE WS-CLOSE-YEAR TO YM-YEAR
               SET YM-AUDIT-SEGMENT TO TRUE
               MOVE WS-SEG-NAME TO YM-FILE-NAME
               MOVE AX-DATE TO YM-DATE
               MOVE WS-SEG-COUNT TO YM-COUNT
               ADD 1 TO WS-MF-SEGMENTS
               IF WS-ON-DISK
                   SET YM-PRESENT TO TRUE
               ELSE
                   SET YM-MISSING TO TRUE
                   ADD 1 TO WS-MF-SEG-MISSING
               END-IF
               WRITE YEAR-MANIFEST-RECORD
           END-IF

           SET WS-SEG-EOF TO FALSE.

       TAKE-LIVE-TRAIL-MOVEMENTS.

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
               PERFORM TAKE-ONE-AUDIT-ENTRY
               READ AUDIT-TRAIL-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
           END-PERFORM

           IF WS-FILE-STATUS NOT = "35"
               CLOSE AUDIT-TRAIL-FILE
           END-IF

           SET WS-EOF TO FALSE.

       TAKE-ONE-AUDIT-ENTRY.

      * only the posting engines' processed entries moved a balance;
      * the book balance was posted with the base-currency result
           MOVE ZERO TO WS-ACT-SUB
           IF AT-TIMESTAMP(1:4) NOT < WS-CLOSE-YEAR
               IF AT-PROGRAM-NAME = "calc-copybook"
                       AND AT-STATUS NOT = "R"
                   EVALUATE AT-OPERATION
                       WHEN "A"
                           MOVE 1 TO WS-ACT-SUB
                       WHEN "S"
                           MOVE 2 TO WS-ACT-SUB
                       WHEN "M"
                           MOVE 3 TO WS-ACT-SUB
                       WHEN "D"
                           MOVE 4 TO WS-ACT-SUB
                       WHEN "R"
                           MOVE 5 TO WS-ACT-SUB
                       WHEN OTHER
                           MOVE 9 TO WS-ACT-SUB
                   END-EVALUATE
               END-IF
               IF AT-PROGRAM-NAME = "month-end-interest"
                   IF AT-OPERATION = "I"
                       MOVE 6 TO WS-ACT-SUB
                   ELSE
                       MOVE 7 TO WS-ACT-SUB
                   END-IF
               END-IF
           END-IF

           IF WS-ACT-SUB > ZERO
               MOVE AT-ACCOUNT TO WS-MOVE-ACCOUNT
               MOVE AT-TIMESTAMP(1:4) TO WS-MOVE-YEAR
               IF AT-CURRENCY NOT = SPACES
                       AND AT-BASE-RESULT NUMERIC
                   MOVE AT-BASE-RESULT TO WS-MOVE-AMOUNT
               ELSE
                   IF AT-RESULT NUMERIC
                       MOVE AT-RESULT TO WS-MOVE-AMOUNT
                   ELSE
                       MOVE ZERO TO WS-MOVE-AMOUNT
                   END-IF
               END-IF
               PERFORM ADD-ACCOUNT-MOVEMENT
           END-IF.

       TAKE-SUSPENSE-CLEARINGS.

      * a clearing moves an amount out of SUSPENSE and into the
      * reassigned account on the day it was made
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
               IF SC-CLEAR-DATE(1:4) NOT < WS-CLOSE-YEAR
                       AND SC-AMOUNT NUMERIC
                   MOVE 8 TO WS-ACT-SUB
                   MOVE SC-CLEAR-DATE(1:4) TO WS-MOVE-YEAR
                   MOVE "SUSPENSE" TO WS-MOVE-ACCOUNT
                   COMPUTE WS-MOVE-AMOUNT = ZERO - SC-AMOUNT
                   PERFORM ADD-ACCOUNT-MOVEMENT
                   MOVE SC-TO-ACCOUNT TO WS-MOVE-ACCOUNT
                   MOVE SC-AMOUNT TO WS-MOVE-AMOUNT
                   PERFORM ADD-ACCOUNT-MOVEMENT
               END-IF
               READ SUSPENSE-CLEAR-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
           END-PERFORM

           IF WS-FILE-STATUS NOT = "35"
               CLOSE SUSPENSE-CLEAR-FILE
           END-IF

           SET WS-EOF TO FALSE.

       ADD-ACCOUNT-MOVEMENT.

           MOVE ZERO TO WS-AM-MATCH-SUB
           PERFORM VARYING WS-AM-SUB FROM 1 BY 1
                   UNTIL WS-AM-SUB > WS-AM-COUNT
               IF WS-AM-ACCOUNT(WS-AM-SUB) = WS-MOVE-ACCOUNT
                   MOVE WS-AM-SUB TO WS-AM-MATCH-SUB
               END-IF
           END-PERFORM

           IF WS-AM-MATCH-SUB > ZERO
               IF WS-MOVE-YEAR = WS-CLOSE-YEAR
                   ADD WS-MOVE-AMOUNT
                       TO WS-AM-YEAR-MOVE(WS-AM-MATCH-SUB)
                   ADD 1 TO WS-AM-ACT-COUNT(WS-AM-MATCH-SUB,
                       WS-ACT-SUB)
                   ADD WS-MOVE-AMOUNT TO WS-AM-ACT-TOTAL(
                       WS-AM-MATCH-SUB, WS-ACT-SUB)
               ELSE
                   ADD WS-MOVE-AMOUNT
                       TO WS-AM-AFTER-MOVE(WS-AM-MATCH-SUB)
               END-IF
           END-IF.

       PRINT-ACCOUNT-SUMMARY.

           MOVE "YEARACCTRPT" TO RPT-FILE-NAME
           MOVE "ANNUAL ACCOUNT SUMMARY" TO RPT-TITLE
           MOVE WS-TODAY-FORMATTED TO RPT-RUN-DATE
           MOVE ZERO TO RPT-PAGE-NUMBER
           MOVE ZERO TO RPT-LINE-COUNT
           MOVE ZERO TO RPT-LINES-PER-PAGE
           SET RPT-REQ-INIT TO TRUE
           CALL "report-writer" USING RPT-CONTROL

           MOVE SPACES TO RPT-LINE
           STRING "YEAR " WS-CLOSE-YEAR
               "  BALANCES IN " RP-BASE-CURRENCY
               DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-REPORT-LINE

      * an account opened after the year had no part in it
           PERFORM VARYING WS-AM-SUB FROM 1 BY 1
                   UNTIL WS-AM-SUB > WS-AM-COUNT
               IF WS-AM-EFF-DATE(WS-AM-SUB)(1:4) NOT > WS-CLOSE-YEAR
                       OR WS-AM-EFF-DATE(WS-AM-SUB) = SPACES
                   ADD 1 TO WS-ACCTS-LISTED
                   PERFORM PRINT-ONE-ACCOUNT-YEAR
               END-IF
           END-PERFORM

           MOVE WS-OPEN-TOTAL TO WS-BAL-DISPLAY
           MOVE WS-CLOSE-TOTAL TO WS-BAL-DISPLAY-2
           MOVE SPACES TO RPT-LINE
           STRING "ACCOUNTS " WS-ACCTS-LISTED
               "  OPENING " WS-BAL-DISPLAY
               "  CLOSING " WS-BAL-DISPLAY-2
               DELIMITED BY SIZE INTO RPT-LINE
           SET RPT-REQ-TOTAL TO TRUE
           CALL "report-writer" USING RPT-CONTROL

           SET RPT-REQ-CLOSE TO TRUE
           CALL "report-writer" USING RPT-CONTROL.

       PRINT-ONE-ACCOUNT-YEAR.

           COMPUTE WS-CLOSE-BALANCE = WS-AM-CURR-BAL(WS-AM-SUB)
               - WS-AM-AFTER-MOVE(WS-AM-SUB)
           COMPUTE WS-OPEN-BALANCE = WS-CLOSE-BALANCE
               - WS-AM-YEAR-MOVE(WS-AM-SUB)
           ADD WS-OPEN-BALANCE TO WS-OPEN-TOTAL
           ADD WS-CLOSE-BALANCE TO WS-CLOSE-TOTAL

           MOVE SPACES TO RPT-LINE
           STRING "ACCOUNT " WS-AM-ACCOUNT(WS-AM-SUB)
               "  BRANCH " WS-AM-BRANCH(WS-AM-SUB)
               "  YEAR " WS-CLOSE-YEAR
               DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE WS-OPEN-BALANCE TO WS-BAL-DISPLAY
           MOVE SPACES TO RPT-LINE
           STRING "  OPENING BALANCE     " WS-BAL-DISPLAY
               DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-REPORT-LINE

      * interest is always shown, even when none was earned
           PERFORM VARYING WS-ACT-SUB FROM 1 BY 1
                   UNTIL WS-ACT-SUB > 9
               IF WS-AM-ACT-COUNT(WS-AM-SUB, WS-ACT-SUB) > ZERO
                       OR WS-ACT-SUB = 6
                   MOVE WS-AM-ACT-TOTAL(WS-AM-SUB, WS-ACT-SUB)
                       TO WS-BAL-DISPLAY
                   MOVE SPACES TO RPT-LINE
                   STRING "  " WS-ACTIVITY-NAME(WS-ACT-SUB)
                       "  " WS-BAL-DISPLAY
                       "  ITEMS "
                       WS-AM-ACT-COUNT(WS-AM-SUB, WS-ACT-SUB)
                       DELIMITED BY SIZE INTO RPT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-PERFORM

           MOVE WS-CLOSE-BALANCE TO WS-BAL-DISPLAY
           MOVE SPACES TO RPT-LINE
           STRING "  CLOSING BALANCE     " WS-BAL-DISPLAY
               DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-REPORT-LINE.

      ******************************************************************
      * the year's fees by branch
      ******************************************************************
       TALLY-FEE-FILE.

           SET WS-EOF TO FALSE

           OPEN INPUT FEES-FILE
           IF WS-FILE-STATUS = "35"
               DISPLAY "FEESFILE NOT FOUND, NO FEES FOR THE YEAR"
               SET WS-EOF TO TRUE
           ELSE
               IF WS-FILE-STATUS NOT = "00"
                   STRING "UNABLE TO OPEN FEESFILE, STATUS "
                       WS-FILE-STATUS DELIMITED BY SIZE
                       INTO WS-ABEND-MESSAGE
                   PERFORM ABEND-RTN
               END-IF
           END-IF

           IF NOT WS-EOF
               READ FEES-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
           END-IF

           PERFORM UNTIL WS-EOF
               IF FEE-BUSDATE(1:4) = WS-CLOSE-YEAR
                       AND FEE-AMOUNT NUMERIC
                   ADD 1 TO WS-FEE-ITEMS
                   PERFORM TALLY-ONE-FEE
               END-IF
               READ FEES-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
           END-PERFORM

           IF WS-FILE-STATUS NOT = "35"
               CLOSE FEES-FILE
           END-IF

           SET WS-EOF TO FALSE.

       TALLY-ONE-FEE.

           MOVE ZERO TO WS-FEE-MATCH-SUB

           PERFORM VARYING WS-FEE-SUB FROM 1 BY 1
                   UNTIL WS-FEE-SUB > WS-FEE-USED
               IF WS-FEE-BRANCH(WS-FEE-SUB) = FEE-BRANCH
                       AND WS-FEE-OPERATION(WS-FEE-SUB)
                           = FEE-OPERATION
                   MOVE WS-FEE-SUB TO WS-FEE-MATCH-SUB
               END-IF
           END-PERFORM

           IF WS-FEE-MATCH-SUB = ZERO
               IF WS-FEE-USED >= 200
                   MOVE "WS-FEE-TABLE OVERFLOW - MORE THAN 200"
                       TO WS-ABEND-MESSAGE
                   PERFORM ABEND-RTN
               END-IF
               ADD 1 TO WS-FEE-USED
               MOVE FEE-BRANCH TO WS-FEE-BRANCH(WS-FEE-USED)
               MOVE FEE-OPERATION TO WS-FEE-OPERATION(WS-FEE-USED)
               MOVE ZERO TO WS-FEE-COUNT(WS-FEE-USED)
               MOVE ZERO TO WS-FEE-TOTAL(WS-FEE-USED)
               MOVE WS-FEE-USED TO WS-FEE-MATCH-SUB
               PERFORM NOTE-BRANCH-SEEN
           END-IF

           ADD 1 TO WS-FEE-COUNT(WS-FEE-MATCH-SUB)
           ADD FEE-AMOUNT TO WS-FEE-TOTAL(WS-FEE-MATCH-SUB)
           ADD FEE-AMOUNT TO WS-GRAND-TOTAL.

       NOTE-BRANCH-SEEN.

           SET WS-BL-FOUND TO FALSE
           PERFORM VARYING WS-BL-SUB FROM 1 BY 1
                   UNTIL WS-BL-SUB > WS-BL-USED
               IF WS-BL-BRANCH(WS-BL-SUB) = FEE-BRANCH
                   SET WS-BL-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-BL-FOUND
               IF WS-BL-USED >= 100
                   MOVE "WS-BRANCH-LIST OVERFLOW - MORE THAN 100"
                       TO WS-ABEND-MESSAGE
                   PERFORM ABEND-RTN
               END-IF
               ADD 1 TO WS-BL-USED
               MOVE FEE-BRANCH TO WS-BL-BRANCH(WS-BL-USED)
           END-IF.

       PRINT-FEE-SUMMARY.

           MOVE "YEARFEERPT" TO RPT-FILE-NAME
           MOVE "ANNUAL FEE TOTALS BY BRANCH" TO RPT-TITLE
           MOVE WS-TODAY-FORMATTED TO RPT-RUN-DATE
           MOVE ZERO TO RPT-PAGE-NUMBER
           MOVE ZERO TO RPT-LINE-COUNT
           MOVE ZERO TO RPT-LINES-PER-PAGE
           SET RPT-REQ-INIT TO TRUE
           CALL "report-writer" USING RPT-CONTROL

           MOVE SPACES TO RPT-LINE
           STRING "YEAR " WS-CLOSE-YEAR
               "  FEES IN " RP-BASE-CURRENCY
               DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-REPORT-LINE

           PERFORM VARYING WS-BL-SUB FROM 1 BY 1
                   UNTIL WS-BL-SUB > WS-BL-USED
               PERFORM PRINT-ONE-BRANCH-FEES
           END-PERFORM

           MOVE WS-GRAND-TOTAL TO WS-TOTAL-DISPLAY
           MOVE SPACES TO RPT-LINE
           STRING "LINE ITEMS " WS-FEE-ITEMS
               "  ALL BRANCHES TOTAL " WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO RPT-LINE
           SET RPT-REQ-TOTAL TO TRUE
           CALL "report-writer" USING RPT-CONTROL

           SET RPT-REQ-CLOSE TO TRUE
           CALL "report-writer" USING RPT-CONTROL.

       PRINT-ONE-BRANCH-FEES.

           MOVE ZERO TO WS-BRANCH-ITEMS
           MOVE ZERO TO WS-BRANCH-TOTAL

           MOVE SPACES TO RPT-LINE
           STRING "BRANCH " WS-BL-BRANCH(WS-BL-SUB)
               DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-REPORT-LINE

           PERFORM VARYING WS-FEE-SUB FROM 1 BY 1
                   UNTIL WS-FEE-SUB > WS-FEE-USED
               IF WS-FEE-BRANCH(WS-FEE-SUB) = WS-BL-BRANCH(WS-BL-SUB)
                   ADD WS-FEE-COUNT(WS-FEE-SUB) TO WS-BRANCH-ITEMS
                   ADD WS-FEE-TOTAL(WS-FEE-SUB) TO WS-BRANCH-TOTAL
                   MOVE WS-FEE-TOTAL(WS-FEE-SUB) TO WS-TOTAL-DISPLAY
                   MOVE SPACES TO RPT-LINE
                   STRING "  OPERATION " WS-FEE-OPERATION(WS-FEE-SUB)
                       "  ITEMS " WS-FEE-COUNT(WS-FEE-SUB)
                       "  FEES " WS-TOTAL-DISPLAY
                       DELIMITED BY SIZE INTO RPT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-PERFORM

           MOVE WS-BRANCH-TOTAL TO WS-TOTAL-DISPLAY
           MOVE SPACES TO RPT-LINE
           STRING "  BRANCH TOTAL  ITEMS " WS-BRANCH-ITEMS
               "  FEES " WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-REPORT-LINE.

      ******************************************************************
      * the year's job statistics by program
      ******************************************************************
       TALLY-STATS-ARCHIVES.

           MOVE WS-CLOSE-YEAR-NUM TO WS-ARCH-YEAR
           PERFORM VARYING WS-ARCH-MONTH FROM 1 BY 1
                   UNTIL WS-ARCH-MONTH > 12
               PERFORM TALLY-ONE-ARCHIVE
           END-PERFORM

           ADD 1 TO WS-ARCH-YEAR
           PERFORM VARYING WS-ARCH-MONTH FROM 1 BY 1
                   UNTIL WS-ARCH-MONTH > 12
               PERFORM TALLY-ONE-ARCHIVE
           END-PERFORM.

       TALLY-ONE-ARCHIVE.

           MOVE SPACES TO WS-ARCHIVE-NAME
           STRING "JOBSTATSARCH" WS-ARCH-YEAR WS-ARCH-MONTH
               DELIMITED BY SIZE INTO WS-ARCHIVE-NAME
           MOVE ZERO TO WS-ARCH-COUNT
           SET WS-EOF TO FALSE
           SET WS-ON-DISK TO TRUE

           OPEN INPUT STATS-ARCHIVE-FILE
           IF WS-FILE-STATUS NOT = "00"
               SET WS-ON-DISK TO FALSE
               SET WS-EOF TO TRUE
           END-IF

           IF NOT WS-EOF
               READ STATS-ARCHIVE-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-EOF
                   MOVE STATS-ARCHIVE-RECORD TO JOBSTATS-RECORD
                   IF JS-RUN-DATE(1:4) = WS-CLOSE-YEAR
                       ADD 1 TO WS-ARCH-COUNT
                       PERFORM TALLY-ONE-STAT
                   END-IF
                   READ STATS-ARCHIVE-FILE
                       AT END SET WS-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE STATS-ARCHIVE-FILE
           END-IF

      * every month of the closed year is listed, found or not; a
      * month of the next year only when it carries the year's stats
           IF WS-ARCH-YEAR = WS-CLOSE-YEAR-NUM
                   OR WS-ARCH-COUNT > ZERO
               MOVE SPACES TO YEAR-MANIFEST-RECORD
               MOVE WS-CLOSE-YEAR TO YM-YEAR
               SET YM-STATS-ARCHIVE TO TRUE
               MOVE WS-ARCHIVE-NAME TO YM-FILE-NAME
               STRING WS-ARCH-YEAR "-" WS-ARCH-MONTH
                   DELIMITED BY SIZE INTO YM-DATE
               MOVE WS-ARCH-COUNT TO YM-COUNT
               ADD 1 TO WS-MF-ARCHIVES
               IF WS-ON-DISK
                   SET YM-PRESENT TO TRUE
               ELSE
                   SET YM-MISSING TO TRUE
                   ADD 1 TO WS-MF-ARCH-MISSING
               END-IF
               WRITE YEAR-MANIFEST-RECORD
           END-IF

           SET WS-EOF TO FALSE.

       TALLY-LIVE-JOBSTATS.

      * statistics not yet cut over to an archive are still live
           SET WS-EOF TO FALSE

           OPEN INPUT JOBSTATS-FILE
           IF WS-FILE-STATUS = "35"
               SET WS-EOF TO TRUE
           ELSE
               IF WS-FILE-STATUS NOT = "00"
                   STRING "UNABLE TO OPEN JOBSTATS, STATUS "
                       WS-FILE-STATUS DELIMITED BY SIZE
                       INTO WS-ABEND-MESSAGE
                   PERFORM ABEND-RTN
               END-IF
           END-IF

           IF NOT WS-EOF
               READ JOBSTATS-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
           END-IF

           PERFORM UNTIL WS-EOF
               IF JS-RUN-DATE(1:4) = WS-CLOSE-YEAR
                   PERFORM TALLY-ONE-STAT
               END-IF
               READ JOBSTATS-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
           END-PERFORM

           IF WS-FILE-STATUS NOT = "35"
               CLOSE JOBSTATS-FILE
           END-IF

           SET WS-EOF TO FALSE.

       TALLY-ONE-STAT.

           MOVE ZERO TO WS-JT-MATCH-SUB
           PERFORM VARYING WS-JT-SUB FROM 1 BY 1
                   UNTIL WS-JT-SUB > WS-JT-USED
               IF WS-JT-NAME(WS-JT-SUB) = JS-PROGRAM-NAME
                   MOVE WS-JT-SUB TO WS-JT-MATCH-SUB
               END-IF
           END-PERFORM

           IF WS-JT-MATCH-SUB = ZERO
               IF WS-JT-USED >= 60
                   MOVE "WS-JT-TABLE OVERFLOW - MORE THAN 60"
                       TO WS-ABEND-MESSAGE
                   PERFORM ABEND-RTN
               END-IF
               ADD 1 TO WS-JT-USED
               INITIALIZE WS-JT-ROW(WS-JT-USED)
               MOVE JS-PROGRAM-NAME TO WS-JT-NAME(WS-JT-USED)
               MOVE JS-RUN-DATE TO WS-JT-FIRST-DATE(WS-JT-USED)
               MOVE JS-RUN-DATE TO WS-JT-LAST-DATE(WS-JT-USED)
               MOVE WS-JT-USED TO WS-JT-MATCH-SUB
           END-IF

           ADD 1 TO WS-JT-RUNS(WS-JT-MATCH-SUB)
           ADD 1 TO WS-JT-TOTAL-RUNS
           IF JS-COUNT-IN NUMERIC
               ADD JS-COUNT-IN TO WS-JT-IN(WS-JT-MATCH-SUB)
           END-IF
           IF JS-COUNT-OUT NUMERIC
               ADD JS-COUNT-OUT TO WS-JT-OUT(WS-JT-MATCH-SUB)
           END-IF
           IF JS-COUNT-REJECTED NUMERIC
               ADD JS-COUNT-REJECTED
                   TO WS-JT-REJECTED(WS-JT-MATCH-SUB)
           END-IF
           IF JS-RUN-DATE < WS-JT-FIRST-DATE(WS-JT-MATCH-SUB)
               MOVE JS-RUN-DATE TO WS-JT-FIRST-DATE(WS-JT-MATCH-SUB)
           END-IF
           IF JS-RUN-DATE > WS-JT-LAST-DATE(WS-JT-MATCH-SUB)
               MOVE JS-RUN-DATE TO WS-JT-LAST-DATE(WS-JT-MATCH-SUB)
           END-IF.

       PRINT-JOBSTATS-SUMMARY.

           MOVE "YEARJSRPT" TO RPT-FILE-NAME
           MOVE "ANNUAL JOB STATISTICS BY PROGRAM" TO RPT-TITLE
           MOVE WS-TODAY-FORMATTED TO RPT-RUN-DATE
           MOVE ZERO TO RPT-PAGE-NUMBER
           MOVE ZERO TO RPT-LINE-COUNT
           MOVE ZERO TO RPT-LINES-PER-PAGE
           SET RPT-REQ-INIT TO TRUE
           CALL "report-writer" USING RPT-CONTROL

           MOVE SPACES TO RPT-LINE
           STRING "YEAR " WS-CLOSE-YEAR
               DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-REPORT-LINE

           PERFORM VARYING WS-JT-SUB FROM 1 BY 1
                   UNTIL WS-JT-SUB > WS-JT-USED
               MOVE SPACES TO RPT-LINE
               STRING "PROGRAM " WS-JT-NAME(WS-JT-SUB)
                   "  RUNS " WS-JT-RUNS(WS-JT-SUB)
                   "  FIRST " WS-JT-FIRST-DATE(WS-JT-SUB)
                   "  LAST " WS-JT-LAST-DATE(WS-JT-SUB)
                   DELIMITED BY SIZE INTO RPT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE SPACES TO RPT-LINE
               STRING "  IN " WS-JT-IN(WS-JT-SUB)
                   "  OUT " WS-JT-OUT(WS-JT-SUB)
                   "  REJECTED " WS-JT-REJECTED(WS-JT-SUB)
                   DELIMITED BY SIZE INTO RPT-LINE
               PERFORM WRITE-REPORT-LINE
           END-PERFORM

           MOVE SPACES TO RPT-LINE
           STRING "PROGRAMS " WS-JT-USED
               "  RUNS " WS-JT-TOTAL-RUNS
               DELIMITED BY SIZE INTO RPT-LINE
           SET RPT-REQ-TOTAL TO TRUE
           CALL "report-writer" USING RPT-CONTROL

           SET RPT-REQ-CLOSE TO TRUE
           CALL "report-writer" USING RPT-CONTROL.

      ******************************************************************
      * the year's cataloged reports
      ******************************************************************
       LIST-CATALOG-ENTRIES.

           SET WS-EOF TO FALSE

           OPEN INPUT CATALOG-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "RPTCATALOG NOT FOUND, NO REPORTS LISTED"
               SET WS-EOF TO TRUE
           END-IF

           IF NOT WS-EOF
               READ CATALOG-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-EOF
                   IF RC-RUN-DATE(1:4) = WS-CLOSE-YEAR
                       PERFORM LIST-ONE-CATALOG-ENTRY
                   END-IF
                   READ CATALOG-FILE
                       AT END SET WS-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CATALOG-FILE
           END-IF

           SET WS-EOF TO FALSE.

       LIST-ONE-CATALOG-ENTRY.

           MOVE SPACES TO YEAR-MANIFEST-RECORD
           MOVE WS-CLOSE-YEAR TO YM-YEAR
           SET YM-REPORT-ENTRY TO TRUE
           MOVE RC-KEEP-NAME TO WS-KEEP-NAME
           IF WS-KEEP-NAME = SPACES
               MOVE RC-NAME TO WS-KEEP-NAME
           END-IF
           MOVE WS-KEEP-NAME TO YM-FILE-NAME
           MOVE RC-RUN-DATE TO YM-DATE
           IF RC-PAGES NUMERIC
               MOVE RC-PAGES TO YM-COUNT
           ELSE
               MOVE ZERO TO YM-COUNT
           END-IF
           MOVE RC-NAME TO YM-REPORT-NAME
           MOVE RC-TITLE TO YM-TITLE
           ADD 1 TO WS-MF-REPORTS

           OPEN INPUT KEEP-COPY-FILE
           IF WS-FILE-STATUS = "00"
               SET YM-PRESENT TO TRUE
               CLOSE KEEP-COPY-FILE
           ELSE
               SET YM-MISSING TO TRUE
               ADD 1 TO WS-MF-RPT-MISSING
           END-IF

           WRITE YEAR-MANIFEST-RECORD.

      ******************************************************************
      * the closing stamp
      ******************************************************************
       STAMP-CLOSED-YEAR.

      * a stamp only ever moves forward - closing an earlier year
      * again must not reopen a later one
           PERFORM VARYING WS-AM-SUB FROM 1 BY 1
                   UNTIL WS-AM-SUB > WS-AM-COUNT
               IF WS-AM-CLOSED-YEAR(WS-AM-SUB) NOT NUMERIC
                       OR WS-AM-CLOSED-YEAR(WS-AM-SUB)
                           < WS-CLOSE-YEAR
                   MOVE WS-CLOSE-YEAR
                       TO WS-AM-CLOSED-YEAR(WS-AM-SUB)
                   ADD 1 TO WS-ACCTS-STAMPED
               END-IF
           END-PERFORM.

       REWRITE-ACCOUNT-MASTER.

           OPEN OUTPUT ACCOUNT-MASTER
           IF WS-FILE-STATUS NOT = "00"
               STRING "UNABLE TO OPEN ACCOUNTMASTER, STATUS "
                   WS-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RTN
           END-IF

           PERFORM VARYING WS-AM-SUB FROM 1 BY 1
                   UNTIL WS-AM-SUB > WS-AM-COUNT
               MOVE WS-AM-ACCOUNT(WS-AM-SUB) TO AM-ACCOUNT
               MOVE WS-AM-BRANCH(WS-AM-SUB) TO AM-BRANCH
               MOVE WS-AM-OPEN-BAL(WS-AM-SUB) TO AM-OPEN-BALANCE
               MOVE WS-AM-CURR-BAL(WS-AM-SUB) TO AM-CURR-BALANCE
               MOVE WS-AM-STMT-DATE(WS-AM-SUB) TO AM-LAST-STMT-DATE
               MOVE WS-AM-EFF-DATE(WS-AM-SUB) TO AM-EFF-DATE
               MOVE WS-AM-STATUS(WS-AM-SUB) TO AM-STATUS
               MOVE WS-AM-STATUS-DATE(WS-AM-SUB) TO AM-STATUS-DATE
               MOVE WS-AM-CLOSED-YEAR(WS-AM-SUB) TO AM-CLOSED-YEAR
               WRITE ACCOUNT-MASTER-RECORD
           END-PERFORM

           CLOSE ACCOUNT-MASTER.

       WRITE-REPORT-LINE.

           SET RPT-REQ-DETAIL TO TRUE
           CALL "report-writer" USING RPT-CONTROL.

       END-OF-LOGIC-PARAGRAPHS.
           CONTINUE.

       ENTRY "YEAR-END-CLOSE-SUB" USING LS-RETURN-CODE.

           PERFORM YEAR-END-CLOSE-LOGIC

           MOVE RETURN-CODE TO LS-RETURN-CODE

           GOBACK.

       COPY abendproc.

       END PROGRAM year-end-close.
