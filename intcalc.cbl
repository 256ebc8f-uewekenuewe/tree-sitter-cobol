      ******************************************************************
      * Author:
      * Date:
      * Purpose: Month-end interest and service charge run over
      *          ACCOUNTMASTER. For the business month, each account's
      *          daily balances are rebuilt from the month's movements
      *          - the calc-copybook entries in the dated CALCAUDIT
      *          segments listed on AUDITINDEX and on the live trail,
      *          and the SUSPENSE clearings on SUSPCLEAR - working
      *          back from the current balance, in the base currency
      *          the balances are posted in. The average daily
      *          balance over the calendar month is priced at the
      *          annual rate on INTRATES for the account's branch (the
      *          ALL row when the branch has none) and balance type -
      *          P for a positive or zero average, N for a negative
      *          one - in force on the business date, for the days in
      *          the month on a 365-day year, and the row's flat
      *          service charge is taken as well. Interest and charge
      *          are posted to the account's current balance and each
      *          is written to CALCAUDIT, linked into the trail's hash
      *          chain, under this program's name
      *          with its own operation code - I interest, C service
      *          charge - so account-statement lists them, and the
      *          CALCAUDITCTL sidecar is recounted. The interest
      *          register INTERESTRPT lists every account priced, the
      *          totals, and the lines for finance sign-off. SUSPENSE
      *          and closed accounts are not priced. A month that
      *          already has interest entries on the trail is never
      *          posted again. Scheduled through RUNSCHEDULE; with no
      *          card the step runs at month end only.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. month-end-interest.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCOUNTMASTER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT AUDIT-TRAIL-FILE ASSIGN TO "CALCAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT AUDIT-CTL-FILE ASSIGN TO "CALCAUDITCTL"
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
           SELECT INTEREST-RATE-FILE ASSIGN TO "INTRATES"
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

      * control sidecar for the audit trail, recounted after the
      * interest entries are appended so control-verify still agrees
       FD  AUDIT-CTL-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-CTL-RECORD.
           05 ACT-COUNT             PIC 9(7).
           05 ACT-HASH              PIC S9(11)V99
                                    SIGN LEADING SEPARATE.

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

       FD  INTEREST-RATE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY intrate.

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
      * the month's movements, in total and by day of the month
               10 WS-AM-MONTH-MOVE   PIC S9(13)V99.
               10 WS-AM-DAY-MOVE     PIC S9(13)V99
                                     OCCURS 31 TIMES.
       01  WS-AM-COUNT              PIC 9(3) VALUE ZERO.
       01  WS-AM-SUB                PIC 9(3) VALUE ZERO.
       01  WS-AM-MATCH-SUB          PIC 9(3) VALUE ZERO.

       01  WS-IR-TABLE.
           05 WS-IR-ROW OCCURS 200 TIMES.
               10 WS-IR-BRANCH       PIC X(3).
               10 WS-IR-TYPE         PIC X(1).
               10 WS-IR-RATE         PIC 9(3)V9(4).
               10 WS-IR-CHARGE       PIC 9(5)V99.
               10 WS-IR-EFF-DATE     PIC X(10).
               10 WS-IR-EXP-DATE     PIC X(10).
       01  WS-IR-COUNT              PIC 9(3) VALUE ZERO.
       01  WS-IR-SUB                PIC 9(3) VALUE ZERO.
       01  WS-IR-MATCH-SUB          PIC 9(3) VALUE ZERO.

       01  WS-SELECT-MONTH          PIC X(7).
       01  WS-TODAY-FORMATTED       PIC X(10).
       01  WS-RUN-NUMBER            PIC 9(7) VALUE ZERO.
       01  WS-TRAN-TIME             PIC X(8).

       01  WS-DAYS-IN-MONTH         PIC 9(2) VALUE ZERO.
       01  WS-DAY                   PIC 9(2) VALUE ZERO.
       01  WS-LEAP-WORK.
           05 WS-LEAP-QUOT          PIC 9(4).
           05 WS-LEAP-REM-4         PIC 9(3).
           05 WS-LEAP-REM-100       PIC 9(3).
           05 WS-LEAP-REM-400       PIC 9(3).

       01  WS-SEG-NAME              PIC X(20).
       01  WS-SEG-EOF-SW            PIC X(1) VALUE "N".
           88  WS-SEG-EOF                   VALUE "Y" FALSE "N".

       01  WS-ALREADY-POSTED-SW     PIC X(1) VALUE "N".
           88  WS-ALREADY-POSTED            VALUE "Y" FALSE "N".

      * the movement being applied and the account it settles to
       01  WS-MOVE-ACCOUNT          PIC X(8).
       01  WS-MOVE-AMOUNT           PIC S9(13)V99.

      * pricing work for one account
       01  WS-PRICE-FIELDS.
           05 WS-PR-RUN-BAL         PIC S9(13)V99.
           05 WS-PR-BAL-SUM         PIC S9(15)V99.
           05 WS-PR-AVG-BAL         PIC S9(13)V99.
           05 WS-PR-TYPE            PIC X(1).
           05 WS-PR-RATE-BRANCH     PIC X(3).
           05 WS-PR-RATE            PIC 9(3)V9(4).
           05 WS-PR-INTEREST        PIC S9(9)V99.
           05 WS-PR-CHARGE          PIC S9(9)V99.

      * an interest or charge entry to append to the trail
       01  WS-ENTRY-OPERATION       PIC X(1).
       01  WS-ENTRY-AMOUNT          PIC S9(9)V99.

       01  WS-INT-COUNTS.
           05 WS-INT-PRICED         PIC 9(3) VALUE ZERO.
           05 WS-INT-NO-RATE        PIC 9(3) VALUE ZERO.
           05 WS-INT-ENTRIES        PIC 9(5) VALUE ZERO.
           05 WS-INT-CREDIT-TOTAL   PIC S9(11)V99 VALUE ZERO.
           05 WS-INT-DEBIT-TOTAL    PIC S9(11)V99 VALUE ZERO.
           05 WS-INT-CHARGE-TOTAL   PIC S9(11)V99 VALUE ZERO.

       01  WS-CTL-COUNT             PIC 9(7) VALUE ZERO.
       01  WS-CTL-HASH              PIC S9(11)V99 VALUE ZERO.

      * the interest posted per account, kept for the audit pass
       01  WS-PT-TABLE.
           05 WS-PT-ROW OCCURS 200 TIMES.
               10 WS-PT-INTEREST     PIC S9(9)V99.
               10 WS-PT-CHARGE       PIC S9(9)V99.

       01  WS-REGISTER-LINE.
           05 WS-RL-ACCOUNT         PIC X(8).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-RL-BRANCH          PIC X(3).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-RL-AVG-BAL         PIC +Z(9)9.99.
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-RL-TYPE            PIC X(1).
           05 WS-RL-RATE            PIC ZZ9.9999.
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-RL-INTEREST        PIC +Z(6)9.99.
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-RL-CHARGE          PIC ZZZZ9.99.
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-RL-NEW-BAL         PIC +Z(10)9.99.

       01  WS-TOTAL-DISPLAY         PIC +Z(10)9.99.

       01  WS-EOF-SW                PIC X(1) VALUE "N".
           88  WS-EOF                       VALUE "Y" FALSE "N".

           COPY rundate.
           COPY runparm.
           COPY rptws.
           COPY chainws.
           COPY abendws.

       LINKAGE SECTION.
       01  LS-RETURN-CODE              PIC S9(4) COMP.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           PERFORM MONTH-END-INTEREST-LOGIC

           GOBACK.

       MONTH-END-INTEREST-LOGIC.

           MOVE "month-end-interest" TO WS-ABEND-PROGRAM

           CALL "parm-loader" USING RUN-PARMS
           CALL "run-control" USING WS-RUN-NUMBER

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           CALL "business-date" USING WS-RUN-DATE
           MOVE SPACES TO WS-TODAY-FORMATTED
           STRING WS-RUN-DATE-YYYY "-" WS-RUN-DATE-MM "-"
               WS-RUN-DATE-DD DELIMITED BY SIZE
               INTO WS-TODAY-FORMATTED

           MOVE SPACES TO WS-SELECT-MONTH
           STRING WS-RUN-DATE-YYYY "-" WS-RUN-DATE-MM
               DELIMITED BY SIZE INTO WS-SELECT-MONTH
           DISPLAY "MONTH-END INTEREST FOR MONTH: " WS-SELECT-MONTH

           PERFORM SET-DAYS-IN-MONTH
           PERFORM LOAD-ACCOUNT-TABLE
           PERFORM LOAD-INTEREST-RATES

           IF WS-AM-COUNT = ZERO
               DISPLAY "NO ACCOUNTS ON ACCOUNTMASTER, NO INTEREST "
                   "TO POST"
           ELSE
               PERFORM LOAD-MONTH-MOVEMENTS
               IF WS-ALREADY-POSTED
                   DISPLAY "INTEREST ALREADY POSTED FOR "
                       WS-SELECT-MONTH " - NOTHING POSTED AGAIN"
               ELSE
                   PERFORM PRICE-ALL-ACCOUNTS
      * the trail is written before the master: a failure between
      * the two leaves the entries on file, so a rerun is refused
      * rather than posting the month's interest twice
                   PERFORM WRITE-INTEREST-ENTRIES
                   PERFORM REWRITE-ACCOUNT-MASTER
                   DISPLAY "ACCOUNTS PRICED: " WS-INT-PRICED
                       "  ENTRIES POSTED: " WS-INT-ENTRIES
                   IF WS-INT-NO-RATE > ZERO
                       DISPLAY "ACCOUNTS WITH NO RATE ON INTRATES: "
                           WS-INT-NO-RATE
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       SET-DAYS-IN-MONTH.

           EVALUATE WS-RUN-DATE-MM
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-DAYS-IN-MONTH
               WHEN 2
                   DIVIDE WS-RUN-DATE-YYYY BY 4 GIVING WS-LEAP-QUOT
                       REMAINDER WS-LEAP-REM-4
                   DIVIDE WS-RUN-DATE-YYYY BY 100 GIVING WS-LEAP-QUOT
                       REMAINDER WS-LEAP-REM-100
                   DIVIDE WS-RUN-DATE-YYYY BY 400 GIVING WS-LEAP-QUOT
                       REMAINDER WS-LEAP-REM-400
                   IF WS-LEAP-REM-400 = ZERO
                           OR (WS-LEAP-REM-4 = ZERO
                               AND WS-LEAP-REM-100 NOT = ZERO)
                       MOVE 29 TO WS-DAYS-IN-MONTH
                   ELSE
                       MOVE 28 TO WS-DAYS-IN-MONTH
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-DAYS-IN-MONTH
           END-EVALUATE.

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
                   MOVE ZERO TO WS-AM-MONTH-MOVE(WS-AM-COUNT)
                   PERFORM VARYING WS-DAY FROM 1 BY 1
                           UNTIL WS-DAY > 31
                       MOVE ZERO
                           TO WS-AM-DAY-MOVE(WS-AM-COUNT, WS-DAY)
                   END-PERFORM
                   MOVE ZERO TO WS-PT-INTEREST(WS-AM-COUNT)
                   MOVE ZERO TO WS-PT-CHARGE(WS-AM-COUNT)
                   READ ACCOUNT-MASTER
                       AT END SET WS-EOF TO TRUE
                   END-READ
               END-PERFORM

               CLOSE ACCOUNT-MASTER
           END-IF.

       LOAD-INTEREST-RATES.

           MOVE ZERO TO WS-IR-COUNT
           SET WS-EOF TO FALSE

           OPEN INPUT INTEREST-RATE-FILE
           IF WS-FILE-STATUS = "35"
               DISPLAY "INTRATES NOT FOUND - NO ACCOUNT CAN BE PRICED"
           ELSE
               IF WS-FILE-STATUS NOT = "00"
                   STRING "UNABLE TO OPEN INTRATES, STATUS "
                       WS-FILE-STATUS DELIMITED BY SIZE
                       INTO WS-ABEND-MESSAGE
                   PERFORM ABEND-RTN
               END-IF

               READ INTEREST-RATE-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-EOF
                   IF WS-IR-COUNT >= 200
                       MOVE "WS-IR-TABLE OVERFLOW - MORE THAN 200"
                           TO WS-ABEND-MESSAGE
                       PERFORM ABEND-RTN
                   END-IF
                   ADD 1 TO WS-IR-COUNT
                   MOVE IR-BRANCH TO WS-IR-BRANCH(WS-IR-COUNT)
                   MOVE IR-BALANCE-TYPE TO WS-IR-TYPE(WS-IR-COUNT)
                   IF IR-ANNUAL-RATE NUMERIC
                       MOVE IR-ANNUAL-RATE TO WS-IR-RATE(WS-IR-COUNT)
                   ELSE
                       MOVE ZERO TO WS-IR-RATE(WS-IR-COUNT)
                   END-IF
                   IF IR-SERVICE-CHARGE NUMERIC
                       MOVE IR-SERVICE-CHARGE
                           TO WS-IR-CHARGE(WS-IR-COUNT)
                   ELSE
                       MOVE ZERO TO WS-IR-CHARGE(WS-IR-COUNT)
                   END-IF
                   MOVE IR-EFF-DATE TO WS-IR-EFF-DATE(WS-IR-COUNT)
                   MOVE IR-EXP-DATE TO WS-IR-EXP-DATE(WS-IR-COUNT)
                   READ INTEREST-RATE-FILE
                       AT END SET WS-EOF TO TRUE
                   END-READ
               END-PERFORM

               CLOSE INTEREST-RATE-FILE
           END-IF.

      ******************************************************************
      * the month's movements, from the same sources the statement
      * lists, so the rebuilt balances reconcile to it
      ******************************************************************
       LOAD-MONTH-MOVEMENTS.

           SET WS-ALREADY-POSTED TO FALSE

           PERFORM LOAD-MONTH-SEGMENTS
           PERFORM LOAD-FROM-LIVE-TRAIL
           PERFORM LOAD-SUSPENSE-CLEARINGS.

       LOAD-MONTH-SEGMENTS.

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
                       PERFORM LOAD-ONE-SEGMENT
                   END-IF
                   READ AUDIT-INDEX-FILE
                       AT END SET WS-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE AUDIT-INDEX-FILE
           END-IF

           SET WS-EOF TO FALSE.

       LOAD-ONE-SEGMENT.

      * a missing segment would understate every balance it held
      * movements for, so the run stops rather than misprice
           SET WS-SEG-EOF TO FALSE

           OPEN INPUT AUDIT-SEG-FILE
           IF WS-FILE-STATUS NOT = "00"
               STRING "UNABLE TO OPEN SEGMENT " WS-SEG-NAME
                   " STATUS " WS-FILE-STATUS
                   DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RTN
           END-IF

           READ AUDIT-SEG-FILE
               AT END SET WS-SEG-EOF TO TRUE
           END-READ
           PERFORM UNTIL WS-SEG-EOF
               MOVE AUDIT-SEG-RECORD TO AUDIT-TRAIL-RECORD
               PERFORM TAKE-ONE-AUDIT-ENTRY
               READ AUDIT-SEG-FILE
                   AT END SET WS-SEG-EOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE AUDIT-SEG-FILE

           SET WS-SEG-EOF TO FALSE.

       LOAD-FROM-LIVE-TRAIL.

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

      * only the posting engine's processed entries moved a balance;
      * the book balance was posted with the base-currency result
           IF AT-TIMESTAMP(1:7) = WS-SELECT-MONTH
               IF AT-PROGRAM-NAME = "month-end-interest"
                   SET WS-ALREADY-POSTED TO TRUE
               END-IF
               IF AT-PROGRAM-NAME = "calc-copybook"
                       AND AT-STATUS NOT = "R"
                       AND AT-TIMESTAMP(9:2) NUMERIC
                   MOVE AT-ACCOUNT TO WS-MOVE-ACCOUNT
                   MOVE AT-TIMESTAMP(9:2) TO WS-DAY
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
                   PERFORM ADD-DAY-MOVEMENT
               END-IF
           END-IF.

       LOAD-SUSPENSE-CLEARINGS.

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
               IF SC-CLEAR-DATE(1:7) = WS-SELECT-MONTH
                       AND SC-CLEAR-DATE(9:2) NUMERIC
                       AND SC-AMOUNT NUMERIC
                   MOVE SC-CLEAR-DATE(9:2) TO WS-DAY
                   MOVE "SUSPENSE" TO WS-MOVE-ACCOUNT
                   COMPUTE WS-MOVE-AMOUNT = ZERO - SC-AMOUNT
                   PERFORM ADD-DAY-MOVEMENT
                   MOVE SC-TO-ACCOUNT TO WS-MOVE-ACCOUNT
                   MOVE SC-AMOUNT TO WS-MOVE-AMOUNT
                   PERFORM ADD-DAY-MOVEMENT
               END-IF
               READ SUSPENSE-CLEAR-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
           END-PERFORM

           IF WS-FILE-STATUS NOT = "35"
               CLOSE SUSPENSE-CLEAR-FILE
           END-IF

           SET WS-EOF TO FALSE.

       ADD-DAY-MOVEMENT.

           MOVE ZERO TO WS-AM-MATCH-SUB
           PERFORM VARYING WS-AM-SUB FROM 1 BY 1
                   UNTIL WS-AM-SUB > WS-AM-COUNT
               IF WS-AM-ACCOUNT(WS-AM-SUB) = WS-MOVE-ACCOUNT
                   MOVE WS-AM-SUB TO WS-AM-MATCH-SUB
               END-IF
           END-PERFORM

           IF WS-AM-MATCH-SUB > ZERO
                   AND WS-DAY >= 1 AND WS-DAY <= WS-DAYS-IN-MONTH
               ADD WS-MOVE-AMOUNT
                   TO WS-AM-MONTH-MOVE(WS-AM-MATCH-SUB)
               ADD WS-MOVE-AMOUNT
                   TO WS-AM-DAY-MOVE(WS-AM-MATCH-SUB, WS-DAY)
           END-IF.

      ******************************************************************
      * pricing and the interest register
      ******************************************************************
       PRICE-ALL-ACCOUNTS.

           MOVE "INTERESTRPT" TO RPT-FILE-NAME
           MOVE "MONTH-END INTEREST REGISTER" TO RPT-TITLE
           MOVE WS-TODAY-FORMATTED TO RPT-RUN-DATE
           MOVE ZERO TO RPT-PAGE-NUMBER
           MOVE ZERO TO RPT-LINE-COUNT
           MOVE ZERO TO RPT-LINES-PER-PAGE
           MOVE WS-RUN-NUMBER TO RPT-RUN-NUMBER
           SET RPT-REQ-INIT TO TRUE
           CALL "report-writer" USING RPT-CONTROL

           MOVE SPACES TO RPT-LINE
           STRING "MONTH " WS-SELECT-MONTH
               "  DAYS " WS-DAYS-IN-MONTH
               "  BALANCES IN " RP-BASE-CURRENCY
               "  T = P POSITIVE / N NEGATIVE RATE"
               DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "ACCOUNT  BRN AVG DAILY BALANCE T  RATE %"
               "    INTEREST   CHARGE     NEW BALANCE"
               DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-REPORT-LINE

           PERFORM VARYING WS-AM-SUB FROM 1 BY 1
                   UNTIL WS-AM-SUB > WS-AM-COUNT
               IF WS-AM-ACCOUNT(WS-AM-SUB) NOT = "SUSPENSE"
                       AND WS-AM-STATUS(WS-AM-SUB) NOT = "C"
                   PERFORM PRICE-ONE-ACCOUNT
               END-IF
           END-PERFORM

           PERFORM PRINT-REGISTER-TOTALS

           SET RPT-REQ-CLOSE TO TRUE
           CALL "report-writer" USING RPT-CONTROL.

       PRICE-ONE-ACCOUNT.

      * the balance at the start of the month is the current balance
      * less the month's movements; each day's closing balance adds
      * that day's movements, and days after the business date hold
      * the current balance to the end of the month
           COMPUTE WS-PR-RUN-BAL = WS-AM-CURR-BAL(WS-AM-SUB)
               - WS-AM-MONTH-MOVE(WS-AM-SUB)
           MOVE ZERO TO WS-PR-BAL-SUM
           PERFORM VARYING WS-DAY FROM 1 BY 1
                   UNTIL WS-DAY > WS-DAYS-IN-MONTH
               ADD WS-AM-DAY-MOVE(WS-AM-SUB, WS-DAY) TO WS-PR-RUN-BAL
               ADD WS-PR-RUN-BAL TO WS-PR-BAL-SUM
           END-PERFORM
           COMPUTE WS-PR-AVG-BAL ROUNDED =
               WS-PR-BAL-SUM / WS-DAYS-IN-MONTH

           IF WS-PR-AVG-BAL < ZERO
               MOVE "N" TO WS-PR-TYPE
           ELSE
               MOVE "P" TO WS-PR-TYPE
           END-IF

           PERFORM FIND-ACCOUNT-RATE

           MOVE SPACES TO WS-RL-ACCOUNT
           MOVE WS-AM-ACCOUNT(WS-AM-SUB) TO WS-RL-ACCOUNT
           MOVE WS-AM-BRANCH(WS-AM-SUB) TO WS-RL-BRANCH
           MOVE WS-PR-AVG-BAL TO WS-RL-AVG-BAL
           MOVE WS-PR-TYPE TO WS-RL-TYPE

           IF WS-IR-MATCH-SUB = ZERO
               ADD 1 TO WS-INT-NO-RATE
               MOVE SPACES TO RPT-LINE
               STRING WS-AM-ACCOUNT(WS-AM-SUB) " "
                   WS-AM-BRANCH(WS-AM-SUB) " " WS-RL-AVG-BAL " "
                   WS-PR-TYPE " NO RATE ON INTRATES - NOT PRICED"
                   DELIMITED BY SIZE INTO RPT-LINE
               PERFORM WRITE-REPORT-LINE
           ELSE
               ADD 1 TO WS-INT-PRICED
               MOVE WS-IR-RATE(WS-IR-MATCH-SUB) TO WS-PR-RATE
               COMPUTE WS-PR-INTEREST ROUNDED =
                   WS-PR-AVG-BAL * WS-PR-RATE / 100
                   * WS-DAYS-IN-MONTH / 365
      * checked before anything is posted - the trail's amount field
      * is the narrower one
               IF WS-PR-INTEREST > 9999999.99
                       OR WS-PR-INTEREST < -9999999.99
                   STRING "INTEREST OVERFLOWS THE AUDIT FIELD - "
                       "ACCOUNT " WS-AM-ACCOUNT(WS-AM-SUB)
                       DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
                   PERFORM ABEND-RTN
               END-IF
               COMPUTE WS-PR-CHARGE =
                   ZERO - WS-IR-CHARGE(WS-IR-MATCH-SUB)
               MOVE WS-PR-INTEREST TO WS-PT-INTEREST(WS-AM-SUB)
               MOVE WS-PR-CHARGE TO WS-PT-CHARGE(WS-AM-SUB)
               ADD WS-PR-INTEREST TO WS-AM-CURR-BAL(WS-AM-SUB)
               ADD WS-PR-CHARGE TO WS-AM-CURR-BAL(WS-AM-SUB)

               IF WS-PR-INTEREST < ZERO
                   ADD WS-PR-INTEREST TO WS-INT-DEBIT-TOTAL
               ELSE
                   ADD WS-PR-INTEREST TO WS-INT-CREDIT-TOTAL
               END-IF
               ADD WS-IR-CHARGE(WS-IR-MATCH-SUB)
                   TO WS-INT-CHARGE-TOTAL

               MOVE WS-PR-RATE TO WS-RL-RATE
               MOVE WS-PR-INTEREST TO WS-RL-INTEREST
               MOVE WS-IR-CHARGE(WS-IR-MATCH-SUB) TO WS-RL-CHARGE
               MOVE WS-AM-CURR-BAL(WS-AM-SUB) TO WS-RL-NEW-BAL
               MOVE WS-REGISTER-LINE TO RPT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

       FIND-ACCOUNT-RATE.

      * the account's own branch first, then the ALL default
           MOVE WS-AM-BRANCH(WS-AM-SUB) TO WS-PR-RATE-BRANCH
           MOVE ZERO TO WS-IR-MATCH-SUB
           IF WS-PR-RATE-BRANCH NOT = SPACES
               PERFORM FIND-RATE-ROW
           END-IF
           IF WS-IR-MATCH-SUB = ZERO
               MOVE "ALL" TO WS-PR-RATE-BRANCH
               PERFORM FIND-RATE-ROW
           END-IF.

       FIND-RATE-ROW.

           MOVE ZERO TO WS-IR-MATCH-SUB

           PERFORM VARYING WS-IR-SUB FROM 1 BY 1
                   UNTIL WS-IR-SUB > WS-IR-COUNT
               IF WS-IR-BRANCH(WS-IR-SUB) = WS-PR-RATE-BRANCH
                       AND WS-IR-TYPE(WS-IR-SUB) = WS-PR-TYPE
                       AND (WS-IR-EFF-DATE(WS-IR-SUB) = SPACES
                           OR WS-IR-EFF-DATE(WS-IR-SUB)
                               NOT > WS-TODAY-FORMATTED)
                       AND (WS-IR-EXP-DATE(WS-IR-SUB) = SPACES
                           OR WS-IR-EXP-DATE(WS-IR-SUB)
                               NOT < WS-TODAY-FORMATTED)
                   MOVE WS-IR-SUB TO WS-IR-MATCH-SUB
               END-IF
           END-PERFORM.

       PRINT-REGISTER-TOTALS.

           MOVE SPACES TO RPT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE WS-INT-CREDIT-TOTAL TO WS-TOTAL-DISPLAY
           MOVE SPACES TO RPT-LINE
           STRING "INTEREST PAID ON POSITIVE BALANCES    "
               WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE WS-INT-DEBIT-TOTAL TO WS-TOTAL-DISPLAY
           MOVE SPACES TO RPT-LINE
           STRING "INTEREST CHARGED ON NEGATIVE BALANCES "
               WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-REPORT-LINE

           COMPUTE WS-TOTAL-DISPLAY = ZERO - WS-INT-CHARGE-TOTAL
           MOVE SPACES TO RPT-LINE
           STRING "SERVICE CHARGES TAKEN                 "
               WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO RPT-LINE
           STRING "ACCOUNTS PRICED " WS-INT-PRICED
               "  NO RATE " WS-INT-NO-RATE
               DELIMITED BY SIZE INTO RPT-LINE
           SET RPT-REQ-TOTAL TO TRUE
           CALL "report-writer" USING RPT-CONTROL

           MOVE SPACES TO RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "PREPARED BY  ______________________  "
               "DATE ____________"
               DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "FINANCE SIGN-OFF ____________________  "
               "DATE ____________"
               DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-REPORT-LINE.

      ******************************************************************
      * posting: the audit entries, then the master
      ******************************************************************
       WRITE-INTEREST-ENTRIES.

      * pick up the hash chain where the trail left off
           MOVE "CALCAUDIT" TO CHN-FILE-NAME
           SET CHN-REQ-START TO TRUE
           CALL "audit-chain" USING CHN-CONTROL

           OPEN EXTEND AUDIT-TRAIL-FILE
           IF WS-FILE-STATUS = "35"
               OPEN OUTPUT AUDIT-TRAIL-FILE
               CLOSE AUDIT-TRAIL-FILE
               OPEN EXTEND AUDIT-TRAIL-FILE
           END-IF
           IF WS-FILE-STATUS NOT = "00"
               STRING "UNABLE TO OPEN CALCAUDIT, STATUS "
                   WS-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RTN
           END-IF

           PERFORM VARYING WS-AM-SUB FROM 1 BY 1
                   UNTIL WS-AM-SUB > WS-AM-COUNT
               IF WS-PT-INTEREST(WS-AM-SUB) NOT = ZERO
                   MOVE "I" TO WS-ENTRY-OPERATION
                   MOVE WS-PT-INTEREST(WS-AM-SUB) TO WS-ENTRY-AMOUNT
                   PERFORM WRITE-ONE-ENTRY
               END-IF
               IF WS-PT-CHARGE(WS-AM-SUB) NOT = ZERO
                   MOVE "C" TO WS-ENTRY-OPERATION
                   MOVE WS-PT-CHARGE(WS-AM-SUB) TO WS-ENTRY-AMOUNT
                   PERFORM WRITE-ONE-ENTRY
               END-IF
           END-PERFORM

           CLOSE AUDIT-TRAIL-FILE

           PERFORM REWRITE-AUDIT-SIDECAR.

       WRITE-ONE-ENTRY.

      * the amount is already in the base currency, so it is carried
      * at a rate of one with the base amounts equal to it
           ACCEPT WS-TRAN-TIME FROM TIME

           MOVE SPACES TO AUDIT-TRAIL-RECORD
           MOVE "month-end-interest" TO AT-PROGRAM-NAME
           STRING WS-RUN-DATE-YYYY "-" WS-RUN-DATE-MM "-"
               WS-RUN-DATE-DD " " WS-TRAN-TIME
               DELIMITED BY SIZE INTO AT-TIMESTAMP
           MOVE WS-ENTRY-OPERATION TO AT-OPERATION
           MOVE WS-ENTRY-AMOUNT TO AT-FIRST-NUMBER
           MOVE ZERO TO AT-SECOND-NUMBER
           MOVE WS-ENTRY-AMOUNT TO AT-RESULT
           MOVE WS-RUN-NUMBER TO AT-RUN-NUMBER
           MOVE ZERO TO AT-SEQUENCE
           MOVE WS-AM-ACCOUNT(WS-AM-SUB) TO AT-ACCOUNT
           MOVE ZERO TO AT-CYCLE
           MOVE WS-AM-BRANCH(WS-AM-SUB) TO AT-BRANCH
           MOVE "P" TO AT-STATUS
           MOVE ZERO TO AT-ORIG-SEQUENCE
           MOVE RP-BASE-CURRENCY TO AT-CURRENCY
           MOVE 1 TO AT-RATE
           MOVE WS-ENTRY-AMOUNT TO AT-BASE-FIRST
           MOVE ZERO TO AT-BASE-SECOND
           MOVE WS-ENTRY-AMOUNT TO AT-BASE-RESULT

           MOVE AUDIT-TRAIL-RECORD TO CHN-RECORD
           SET CHN-REQ-HASH TO TRUE
           CALL "audit-chain" USING CHN-CONTROL
           MOVE CHN-HASH TO AT-CHAIN-HASH

           WRITE AUDIT-TRAIL-RECORD
           ADD 1 TO WS-INT-ENTRIES.

       REWRITE-AUDIT-SIDECAR.

      * recount the whole trail so the sidecar always matches the
      * file as it stands, as calc-copybook does at its close
           MOVE ZERO TO WS-CTL-COUNT
           MOVE ZERO TO WS-CTL-HASH
           SET WS-EOF TO FALSE

           OPEN INPUT AUDIT-TRAIL-FILE
           IF WS-FILE-STATUS NOT = "00"
               SET WS-EOF TO TRUE
           END-IF

           IF NOT WS-EOF
               READ AUDIT-TRAIL-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-EOF
                   ADD 1 TO WS-CTL-COUNT
                   IF AT-FIRST-NUMBER NUMERIC
                       ADD AT-FIRST-NUMBER TO WS-CTL-HASH
                   END-IF
                   IF AT-SECOND-NUMBER NUMERIC
                       ADD AT-SECOND-NUMBER TO WS-CTL-HASH
                   END-IF
                   READ AUDIT-TRAIL-FILE
                       AT END SET WS-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE AUDIT-TRAIL-FILE
           END-IF
           SET WS-EOF TO FALSE

           OPEN OUTPUT AUDIT-CTL-FILE
           IF WS-FILE-STATUS NOT = "00"
               STRING "UNABLE TO OPEN CALCAUDITCTL, STATUS "
                   WS-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RTN
           END-IF
           MOVE WS-CTL-COUNT TO ACT-COUNT
           MOVE WS-CTL-HASH TO ACT-HASH
           WRITE AUDIT-CTL-RECORD
           CLOSE AUDIT-CTL-FILE.

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
               MOVE SPACES TO ACCOUNT-MASTER-RECORD
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

       ENTRY "MONTH-END-INTEREST-SUB" USING LS-RETURN-CODE.

           PERFORM MONTH-END-INTEREST-LOGIC

           MOVE RETURN-CODE TO LS-RETURN-CODE

           GOBACK.

       COPY abendproc.

       END PROGRAM month-end-interest.
