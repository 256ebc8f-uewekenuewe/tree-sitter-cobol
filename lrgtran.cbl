      ******************************************************************
      * Author:
      * Date:
      * Purpose: Month-end large-transaction filing for the
      *          regulator. Reads the month's posted transactions
      *          from CALCAUDIT - the dated segments AUDITINDEX names
      *          for the month and the entries still on the live
      *          trail - taking the posting engine's processed
      *          details and transfer legs at their base-currency
      *          size, as tran-edit's screening sizes them. Every
      *          posting over LARGE-TRAN-AMOUNT whole units is
      *          reported singly, and every account whose postings
      *          from one branch come to more than LARGE-MONTH-AMOUNT
      *          in the month is reported with its total (both
      *          RUNPARMS cards). The filing goes to LARGETRAN +
      *          YYYYMM + filing number, fixed format: a header with
      *          the month, filing number and thresholds, one detail
      *          per transaction or account, and a trailer with the
      *          counts and amount total. Each item filed is entered
      *          on the filing register LARGETRANREG, and an item the
      *          register already holds is never filed again - a
      *          rerun of the month files only what is new, as a
      *          supplementary filing, or writes no filing at all.
      *          The LARGETRANRPT review report lists every item
      *          over a threshold with whether it is new or which
      *          filing carried it; a posting reversed in the month
      *          is still filed and marked reversed, and one reversed
      *          after it was filed, or a segment that could not be
      *          read, ends the step with return code 4 for
      *          compliance to follow up. The month is the business
      *          month unless YYYY-MM is given on the command line.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. large-tran-report.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-TRAIL-FILE ASSIGN TO "CALCAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT AUDIT-SEG-FILE ASSIGN USING WS-SEG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT AUDIT-INDEX-FILE ASSIGN TO "AUDITINDEX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT FILING-REGISTER ASSIGN TO "LARGETRANREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT FILING-FILE ASSIGN USING WS-FILING-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT STATS-FILE ASSIGN TO "JOBSTATS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
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

      * one row per item filed: a transaction (T) by its audit
      * timestamp, sequence and account, or an account's month (A)
      * by account and branch, with the filing that carried it and
      * whether a transaction went already marked reversed
       FD  FILING-REGISTER
           LABEL RECORDS ARE STANDARD.
       01  FILING-REGISTER-RECORD.
           05 LR-MONTH              PIC X(7).
           05 LR-KIND               PIC X(1).
               88  LR-KIND-TRAN             VALUE "T".
               88  LR-KIND-ACCOUNT          VALUE "A".
           05 LR-ACCOUNT            PIC X(8).
           05 LR-BRANCH             PIC X(3).
           05 LR-TIMESTAMP          PIC X(19).
           05 LR-SEQUENCE           PIC 9(7).
           05 LR-AMOUNT             PIC 9(11)V99.
           05 LR-FILING-NUMBER      PIC 9(2).
           05 LR-FILED-DATE         PIC X(10).
           05 LR-RUN-NUMBER         PIC 9(7).
           05 LR-REVERSED           PIC X(1).

      * the regulator's fixed-format filing: H header, D detail per
      * transaction (T) or account (A), T trailer. amounts are in
      * the base currency, unsigned, two implied decimals
       FD  FILING-FILE
           LABEL RECORDS ARE STANDARD.
       01  FILING-RECORD.
           05 LF-RECORD-TYPE        PIC X(1).
               88  LF-HEADER                VALUE "H".
               88  LF-DETAIL                VALUE "D".
               88  LF-TRAILER               VALUE "T".
           05 LF-DETAIL-FIELDS.
               10 LF-REPORT-KIND        PIC X(1).
                   88  LF-KIND-TRAN            VALUE "T".
                   88  LF-KIND-ACCOUNT         VALUE "A".
               10 LF-REPORT-MONTH       PIC X(7).
               10 LF-ACCOUNT            PIC X(8).
               10 LF-BRANCH             PIC X(3).
      * the posting's date, sequence and operation; spaces and zero
      * on an account's month
               10 LF-POST-DATE          PIC X(10).
               10 LF-SEQUENCE           PIC 9(7).
               10 LF-OPERATION          PIC X(1).
               10 LF-AMOUNT             PIC 9(11)V99.
               10 LF-POSTINGS           PIC 9(5).
      * the currency the branch sent and the amount in it; spaces
      * and zero when sent in the base currency
               10 LF-SENT-CURRENCY      PIC X(3).
               10 LF-SENT-AMOUNT        PIC 9(9)V99.
               10 LF-REVERSED           PIC X(1).
               10 FILLER                PIC X(29).
           05 LF-HEADER-FIELDS REDEFINES LF-DETAIL-FIELDS.
               10 LF-HDR-REPORT-ID      PIC X(10).
               10 LF-HDR-MONTH          PIC X(7).
               10 LF-HDR-FILING-NUMBER  PIC 9(2).
      * O the month's first filing, S a supplementary one
               10 LF-HDR-FILING-KIND    PIC X(1).
               10 LF-HDR-CREATED-DATE   PIC X(10).
               10 LF-HDR-RUN-NUMBER     PIC 9(7).
               10 LF-HDR-BASE-CURRENCY  PIC X(3).
               10 LF-HDR-TRAN-THRESHOLD PIC 9(7).
               10 LF-HDR-MONTH-THRESHOLD
                                        PIC 9(7).
               10 FILLER                PIC X(45).
           05 LF-TRAILER-FIELDS REDEFINES LF-DETAIL-FIELDS.
               10 LF-TRL-DETAIL-COUNT   PIC 9(7).
               10 LF-TRL-TRAN-COUNT     PIC 9(7).
               10 LF-TRL-ACCOUNT-COUNT  PIC 9(7).
               10 LF-TRL-AMOUNT-TOTAL   PIC 9(13)V99.
               10 FILLER                PIC X(63).

       FD  STATS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY jobstats.

       WORKING-STORAGE SECTION.
       01  WS-SELECT-MONTH          PIC X(7).

      * the month's postings over LARGE-TRAN-AMOUNT; state N new,
      * F already on the register; reversed Y when backed out in the
      * month, K when it was already filed as reversed
       01  WS-LT-TABLE.
           05 WS-LT-ROW OCCURS 1000 TIMES.
               10 WS-LT-TIMESTAMP    PIC X(19).
               10 WS-LT-SEQUENCE     PIC 9(7).
               10 WS-LT-ACCOUNT      PIC X(8).
               10 WS-LT-BRANCH       PIC X(3).
               10 WS-LT-OPERATION    PIC X(1).
               10 WS-LT-AMOUNT       PIC 9(9)V99.
               10 WS-LT-CURRENCY     PIC X(3).
               10 WS-LT-SENT-AMOUNT  PIC 9(7)V99.
               10 WS-LT-REVERSED     PIC X(1).
               10 WS-LT-STATE        PIC X(1).
               10 WS-LT-FILING       PIC 9(2).
       01  WS-LT-COUNT              PIC 9(4) VALUE ZERO.
       01  WS-LT-SUB                PIC 9(4) VALUE ZERO.

      * every account's month by branch, with the same states
       01  WS-AC-TABLE.
           05 WS-AC-ROW OCCURS 3000 TIMES.
               10 WS-AC-ACCOUNT      PIC X(8).
               10 WS-AC-BRANCH       PIC X(3).
               10 WS-AC-POSTINGS     PIC 9(5).
               10 WS-AC-TOTAL        PIC 9(11)V99.
               10 WS-AC-STATE        PIC X(1).
               10 WS-AC-FILING       PIC 9(2).
               10 WS-AC-FILED-TOTAL  PIC 9(11)V99.
       01  WS-AC-COUNT              PIC 9(4) VALUE ZERO.
       01  WS-AC-SUB                PIC 9(4) VALUE ZERO.
       01  WS-AC-MATCH-SUB          PIC 9(4) VALUE ZERO.

      * the register's rows for the month
       01  WS-RG-TABLE.
           05 WS-RG-ROW OCCURS 4000 TIMES.
               10 WS-RG-KIND         PIC X(1).
               10 WS-RG-ACCOUNT      PIC X(8).
               10 WS-RG-BRANCH       PIC X(3).
               10 WS-RG-TIMESTAMP    PIC X(19).
               10 WS-RG-SEQUENCE     PIC 9(7).
               10 WS-RG-AMOUNT       PIC 9(11)V99.
               10 WS-RG-FILING       PIC 9(2).
               10 WS-RG-REVERSED     PIC X(1).
       01  WS-RG-COUNT              PIC 9(4) VALUE ZERO.
       01  WS-RG-SUB                PIC 9(4) VALUE ZERO.
       01  WS-RG-LAST-FILING        PIC 9(2) VALUE ZERO.

       01  WS-POST-AMOUNT           PIC 9(9)V99 VALUE ZERO.

       01  WS-FILING-NUMBER         PIC 9(2) VALUE ZERO.
       01  WS-FILING-NAME           PIC X(20).
       01  WS-FILING-COUNTS.
           05 WS-NEW-TRANS          PIC 9(7) VALUE ZERO.
           05 WS-NEW-ACCOUNTS       PIC 9(7) VALUE ZERO.
           05 WS-OLD-TRANS          PIC 9(7) VALUE ZERO.
           05 WS-OLD-ACCOUNTS       PIC 9(7) VALUE ZERO.
           05 WS-FILED-REVERSED     PIC 9(7) VALUE ZERO.
           05 WS-SEGS-MISSING       PIC 9(3) VALUE ZERO.
       01  WS-FILING-TOTAL          PIC 9(13)V99 VALUE ZERO.

       01  WS-SEG-NAME              PIC X(20).
       01  WS-SEG-EOF-SW            PIC X(1) VALUE "N".
           88  WS-SEG-EOF                   VALUE "Y" FALSE "N".

       01  WS-AMOUNT-DISPLAY        PIC Z(10)9.99.
       01  WS-POSTINGS-DISPLAY      PIC Z(4)9.
       01  WS-COUNT-DISPLAY         PIC Z(6)9.
       01  WS-STATE-TEXT            PIC X(24).

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

           PERFORM LARGE-TRAN-REPORT-LOGIC

           GOBACK.

       LARGE-TRAN-REPORT-LOGIC.

           MOVE "large-tran-report" TO WS-ABEND-PROGRAM
           MOVE 0 TO RETURN-CODE
           MOVE ZERO TO WS-JOB-COUNTS
           MOVE ZERO TO WS-FILING-COUNTS
           MOVE ZERO TO WS-FILING-TOTAL
           MOVE ZERO TO WS-LT-COUNT
           MOVE ZERO TO WS-AC-COUNT
           MOVE ZERO TO WS-FILING-NUMBER
           MOVE SPACES TO WS-FILING-NAME

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
           DISPLAY "REPORTING MONTH: " WS-SELECT-MONTH

           PERFORM LOAD-FILING-REGISTER

           PERFORM SCAN-MONTH-SEGMENTS
           PERFORM SCAN-LIVE-TRAIL

           PERFORM MARK-FILED-ITEMS

           IF WS-NEW-TRANS > ZERO OR WS-NEW-ACCOUNTS > ZERO
               COMPUTE WS-FILING-NUMBER = WS-RG-LAST-FILING + 1
               MOVE SPACES TO WS-FILING-NAME
               STRING "LARGETRAN" WS-SELECT-MONTH(1:4)
                   WS-SELECT-MONTH(6:2) WS-FILING-NUMBER
                   DELIMITED BY SIZE INTO WS-FILING-NAME
               PERFORM WRITE-FILING-FILE
               PERFORM ADD-TO-FILING-REGISTER
           END-IF

           PERFORM PRINT-REVIEW-REPORT

           COMPUTE WS-COUNT-OUT = WS-NEW-TRANS + WS-NEW-ACCOUNTS
           COMPUTE WS-COUNT-REJECTED =
               WS-FILED-REVERSED + WS-SEGS-MISSING
           IF WS-COUNT-REJECTED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM PRINT-JOB-STATS.

       LOAD-FILING-REGISTER.

           MOVE ZERO TO WS-RG-COUNT
           MOVE ZERO TO WS-RG-LAST-FILING
           SET WS-EOF TO FALSE

           OPEN INPUT FILING-REGISTER
           IF WS-FILE-STATUS = "35"
               SET WS-EOF TO TRUE
           ELSE
               IF WS-FILE-STATUS NOT = "00"
                   STRING "UNABLE TO OPEN LARGETRANREG, STATUS "
                       WS-FILE-STATUS DELIMITED BY SIZE
                       INTO WS-ABEND-MESSAGE
                   PERFORM ABEND-RTN
               END-IF
               READ FILING-REGISTER
                   AT END SET WS-EOF TO TRUE
               END-READ
           END-IF

           PERFORM UNTIL WS-EOF
               IF LR-MONTH = WS-SELECT-MONTH
                   IF WS-RG-COUNT >= 4000
                       MOVE "WS-RG-TABLE OVERFLOW - MORE THAN 4000"
                           TO WS-ABEND-MESSAGE
                       PERFORM ABEND-RTN
                   END-IF
                   ADD 1 TO WS-RG-COUNT
                   MOVE LR-KIND TO WS-RG-KIND(WS-RG-COUNT)
                   MOVE LR-ACCOUNT TO WS-RG-ACCOUNT(WS-RG-COUNT)
                   MOVE LR-BRANCH TO WS-RG-BRANCH(WS-RG-COUNT)
                   MOVE LR-TIMESTAMP TO WS-RG-TIMESTAMP(WS-RG-COUNT)
                   MOVE LR-SEQUENCE TO WS-RG-SEQUENCE(WS-RG-COUNT)
                   MOVE LR-AMOUNT TO WS-RG-AMOUNT(WS-RG-COUNT)
                   MOVE LR-FILING-NUMBER
                       TO WS-RG-FILING(WS-RG-COUNT)
                   MOVE LR-REVERSED TO WS-RG-REVERSED(WS-RG-COUNT)
                   IF LR-FILING-NUMBER > WS-RG-LAST-FILING
                       MOVE LR-FILING-NUMBER TO WS-RG-LAST-FILING
                   END-IF
               END-IF
               READ FILING-REGISTER
                   AT END SET WS-EOF TO TRUE
               END-READ
           END-PERFORM

           IF WS-FILE-STATUS NOT = "35"
               CLOSE FILING-REGISTER
           END-IF.

      ******************************************************************
      * the month's postings, from the segments and the live trail
      ******************************************************************
       SCAN-MONTH-SEGMENTS.

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
                       PERFORM SCAN-ONE-SEGMENT
                   END-IF
                   READ AUDIT-INDEX-FILE
                       AT END SET WS-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE AUDIT-INDEX-FILE
           END-IF

           SET WS-EOF TO FALSE.

       SCAN-ONE-SEGMENT.

           SET WS-SEG-EOF TO FALSE

           OPEN INPUT AUDIT-SEG-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "SEGMENT " WS-SEG-NAME " NOT READABLE - "
                   "ITS POSTINGS ARE MISSING FROM THE FILING"
               ADD 1 TO WS-SEGS-MISSING
               SET WS-SEG-EOF TO TRUE
           END-IF

           IF NOT WS-SEG-EOF
               READ AUDIT-SEG-FILE
                   AT END SET WS-SEG-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-SEG-EOF
                   MOVE AUDIT-SEG-RECORD TO AUDIT-TRAIL-RECORD
                   PERFORM SCAN-ONE-AUDIT-ENTRY
                   READ AUDIT-SEG-FILE
                       AT END SET WS-SEG-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE AUDIT-SEG-FILE
           END-IF

           SET WS-SEG-EOF TO FALSE.

       SCAN-LIVE-TRAIL.

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
               PERFORM SCAN-ONE-AUDIT-ENTRY
               READ AUDIT-TRAIL-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
           END-PERFORM

           IF WS-FILE-STATUS NOT = "35"
               CLOSE AUDIT-TRAIL-FILE
           END-IF.

       SCAN-ONE-AUDIT-ENTRY.

      * the posting engine's processed work only - not the parallel
      * calc-variables entries, not rejected work, not month-end
      * interest or charges. a reversal is no new activity; it marks
      * the posting it backed out
           IF AT-PROGRAM-NAME = "calc-copybook"
                   AND AT-STATUS NOT = "R"
                   AND AT-TIMESTAMP(1:7) = WS-SELECT-MONTH
               EVALUATE TRUE
                   WHEN AT-OPERATION = "R"
                       IF AT-ORIG-SEQUENCE NUMERIC
                               AND AT-ORIG-SEQUENCE > ZERO
                           PERFORM MARK-REVERSED-POSTING
                       END-IF
                   WHEN AT-OPERATION = "A" OR "S" OR "M" OR "D"
                           OR "X"
                       ADD 1 TO WS-COUNT-IN
      * the base amount is moved unsigned - its size is what counts
                       IF AT-CURRENCY NOT = SPACES
                               AND AT-BASE-FIRST NUMERIC
                           MOVE AT-BASE-FIRST TO WS-POST-AMOUNT
                       ELSE
                           IF AT-FIRST-NUMBER NUMERIC
                               MOVE AT-FIRST-NUMBER TO WS-POST-AMOUNT
                           ELSE
                               MOVE ZERO TO WS-POST-AMOUNT
                           END-IF
                       END-IF
                       PERFORM ADD-ACCOUNT-POSTING
                       IF WS-POST-AMOUNT > RP-LARGE-TRAN-AMOUNT
                           PERFORM ADD-LARGE-POSTING
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       MARK-REVERSED-POSTING.

           PERFORM VARYING WS-LT-SUB FROM 1 BY 1
                   UNTIL WS-LT-SUB > WS-LT-COUNT
               IF WS-LT-SEQUENCE(WS-LT-SUB) = AT-ORIG-SEQUENCE
                   MOVE "Y" TO WS-LT-REVERSED(WS-LT-SUB)
               END-IF
           END-PERFORM.

       ADD-ACCOUNT-POSTING.

           MOVE ZERO TO WS-AC-MATCH-SUB
           PERFORM VARYING WS-AC-SUB FROM 1 BY 1
                   UNTIL WS-AC-SUB > WS-AC-COUNT
               IF WS-AC-ACCOUNT(WS-AC-SUB) = AT-ACCOUNT
                       AND WS-AC-BRANCH(WS-AC-SUB) = AT-BRANCH
                   MOVE WS-AC-SUB TO WS-AC-MATCH-SUB
               END-IF
           END-PERFORM

           IF WS-AC-MATCH-SUB = ZERO
               IF WS-AC-COUNT >= 3000
                   MOVE "WS-AC-TABLE OVERFLOW - MORE THAN 3000"
                       TO WS-ABEND-MESSAGE
                   PERFORM ABEND-RTN
               END-IF
               ADD 1 TO WS-AC-COUNT
               MOVE WS-AC-COUNT TO WS-AC-MATCH-SUB
               MOVE AT-ACCOUNT TO WS-AC-ACCOUNT(WS-AC-COUNT)
               MOVE AT-BRANCH TO WS-AC-BRANCH(WS-AC-COUNT)
               MOVE ZERO TO WS-AC-POSTINGS(WS-AC-COUNT)
               MOVE ZERO TO WS-AC-TOTAL(WS-AC-COUNT)
               MOVE "N" TO WS-AC-STATE(WS-AC-COUNT)
               MOVE ZERO TO WS-AC-FILING(WS-AC-COUNT)
               MOVE ZERO TO WS-AC-FILED-TOTAL(WS-AC-COUNT)
           END-IF

           ADD 1 TO WS-AC-POSTINGS(WS-AC-MATCH-SUB)
           ADD WS-POST-AMOUNT TO WS-AC-TOTAL(WS-AC-MATCH-SUB).

       ADD-LARGE-POSTING.

           IF WS-LT-COUNT >= 1000
               MOVE "WS-LT-TABLE OVERFLOW - MORE THAN 1000"
                   TO WS-ABEND-MESSAGE
               PERFORM ABEND-RTN
           END-IF

           ADD 1 TO WS-LT-COUNT
           MOVE AT-TIMESTAMP TO WS-LT-TIMESTAMP(WS-LT-COUNT)
           IF AT-SEQUENCE NUMERIC
               MOVE AT-SEQUENCE TO WS-LT-SEQUENCE(WS-LT-COUNT)
           ELSE
               MOVE ZERO TO WS-LT-SEQUENCE(WS-LT-COUNT)
           END-IF
           MOVE AT-ACCOUNT TO WS-LT-ACCOUNT(WS-LT-COUNT)
           MOVE AT-BRANCH TO WS-LT-BRANCH(WS-LT-COUNT)
           MOVE AT-OPERATION TO WS-LT-OPERATION(WS-LT-COUNT)
           MOVE WS-POST-AMOUNT TO WS-LT-AMOUNT(WS-LT-COUNT)
           MOVE AT-CURRENCY TO WS-LT-CURRENCY(WS-LT-COUNT)
           IF AT-CURRENCY NOT = SPACES
                   AND AT-CURRENCY NOT = RP-BASE-CURRENCY
                   AND AT-FIRST-NUMBER NUMERIC
               MOVE AT-FIRST-NUMBER TO WS-LT-SENT-AMOUNT(WS-LT-COUNT)
           ELSE
               MOVE SPACES TO WS-LT-CURRENCY(WS-LT-COUNT)
               MOVE ZERO TO WS-LT-SENT-AMOUNT(WS-LT-COUNT)
           END-IF
           MOVE SPACE TO WS-LT-REVERSED(WS-LT-COUNT)
           MOVE "N" TO WS-LT-STATE(WS-LT-COUNT)
           MOVE ZERO TO WS-LT-FILING(WS-LT-COUNT).

      ******************************************************************
      * what the register already holds is not filed again
      ******************************************************************
       MARK-FILED-ITEMS.

           PERFORM VARYING WS-LT-SUB FROM 1 BY 1
                   UNTIL WS-LT-SUB > WS-LT-COUNT
               PERFORM VARYING WS-RG-SUB FROM 1 BY 1
                       UNTIL WS-RG-SUB > WS-RG-COUNT
                   IF WS-RG-KIND(WS-RG-SUB) = "T"
                           AND WS-RG-TIMESTAMP(WS-RG-SUB)
                               = WS-LT-TIMESTAMP(WS-LT-SUB)
                           AND WS-RG-SEQUENCE(WS-RG-SUB)
                               = WS-LT-SEQUENCE(WS-LT-SUB)
                           AND WS-RG-ACCOUNT(WS-RG-SUB)
                               = WS-LT-ACCOUNT(WS-LT-SUB)
                       MOVE "F" TO WS-LT-STATE(WS-LT-SUB)
                       MOVE WS-RG-FILING(WS-RG-SUB)
                           TO WS-LT-FILING(WS-LT-SUB)
      * filed already marked reversed - the regulator was told
                       IF WS-RG-REVERSED(WS-RG-SUB) = "Y"
                           MOVE "K" TO WS-LT-REVERSED(WS-LT-SUB)
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-LT-STATE(WS-LT-SUB) = "F"
                   ADD 1 TO WS-OLD-TRANS
                   IF WS-LT-REVERSED(WS-LT-SUB) = "Y"
                       ADD 1 TO WS-FILED-REVERSED
                   END-IF
               ELSE
                   ADD 1 TO WS-NEW-TRANS
               END-IF
           END-PERFORM

           PERFORM VARYING WS-AC-SUB FROM 1 BY 1
                   UNTIL WS-AC-SUB > WS-AC-COUNT
               IF WS-AC-TOTAL(WS-AC-SUB) > RP-LARGE-MONTH-AMOUNT
                   PERFORM VARYING WS-RG-SUB FROM 1 BY 1
                           UNTIL WS-RG-SUB > WS-RG-COUNT
                       IF WS-RG-KIND(WS-RG-SUB) = "A"
                               AND WS-RG-ACCOUNT(WS-RG-SUB)
                                   = WS-AC-ACCOUNT(WS-AC-SUB)
                               AND WS-RG-BRANCH(WS-RG-SUB)
                                   = WS-AC-BRANCH(WS-AC-SUB)
                           MOVE "F" TO WS-AC-STATE(WS-AC-SUB)
                           MOVE WS-RG-FILING(WS-RG-SUB)
                               TO WS-AC-FILING(WS-AC-SUB)
                           MOVE WS-RG-AMOUNT(WS-RG-SUB)
                               TO WS-AC-FILED-TOTAL(WS-AC-SUB)
                       END-IF
                   END-PERFORM
                   IF WS-AC-STATE(WS-AC-SUB) = "F"
                       ADD 1 TO WS-OLD-ACCOUNTS
                   ELSE
                       ADD 1 TO WS-NEW-ACCOUNTS
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      * the filing, and the register entries that keep it from being
      * made twice
      ******************************************************************
       WRITE-FILING-FILE.

           OPEN OUTPUT FILING-FILE
           IF WS-FILE-STATUS NOT = "00"
               STRING "UNABLE TO OPEN " WS-FILING-NAME
                   " STATUS " WS-FILE-STATUS
                   DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RTN
           END-IF

           MOVE SPACES TO FILING-RECORD
           SET LF-HEADER TO TRUE
           MOVE "LARGETRAN" TO LF-HDR-REPORT-ID
           MOVE WS-SELECT-MONTH TO LF-HDR-MONTH
           MOVE WS-FILING-NUMBER TO LF-HDR-FILING-NUMBER
           IF WS-FILING-NUMBER = 1
               MOVE "O" TO LF-HDR-FILING-KIND
           ELSE
               MOVE "S" TO LF-HDR-FILING-KIND
           END-IF
           MOVE WS-TODAY-FORMATTED TO LF-HDR-CREATED-DATE
           MOVE WS-RUN-NUMBER TO LF-HDR-RUN-NUMBER
           MOVE RP-BASE-CURRENCY TO LF-HDR-BASE-CURRENCY
           MOVE RP-LARGE-TRAN-AMOUNT TO LF-HDR-TRAN-THRESHOLD
           MOVE RP-LARGE-MONTH-AMOUNT TO LF-HDR-MONTH-THRESHOLD
           WRITE FILING-RECORD

           PERFORM VARYING WS-LT-SUB FROM 1 BY 1
                   UNTIL WS-LT-SUB > WS-LT-COUNT
               IF WS-LT-STATE(WS-LT-SUB) = "N"
                   MOVE SPACES TO FILING-RECORD
                   SET LF-DETAIL TO TRUE
                   SET LF-KIND-TRAN TO TRUE
                   MOVE WS-SELECT-MONTH TO LF-REPORT-MONTH
                   MOVE WS-LT-ACCOUNT(WS-LT-SUB) TO LF-ACCOUNT
                   MOVE WS-LT-BRANCH(WS-LT-SUB) TO LF-BRANCH
                   MOVE WS-LT-TIMESTAMP(WS-LT-SUB)(1:10)
                       TO LF-POST-DATE
                   MOVE WS-LT-SEQUENCE(WS-LT-SUB) TO LF-SEQUENCE
                   MOVE WS-LT-OPERATION(WS-LT-SUB) TO LF-OPERATION
                   MOVE WS-LT-AMOUNT(WS-LT-SUB) TO LF-AMOUNT
                   MOVE 1 TO LF-POSTINGS
                   MOVE WS-LT-CURRENCY(WS-LT-SUB) TO LF-SENT-CURRENCY
                   MOVE WS-LT-SENT-AMOUNT(WS-LT-SUB)
                       TO LF-SENT-AMOUNT
                   MOVE WS-LT-REVERSED(WS-LT-SUB) TO LF-REVERSED
                   WRITE FILING-RECORD
                   ADD WS-LT-AMOUNT(WS-LT-SUB) TO WS-FILING-TOTAL
               END-IF
           END-PERFORM

           PERFORM VARYING WS-AC-SUB FROM 1 BY 1
                   UNTIL WS-AC-SUB > WS-AC-COUNT
               IF WS-AC-TOTAL(WS-AC-SUB) > RP-LARGE-MONTH-AMOUNT
                       AND WS-AC-STATE(WS-AC-SUB) = "N"
                   MOVE SPACES TO FILING-RECORD
                   SET LF-DETAIL TO TRUE
                   SET LF-KIND-ACCOUNT TO TRUE
                   MOVE WS-SELECT-MONTH TO LF-REPORT-MONTH
                   MOVE WS-AC-ACCOUNT(WS-AC-SUB) TO LF-ACCOUNT
                   MOVE WS-AC-BRANCH(WS-AC-SUB) TO LF-BRANCH
                   MOVE ZERO TO LF-SEQUENCE
                   MOVE WS-AC-TOTAL(WS-AC-SUB) TO LF-AMOUNT
                   MOVE WS-AC-POSTINGS(WS-AC-SUB) TO LF-POSTINGS
                   MOVE ZERO TO LF-SENT-AMOUNT
                   WRITE FILING-RECORD
                   ADD WS-AC-TOTAL(WS-AC-SUB) TO WS-FILING-TOTAL
               END-IF
           END-PERFORM

           MOVE SPACES TO FILING-RECORD
           SET LF-TRAILER TO TRUE
           COMPUTE LF-TRL-DETAIL-COUNT =
               WS-NEW-TRANS + WS-NEW-ACCOUNTS
           MOVE WS-NEW-TRANS TO LF-TRL-TRAN-COUNT
           MOVE WS-NEW-ACCOUNTS TO LF-TRL-ACCOUNT-COUNT
           MOVE WS-FILING-TOTAL TO LF-TRL-AMOUNT-TOTAL
           WRITE FILING-RECORD

           CLOSE FILING-FILE.

       ADD-TO-FILING-REGISTER.

           OPEN EXTEND FILING-REGISTER
           IF WS-FILE-STATUS = "35"
               OPEN OUTPUT FILING-REGISTER
               CLOSE FILING-REGISTER
               OPEN EXTEND FILING-REGISTER
           END-IF
           IF WS-FILE-STATUS NOT = "00"
               STRING "UNABLE TO OPEN LARGETRANREG, STATUS "
                   WS-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RTN
           END-IF

           PERFORM VARYING WS-LT-SUB FROM 1 BY 1
                   UNTIL WS-LT-SUB > WS-LT-COUNT
               IF WS-LT-STATE(WS-LT-SUB) = "N"
                   MOVE SPACES TO FILING-REGISTER-RECORD
                   MOVE WS-SELECT-MONTH TO LR-MONTH
                   SET LR-KIND-TRAN TO TRUE
                   MOVE WS-LT-ACCOUNT(WS-LT-SUB) TO LR-ACCOUNT
                   MOVE WS-LT-BRANCH(WS-LT-SUB) TO LR-BRANCH
                   MOVE WS-LT-TIMESTAMP(WS-LT-SUB) TO LR-TIMESTAMP
                   MOVE WS-LT-SEQUENCE(WS-LT-SUB) TO LR-SEQUENCE
                   MOVE WS-LT-AMOUNT(WS-LT-SUB) TO LR-AMOUNT
                   MOVE WS-FILING-NUMBER TO LR-FILING-NUMBER
                   MOVE WS-TODAY-FORMATTED TO LR-FILED-DATE
                   MOVE WS-RUN-NUMBER TO LR-RUN-NUMBER
                   MOVE WS-LT-REVERSED(WS-LT-SUB) TO LR-REVERSED
                   WRITE FILING-REGISTER-RECORD
               END-IF
           END-PERFORM

           PERFORM VARYING WS-AC-SUB FROM 1 BY 1
                   UNTIL WS-AC-SUB > WS-AC-COUNT
               IF WS-AC-TOTAL(WS-AC-SUB) > RP-LARGE-MONTH-AMOUNT
                       AND WS-AC-STATE(WS-AC-SUB) = "N"
                   MOVE SPACES TO FILING-REGISTER-RECORD
                   MOVE WS-SELECT-MONTH TO LR-MONTH
                   SET LR-KIND-ACCOUNT TO TRUE
                   MOVE WS-AC-ACCOUNT(WS-AC-SUB) TO LR-ACCOUNT
                   MOVE WS-AC-BRANCH(WS-AC-SUB) TO LR-BRANCH
                   MOVE ZERO TO LR-SEQUENCE
                   MOVE WS-AC-TOTAL(WS-AC-SUB) TO LR-AMOUNT
                   MOVE WS-FILING-NUMBER TO LR-FILING-NUMBER
                   MOVE WS-TODAY-FORMATTED TO LR-FILED-DATE
                   MOVE WS-RUN-NUMBER TO LR-RUN-NUMBER
                   WRITE FILING-REGISTER-RECORD
               END-IF
           END-PERFORM

           CLOSE FILING-REGISTER.

      ******************************************************************
      * the review report compliance signs off before the filing goes
      ******************************************************************
       PRINT-REVIEW-REPORT.

           MOVE "LARGETRANRPT" TO RPT-FILE-NAME
           MOVE "LARGE TRANSACTION REVIEW" TO RPT-TITLE
           MOVE WS-TODAY-FORMATTED TO RPT-RUN-DATE
           MOVE ZERO TO RPT-PAGE-NUMBER
           MOVE ZERO TO RPT-LINE-COUNT
           MOVE ZERO TO RPT-LINES-PER-PAGE
           MOVE WS-RUN-NUMBER TO RPT-RUN-NUMBER
           SET RPT-REQ-INIT TO TRUE
           CALL "report-writer" USING RPT-CONTROL

           MOVE SPACES TO RPT-LINE
           STRING "REPORTING MONTH: " WS-SELECT-MONTH
               "   SINGLE OVER: " RP-LARGE-TRAN-AMOUNT
               "   MONTH OVER: " RP-LARGE-MONTH-AMOUNT
               " " RP-BASE-CURRENCY
               DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO RPT-LINE
           EVALUATE TRUE
               WHEN WS-FILING-NUMBER = ZERO
                   MOVE "NOTHING NEW TO FILE - NO FILING WRITTEN"
                       TO RPT-LINE
               WHEN WS-FILING-NUMBER = 1
                   STRING "FILING: " DELIMITED BY SIZE
                       WS-FILING-NAME DELIMITED BY SPACE
                       " (ORIGINAL)" DELIMITED BY SIZE
                       INTO RPT-LINE
               WHEN OTHER
                   STRING "FILING: " DELIMITED BY SIZE
                       WS-FILING-NAME DELIMITED BY SPACE
                       " (SUPPLEMENTARY)" DELIMITED BY SIZE
                       INTO RPT-LINE
           END-EVALUATE
           PERFORM WRITE-REPORT-LINE
           IF WS-SEGS-MISSING > ZERO
               MOVE SPACES TO RPT-LINE
               STRING "*** " WS-SEGS-MISSING " AUDIT SEGMENT(S) NOT "
                   "READABLE - THEIR POSTINGS ARE NOT INCLUDED ***"
                   DELIMITED BY SIZE INTO RPT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF

           MOVE SPACES TO RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "POSTINGS OVER " RP-LARGE-TRAN-AMOUNT
               DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "DATE       BRANCH ACCOUNT  SEQUENCE OP"
               "        AMOUNT  STATUS"
               DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING WS-LT-SUB FROM 1 BY 1
                   UNTIL WS-LT-SUB > WS-LT-COUNT
               PERFORM PRINT-POSTING-LINE
           END-PERFORM
           IF WS-LT-COUNT = ZERO
               MOVE "  NONE IN THE MONTH" TO RPT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF

           MOVE SPACES TO RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "ACCOUNTS OVER " RP-LARGE-MONTH-AMOUNT
               " IN THE MONTH, BY BRANCH"
               DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "ACCOUNT  BRANCH POSTINGS"
               "          TOTAL  STATUS"
               DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING WS-AC-SUB FROM 1 BY 1
                   UNTIL WS-AC-SUB > WS-AC-COUNT
               IF WS-AC-TOTAL(WS-AC-SUB) > RP-LARGE-MONTH-AMOUNT
                   PERFORM PRINT-ACCOUNT-LINE
               END-IF
           END-PERFORM
           IF WS-NEW-ACCOUNTS + WS-OLD-ACCOUNTS = ZERO
               MOVE "  NONE IN THE MONTH" TO RPT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF

           MOVE SPACES TO RPT-LINE
           MOVE WS-NEW-TRANS TO WS-COUNT-DISPLAY
           STRING "FILED NOW - POSTINGS: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO RPT-LINE
           MOVE WS-NEW-ACCOUNTS TO WS-COUNT-DISPLAY
           STRING "   ACCOUNTS: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO RPT-LINE(33:)
           SET RPT-REQ-TOTAL TO TRUE
           CALL "report-writer" USING RPT-CONTROL
           MOVE SPACES TO RPT-LINE
           MOVE WS-OLD-TRANS TO WS-COUNT-DISPLAY
           STRING "FILED BEFORE - POSTINGS: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO RPT-LINE
           MOVE WS-OLD-ACCOUNTS TO WS-COUNT-DISPLAY
           STRING "   ACCOUNTS: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO RPT-LINE(33:)
           PERFORM WRITE-REPORT-LINE
           MOVE WS-FILING-TOTAL TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO RPT-LINE
           STRING "AMOUNT FILED NOW: " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-REPORT-LINE
           IF WS-FILED-REVERSED > ZERO
               MOVE WS-FILED-REVERSED TO WS-COUNT-DISPLAY
               MOVE SPACES TO RPT-LINE
               STRING "*** " WS-COUNT-DISPLAY " FILED POSTING(S) "
                   "SINCE REVERSED - REVIEW FOR CORRECTION ***"
                   DELIMITED BY SIZE INTO RPT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF

           SET RPT-REQ-CLOSE TO TRUE
           CALL "report-writer" USING RPT-CONTROL.

       PRINT-POSTING-LINE.

           MOVE SPACES TO WS-STATE-TEXT
           IF WS-LT-STATE(WS-LT-SUB) = "F"
               STRING "FILED " WS-LT-FILING(WS-LT-SUB)
                   DELIMITED BY SIZE INTO WS-STATE-TEXT
               IF WS-LT-REVERSED(WS-LT-SUB) = "Y"
                   MOVE ", REVERSED SINCE" TO WS-STATE-TEXT(9:)
               END-IF
               IF WS-LT-REVERSED(WS-LT-SUB) = "K"
                   MOVE ", REVERSED" TO WS-STATE-TEXT(9:)
               END-IF
           ELSE
               MOVE "NEW" TO WS-STATE-TEXT
               IF WS-LT-REVERSED(WS-LT-SUB) = "Y"
                   MOVE ", REVERSED" TO WS-STATE-TEXT(4:)
               END-IF
           END-IF

           MOVE WS-LT-AMOUNT(WS-LT-SUB) TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO RPT-LINE
           STRING WS-LT-TIMESTAMP(WS-LT-SUB)(1:10) " "
               WS-LT-BRANCH(WS-LT-SUB) "    "
               WS-LT-ACCOUNT(WS-LT-SUB) " "
               WS-LT-SEQUENCE(WS-LT-SUB) "  "
               WS-LT-OPERATION(WS-LT-SUB) " "
               WS-AMOUNT-DISPLAY "  " WS-STATE-TEXT
               DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-REPORT-LINE.

       PRINT-ACCOUNT-LINE.

           MOVE SPACES TO WS-STATE-TEXT
           IF WS-AC-STATE(WS-AC-SUB) = "F"
               STRING "FILED " WS-AC-FILING(WS-AC-SUB)
                   DELIMITED BY SIZE INTO WS-STATE-TEXT
           ELSE
               MOVE "NEW" TO WS-STATE-TEXT
           END-IF

           MOVE WS-AC-POSTINGS(WS-AC-SUB) TO WS-POSTINGS-DISPLAY
           MOVE WS-AC-TOTAL(WS-AC-SUB) TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO RPT-LINE
           STRING WS-AC-ACCOUNT(WS-AC-SUB) " "
               WS-AC-BRANCH(WS-AC-SUB) "       "
               WS-POSTINGS-DISPLAY " "
               WS-AMOUNT-DISPLAY "  " WS-STATE-TEXT
               DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-REPORT-LINE

      * the month's total has moved since it was filed - the
      * register keeps what the regulator was told
           IF WS-AC-STATE(WS-AC-SUB) = "F"
                   AND WS-AC-FILED-TOTAL(WS-AC-SUB)
                       NOT = WS-AC-TOTAL(WS-AC-SUB)
               MOVE WS-AC-FILED-TOTAL(WS-AC-SUB)
                   TO WS-AMOUNT-DISPLAY
               MOVE SPACES TO RPT-LINE
               STRING "                         FILED AS "
                   WS-AMOUNT-DISPLAY
                   DELIMITED BY SIZE INTO RPT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

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

           MOVE "large-tran-report" TO JS-PROGRAM-NAME
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
           DISPLAY "MONTH REPORTED:   " WS-SELECT-MONTH
           DISPLAY "POSTINGS READ:    " WS-COUNT-IN
           DISPLAY "ITEMS FILED:      " WS-COUNT-OUT
           DISPLAY "FOR FOLLOW-UP:    " WS-COUNT-REJECTED
           IF WS-FILING-NUMBER > ZERO
               DISPLAY "FILING WRITTEN:   " WS-FILING-NAME
           ELSE
               DISPLAY "FILING WRITTEN:   NONE - NOTHING NEW"
           END-IF
           DISPLAY "===================================".

       END-OF-LOGIC-PARAGRAPHS.
           CONTINUE.

       ENTRY "LARGE-TRAN-REPORT-SUB" USING LS-RETURN-CODE.

           PERFORM LARGE-TRAN-REPORT-LOGIC

           MOVE RETURN-CODE TO LS-RETURN-CODE

           GOBACK.

       COPY abendproc.

       END PROGRAM large-tran-report.
