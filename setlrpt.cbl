      *          BRANCHSETTLERPT, and writes the machine-readable
      *          BRANCHSETTLE interface file (one delimited row per
      *          branch plus a control trailer) for the branches' own
      *          systems to import. A reversal's amounts come off its
      *          branch's amount total (its negative result already
      *          comes off the result total), and each reversal is
      *          listed with both its own and its original's sequence
      *          number - on the report and as a REVERSAL row ahead
      *          of the trailer - so the branch can match it to the
      *          transaction it backs out. Amounts and results are
      *          settled in the base currency: each branch row carries
      *          its base-currency totals in the amount and result
      *          columns, followed by the branch's currency and the
      *          same totals in that currency, and the grand totals,
      *          the trailer and the audit cross-check are all in base
      *          currency. An inter-branch transfer posts a debit leg
      *          and then a credit leg to RESULTFILE for its one clean
      *          record: the sending branch takes the record, the
      *          amount and the debit result, the receiving branch the
      *          credit result, and each pair of branches that moved
      *          money between them is netted into one position - the
      *          branch that sent more owes the other the difference -
      *          listed on the report under each branch's own net
      *          position and written as an INTERBRANCH row ahead of
      *          the trailer. Each report line about a branch is
      *          tagged with it, so report-distribution can send each
      *          branch its own part. Replaces the morning hand-tally
      *          of RESULTFILE for finance.
      * Tectonics: cobc
      ******************************************************************
           05 CLEAN-SEQUENCE       PIC 9(7).
           05 CLEAN-ACCOUNT        PIC X(8).
           05 CLEAN-CYCLE          PIC 9(3).
           05 CLEAN-REVERSAL-FIELDS.
               10 CLEAN-ORIG-SEQUENCE  PIC 9(7).
               10 CLEAN-ORIG-RESULT    PIC S9(9)V99
                                       SIGN LEADING SEPARATE.
           05 CLEAN-CURRENCY       PIC X(3).
           05 CLEAN-RATE           PIC 9(4)V9(6).
           05 CLEAN-TO-BRANCH      PIC X(3).
           05 CLEAN-TO-ACCOUNT     PIC X(8).

       FD  RESULT-FILE
           LABEL RECORDS ARE STANDARD.
           05 OUT-SEQUENCE         PIC 9(7).
           05 OUT-ACCOUNT          PIC X(8).
           05 OUT-CYCLE            PIC 9(3).
           05 OUT-REVERSAL-FIELDS.
               10 OUT-ORIG-SEQUENCE    PIC 9(7).
           05 OUT-BRANCH           PIC X(3).
           05 OUT-CURRENCY         PIC X(3).
           05 OUT-RATE             PIC 9(4)V9(6).
           05 OUT-BASE-FIRST       PIC S9(9)V99
                                   SIGN LEADING SEPARATE.
           05 OUT-BASE-SECOND      PIC S9(9)V99
                                   SIGN LEADING SEPARATE.
           05 OUT-BASE-RESULT      PIC S9(9)V99
                                   SIGN LEADING SEPARATE.

       FD  AUDIT-TRAIL-FILE
           LABEL RECORDS ARE STANDARD.

       FD  SETTLE-FILE
           LABEL RECORDS ARE STANDARD.
       01  SETTLE-RECORD               PIC X(132).

       FD  STATS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY jobstats.

       WORKING-STORAGE SECTION.
      * the amount and result totals are in the branch's currency,
      * the base totals in the base currency
       01  WS-BRANCH-TOTALS.
           05 WS-BT-ROW OCCURS 50 TIMES.
               10 WS-BT-BRANCH       PIC X(3).
               10 WS-BT-COUNT        PIC 9(7).
               10 WS-BT-AMOUNT-TOT   PIC S9(13)V99.
               10 WS-BT-RESULT-TOT   PIC S9(13)V99.
               10 WS-BT-CURRENCY     PIC X(3).
               10 WS-BT-BASE-AMOUNT  PIC S9(13)V99.
               10 WS-BT-BASE-RESULT  PIC S9(13)V99.
      * base-currency transfers sent to and received from the other
      * branches
               10 WS-BT-XFER-OUT     PIC S9(13)V99.
               10 WS-BT-XFER-IN      PIC S9(13)V99.
       01  WS-BT-USED               PIC 9(2) VALUE ZERO.
       01  WS-BT-SUB                PIC 9(2) VALUE ZERO.
       01  WS-BT-MATCH-SUB          PIC 9(2) VALUE ZERO.
       01  WS-FIND-BRANCH           PIC X(3).

      * transfers between each pair of branches, kept under the lower
      * branch code first with the base-currency total each way
       01  WS-INTER-BRANCH-TABLE.
           05 WS-IB-ROW OCCURS 200 TIMES.
               10 WS-IB-LOW          PIC X(3).
               10 WS-IB-HIGH         PIC X(3).
               10 WS-IB-COUNT        PIC 9(5).
               10 WS-IB-LOW-TO-HIGH  PIC S9(13)V99.
               10 WS-IB-HIGH-TO-LOW  PIC S9(13)V99.
       01  WS-IB-USED               PIC 9(3) VALUE ZERO.
       01  WS-IB-SUB                PIC 9(3) VALUE ZERO.
       01  WS-IB-MATCH-SUB          PIC 9(3) VALUE ZERO.
       01  WS-IB-KEY.
           05 WS-IB-KEY-LOW         PIC X(3).
           05 WS-IB-KEY-HIGH        PIC X(3).
       01  WS-IB-NET                PIC S9(13)V99 VALUE ZERO.
       01  WS-IB-OWING              PIC X(3).
       01  WS-IB-OWED               PIC X(3).

      * grand totals across branches are in the base currency
       01  WS-GRAND-TOTALS.
           05 WS-GRAND-COUNT        PIC 9(7) VALUE ZERO.
           05 WS-GRAND-AMOUNT       PIC S9(13)V99 VALUE ZERO.
           05 WS-AUDIT-RESULT-TOT   PIC S9(13)V99 VALUE ZERO.
           05 WS-AUDIT-COUNT        PIC 9(7) VALUE ZERO.

      * the night's reversals, listed individually after the totals
       01  WS-REVERSAL-TABLE.
           05 WS-RV-ROW OCCURS 200 TIMES.
               10 WS-RV-BRANCH       PIC X(3).
               10 WS-RV-SEQUENCE     PIC 9(7).
               10 WS-RV-ORIG-SEQ     PIC 9(7).
               10 WS-RV-RESULT       PIC S9(9)V99.
               10 WS-RV-CURRENCY     PIC X(3).
               10 WS-RV-BASE-RESULT  PIC S9(9)V99.
       01  WS-RV-USED               PIC 9(3) VALUE ZERO.
       01  WS-RV-SUB                PIC 9(3) VALUE ZERO.

       01  WS-SELECT-DATE           PIC X(10).

      * one pair's amounts in the base currency; a result from before
      * currencies were carried is already in the base currency
       01  WS-PAIR-BASE.
           05 WS-PB-CURRENCY        PIC X(3).
           05 WS-PB-FIRST           PIC S9(9)V99.
           05 WS-PB-SECOND          PIC S9(9)V99.
           05 WS-PB-RESULT          PIC S9(9)V99.

       01  WS-CLEAN-EOF-SW          PIC X(1) VALUE "N".
           88  WS-CLEAN-EOF                 VALUE "Y" FALSE "N".

           05 WS-CSV-COUNT          PIC 9(7).
           05 WS-CSV-AMOUNT         PIC +9(13).99.
           05 WS-CSV-RESULT         PIC +9(13).99.
           05 WS-CSV-BASE-AMOUNT    PIC +9(13).99.
           05 WS-CSV-BASE-RESULT    PIC +9(13).99.

       01  WS-TOTAL-DISPLAY-1       PIC +Z(12)9.99.
       01  WS-TOTAL-DISPLAY-2       PIC +Z(12)9.99.
       01  WS-TOTAL-DISPLAY-3       PIC +Z(12)9.99.

       01  WS-JOB-COUNTS.
           05 WS-COUNT-IN           PIC 9(7) VALUE ZERO.
           05 WS-CYCLE-NUMBER       PIC 9(3).

           COPY rundate.
           COPY runparm.
           COPY rptws.
           COPY abendws.


           MOVE "branch-settlement" TO WS-ABEND-PROGRAM

           CALL "parm-loader" USING RUN-PARMS

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           CALL "business-date" USING WS-RUN-DATE
           CALL "run-control" USING WS-RUN-NUMBER

       TALLY-ONE-PAIR.

           MOVE CLEAN-BRANCH-CODE TO WS-FIND-BRANCH
           PERFORM FIND-BRANCH-ROW
           PERFORM SET-PAIR-BASE-AMOUNTS

           IF WS-BT-MATCH-SUB > ZERO
               ADD 1 TO WS-BT-COUNT(WS-BT-MATCH-SUB)
               ADD 1 TO WS-GRAND-COUNT
               MOVE WS-PB-CURRENCY TO WS-BT-CURRENCY(WS-BT-MATCH-SUB)
               IF CLEAN-OPERATION = "R"
                   PERFORM TALLY-ONE-REVERSAL
               ELSE
               IF CLEAN-FIRST-NUMBER NUMERIC
                   ADD CLEAN-FIRST-NUMBER
                       TO WS-BT-AMOUNT-TOT(WS-BT-MATCH-SUB)
                   ADD WS-PB-FIRST
                       TO WS-BT-BASE-AMOUNT(WS-BT-MATCH-SUB)
                   ADD WS-PB-FIRST TO WS-GRAND-AMOUNT
               END-IF
               IF CLEAN-SECOND-NUMBER NUMERIC
                   ADD CLEAN-SECOND-NUMBER
                       TO WS-BT-AMOUNT-TOT(WS-BT-MATCH-SUB)
                   ADD WS-PB-SECOND
                       TO WS-BT-BASE-AMOUNT(WS-BT-MATCH-SUB)
                   ADD WS-PB-SECOND TO WS-GRAND-AMOUNT
               END-IF
               END-IF
               IF OUT-RESULT NUMERIC
                   ADD OUT-RESULT
                       TO WS-BT-RESULT-TOT(WS-BT-MATCH-SUB)
                   ADD WS-PB-RESULT
                       TO WS-BT-BASE-RESULT(WS-BT-MATCH-SUB)
                   ADD WS-PB-RESULT TO WS-GRAND-RESULT
               END-IF
               ADD 1 TO WS-COUNT-OUT
               IF CLEAN-OPERATION = "X" AND OUT-STATUS = "P"
                   PERFORM TALLY-INTER-BRANCH
                   PERFORM TALLY-TRANSFER-CREDIT
               END-IF
           END-IF.

       TALLY-INTER-BRANCH.

           ADD WS-PB-FIRST TO WS-BT-XFER-OUT(WS-BT-MATCH-SUB)

           IF CLEAN-BRANCH-CODE < CLEAN-TO-BRANCH
               MOVE CLEAN-BRANCH-CODE TO WS-IB-KEY-LOW
               MOVE CLEAN-TO-BRANCH TO WS-IB-KEY-HIGH
           ELSE
               MOVE CLEAN-TO-BRANCH TO WS-IB-KEY-LOW
               MOVE CLEAN-BRANCH-CODE TO WS-IB-KEY-HIGH
           END-IF

           MOVE ZERO TO WS-IB-MATCH-SUB
           PERFORM VARYING WS-IB-SUB FROM 1 BY 1
                   UNTIL WS-IB-SUB > WS-IB-USED
               IF WS-IB-LOW(WS-IB-SUB) = WS-IB-KEY-LOW
                       AND WS-IB-HIGH(WS-IB-SUB) = WS-IB-KEY-HIGH
                   MOVE WS-IB-SUB TO WS-IB-MATCH-SUB
               END-IF
           END-PERFORM

           IF WS-IB-MATCH-SUB = ZERO
               IF WS-IB-USED >= 200
                   MOVE "WS-INTER-BRANCH-TABLE OVERFLOW - MORE THAN 200"
                       TO WS-ABEND-MESSAGE
                   PERFORM ABEND-RTN
               END-IF
               ADD 1 TO WS-IB-USED
               MOVE WS-IB-KEY-LOW TO WS-IB-LOW(WS-IB-USED)
               MOVE WS-IB-KEY-HIGH TO WS-IB-HIGH(WS-IB-USED)
               MOVE ZERO TO WS-IB-COUNT(WS-IB-USED)
               MOVE ZERO TO WS-IB-LOW-TO-HIGH(WS-IB-USED)
               MOVE ZERO TO WS-IB-HIGH-TO-LOW(WS-IB-USED)
               MOVE WS-IB-USED TO WS-IB-MATCH-SUB
           END-IF

           ADD 1 TO WS-IB-COUNT(WS-IB-MATCH-SUB)
           IF CLEAN-BRANCH-CODE = WS-IB-KEY-LOW
               ADD WS-PB-FIRST TO WS-IB-LOW-TO-HIGH(WS-IB-MATCH-SUB)
           ELSE
               ADD WS-PB-FIRST TO WS-IB-HIGH-TO-LOW(WS-IB-MATCH-SUB)
           END-IF.

       TALLY-TRANSFER-CREDIT.

      * the calculator writes the credit leg straight after the debit
      * leg under the same sequence; anything else means RESULTFILE
      * no longer lines up with CLEANTRAN
           READ RESULT-FILE
               AT END SET WS-RESULT-EOF TO TRUE
           END-READ

           IF WS-RESULT-EOF
                   OR RESULT-RECORD(1:4) = "*CTL"
                   OR OUT-OPERATION NOT = "X"
                   OR OUT-STATUS NOT = "P"
                   OR OUT-SEQUENCE NOT = CLEAN-SEQUENCE
                   OR OUT-RESULT NOT NUMERIC
               DISPLAY "BRANCH-SETTLEMENT ERROR: NO CREDIT LEG FOR "
                   "TRANSFER SEQUENCE " CLEAN-SEQUENCE
               SET WS-PAIR-ERROR TO TRUE
               SET WS-RESULT-EOF TO TRUE
           ELSE
               MOVE CLEAN-TO-BRANCH TO WS-FIND-BRANCH
               PERFORM FIND-BRANCH-ROW
               PERFORM SET-PAIR-BASE-AMOUNTS
               IF WS-BT-CURRENCY(WS-BT-MATCH-SUB) = SPACES
                   MOVE WS-PB-CURRENCY
                       TO WS-BT-CURRENCY(WS-BT-MATCH-SUB)
               END-IF
               ADD OUT-RESULT TO WS-BT-RESULT-TOT(WS-BT-MATCH-SUB)
               ADD WS-PB-RESULT TO WS-BT-BASE-RESULT(WS-BT-MATCH-SUB)
               ADD WS-PB-RESULT TO WS-GRAND-RESULT
               ADD WS-PB-RESULT TO WS-BT-XFER-IN(WS-BT-MATCH-SUB)
           END-IF.

       SET-PAIR-BASE-AMOUNTS.

           MOVE ZERO TO WS-PB-FIRST
           MOVE ZERO TO WS-PB-SECOND
           MOVE ZERO TO WS-PB-RESULT
           IF OUT-CURRENCY NOT = SPACES
                   AND OUT-BASE-FIRST NUMERIC
                   AND OUT-BASE-SECOND NUMERIC
                   AND OUT-BASE-RESULT NUMERIC
               MOVE OUT-CURRENCY TO WS-PB-CURRENCY
               MOVE OUT-BASE-FIRST TO WS-PB-FIRST
               MOVE OUT-BASE-SECOND TO WS-PB-SECOND
               MOVE OUT-BASE-RESULT TO WS-PB-RESULT
           ELSE
               MOVE RP-BASE-CURRENCY TO WS-PB-CURRENCY
               IF CLEAN-FIRST-NUMBER NUMERIC
                   MOVE CLEAN-FIRST-NUMBER TO WS-PB-FIRST
               END-IF
               IF CLEAN-SECOND-NUMBER NUMERIC
                   MOVE CLEAN-SECOND-NUMBER TO WS-PB-SECOND
               END-IF
               IF OUT-RESULT NUMERIC
                   MOVE OUT-RESULT TO WS-PB-RESULT
               END-IF
           END-IF.

       TALLY-ONE-REVERSAL.

      * the clean record carries the original's amounts, so taking
      * them off the branch total nets the pair to nothing
           IF CLEAN-FIRST-NUMBER NUMERIC
               SUBTRACT CLEAN-FIRST-NUMBER
                   FROM WS-BT-AMOUNT-TOT(WS-BT-MATCH-SUB)
               SUBTRACT WS-PB-FIRST
                   FROM WS-BT-BASE-AMOUNT(WS-BT-MATCH-SUB)
               SUBTRACT WS-PB-FIRST FROM WS-GRAND-AMOUNT
           END-IF
           IF CLEAN-SECOND-NUMBER NUMERIC
               SUBTRACT CLEAN-SECOND-NUMBER
                   FROM WS-BT-AMOUNT-TOT(WS-BT-MATCH-SUB)
               SUBTRACT WS-PB-SECOND
                   FROM WS-BT-BASE-AMOUNT(WS-BT-MATCH-SUB)
               SUBTRACT WS-PB-SECOND FROM WS-GRAND-AMOUNT
           END-IF

           IF WS-RV-USED >= 200
               MOVE "WS-REVERSAL-TABLE OVERFLOW - MORE THAN 200"
                   TO WS-ABEND-MESSAGE
               PERFORM ABEND-RTN
           END-IF
           ADD 1 TO WS-RV-USED
           MOVE CLEAN-BRANCH-CODE TO WS-RV-BRANCH(WS-RV-USED)
           MOVE CLEAN-SEQUENCE TO WS-RV-SEQUENCE(WS-RV-USED)
           IF CLEAN-ORIG-SEQUENCE NUMERIC
               MOVE CLEAN-ORIG-SEQUENCE TO WS-RV-ORIG-SEQ(WS-RV-USED)
           ELSE
               MOVE ZERO TO WS-RV-ORIG-SEQ(WS-RV-USED)
           END-IF
           IF OUT-RESULT NUMERIC
               MOVE OUT-RESULT TO WS-RV-RESULT(WS-RV-USED)
           ELSE
               MOVE ZERO TO WS-RV-RESULT(WS-RV-USED)
           END-IF
           MOVE WS-PB-CURRENCY TO WS-RV-CURRENCY(WS-RV-USED)
           MOVE WS-PB-RESULT TO WS-RV-BASE-RESULT(WS-RV-USED).

       FIND-BRANCH-ROW.

           MOVE ZERO TO WS-BT-MATCH-SUB

           PERFORM VARYING WS-BT-SUB FROM 1 BY 1
                   UNTIL WS-BT-SUB > WS-BT-USED
               IF WS-BT-BRANCH(WS-BT-SUB) = WS-FIND-BRANCH
                   MOVE WS-BT-SUB TO WS-BT-MATCH-SUB
               END-IF
           END-PERFORM
                   PERFORM ABEND-RTN
               END-IF
               ADD 1 TO WS-BT-USED
               MOVE WS-FIND-BRANCH TO WS-BT-BRANCH(WS-BT-USED)
               MOVE ZERO TO WS-BT-COUNT(WS-BT-USED)
               MOVE ZERO TO WS-BT-AMOUNT-TOT(WS-BT-USED)
               MOVE ZERO TO WS-BT-RESULT-TOT(WS-BT-USED)
               MOVE SPACES TO WS-BT-CURRENCY(WS-BT-USED)
               MOVE ZERO TO WS-BT-BASE-AMOUNT(WS-BT-USED)
               MOVE ZERO TO WS-BT-BASE-RESULT(WS-BT-USED)
               MOVE ZERO TO WS-BT-XFER-OUT(WS-BT-USED)
               MOVE ZERO TO WS-BT-XFER-IN(WS-BT-USED)
               MOVE WS-BT-USED TO WS-BT-MATCH-SUB
           END-IF.

                       AND AT-PROGRAM-NAME = "calc-copybook"
                       AND WS-AUD-CYCLE-WORK = WS-CYCLE-NUMBER
                   ADD 1 TO WS-AUDIT-COUNT
                   IF AT-CURRENCY NOT = SPACES
                           AND AT-BASE-RESULT NUMERIC
                       ADD AT-BASE-RESULT TO WS-AUDIT-RESULT-TOT
                   ELSE
                   IF AT-RESULT NUMERIC
                       ADD AT-RESULT TO WS-AUDIT-RESULT-TOT
                   END-IF
                   END-IF
               END-IF
               READ AUDIT-TRAIL-FILE
                   AT END SET WS-EOF TO TRUE

           MOVE SPACES TO SETTLE-RECORD
           STRING "BUSINESS-DATE,BRANCH,RECORD-COUNT,"
               "AMOUNT-TOTAL,RESULT-TOTAL,"
               "CURRENCY,ORIG-AMOUNT-TOTAL,ORIG-RESULT-TOTAL"
               DELIMITED BY SIZE INTO SETTLE-RECORD
           WRITE SETTLE-RECORD

               MOVE WS-BT-COUNT(WS-BT-SUB) TO WS-CSV-COUNT
               MOVE WS-BT-AMOUNT-TOT(WS-BT-SUB) TO WS-CSV-AMOUNT
               MOVE WS-BT-RESULT-TOT(WS-BT-SUB) TO WS-CSV-RESULT
               MOVE WS-BT-BASE-AMOUNT(WS-BT-SUB)
                   TO WS-CSV-BASE-AMOUNT
               MOVE WS-BT-BASE-RESULT(WS-BT-SUB)
                   TO WS-CSV-BASE-RESULT
               MOVE SPACES TO SETTLE-RECORD
               STRING WS-SELECT-DATE ","
                   WS-BT-BRANCH(WS-BT-SUB) ","
                   WS-CSV-COUNT ","
                   WS-CSV-BASE-AMOUNT ","
                   WS-CSV-BASE-RESULT ","
                   WS-BT-CURRENCY(WS-BT-SUB) ","
                   WS-CSV-AMOUNT ","
                   WS-CSV-RESULT
                   DELIMITED BY SIZE INTO SETTLE-RECORD
               WRITE SETTLE-RECORD
           END-PERFORM

      * one row per reversal: its branch, its own sequence, the
      * sequence it backed out, and the result it posted - in base
      * currency, then its currency and the result in that currency
           PERFORM VARYING WS-RV-SUB FROM 1 BY 1
                   UNTIL WS-RV-SUB > WS-RV-USED
               MOVE WS-RV-RESULT(WS-RV-SUB) TO WS-CSV-RESULT
               MOVE WS-RV-BASE-RESULT(WS-RV-SUB) TO WS-CSV-BASE-RESULT
               MOVE SPACES TO SETTLE-RECORD
               STRING "REVERSAL," WS-SELECT-DATE ","
                   WS-RV-BRANCH(WS-RV-SUB) ","
                   WS-RV-SEQUENCE(WS-RV-SUB) ","
                   WS-RV-ORIG-SEQ(WS-RV-SUB) ","
                   WS-CSV-BASE-RESULT ","
                   WS-RV-CURRENCY(WS-RV-SUB) ","
                   WS-CSV-RESULT
                   DELIMITED BY SIZE INTO SETTLE-RECORD
               WRITE SETTLE-RECORD
           END-PERFORM

      * one row per pair of branches that moved money between them:
      * the branch that owes, the branch it owes, and the net amount
      * in base currency, with the number of transfers behind it
           PERFORM VARYING WS-IB-SUB FROM 1 BY 1
                   UNTIL WS-IB-SUB > WS-IB-USED
               PERFORM SET-INTER-BRANCH-NET
               MOVE WS-IB-COUNT(WS-IB-SUB) TO WS-CSV-COUNT
               MOVE WS-IB-NET TO WS-CSV-BASE-AMOUNT
               MOVE SPACES TO SETTLE-RECORD
               STRING "INTERBRANCH," WS-SELECT-DATE ","
                   WS-IB-OWING ","
                   WS-IB-OWED ","
                   WS-CSV-COUNT ","
                   WS-CSV-BASE-AMOUNT
                   DELIMITED BY SIZE INTO SETTLE-RECORD
               WRITE SETTLE-RECORD
           END-PERFORM

      * control trailer so the receiving system can prove it read the
      * whole file: branch row count, then the base-currency grand
      * totals
           MOVE WS-GRAND-COUNT TO WS-CSV-COUNT
           MOVE WS-GRAND-AMOUNT TO WS-CSV-AMOUNT
           MOVE WS-GRAND-RESULT TO WS-CSV-RESULT

           CLOSE SETTLE-FILE.

       SET-INTER-BRANCH-NET.

      * the branch that sent more owes the other the difference
           COMPUTE WS-IB-NET = WS-IB-LOW-TO-HIGH(WS-IB-SUB)
               - WS-IB-HIGH-TO-LOW(WS-IB-SUB)
           IF WS-IB-NET < ZERO
               MOVE WS-IB-HIGH(WS-IB-SUB) TO WS-IB-OWING
               MOVE WS-IB-LOW(WS-IB-SUB) TO WS-IB-OWED
               COMPUTE WS-IB-NET = ZERO - WS-IB-NET
           ELSE
               MOVE WS-IB-LOW(WS-IB-SUB) TO WS-IB-OWING
               MOVE WS-IB-HIGH(WS-IB-SUB) TO WS-IB-OWED
           END-IF.

       PRINT-SETTLEMENT-REPORT.

           MOVE "BRANCHSETTLERPT" TO RPT-FILE-NAME
           SET RPT-REQ-INIT TO TRUE
           CALL "report-writer" USING RPT-CONTROL

      * each branch in base currency, with its own currency's totals
      * on the line beneath
           PERFORM VARYING WS-BT-SUB FROM 1 BY 1
                   UNTIL WS-BT-SUB > WS-BT-USED
               MOVE WS-BT-BRANCH(WS-BT-SUB) TO RPT-BRANCH-TAG
               MOVE WS-BT-BASE-AMOUNT(WS-BT-SUB)
                   TO WS-TOTAL-DISPLAY-1
               MOVE WS-BT-BASE-RESULT(WS-BT-SUB)
                   TO WS-TOTAL-DISPLAY-2
               MOVE SPACES TO RPT-LINE
               STRING "BRANCH " WS-BT-BRANCH(WS-BT-SUB)
                   "  RESULTS " WS-TOTAL-DISPLAY-2
                   DELIMITED BY SIZE INTO RPT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE WS-BT-AMOUNT-TOT(WS-BT-SUB)
                   TO WS-TOTAL-DISPLAY-1
               MOVE WS-BT-RESULT-TOT(WS-BT-SUB)
                   TO WS-TOTAL-DISPLAY-2
               MOVE SPACES TO RPT-LINE
               STRING "    IN " WS-BT-CURRENCY(WS-BT-SUB)
                   "                 "
                   "  AMOUNTS " WS-TOTAL-DISPLAY-1
                   "  RESULTS " WS-TOTAL-DISPLAY-2
                   DELIMITED BY SIZE INTO RPT-LINE
               PERFORM WRITE-REPORT-LINE
           END-PERFORM

           PERFORM VARYING WS-RV-SUB FROM 1 BY 1
                   UNTIL WS-RV-SUB > WS-RV-USED
               MOVE WS-RV-BRANCH(WS-RV-SUB) TO RPT-BRANCH-TAG
               MOVE WS-RV-BASE-RESULT(WS-RV-SUB)
                   TO WS-TOTAL-DISPLAY-2
               MOVE SPACES TO RPT-LINE
               STRING "REVERSAL " WS-RV-BRANCH(WS-RV-SUB)
                   "  SEQ " WS-RV-SEQUENCE(WS-RV-SUB)
                   "  BACKS OUT SEQ " WS-RV-ORIG-SEQ(WS-RV-SUB)
                   "  RESULT " WS-TOTAL-DISPLAY-2
                   DELIMITED BY SIZE INTO RPT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE WS-RV-RESULT(WS-RV-SUB) TO WS-TOTAL-DISPLAY-2
               MOVE SPACES TO RPT-LINE
               STRING "    IN " WS-RV-CURRENCY(WS-RV-SUB)
                   "                                      "
                   "  RESULT " WS-TOTAL-DISPLAY-2
                   DELIMITED BY SIZE INTO RPT-LINE
               PERFORM WRITE-REPORT-LINE
           END-PERFORM

           MOVE SPACES TO RPT-BRANCH-TAG

           IF WS-IB-USED > ZERO
               MOVE SPACES TO RPT-LINE
               MOVE "INTER-BRANCH NET POSITION" TO RPT-LINE
               PERFORM WRITE-REPORT-LINE
               PERFORM PRINT-INTER-BRANCH-PAIRS
               PERFORM PRINT-INTER-BRANCH-POSITIONS
               MOVE SPACES TO RPT-BRANCH-TAG
               MOVE SPACES TO RPT-BRANCH-TAG-2
           END-IF

           MOVE WS-AUDIT-RESULT-TOT TO WS-TOTAL-DISPLAY-1
           MOVE SPACES TO RPT-LINE
           STRING "AUDIT CROSS-CHECK: " WS-AUDIT-COUNT
           SET RPT-REQ-CLOSE TO TRUE
           CALL "report-writer" USING RPT-CONTROL.

       PRINT-INTER-BRANCH-PAIRS.

      * each pair's gross transfers both ways, then who owes whom
           PERFORM VARYING WS-IB-SUB FROM 1 BY 1
                   UNTIL WS-IB-SUB > WS-IB-USED
               MOVE WS-IB-LOW(WS-IB-SUB) TO RPT-BRANCH-TAG
               MOVE WS-IB-HIGH(WS-IB-SUB) TO RPT-BRANCH-TAG-2
               MOVE WS-IB-LOW-TO-HIGH(WS-IB-SUB) TO WS-TOTAL-DISPLAY-1
               MOVE WS-IB-HIGH-TO-LOW(WS-IB-SUB) TO WS-TOTAL-DISPLAY-2
               MOVE SPACES TO RPT-LINE
               STRING "  " WS-IB-LOW(WS-IB-SUB) " TO "
                   WS-IB-HIGH(WS-IB-SUB) " " WS-TOTAL-DISPLAY-1
                   "  " WS-IB-HIGH(WS-IB-SUB) " TO "
                   WS-IB-LOW(WS-IB-SUB) " " WS-TOTAL-DISPLAY-2
                   "  TRANSFERS " WS-IB-COUNT(WS-IB-SUB)
                   DELIMITED BY SIZE INTO RPT-LINE
               PERFORM WRITE-REPORT-LINE
               PERFORM SET-INTER-BRANCH-NET
               MOVE WS-IB-NET TO WS-TOTAL-DISPLAY-1
               MOVE SPACES TO RPT-LINE
               STRING "    " WS-IB-OWING " OWES " WS-IB-OWED
                   " " WS-TOTAL-DISPLAY-1
                   DELIMITED BY SIZE INTO RPT-LINE
               PERFORM WRITE-REPORT-LINE
           END-PERFORM.

       PRINT-INTER-BRANCH-POSITIONS.

      * a branch's net position is what it received less what it
      * sent - negative, it owes the other branches; positive, they
      * owe it
           MOVE SPACES TO RPT-BRANCH-TAG-2
           PERFORM VARYING WS-BT-SUB FROM 1 BY 1
                   UNTIL WS-BT-SUB > WS-BT-USED
               IF WS-BT-XFER-OUT(WS-BT-SUB) NOT = ZERO
                       OR WS-BT-XFER-IN(WS-BT-SUB) NOT = ZERO
                   MOVE WS-BT-XFER-OUT(WS-BT-SUB)
                       TO WS-TOTAL-DISPLAY-1
                   MOVE WS-BT-XFER-IN(WS-BT-SUB)
                       TO WS-TOTAL-DISPLAY-2
                   MOVE WS-BT-BRANCH(WS-BT-SUB) TO RPT-BRANCH-TAG
                   COMPUTE WS-IB-NET = WS-BT-XFER-IN(WS-BT-SUB)
                       - WS-BT-XFER-OUT(WS-BT-SUB)
                   MOVE WS-IB-NET TO WS-TOTAL-DISPLAY-3
                   MOVE SPACES TO RPT-LINE
                   STRING "  " WS-BT-BRANCH(WS-BT-SUB)
                       " SENT " WS-TOTAL-DISPLAY-1
                       " RECD " WS-TOTAL-DISPLAY-2
                       " NET " WS-TOTAL-DISPLAY-3
                       DELIMITED BY SIZE INTO RPT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-PERFORM.

       PRINT-JOB-STATS.

           OPEN EXTEND STATS-FILE
