      *              totals;
      *            - every calculator engine that wrote audit records
      *              for the run date must have audited exactly one
      *              record per CLEANTRAN record;
      *            - an inter-branch transfer is one CLEANTRAN record
      *              that posts two results and two audit records, a
      *              debit leg and a credit leg: the debit leg stands
      *              for the transfer in the counts above, and every
      *              debit leg must have its credit leg, for the same
      *              amount, so no transfer is left half posted.
      *          The raw TRANFILE detail count is reported alongside so
      *          the edit step's drops are visible in the same place.
      *          Interactive calculator activity on the run date also
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
           05 WS-CLEAN-HASH         PIC S9(11)V99 VALUE ZERO.
           05 WS-RESULT-COUNT       PIC 9(7) VALUE ZERO.
           05 WS-RESULT-HASH        PIC S9(11)V99 VALUE ZERO.
      * transfer legs on the result file - the debit leg counts as
      * the transfer's result above, the credit leg only here
           05 WS-DEBIT-LEG-COUNT    PIC 9(7) VALUE ZERO.
           05 WS-DEBIT-LEG-TOTAL    PIC S9(11)V99 VALUE ZERO.
           05 WS-CREDIT-LEG-COUNT   PIC 9(7) VALUE ZERO.
           05 WS-CREDIT-LEG-TOTAL   PIC S9(11)V99 VALUE ZERO.
           05 WS-AUDIT-EXPECTED     PIC 9(7) VALUE ZERO.

      * audit tallies are kept per program per intraday cycle, so a
      * midday cycle and the night cycle each balance on their own

           PERFORM UNTIL WS-EOF
               IF RESULT-RECORD(1:4) NOT = "*CTL"
                   ADD 1 TO WS-COUNT-OUT
                   IF OUT-OPERATION = "X" AND OUT-STATUS = "P"
                           AND OUT-RESULT NUMERIC
                           AND OUT-RESULT > ZERO
                       ADD 1 TO WS-CREDIT-LEG-COUNT
                       ADD OUT-RESULT TO WS-CREDIT-LEG-TOTAL
                   ELSE
                       ADD 1 TO WS-RESULT-COUNT
                       IF OUT-FIRST-NUMBER NUMERIC
                           ADD OUT-FIRST-NUMBER TO WS-RESULT-HASH
                       END-IF
                       IF OUT-SECOND-NUMBER NUMERIC
                           ADD OUT-SECOND-NUMBER TO WS-RESULT-HASH
                       END-IF
                       IF OUT-OPERATION = "X" AND OUT-STATUS = "P"
                               AND OUT-RESULT NUMERIC
                           ADD 1 TO WS-DEBIT-LEG-COUNT
                           ADD OUT-RESULT TO WS-DEBIT-LEG-TOTAL
                       END-IF
                   END-IF
               END-IF
               READ RESULT-FILE
               PERFORM WRITE-DIFF-ENTRY
           END-IF

           IF WS-CREDIT-LEG-COUNT NOT = WS-DEBIT-LEG-COUNT
                   OR WS-CREDIT-LEG-TOTAL + WS-DEBIT-LEG-TOTAL
                       NOT = ZERO
               SET WS-OUT-OF-BALANCE TO TRUE
               ADD 1 TO WS-COUNT-REJECTED
               DISPLAY "BALANCE ERROR: TRANSFER LEGS DO NOT PAIR - "
                   WS-DEBIT-LEG-COUNT " DEBIT, "
                   WS-CREDIT-LEG-COUNT " CREDIT"
               MOVE "TRANSFER DEBIT VS CREDIT LEGS" TO WS-DIFF-LEGS
               COMPUTE WS-DIFF-COUNT =
                   WS-CREDIT-LEG-COUNT - WS-DEBIT-LEG-COUNT
               COMPUTE WS-DIFF-AMOUNT =
                   WS-CREDIT-LEG-TOTAL + WS-DEBIT-LEG-TOTAL
               PERFORM WRITE-DIFF-ENTRY
           END-IF

      * each engine audits a transfer's two legs separately, so its
      * expected audit count is the clean count plus the transfers
           COMPUTE WS-AUDIT-EXPECTED =
               WS-CLEAN-COUNT + WS-CREDIT-LEG-COUNT

      * only the current cycle's audit counts must match the clean
      * file - CLEANTRAN and RESULTFILE hold the current cycle, while
      * the audit trail accumulates the whole day; earlier cycles are
                   UNTIL WS-AP-SUB > WS-AP-USED
               IF WS-AP-CYCLE(WS-AP-SUB) = WS-CYCLE-NUMBER
                       AND WS-AP-COUNT(WS-AP-SUB)
                           NOT = WS-AUDIT-EXPECTED
                   SET WS-OUT-OF-BALANCE TO TRUE
                   ADD 1 TO WS-COUNT-REJECTED
                   DISPLAY "BALANCE ERROR: CYCLE "
                       WS-CYCLE-NUMBER " AUDIT COUNT FOR "
                       WS-AP-NAME(WS-AP-SUB) " IS "
                       WS-AP-COUNT(WS-AP-SUB)
                       " VS EXPECTED " WS-AUDIT-EXPECTED
                   MOVE SPACES TO WS-DIFF-LEGS
                   STRING "CLEANTRAN VS AUDIT "
                       WS-AP-NAME(WS-AP-SUB)
                       DELIMITED BY SIZE INTO WS-DIFF-LEGS
                   COMPUTE WS-DIFF-COUNT =
                       WS-AP-COUNT(WS-AP-SUB) - WS-AUDIT-EXPECTED
                   MOVE ZERO TO WS-DIFF-AMOUNT
                   PERFORM WRITE-DIFF-ENTRY
               END-IF
           MOVE SPACES TO DL-EXPLANATION
           MOVE ZERO TO DL-CLEAR-BADGE
           MOVE SPACES TO DL-CLEAR-DATE
           MOVE ZERO TO DL-EXPLAIN-BADGE
           MOVE SPACES TO DL-EXPLAIN-DATE
           WRITE DIFF-LEDGER-RECORD

           CLOSE DIFF-LEDGER.
               DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE WS-DEBIT-LEG-TOTAL TO WS-HASH-DISPLAY-1
           MOVE WS-CREDIT-LEG-TOTAL TO WS-HASH-DISPLAY-2
           MOVE SPACES TO RPT-LINE
           STRING "TRANSFER LEGS:     " WS-DEBIT-LEG-COUNT
               " DEBIT " WS-HASH-DISPLAY-1 "  "
               WS-CREDIT-LEG-COUNT " CREDIT " WS-HASH-DISPLAY-2
               DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO RPT-LINE
           STRING "BALANCING CYCLE " WS-CYCLE-NUMBER
               "  (DAY AUDIT TOTAL " WS-DAY-AUDIT-COUNT ")"
