           05 TRAN-SEQUENCE        PIC 9(7).
           05 TRAN-ACCOUNT         PIC X(8).
           05 TRAN-CYCLE           PIC 9(3).
      * on a reversal, the sequence number being backed out and the
      * result it posted, as tran-edit found them on the audit trail
           05 TRAN-REVERSAL-FIELDS.
               10 TRAN-ORIG-SEQUENCE   PIC 9(7).
               10 TRAN-ORIG-RESULT     PIC S9(9)V99
                                       SIGN LEADING SEPARATE.
      * the currency the amounts are in and tran-edit's rate to the
      * base currency; spaces on a file from before currencies
           05 TRAN-CURRENCY        PIC X(3).
           05 TRAN-RATE            PIC 9(4)V9(6).
      * on an inter-branch transfer (operation X), the branch and
      * account credited; the branch and account above are debited.
      * spaces on every other record
           05 TRAN-TO-BRANCH       PIC X(3).
           05 TRAN-TO-ACCOUNT      PIC X(8).

       FD  RESULT-FILE
           LABEL RECORDS ARE STANDARD.
           05 OUT-SEQUENCE         PIC 9(7).
           05 OUT-ACCOUNT          PIC X(8).
           05 OUT-CYCLE            PIC 9(3).
      * on a reversal, the sequence number it backed out; spaces on
      * every other result
           05 OUT-REVERSAL-FIELDS.
               10 OUT-ORIG-SEQUENCE    PIC 9(7).
      * the branch the detail came in from, so each result can be
      * posted and analysed by branch as well as by account
           05 OUT-BRANCH           PIC X(3).
      * the amounts above are in the branch's currency; the same
      * amounts converted to the base currency follow
           05 OUT-CURRENCY         PIC X(3).
           05 OUT-RATE             PIC 9(4)V9(6).
           05 OUT-BASE-FIRST       PIC S9(9)V99
                                   SIGN LEADING SEPARATE.
           05 OUT-BASE-SECOND      PIC S9(9)V99
                                   SIGN LEADING SEPARATE.
           05 OUT-BASE-RESULT      PIC S9(9)V99
                                   SIGN LEADING SEPARATE.

       FD  REJECT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY acctrec.

      * per-branch, per-operation calculation rates, effective dated;
      * maintained through fee-schedule-maint
       FD  FEE-SCHEDULE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY feesched.

       FD  FEES-FILE
           LABEL RECORDS ARE STANDARD.

       FD  HOSP-MNT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY hmntrec.

       FD  HOSP-HIST-FILE
           LABEL RECORDS ARE STANDARD.
           88  OP-MULTIPLY                 VALUE "M".
           88  OP-DIVIDE                   VALUE "D".
           88  OP-VALID                    VALUES "A" "S" "M" "D".
      * a reversal only ever arrives from the batch feed - it is not
      * offered at the interactive prompt
           88  OP-REVERSAL                 VALUE "R".
      * an inter-branch transfer also only arrives from the batch
      * feed; it posts a debit leg and a credit leg, two results
      * under the one sequence number
           88  OP-TRANSFER                 VALUE "X".

       01  AMOUNT-ENTRY.
           05 AE-SIGN      PIC X(1).
           05 WS-RESULTS-ON-FILE   PIC 9(7) VALUE ZERO.
           05 WS-CKPT-FLAG         PIC X(1) VALUE "N".

      * a transfer whose debit leg reached the result file before an
      * abend but whose credit leg did not - the restart finishes it
      * without writing the debit leg a second time
       01  WS-OPEN-LEG-SW          PIC X(1) VALUE "N".
           88  WS-OPEN-LEG                 VALUE "Y" FALSE "N".
       01  WS-OPEN-LEG-SEQUENCE    PIC 9(7) VALUE ZERO.

       01  WS-CKPT-RUNNING-SW      PIC X(1) VALUE "N".
           88  WS-CKPT-RUNNING             VALUE "Y" FALSE "N".

               10 WS-AM-CURR-BAL     PIC S9(13)V99.
               10 WS-AM-STMT-DATE    PIC X(10).
               10 WS-AM-EFF-DATE     PIC X(10).
               10 WS-AM-STATUS       PIC X(1).
               10 WS-AM-STATUS-DATE  PIC X(10).
               10 WS-AM-CLOSED-YEAR PIC X(4).
       01  WS-AM-COUNT              PIC 9(3) VALUE ZERO.
       01  WS-AM-SUB                PIC 9(3) VALUE ZERO.
       01  WS-AM-MATCH-SUB          PIC 9(3) VALUE ZERO.
       01  WS-CUR-SEQUENCE          PIC 9(7) VALUE ZERO.
       01  WS-CUR-ACCOUNT           PIC X(8) VALUE "SUSPENSE".
       01  WS-CUR-CYCLE             PIC 9(3) VALUE ZERO.
       01  WS-CUR-BRANCH            PIC X(3) VALUE SPACES.
       01  WS-CUR-ORIG-SEQUENCE     PIC 9(7) VALUE ZERO.
       01  WS-ORIG-RESULT           PIC S9(9)V99 VALUE ZERO.
       01  WS-CUR-CURRENCY          PIC X(3) VALUE SPACES.
       01  WS-CUR-RATE              PIC 9(4)V9(6) VALUE 1.
       01  BASE-FIRST-NUMBER        PIC S9(9)V99 VALUE ZERO.
       01  BASE-SECOND-NUMBER       PIC S9(9)V99 VALUE ZERO.
       01  BASE-RESULT              PIC S9(9)V99 VALUE ZERO.
       01  WS-FEE-CREDIT            PIC S9(7)V99 VALUE ZERO.
       01  WS-FEE-FOUND-SW          PIC X(1) VALUE "N".
           88  WS-FEE-FOUND                 VALUE "Y" FALSE "N".
       01  WS-FEE-EOF-SW            PIC X(1) VALUE "N".
           88  WS-FEE-EOF                   VALUE "Y" FALSE "N".
       01  WS-CTL-COUNT             PIC 9(7) VALUE ZERO.
       01  WS-CTL-HASH              PIC S9(11)V99 VALUE ZERO.

           COPY rundate.
           COPY runparm.
           COPY ctlws.
           COPY chainws.
           COPY rptws.
           COPY pinws.
           COPY regws.
           COPY abendws.

       LINKAGE SECTION.

       OPEN-AUDIT-FILE.

      * pick up the hash chain where the trail left off
           MOVE WS-AUDIT-FILE-NAME TO CHN-FILE-NAME
           SET CHN-REQ-START TO TRUE
           CALL "audit-chain" USING CHN-CONTROL

           OPEN EXTEND AUDIT-TRAIL-FILE
           IF WS-FILE-STATUS = "35"
               OPEN OUTPUT AUDIT-TRAIL-FILE
           MOVE WS-CUR-SEQUENCE TO AT-SEQUENCE
           MOVE WS-CUR-ACCOUNT TO AT-ACCOUNT
           MOVE WS-CUR-CYCLE TO AT-CYCLE
           MOVE WS-CUR-BRANCH TO AT-BRANCH
           IF WS-SIZE-ERROR
               MOVE "R" TO AT-STATUS
           ELSE
               MOVE "P" TO AT-STATUS
           END-IF
           IF OP-REVERSAL
               MOVE WS-CUR-ORIG-SEQUENCE TO AT-ORIG-SEQUENCE
           ELSE
               MOVE ZERO TO AT-ORIG-SEQUENCE
           END-IF
           MOVE WS-CUR-CURRENCY TO AT-CURRENCY
           MOVE WS-CUR-RATE TO AT-RATE
           MOVE BASE-FIRST-NUMBER TO AT-BASE-FIRST
           MOVE BASE-SECOND-NUMBER TO AT-BASE-SECOND
           MOVE BASE-RESULT TO AT-BASE-RESULT

           MOVE AUDIT-TRAIL-RECORD TO CHN-RECORD
           SET CHN-REQ-HASH TO TRUE
           CALL "audit-chain" USING CHN-CONTROL
           MOVE CHN-HASH TO AT-CHAIN-HASH

           WRITE AUDIT-TRAIL-RECORD.

                                   FIRST-NUMBER " D " SECOND-NUMBER
                       END-COMPUTE
                   END-IF
      * a reversal backs out exactly what its original posted - the
      * result is that result negated, never recalculated
               WHEN OP-REVERSAL
                   COMPUTE RESULT = ZERO - WS-ORIG-RESULT
      * a transfer's result is its debit leg - the amount taken off
      * the sending account; the credit leg is the same negated
               WHEN OP-TRANSFER
                   IF FIRST-NUMBER NOT > ZERO
                       SET WS-SIZE-ERROR TO TRUE
                       MOVE "INVALID TRANSFER" TO WS-REJECT-REASON
                       DISPLAY "ERROR: transfer amount not positive "
                           FIRST-NUMBER
                   ELSE
                       COMPUTE RESULT = ZERO - FIRST-NUMBER
                   END-IF
               WHEN OTHER
                   SET WS-SIZE-ERROR TO TRUE
                   MOVE "INVALID OPERATION" TO WS-REJECT-REASON
                       OPERATION-CODE ">"
           END-EVALUATE.

       COMPUTE-BASE-AMOUNTS.

      * the base-currency amounts are the branch's amounts at the
      * detail's rate; the base result is the result converted, not
      * a calculation on converted operands, so a multiply or divide
      * comes out the same in either currency. a result that cannot
      * be converted is rejected like any other overflow
           MOVE ZEROS TO BASE-RESULT
           COMPUTE BASE-FIRST-NUMBER ROUNDED
                   = FIRST-NUMBER * WS-CUR-RATE
               ON SIZE ERROR
                   MOVE ZEROS TO BASE-FIRST-NUMBER
           END-COMPUTE
           COMPUTE BASE-SECOND-NUMBER ROUNDED
                   = SECOND-NUMBER * WS-CUR-RATE
               ON SIZE ERROR
                   MOVE ZEROS TO BASE-SECOND-NUMBER
           END-COMPUTE

           IF NOT WS-SIZE-ERROR
               COMPUTE BASE-RESULT ROUNDED = RESULT * WS-CUR-RATE
                   ON SIZE ERROR
                       SET WS-SIZE-ERROR TO TRUE
                       MOVE ZEROS TO BASE-RESULT
                       MOVE "BASE AMOUNT OVERFLOW" TO WS-REJECT-REASON
                       DISPLAY "ERROR: base amount overflow for "
                           RESULT " AT " WS-CUR-RATE
               END-COMPUTE
           END-IF.

       INTERACTIVE-PROCESS.

      * keyed amounts are always in the base currency
           MOVE WS-CYCLE-NUMBER TO WS-CUR-CYCLE
           MOVE RP-BASE-CURRENCY TO WS-CUR-CURRENCY
           MOVE 1 TO WS-CUR-RATE

           DISPLAY "Hello, Please enter the first amount as "
               "+9999999.99 "
               ACCEPT OPERATION-CODE
           END-PERFORM

           PERFORM COMPUTE-RESULT
           PERFORM COMPUTE-BASE-AMOUNTS.

           ADD 1 TO WS-COUNT-IN
           IF WS-SIZE-ERROR
       COUNT-RESULTS-ON-FILE.

           MOVE ZERO TO WS-RESULTS-ON-FILE
           SET WS-OPEN-LEG TO FALSE
           MOVE ZERO TO WS-OPEN-LEG-SEQUENCE
           SET WS-EOF TO FALSE

           OPEN INPUT RESULT-FILE
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF RESULT-RECORD(1:4) NOT = "*CTL"
                           PERFORM COUNT-ONE-RESULT-ON-FILE
                       END-IF
               END-READ
           END-PERFORM
           END-IF
           SET WS-EOF TO FALSE.

       COUNT-ONE-RESULT-ON-FILE.

      * a posted transfer is one transaction with two results - the
      * debit leg (negative) and then the credit leg (positive). it
      * counts as done only once its credit leg is on file; a debit
      * leg left on its own is the transfer the abend interrupted
           IF OUT-OPERATION = "X" AND OUT-STATUS = "P"
                   AND OUT-RESULT NUMERIC
               IF OUT-RESULT < ZERO
                   SET WS-OPEN-LEG TO TRUE
                   MOVE OUT-SEQUENCE TO WS-OPEN-LEG-SEQUENCE
               ELSE
                   SET WS-OPEN-LEG TO FALSE
                   ADD 1 TO WS-RESULTS-ON-FILE
               END-IF
           ELSE
               SET WS-OPEN-LEG TO FALSE
               ADD 1 TO WS-RESULTS-ON-FILE
           END-IF.

       SKIP-PROCESSED-RECORDS.

           MOVE ZERO TO WS-SKIP-COUNT
      * periodic checkpoint. the checkpoint count itself is only
      * written every few transactions, but every processed
      * transaction wrote exactly one RESULT-RECORD before the abend
      * - a transfer two, counted once - so on restart the result
      * file is the exact count of work already done, and the audit
      * and master files see no transaction twice
           IF WS-CKPT-RUNNING
               PERFORM COUNT-RESULTS-ON-FILE
               MOVE WS-RESULTS-ON-FILE TO WS-CKPT-COUNT
               ELSE
                   MOVE TRAN-ACCOUNT TO WS-CUR-ACCOUNT
               END-IF
               MOVE TRAN-BRANCH-CODE TO WS-CUR-BRANCH
               IF TRAN-CYCLE NUMERIC
                   MOVE TRAN-CYCLE TO WS-CUR-CYCLE
               ELSE
                   MOVE WS-CYCLE-NUMBER TO WS-CUR-CYCLE
               END-IF
      * a clean file from before currencies were carried is all in
      * the base currency
               IF TRAN-CURRENCY = SPACES
                       OR TRAN-RATE NOT NUMERIC
                       OR TRAN-RATE = ZERO
                   MOVE RP-BASE-CURRENCY TO WS-CUR-CURRENCY
                   MOVE 1 TO WS-CUR-RATE
               ELSE
                   MOVE TRAN-CURRENCY TO WS-CUR-CURRENCY
                   MOVE TRAN-RATE TO WS-CUR-RATE
               END-IF

               MOVE TRAN-OPERATION TO OPERATION-CODE
               MOVE ZERO TO WS-CUR-ORIG-SEQUENCE
               MOVE ZERO TO WS-ORIG-RESULT
               IF OP-REVERSAL
                   IF TRAN-ORIG-SEQUENCE NUMERIC
                       MOVE TRAN-ORIG-SEQUENCE TO WS-CUR-ORIG-SEQUENCE
                   END-IF
                   IF TRAN-ORIG-RESULT NUMERIC
                       MOVE TRAN-ORIG-RESULT TO WS-ORIG-RESULT
                   END-IF
               END-IF
               PERFORM COMPUTE-RESULT
               PERFORM COMPUTE-BASE-AMOUNTS

               IF WS-SIZE-ERROR
                   MOVE ZEROS TO OUT-RESULT
               MOVE WS-CUR-SEQUENCE TO OUT-SEQUENCE
               MOVE WS-CUR-ACCOUNT TO OUT-ACCOUNT
               MOVE WS-CUR-CYCLE TO OUT-CYCLE
               MOVE SPACES TO OUT-REVERSAL-FIELDS
               IF OP-REVERSAL
                   MOVE WS-CUR-ORIG-SEQUENCE TO OUT-ORIG-SEQUENCE
               END-IF
               MOVE WS-CUR-BRANCH TO OUT-BRANCH
               MOVE WS-CUR-CURRENCY TO OUT-CURRENCY
               MOVE WS-CUR-RATE TO OUT-RATE
               MOVE BASE-FIRST-NUMBER TO OUT-BASE-FIRST
               MOVE BASE-SECOND-NUMBER TO OUT-BASE-SECOND
               IF WS-SIZE-ERROR
                   MOVE ZEROS TO OUT-BASE-RESULT
               ELSE
                   MOVE BASE-RESULT TO OUT-BASE-RESULT
               END-IF
      * the debit leg of a transfer the last run was interrupted
      * between is already on file - only its credit leg is missing
               IF WS-OPEN-LEG AND OP-TRANSFER
                       AND NOT WS-SIZE-ERROR
                       AND WS-CUR-SEQUENCE = WS-OPEN-LEG-SEQUENCE
                   DISPLAY "COMPLETING TRANSFER SEQUENCE "
                       WS-CUR-SEQUENCE " INTERRUPTED AFTER ITS "
                       "DEBIT LEG"
               ELSE
                   WRITE RESULT-RECORD
                   ADD 1 TO WS-COUNT-OUT
               END-IF
               SET WS-OPEN-LEG TO FALSE
      * both legs of a transfer are written back to back, ahead of
      * the fee and audit, so the pair is never left half posted
               IF OP-TRANSFER AND NOT WS-SIZE-ERROR
                   PERFORM WRITE-TRANSFER-CREDIT-LEG
               END-IF

               IF NOT WS-SIZE-ERROR
                   IF OP-REVERSAL
                       PERFORM CREDIT-ORIGINAL-FEE
                   ELSE
                       PERFORM WRITE-FEE-RECORD
                   END-IF
               END-IF

               PERFORM WRITE-AUDIT-RECORD
               IF OP-TRANSFER AND NOT WS-SIZE-ERROR
                   PERFORM WRITE-TRANSFER-CREDIT-AUDIT
               END-IF

               MOVE FIRST-NUMBER  TO ws-var1
               MOVE SECOND-NUMBER TO ws-var2

           PERFORM WRITE-RESULT-TRAILER.

       WRITE-TRANSFER-CREDIT-LEG.

      * the credit leg is the debit leg turned round: the same
      * sequence, amounts, and rate, the result negated, posting to
      * the receiving branch's account
           COMPUTE OUT-RESULT = ZERO - RESULT
           COMPUTE OUT-BASE-RESULT = ZERO - BASE-RESULT
           MOVE TRAN-TO-ACCOUNT TO OUT-ACCOUNT
           MOVE TRAN-TO-BRANCH TO OUT-BRANCH
           WRITE RESULT-RECORD
           ADD 1 TO WS-COUNT-OUT.

       WRITE-TRANSFER-CREDIT-AUDIT.

      * the receiving account's audit entry, after the sending
      * account's - the fee has already gone to the sending branch
           MOVE TRAN-TO-ACCOUNT TO WS-CUR-ACCOUNT
           MOVE TRAN-TO-BRANCH TO WS-CUR-BRANCH
           COMPUTE RESULT = ZERO - RESULT
           COMPUTE BASE-RESULT = ZERO - BASE-RESULT
           PERFORM WRITE-AUDIT-RECORD.

       LOAD-FEE-SCHEDULE.

      * only rates in force on the business date are loaded; a branch
               END-IF
           END-IF.

       CREDIT-ORIGINAL-FEE.

      * the fee the original was billed - whatever the rate was then -
      * is credited back as a negative line item under the reversal's
      * own sequence. the first line billed for the original is the
      * fee; nothing is credited for an original that was never
      * billed, and nothing at all from a rehearsal
           IF RP-REHEARSAL-ON
               CONTINUE
           ELSE
               IF WS-FEES-OPEN
                   CLOSE FEES-FILE
                   SET WS-FEES-OPEN TO FALSE
               END-IF

               SET WS-FEE-FOUND TO FALSE
               SET WS-FEE-EOF TO FALSE
               MOVE ZERO TO WS-FEE-CREDIT
               OPEN INPUT FEES-FILE
               IF WS-FILE-STATUS = "35"
                   SET WS-FEE-EOF TO TRUE
               ELSE
                   IF WS-FILE-STATUS NOT = "00"
                       STRING "UNABLE TO OPEN FEESFILE, STATUS "
                           WS-FILE-STATUS DELIMITED BY SIZE
                           INTO WS-ABEND-MESSAGE
                       PERFORM ABEND-RTN
                   END-IF
                   READ FEES-FILE
                       AT END SET WS-FEE-EOF TO TRUE
                   END-READ
               END-IF
               PERFORM UNTIL WS-FEE-EOF OR WS-FEE-FOUND
                   IF FEE-SEQUENCE NUMERIC
                           AND FEE-SEQUENCE = WS-CUR-ORIG-SEQUENCE
                           AND FEE-OPERATION NOT = "R"
                       SET WS-FEE-FOUND TO TRUE
                       MOVE FEE-AMOUNT TO WS-FEE-CREDIT
                   ELSE
                       READ FEES-FILE
                           AT END SET WS-FEE-EOF TO TRUE
                       END-READ
                   END-IF
               END-PERFORM
               IF WS-FILE-STATUS NOT = "35"
                   CLOSE FEES-FILE
               END-IF

               OPEN EXTEND FEES-FILE
               IF WS-FILE-STATUS = "35"
                   OPEN OUTPUT FEES-FILE
                   CLOSE FEES-FILE
                   OPEN EXTEND FEES-FILE
               END-IF
               IF WS-FILE-STATUS NOT = "00"
                   STRING "UNABLE TO OPEN FEESFILE, STATUS "
                       WS-FILE-STATUS DELIMITED BY SIZE
                       INTO WS-ABEND-MESSAGE
                   PERFORM ABEND-RTN
               END-IF
               SET WS-FEES-OPEN TO TRUE

               IF WS-FEE-FOUND
                   MOVE SPACES TO FEE-RECORD
                   MOVE WS-TODAY-FORMATTED   TO FEE-BUSDATE
                   MOVE WS-RUN-NUMBER        TO FEE-RUN-NUMBER
                   MOVE TRAN-BRANCH-CODE     TO FEE-BRANCH
                   MOVE TRAN-OPERATION       TO FEE-OPERATION
                   MOVE WS-CUR-SEQUENCE      TO FEE-SEQUENCE
                   MOVE WS-CUR-ACCOUNT       TO FEE-ACCOUNT
                   COMPUTE FEE-AMOUNT = ZERO - WS-FEE-CREDIT
                   MOVE WS-CUR-ORIG-SEQUENCE TO FEE-ORIG-SEQUENCE
                   WRITE FEE-RECORD
                   ADD 1 TO WS-FEE-COUNT
               END-IF
           END-IF.

       POST-ACCOUNT-BALANCES.

      * the run's complete RESULTFILE - including anything a restart

       POST-ONE-RESULT-TO-ACCOUNT.

      * the books are kept in the base currency; a result from
      * before currencies were carried was already in it
           PERFORM FIND-ACCOUNT-ROW
           IF OUT-CURRENCY NOT = SPACES
                   AND OUT-BASE-RESULT NUMERIC
               ADD OUT-BASE-RESULT TO WS-AM-CURR-BAL(WS-AM-MATCH-SUB)
           ELSE
               ADD OUT-RESULT TO WS-AM-CURR-BAL(WS-AM-MATCH-SUB)
           END-IF
           ADD 1 TO WS-AM-POSTED.

       FIND-ACCOUNT-ROW.
               STRING WS-RUN-DATE-YYYY "-" WS-RUN-DATE-MM "-"
                   WS-RUN-DATE-DD DELIMITED BY SIZE
                   INTO WS-AM-EFF-DATE(WS-AM-COUNT)
               MOVE "O" TO WS-AM-STATUS(WS-AM-COUNT)
               MOVE WS-AM-EFF-DATE(WS-AM-COUNT)
                   TO WS-AM-STATUS-DATE(WS-AM-COUNT)
               MOVE SPACES TO WS-AM-CLOSED-YEAR(WS-AM-COUNT)
               MOVE WS-AM-COUNT TO WS-AM-MATCH-SUB
           END-IF.

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
               MOVE WS-AM-CURR-BAL(WS-AM-SUB) TO AM-CURR-BALANCE
               MOVE WS-AM-STMT-DATE(WS-AM-SUB) TO AM-LAST-STMT-DATE
               MOVE WS-AM-EFF-DATE(WS-AM-SUB) TO AM-EFF-DATE
               MOVE WS-AM-STATUS(WS-AM-SUB) TO AM-STATUS
               MOVE WS-AM-STATUS-DATE(WS-AM-SUB) TO AM-STATUS-DATE
               MOVE WS-AM-CLOSED-YEAR(WS-AM-SUB) TO AM-CLOSED-YEAR
               WRITE ACCOUNT-MASTER-RECORD
           END-PERFORM


       VALIDATE-HOSPITAL-PROFILE.

      * the region must be one REGIONMASTER knows and has active
           SET RV-OK TO TRUE
           IF HM-REGION NOT = SPACES
               MOVE HM-REGION TO RV-REGION
               CALL "region-verify" USING REGION-CHECK-AREA
           END-IF

           EVALUATE TRUE
               WHEN HM-HOSPITAL-KEY = SPACES
                   MOVE "HOSPITAL KEY MISSING" TO WS-HM-REASON
                   MOVE "BED COUNT NOT NUMERIC" TO WS-HM-REASON
               WHEN HM-REGION = SPACES
                   MOVE "REGION MISSING" TO WS-HM-REASON
               WHEN RV-INACTIVE
                   MOVE "REGION INACTIVE" TO WS-HM-REASON
               WHEN NOT RV-ACCEPTABLE
                   MOVE "REGION NOT ON REGIONMASTER" TO WS-HM-REASON
               WHEN NOT (HM-OPEN OR HM-CLOSED)
                   MOVE "STATUS NOT O OR C" TO WS-HM-REASON
               WHEN OTHER
               MOVE "HOSPITAL NOT ON FILE" TO WS-HM-REASON
               DISPLAY "HOSPITAL NOT ON FILE: " HM-HOSPITAL-KEY
           ELSE
               PERFORM CHECK-CHANGE-REGION
               IF WS-HM-REASON NOT = SPACES
                   DISPLAY "CHANGE REJECTED: " WS-HM-REASON
               ELSE
      * closing a live hospital is too easy to fat-finger - a change
      * that would set the status to C waits on the pending queue
      * for a supervisor instead of applying here
                   IF HM-STATUS = "C"
                           AND WS-HM-TAB-STATUS(WS-HM-MATCH-SUB)
                               NOT = "C"
                       MOVE "C" TO WS-HM-PEND-ACTION
                       PERFORM WRITE-PENDING-CHANGE
                       SET WS-HM-QUEUED TO TRUE
                       DISPLAY "CLOSURE QUEUED FOR SUPERVISOR "
                           "APPROVAL: " HM-HOSPITAL-KEY
                   ELSE
                       PERFORM BUILD-BEFORE-IMAGE
                       IF HM-ADMIN NOT = SPACES
                           MOVE HM-ADMIN
                               TO WS-HM-TAB-ADMIN(WS-HM-MATCH-SUB)
                       END-IF
                       IF HM-ADDRESS NOT = SPACES
                           MOVE HM-ADDRESS
                               TO WS-HM-TAB-ADDRESS(WS-HM-MATCH-SUB)
                       END-IF
                       IF HM-PHONE NOT = SPACES
                           MOVE HM-PHONE
                               TO WS-HM-TAB-PHONE(WS-HM-MATCH-SUB)
                       END-IF
                       IF WS-HM-BEDS-X IS NUMERIC
                           MOVE WS-HM-BEDS-X
                               TO WS-HM-TAB-BEDS(WS-HM-MATCH-SUB)
                       END-IF
                       IF HM-REGION NOT = SPACES
                           MOVE HM-REGION
                               TO WS-HM-TAB-REGION(WS-HM-MATCH-SUB)
                       END-IF
                       IF HM-STATUS = "O" OR HM-STATUS = "C"
                           MOVE HM-STATUS
                               TO WS-HM-TAB-STATUS(WS-HM-MATCH-SUB)
                       END-IF
                       SET WS-HM-APPLIED TO TRUE
                       MOVE "C" TO WS-HM-ACTION-CODE
                       PERFORM BUILD-AFTER-IMAGE
                       PERFORM WRITE-HOSPITAL-HISTORY
                       DISPLAY "HOSPITAL CHANGED: " HM-HOSPITAL-KEY
                   END-IF
               END-IF
           END-IF.

       CHECK-CHANGE-REGION.

      * a new region is held to the same REGIONMASTER check as on add
           IF HM-REGION NOT = SPACES
               MOVE HM-REGION TO RV-REGION
               CALL "region-verify" USING REGION-CHECK-AREA
               EVALUATE TRUE
                   WHEN RV-ACCEPTABLE
                       CONTINUE
                   WHEN RV-INACTIVE
                       MOVE "REGION INACTIVE" TO WS-HM-REASON
                   WHEN OTHER
                       MOVE "REGION NOT ON REGIONMASTER"
                           TO WS-HM-REASON
               END-EVALUATE
           END-IF.

       DELETE-HOSPITAL.
