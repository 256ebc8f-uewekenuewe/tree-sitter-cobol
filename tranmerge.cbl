      * Author:
      * Date:
      * Purpose: Consolidates the calculator transaction files received
      *          from the branches into the single TRANFILE batch
      *          that tran-edit validates for the calculators. The
      *          branches taken in, and the intake file each one
      *          sends, come from BRANCHMASTER: every active branch
      *          is merged in master order, and a retired branch
      *          that still sends a file is reported, not merged. Each
      *          branch file arrives in the standard batch format
      *          (header, details, trailer), where a detail may
      *          also be a reversal record naming the pipeline
      *          sequence number of an earlier transaction to back
      *          out, or an inter-branch transfer naming the branch
      *          and account to credit; this program verifies each
      *          branch trailer balances, stamps every detail record
      *          with the branch code, merges the details under one new
      *          consolidated header and trailer, and prints a
      *          arrive is reported and the step ends with return code
      *          4 so nightly-driver can surface the warning without
      *          stopping the job; an out-of-balance branch file ends
      *          the step with return code 8. A branch with no file on
      *          a holiday of its own region (HOLIDAYS, by BR-REGION)
      *          is expected to be quiet: it is reported as a regional
      *          holiday and does not raise the warning. Every
      *          duplicate batch refused is also logged for the night
      *          on DQMERGE + YYYYMMDD for the monthly
      *          branch-scorecard. A branch closed into a successor
      *          by branch-closure is taken through the closure's
      *          last day (its BR-EXP-DATE); a file under the closed
      *          code after that day is refused and reported, though
      *          corrections keyed under it still merge until the
      *          closure moves them. Register rows branch-closure
      *          moved to the successor keep the closed branch's code
      *          and never count as the successor's own batches.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BRANCH-IN-FILE ASSIGN USING WS-INTAKE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT RESUBMIT-FILE ASSIGN TO "RESUBMIT"
           SELECT DUP-REPORT-FILE ASSIGN TO "TRANMERGEDUPS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT DQ-LOG-FILE ASSIGN USING WS-DQ-LOG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT TRAN-SEQ-FILE ASSIGN TO "TRANSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
               FILE STATUS IS WS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * one branch's intake file at a time, named from its
      * BRANCHMASTER entry
       FD  BRANCH-IN-FILE
           LABEL RECORDS ARE STANDARD.
       01  BRANCH-IN-RECORD            PIC X(80).

       FD  RESUBMIT-FILE
           LABEL RECORDS ARE STANDARD.
      * must not hold a released detail over the branch limit again
           05 RESUB-ACCOUNT         PIC X(8).
           05 RESUB-RELEASED        PIC X(1).
      * the badge that keyed or released the detail, carried so the
      * same badge cannot release it if it is held again
           05 RESUB-KEYED-BADGE     PIC 9(3).

       FD  TRAN-FILE
           LABEL RECORDS ARE STANDARD.
      * R marks a supervisor-released over-limit detail; tran-edit
      * bypasses the branch limit for it so release sticks
               10 TRAN-OUT-RELEASED     PIC X(1).
      * on a reversal (operation R) the sequence number of the
      * transaction being backed out; spaces on every other detail
               10 TRAN-OUT-ORIG-SEQ     PIC 9(7).
      * the badge that keyed a resubmitted correction or released a
      * held detail; spaces on details from the branch feeds
               10 TRAN-OUT-KEYED-BADGE  PIC 9(3).
      * on an inter-branch transfer (operation X), the receiving
      * branch and account; spaces on every other detail
               10 TRAN-OUT-TO-BRANCH    PIC X(3).
               10 TRAN-OUT-TO-ACCOUNT   PIC X(8).
           05 TRAN-OUT-HEADER-FIELDS
                   REDEFINES TRAN-OUT-DETAIL-FIELDS.
               10 TRAN-OUT-BATCH-ID     PIC X(8).
               10 TRAN-OUT-BATCH-DATE   PIC X(8).
               10 FILLER                PIC X(45).
           05 TRAN-OUT-TRAILER-FIELDS
                   REDEFINES TRAN-OUT-DETAIL-FIELDS.
               10 TRAN-OUT-COUNT        PIC 9(7).
               10 TRAN-OUT-HASH         PIC S9(11)V99
                                        SIGN LEADING SEPARATE.
               10 FILLER                PIC X(40).

       FD  BRANCH-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
               88  BID-STALE               VALUE "S".
               88  BID-INVALID             VALUE "I".
               88  BID-DUPLICATE           VALUE "D".
               88  BID-HOLIDAY             VALUE "H".

      * permanent register of every branch batch this program has
      * accepted - the guard against a branch re-sending yesterday's
           05 BREG-BATCH-DATE       PIC X(8).
           05 BREG-RUN-NUMBER       PIC 9(7).
           05 BREG-ACCEPT-DATE      PIC X(10).
      * the branch that sent the batch, when branch-closure has since
      * moved the row to its successor; spaces on every other row.
      * a moved row is history only - the closed branch can send
      * nothing more, and its batch ids must not collide with the
      * successor's own
           05 BREG-FROM-BRANCH      PIC X(3).

       FD  DUP-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  DUP-REPORT-RECORD           PIC X(80).

       FD  DQ-LOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY dqlog.

      * last transaction sequence number handed out - the counter
      * behind the end-to-end trace, incremented for every detail
      * stamped into TRANFILE and rewritten at end of merge
               88  WS-BR-HEADER             VALUE "H".
               88  WS-BR-DETAIL             VALUE "D".
               88  WS-BR-TRAILER            VALUE "T".
               88  WS-BR-REVERSAL           VALUE "R".
           05 WS-BR-DETAIL-FIELDS.
               10 WS-BR-OPERATION       PIC X(1).
               10 WS-BR-FIRST-NUMBER    PIC S9(7)V99
               10 WS-BR-SECOND-NUMBER   PIC S9(7)V99
                                        SIGN LEADING SEPARATE.
               10 WS-BR-ACCOUNT         PIC X(8).
      * an inter-branch transfer (operation X) debits the account
      * above and credits this branch's account
               10 WS-BR-TO-BRANCH       PIC X(3).
               10 WS-BR-TO-ACCOUNT      PIC X(8).
               10 FILLER                PIC X(39).
           05 WS-BR-HEADER-FIELDS
                   REDEFINES WS-BR-DETAIL-FIELDS.
               10 WS-BR-BATCH-ID        PIC X(8).
               10 WS-BR-BATCH-DATE      PIC X(8).
               10 FILLER                PIC X(63).
      * a reversal carries no amounts of its own - tran-edit takes
      * them from the original's audit entry - so it adds nothing
      * to the branch hash, only to the detail count
           05 WS-BR-REVERSAL-FIELDS
                   REDEFINES WS-BR-DETAIL-FIELDS.
               10 WS-BR-ORIG-SEQUENCE   PIC X(7).
               10 FILLER                PIC X(72).
           05 WS-BR-TRAILER-FIELDS
                   REDEFINES WS-BR-DETAIL-FIELDS.
               10 WS-BR-TRAILER-COUNT   PIC 9(7).
       01  WS-BRANCH-INVALID-SW     PIC X(1) VALUE "N".
           88  WS-BRANCH-INVALID            VALUE "Y" FALSE "N".

      * set with WS-BRANCH-INVALID when the branch has closed into a
      * successor and its last day has passed
       01  WS-BRANCH-CLOSED-SW      PIC X(1) VALUE "N".
           88  WS-BRANCH-CLOSED             VALUE "Y" FALSE "N".

      * set with WS-BRANCH-MISSING when the missing file falls on a
      * holiday the branch's region observes
       01  WS-BRANCH-HOLIDAY-SW     PIC X(1) VALUE "N".
           88  WS-BRANCH-HOLIDAY            VALUE "Y" FALSE "N".

       01  WS-REGION-HOLIDAY.
           05 WS-RH-DATE            PIC X(10).
           05 WS-RH-REGION          PIC X(3).
           05 WS-RH-HOLIDAY-SW      PIC X(1).
               88  WS-RH-HOLIDAY           VALUE "Y" FALSE "N".
           05 WS-RH-DESCRIPTION     PIC X(30).

       01  WS-BRANCH-DUP-SW         PIC X(1) VALUE "N".
           88  WS-BRANCH-DUP                VALUE "Y" FALSE "N".


       01  WS-DUP-COUNT             PIC 9(3) VALUE ZERO.
       01  WS-TODAY-FORMATTED       PIC X(10).
       01  WS-DQ-LOG-NAME           PIC X(20).

      * batches that merged clean, staged here and written to the
      * permanent register only when the whole merge balances - a
      * refused merge is rerun from scratch, and its good branches
      * must not come back as duplicates of themselves
       01  WS-REG-TABLE.
           05 WS-REG-ROW OCCURS 100 TIMES.
               10 WS-REG-BRANCH      PIC X(3).
               10 WS-REG-BATCH-ID    PIC X(8).
               10 WS-REG-BATCH-DATE  PIC X(8).
       01  WS-REG-USED              PIC 9(3) VALUE ZERO.
       01  WS-REG-SUB               PIC 9(3) VALUE ZERO.

       01  WS-NEXT-RUN-DATE.
           05 WS-NEXT-DATE-YYYY     PIC 9(4).
           05 WS-BM-ROW OCCURS 50 TIMES.
               10 WS-BM-CODE         PIC X(3).
               10 WS-BM-ACTIVE       PIC X(1).
               10 WS-BM-INTAKE       PIC X(20).
               10 WS-BM-REGION       PIC X(3).
               10 WS-BM-EXP-DATE     PIC X(10).
               10 WS-BM-SUCCESSOR    PIC X(3).
       01  WS-BM-COUNT              PIC 9(2) VALUE ZERO.
       01  WS-BM-SUB                PIC 9(2) VALUE ZERO.
       01  WS-BM-MERGE-SUB          PIC 9(2) VALUE ZERO.
       01  WS-BM-CHECK-CODE         PIC X(3).
       01  WS-INTAKE-NAME           PIC X(20).

       01  WS-BM-LOADED-SW          PIC X(1) VALUE "N".
           88  WS-BM-LOADED                 VALUE "Y" FALSE "N".
               PERFORM MERGE-CARRYOVER-FILE
           END-IF

           PERFORM VARYING WS-BM-MERGE-SUB FROM 1 BY 1
                   UNTIL WS-BM-MERGE-SUB > WS-BM-COUNT
               PERFORM MERGE-ONE-BRANCH
           END-PERFORM

           PERFORM MERGE-RESUBMITS

           MOVE SPACES TO DUP-REPORT-RECORD
           STRING "DUPLICATE BATCH REPORT FOR " WS-TODAY-FORMATTED
               DELIMITED BY SIZE INTO DUP-REPORT-RECORD
           WRITE DUP-REPORT-RECORD

      * the night's data-quality log is written whole, so a rerun
      * replaces it
           IF NOT RP-REHEARSAL-ON
               MOVE SPACES TO WS-DQ-LOG-NAME
               STRING "DQMERGE" WS-RUN-DATE DELIMITED BY SIZE
                   INTO WS-DQ-LOG-NAME
               OPEN OUTPUT DQ-LOG-FILE
               IF WS-FILE-STATUS NOT = "00"
                   STRING "UNABLE TO OPEN " WS-DQ-LOG-NAME
                       " STATUS " WS-FILE-STATUS
                       DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
                   PERFORM ABEND-RTN
               END-IF
           END-IF.

       CLOSE-MERGE-FILES.

               DELIMITED BY SIZE INTO DUP-REPORT-RECORD
           WRITE DUP-REPORT-RECORD
           CLOSE DUP-REPORT-FILE
           IF NOT RP-REHEARSAL-ON
               CLOSE DQ-LOG-FILE
           END-IF

           PERFORM FLUSH-BATCH-REGISTER

           MOVE WS-MERGE-HASH  TO TRAN-OUT-HASH
           WRITE TRAN-OUTPUT-RECORD.

       MERGE-ONE-BRANCH.

           MOVE WS-BM-CODE(WS-BM-MERGE-SUB) TO WS-CURRENT-BRANCH
           MOVE WS-BM-INTAKE(WS-BM-MERGE-SUB) TO WS-INTAKE-NAME
           PERFORM INIT-BRANCH-CONTROLS

      * a retired branch is expected to send nothing; it is only
      * reported when a file turns up from it anyway. a closed branch
      * is retired from the day after its last day, whether or not
      * branch-closure has yet moved its records
           IF WS-BM-SUCCESSOR(WS-BM-MERGE-SUB) NOT = SPACES
                   AND WS-TODAY-FORMATTED
                       > WS-BM-EXP-DATE(WS-BM-MERGE-SUB)
               SET WS-BRANCH-CLOSED TO TRUE
           END-IF
           IF WS-BM-ACTIVE(WS-BM-MERGE-SUB) = "I"
                   OR WS-BRANCH-CLOSED
               PERFORM CHECK-RETIRED-BRANCH
           ELSE
               OPEN INPUT BRANCH-IN-FILE
               PERFORM CHECK-BRANCH-OPEN

               IF NOT WS-BRANCH-MISSING
                   MOVE SPACES TO BRANCH-IN-RECORD
                   READ BRANCH-IN-FILE
                       AT END SET WS-BRANCH-EOF TO TRUE
                   END-READ
                   PERFORM UNTIL WS-BRANCH-EOF
                       MOVE BRANCH-IN-RECORD TO WS-BRANCH-WORK-RECORD
                       PERFORM MERGE-ONE-RECORD
                       MOVE SPACES TO BRANCH-IN-RECORD
                       READ BRANCH-IN-FILE
                           AT END SET WS-BRANCH-EOF TO TRUE
                       END-READ
                   END-PERFORM
                   CLOSE BRANCH-IN-FILE
               END-IF

               PERFORM CHECK-BRANCH-BALANCE
               PERFORM WRITE-BRANCH-REPORT-LINE
           END-IF.

       CHECK-RETIRED-BRANCH.

           OPEN INPUT BRANCH-IN-FILE
           IF WS-FILE-STATUS = "35"
               CONTINUE
           ELSE
               IF WS-FILE-STATUS NOT = "00"
                   STRING "UNABLE TO OPEN BRANCH FILE, STATUS "
                       WS-FILE-STATUS DELIMITED BY SIZE
                       INTO WS-ABEND-MESSAGE
                   PERFORM ABEND-RTN
               END-IF
               CLOSE BRANCH-IN-FILE
               SET WS-BRANCH-INVALID TO TRUE
               SET WS-ANY-MISSING TO TRUE
               IF WS-BRANCH-CLOSED
                   DISPLAY "TRAN-MERGE WARNING: BRANCH "
                       WS-CURRENT-BRANCH " CLOSED INTO "
                       WS-BM-SUCCESSOR(WS-BM-MERGE-SUB) " AFTER "
                       WS-BM-EXP-DATE(WS-BM-MERGE-SUB)
                       ", FILE REFUSED"
               ELSE
                   DISPLAY "TRAN-MERGE WARNING: BRANCH "
                       WS-CURRENT-BRANCH
                       " NOT ACTIVE ON BRANCH MASTER, NOT MERGED"
               END-IF
               PERFORM WRITE-BRANCH-REPORT-LINE
           END-IF.

       MERGE-RESUBMITS.

                       ADD 1 TO WS-RESUB-COUNT
                       MOVE SPACES TO TRAN-OUTPUT-RECORD
                       MOVE "D" TO TRAN-OUT-RECORD-TYPE
                       MOVE RESUBMIT-RECORD(1:40)
                           TO TRAN-OUT-DETAIL-FIELDS
                       IF RESUB-KEYED-BADGE NUMERIC
                           MOVE RESUB-KEYED-BADGE
                               TO TRAN-OUT-KEYED-BADGE
                       END-IF
                       MOVE RESUB-ACCOUNT TO TRAN-OUT-ACCOUNT
                       IF RESUB-RELEASED = "R"
                           MOVE "R" TO TRAN-OUT-RELEASED
           OPEN INPUT BRANCH-MASTER-FILE
           IF WS-FILE-STATUS = "35"
      * no master on file yet - run as the free-form world did until
      * branch-maint has populated it, rather than refusing everything,
      * taking in the original three branches under their standard
      * file names
               DISPLAY "TRAN-MERGE WARNING: BRANCHMASTER NOT FOUND, "
                   "BRANCH VALIDATION SKIPPED"
               MOVE 3 TO WS-BM-COUNT
               MOVE "B01" TO WS-BM-CODE(1)
               MOVE "B02" TO WS-BM-CODE(2)
               MOVE "B03" TO WS-BM-CODE(3)
               PERFORM VARYING WS-BM-SUB FROM 1 BY 1
                       UNTIL WS-BM-SUB > WS-BM-COUNT
                   MOVE "A" TO WS-BM-ACTIVE(WS-BM-SUB)
                   MOVE SPACES TO WS-BM-INTAKE(WS-BM-SUB)
                   MOVE SPACES TO WS-BM-REGION(WS-BM-SUB)
                   MOVE SPACES TO WS-BM-EXP-DATE(WS-BM-SUB)
                   MOVE SPACES TO WS-BM-SUCCESSOR(WS-BM-SUB)
                   PERFORM SET-STANDARD-INTAKE-NAME
               END-PERFORM
           ELSE
               IF WS-FILE-STATUS NOT = "00"
                   STRING "UNABLE TO OPEN BRANCHMASTER, STATUS "
                   ADD 1 TO WS-BM-COUNT
                   MOVE BR-BRANCH-CODE TO WS-BM-CODE(WS-BM-COUNT)
                   MOVE BR-ACTIVE-FLAG TO WS-BM-ACTIVE(WS-BM-COUNT)
                   MOVE BR-INTAKE-FILE TO WS-BM-INTAKE(WS-BM-COUNT)
                   MOVE BR-REGION TO WS-BM-REGION(WS-BM-COUNT)
                   MOVE BR-EXP-DATE TO WS-BM-EXP-DATE(WS-BM-COUNT)
                   MOVE BR-SUCCESSOR TO WS-BM-SUCCESSOR(WS-BM-COUNT)
                   IF BR-INTAKE-FILE = SPACES
                       MOVE WS-BM-COUNT TO WS-BM-SUB
                       PERFORM SET-STANDARD-INTAKE-NAME
                   END-IF
                   READ BRANCH-MASTER-FILE
                       AT END SET WS-BRANCH-EOF TO TRUE
                   END-READ

           SET WS-BRANCH-EOF TO FALSE.

       SET-STANDARD-INTAKE-NAME.

           STRING "BRANCH" WS-BM-CODE(WS-BM-SUB)(2:2) "TRAN"
               DELIMITED BY SIZE INTO WS-BM-INTAKE(WS-BM-SUB).

       CHECK-BRANCH-ON-MASTER.

      * a branch is in good standing when it is on the master and not
               END-PERFORM
           END-IF.

       INIT-BRANCH-CONTROLS.

           SET WS-BRANCH-EOF TO FALSE
           SET WS-BRANCH-MISSING TO FALSE
           SET WS-BRANCH-STALE TO FALSE
           SET WS-BRANCH-INVALID TO FALSE
           SET WS-BRANCH-CLOSED TO FALSE
           SET WS-BRANCH-HOLIDAY TO FALSE
           SET WS-BRANCH-DUP TO FALSE
           SET WS-BRANCH-BAL-OK TO FALSE
           SET WS-BR-TRAILER-SEEN TO FALSE

           IF WS-FILE-STATUS = "35"
               SET WS-BRANCH-MISSING TO TRUE
               SET WS-BRANCH-EOF TO TRUE
               PERFORM CHECK-REGIONAL-HOLIDAY
               IF WS-BRANCH-HOLIDAY
                   DISPLAY "TRAN-MERGE: BRANCH " WS-CURRENT-BRANCH
                       " REGIONAL HOLIDAY (" WS-RH-DESCRIPTION
                       ") - NO FILE EXPECTED"
               ELSE
                   SET WS-ANY-MISSING TO TRUE
                   DISPLAY "TRAN-MERGE WARNING: BRANCH "
                       WS-CURRENT-BRANCH " FILE NOT RECEIVED"
               END-IF
           ELSE
               IF WS-FILE-STATUS NOT = "00"
                   STRING "UNABLE TO OPEN BRANCH FILE, STATUS "
               END-IF
           END-IF.

       CHECK-REGIONAL-HOLIDAY.

      * company-wide holidays never reach here - there is no
      * business date on one - so only the region's own calendar
      * is asked about
           MOVE WS-BM-REGION(WS-BM-MERGE-SUB) TO WS-RH-REGION
           IF WS-RH-REGION NOT = SPACES
               MOVE WS-TODAY-FORMATTED TO WS-RH-DATE
               CALL "BUSINESS-DATE-REGION-HOLIDAY"
                   USING WS-REGION-HOLIDAY
               IF WS-RH-HOLIDAY
                   SET WS-BRANCH-HOLIDAY TO TRUE
               END-IF
           END-IF.

       MERGE-ONE-RECORD.

           ADD 1 TO WS-COUNT-IN
                       ADD WS-BR-SECOND-NUMBER TO WS-BR-HASH-TOTAL
                   END-IF
                   PERFORM WRITE-MERGED-DETAIL
               WHEN WS-BR-REVERSAL
                   ADD 1 TO WS-BR-DETAIL-COUNT
                   PERFORM WRITE-MERGED-REVERSAL
               WHEN OTHER
                   ADD 1 TO WS-COUNT-REJECTED
                   DISPLAY "TRAN-MERGE DROPPED UNKNOWN RECORD FROM "
                   END-IF
                   PERFORM WRITE-MERGED-DETAIL
                   ADD 1 TO WS-CARRIED-IN
               WHEN WS-BR-REVERSAL
                   ADD 1 TO WS-CI-COUNT
                   PERFORM WRITE-MERGED-REVERSAL
                   ADD 1 TO WS-CARRIED-IN
               WHEN OTHER
                   ADD 1 TO WS-COUNT-REJECTED
                   DISPLAY "TRAN-MERGE DROPPED UNKNOWN CARRIED "
           MOVE WS-BR-DETAIL-FIELDS(2:20)
               TO TRAN-OUT-DETAIL-FIELDS(5:20)
           MOVE WS-BR-ACCOUNT TO TRAN-OUT-ACCOUNT
           MOVE WS-BR-TO-BRANCH TO TRAN-OUT-TO-BRANCH
           MOVE WS-BR-TO-ACCOUNT TO TRAN-OUT-TO-ACCOUNT
           ADD 1 TO WS-TRAN-SEQUENCE
           MOVE WS-TRAN-SEQUENCE TO TRAN-OUT-SEQUENCE
           WRITE TRAN-OUTPUT-RECORD
           END-IF
           ADD 1 TO WS-COUNT-OUT.

       WRITE-MERGED-REVERSAL.

      * a reversal goes into TRANFILE as a detail with operation R,
      * zero amounts, and the original's sequence number; it takes a
      * sequence number of its own like any other detail, and
      * tran-edit validates the original against the audit trail
           MOVE SPACES TO TRAN-OUTPUT-RECORD
           MOVE "D" TO TRAN-OUT-RECORD-TYPE
           MOVE WS-CURRENT-BRANCH  TO TRAN-OUT-BRANCH
           MOVE "R" TO TRAN-OUT-OPERATION
           MOVE ZERO TO TRAN-OUT-FIRST
           MOVE ZERO TO TRAN-OUT-SECOND
           ADD 1 TO WS-TRAN-SEQUENCE
           MOVE WS-TRAN-SEQUENCE TO TRAN-OUT-SEQUENCE
           MOVE WS-BR-ORIG-SEQUENCE
               TO TRAN-OUT-DETAIL-FIELDS(41:7)
           WRITE TRAN-OUTPUT-RECORD

           ADD 1 TO WS-MERGE-COUNT
           ADD 1 TO WS-COUNT-OUT.

       SCAN-BATCH-REGISTER.

           SET WS-REG-FOUND TO FALSE
                   NOT AT END
                       IF BREG-BRANCH = WS-CURRENT-BRANCH
                               AND BREG-BATCH-ID = WS-CUR-BATCH-ID
                               AND BREG-FROM-BRANCH = SPACES
                           SET WS-REG-FOUND TO TRUE
                       END-IF
               END-READ
                   " ALREADY REGISTERED - REFUSED"
                   DELIMITED BY SIZE INTO DUP-REPORT-RECORD
           END-IF
           WRITE DUP-REPORT-RECORD

      * a batch merged under the supervisor override was a rerun the
      * shop asked for, not a branch sending the same batch twice
           IF NOT RP-DUP-OVERRIDE-ON AND NOT RP-REHEARSAL-ON
               MOVE SPACES TO DQ-LOG-RECORD
               MOVE WS-TODAY-FORMATTED TO DQ-DATE
               MOVE WS-CURRENT-BRANCH TO DQ-BRANCH
               SET DQ-DUPLICATE TO TRUE
               MOVE 1 TO DQ-COUNT
               MOVE "DUPLICATE BATCH" TO DQ-REASON
               WRITE DQ-LOG-RECORD
           END-IF.

       STAGE-ACCEPTED-BATCH.

           IF WS-REG-USED >= 100
               MOVE "WS-REG-TABLE OVERFLOW - MORE THAN 100"
                   TO WS-ABEND-MESSAGE
               PERFORM ABEND-RTN
           END-IF
           EVALUATE TRUE
               WHEN WS-BRANCH-INVALID
                   SET BID-INVALID TO TRUE
               WHEN WS-BRANCH-HOLIDAY
                   SET BID-HOLIDAY TO TRUE
               WHEN WS-BRANCH-MISSING
                   SET BID-NOT-RECEIVED TO TRUE
      * a stale file already on the register is a duplicate first -
                   " REFUSED ***"
                   DELIMITED BY SIZE INTO RPT-LINE
           ELSE
           IF WS-BRANCH-CLOSED
               STRING "BRANCH " WS-CURRENT-BRANCH
                   ": *** CLOSED INTO "
                   WS-BM-SUCCESSOR(WS-BM-MERGE-SUB) " AFTER "
                   WS-BM-EXP-DATE(WS-BM-MERGE-SUB)
                   ", FILE REFUSED ***"
                   DELIMITED BY SIZE INTO RPT-LINE
           ELSE
           IF WS-BRANCH-INVALID
               STRING "BRANCH " WS-CURRENT-BRANCH
                   ": *** NOT ACTIVE ON BRANCH MASTER, NOT MERGED ***"
                   DELIMITED BY SIZE INTO RPT-LINE
           ELSE
           IF WS-BRANCH-HOLIDAY
               STRING "BRANCH " WS-CURRENT-BRANCH
                   ": REGIONAL HOLIDAY - NO FILE EXPECTED"
                   DELIMITED BY SIZE INTO RPT-LINE
           ELSE
           IF WS-BRANCH-MISSING
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           PERFORM WRITE-REPORT-LINE.

       PRINT-JOB-STATS.
