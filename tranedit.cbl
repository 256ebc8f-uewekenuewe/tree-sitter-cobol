      *          (numeric number fields, correct record length, no
      *          blank records), writes the details that pass to
      *          CLEANTRAN for the calculators, and prints an edit
      *          report of every record dropped with the reason.
      *          Details are also checked against the account status
      *          and owning branch account-maint keeps on
      *          ACCOUNTMASTER: a detail for a closed account, or for
      *          an account owned by another branch, is dropped, and
      *          one for a frozen account is held for supervisor
      *          release the same way as an over-limit detail. A
      *          reversal detail (operation R) is validated against
      *          the CALCAUDIT trail, dated segments and live file:
      *          the original sequence number it names must be there,
      *          must have been processed, must not itself be a
      *          reversal, and must not already have been reversed;
      *          a valid reversal passes to CLEANTRAN carrying the
      *          original's amounts, account, and result for the
      *          calculators to back out. A detail from a branch
      *          that sends a currency other than the base currency
      *          is converted through the EXCHRATES rate for the
      *          business date; with no rate for that date it is
      *          dropped. Every clean detail carries its currency and
      *          rate, a reversal the ones its original was converted
      *          at, for the calculators to work base amounts from.
      *          A detail that passes its branch limit is then
      *          screened against the same account and branch's
      *          postings over the last SCREEN-DAYS business days of
      *          CALCAUDIT and the details ahead of it tonight: one
      *          that takes the count or base-currency total past the
      *          SCREEN-COUNT or SCREEN-AMOUNT threshold, or repeats
      *          an operation and amount pair already posted, is held
      *          on the SCREENQUEUE review queue for screen-review,
      *          and every night's catches are listed on the
      *          SCREENRPT screening report.
      *          An inter-branch transfer detail (operation X) names
      *          the sending branch and account in the usual fields
      *          and the receiving branch and account after them;
      *          both branches must be active on BRANCHMASTER and
      *          different, in the same currency, and both accounts
      *          on ACCOUNTMASTER, open, and owned by their branch.
      *          A transfer is never held or screened - the release
      *          and review queues have no place for the receiving
      *          side - so one against a frozen account or over the
      *          branch limit is dropped back to the branch, and a
      *          transfer cannot be reversed: the branch sends the
      *          opposite transfer instead.
      *          Each
      *          branch tran-merge took in is sent an acknowledgment
      *          on the file its BRANCHMASTER entry names. The
      *          details each branch sent and its drops by reason are
      *          logged for the night on DQEDIT + YYYYMMDD for the
      *          monthly branch-scorecard. An
      *          out-of-balance or truncated batch is refused: the
      *          clean file is emptied and the step ends with return
      *          code 8 so nightly-driver stops the job.
           SELECT BATCHID-FILE ASSIGN USING WS-BATCHID-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT ACK-FILE ASSIGN USING WS-ACK-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT LIMITS-FILE ASSIGN TO "BRANCHLIMITS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT PENDING-FILE ASSIGN USING WS-PENDING-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT SCREEN-FILE ASSIGN USING WS-SCREEN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCOUNTMASTER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT EXCHANGE-RATE-FILE ASSIGN TO "EXCHRATES"
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
           SELECT STATS-FILE ASSIGN TO "JOBSTATS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT DQ-LOG-FILE ASSIGN USING WS-DQ-LOG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TRAN-FILE
           05 CLEAN-SEQUENCE       PIC 9(7).
           05 CLEAN-ACCOUNT        PIC X(8).
           05 CLEAN-CYCLE          PIC 9(3).
      * on a reversal, the sequence number being backed out and the
      * result it posted; spaces on every other record
           05 CLEAN-REVERSAL-FIELDS.
               10 CLEAN-ORIG-SEQUENCE  PIC 9(7).
               10 CLEAN-ORIG-RESULT    PIC S9(9)V99
                                       SIGN LEADING SEPARATE.
      * the currency the amounts are in and the rate that converts
      * them to the base currency - one for the base currency itself
           05 CLEAN-CURRENCY       PIC X(3).
           05 CLEAN-RATE           PIC 9(4)V9(6).
      * on a transfer (operation X), the branch and account credited;
      * spaces on every other record
           05 CLEAN-TO-BRANCH      PIC X(3).
           05 CLEAN-TO-ACCOUNT     PIC X(8).

       FD  BRANCH-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           05 BID-BATCH-DATE        PIC X(8).
           05 BID-STATUS            PIC X(1).

      * one branch's acknowledgment file at a time, named from its
      * BRANCHMASTER entry
       FD  ACK-FILE
           LABEL RECORDS ARE STANDARD.
       01  ACK-RECORD                  PIC X(80).

      * per-branch amount ceilings; a detail over its branch's limit
      * is held for supervisor release instead of passing to the
      * calculators; maintained through fee-schedule-maint
       FD  LIMITS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY brlimit.

       FD  PENDING-FILE
           LABEL RECORDS ARE STANDARD.
           COPY pendrec.

      * details caught by the velocity and repeat screening, held
      * for screen-review apart from the limit queue
       FD  SCREEN-FILE
           LABEL RECORDS ARE STANDARD.
           COPY scrnrec.

       FD  ACCOUNT-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY acctrec.

      * daily exchange rates, maintained through exchange-rate-maint
       FD  EXCHANGE-RATE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY exchrec.

      * the calculator audit trail a reversal is validated against -
      * the live file and the dated segments audit-reorg split off
       FD  AUDIT-TRAIL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY audittrl.

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

       FD  STATS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY jobstats.

       FD  DQ-LOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY dqlog.

       WORKING-STORAGE SECTION.
       01  WS-TRAN-WORK-RECORD.
           05 WS-TRAN-RECORD-TYPE   PIC X(1).
               10 WS-EDIT-BRANCH-CODE   PIC X(3).
               10 WS-EDIT-OPERATION     PIC X(1).
                   88  WS-EDIT-OP-VALID
                       VALUES "A" "S" "M" "D" "R" "X".
                   88  WS-EDIT-REVERSAL       VALUE "R".
                   88  WS-EDIT-TRANSFER       VALUE "X".
               10 WS-EDIT-FIRST-NUMBER  PIC S9(7)V99
                                        SIGN LEADING SEPARATE.
               10 WS-EDIT-SECOND-NUMBER PIC S9(7)V99
               10 WS-EDIT-ACCOUNT       PIC X(8).
               10 WS-EDIT-RELEASED      PIC X(1).
                   88  WS-EDIT-IS-RELEASED    VALUE "R".
               10 WS-EDIT-ORIG-SEQ      PIC X(7).
               10 WS-EDIT-KEYED-BADGE   PIC X(3).
      * on a transfer, the receiving branch and account; spaces on
      * every other detail
               10 WS-EDIT-TO-BRANCH     PIC X(3).
               10 WS-EDIT-TO-ACCOUNT    PIC X(8).
               10 WS-DETAIL-FILLER      PIC X(18).
           05 WS-TRAN-HEADER-FIELDS
                   REDEFINES WS-TRAN-DETAIL-FIELDS.
               10 WS-BATCH-ID           PIC X(8).
           05 WS-BM-ROW OCCURS 50 TIMES.
               10 WS-BM-CODE         PIC X(3).
               10 WS-BM-ACTIVE       PIC X(1).
               10 WS-BM-ACK-NAME     PIC X(20).
               10 WS-BM-CURRENCY     PIC X(3).
       01  WS-BM-COUNT              PIC 9(2) VALUE ZERO.
       01  WS-BM-SUB                PIC 9(2) VALUE ZERO.
       01  WS-BM-NAME-SUB           PIC 9(2) VALUE ZERO.

       01  WS-BM-LOADED-SW          PIC X(1) VALUE "N".
           88  WS-BM-LOADED                 VALUE "Y" FALSE "N".
       01  WS-BM-FOUND-SW           PIC X(1) VALUE "N".
           88  WS-BM-FOUND                  VALUE "Y" FALSE "N".

      * the business date's exchange rates - a rate from any other
      * day is never used
       01  WS-XR-TABLE.
           05 WS-XR-ROW OCCURS 50 TIMES.
               10 WS-XR-CURRENCY     PIC X(3).
               10 WS-XR-RATE         PIC 9(4)V9(6).
       01  WS-XR-COUNT              PIC 9(2) VALUE ZERO.
       01  WS-XR-SUB                PIC 9(2) VALUE ZERO.

      * the detail's currency, from its branch, and its rate
       01  WS-EDIT-CURRENCY         PIC X(3).
       01  WS-EDIT-RATE             PIC 9(4)V9(6).

      * per-branch acknowledgment tallies - one slot per active
      * branch on BRANCHMASTER, plus any retired branch tran-merge
      * reported in BRANCHBATCHIDS, matched against the batch
      * identities tran-merge handed over there
       01  WS-ACK-TABLE.
           05 WS-ACK-ROW OCCURS 50 TIMES.
               10 WS-ACK-BRANCH      PIC X(3).
               10 WS-ACK-FILE        PIC X(20).
               10 WS-ACK-BATCH-ID    PIC X(8).
               10 WS-ACK-BATCH-DATE  PIC X(8).
               10 WS-ACK-BID-STATUS  PIC X(1).
               10 WS-ACK-ACCEPTED    PIC 9(7).
               10 WS-ACK-DROPPED     PIC 9(7).
               10 WS-ACK-RECEIVED    PIC 9(7).
               10 WS-ACK-HASH        PIC S9(11)V99.
       01  WS-ACK-COUNT             PIC 9(2) VALUE ZERO.
       01  WS-ACK-SUB               PIC 9(2) VALUE ZERO.
       01  WS-ACK-MATCH-SUB         PIC 9(2) VALUE ZERO.
       01  WS-ACK-LINE              PIC X(80).
       01  WS-ACK-FILE-NAME         PIC X(20).

      * acknowledgment lines are gathered here through the edit and
      * written out branch by branch at the end, one file open at a
      * time
       01  WS-AKL-TABLE.
           05 WS-AKL-ROW OCCURS 5000 TIMES.
               10 WS-AKL-SLOT        PIC 9(2).
               10 WS-AKL-TEXT        PIC X(80).
       01  WS-AKL-COUNT             PIC 9(4) VALUE ZERO.
       01  WS-AKL-SUB               PIC 9(4) VALUE ZERO.
       01  WS-ACK-OTHER-DROPS       PIC 9(7) VALUE ZERO.

      * the night's drops by branch and reason, for the data-quality
      * log branch-scorecard reads
       01  WS-DQ-TABLE.
           05 WS-DQ-ROW OCCURS 500 TIMES.
               10 WS-DQ-BRANCH       PIC X(3).
               10 WS-DQ-REASON       PIC X(30).
               10 WS-DQ-COUNT        PIC 9(7).
       01  WS-DQ-COUNT-USED         PIC 9(3) VALUE ZERO.
       01  WS-DQ-SUB                PIC 9(3) VALUE ZERO.
       01  WS-DQ-MATCH              PIC 9(3) VALUE ZERO.
       01  WS-DQ-LOG-NAME           PIC X(20).
       01  WS-ACK-HASH-DISPLAY      PIC +9(11).99.

       01  WS-BL-TABLE.
               10 WS-HOLD-SECOND     PIC S9(7)V99.
               10 WS-HOLD-SEQUENCE   PIC 9(7).
               10 WS-HOLD-ACCOUNT    PIC X(8).
               10 WS-HOLD-REASON     PIC X(1).
               10 WS-HOLD-KEYED-BADGE PIC 9(3).
       01  WS-HOLD-SUB              PIC 9(3) VALUE ZERO.
       01  WS-ABS-AMOUNT            PIC 9(7)V99 VALUE ZERO.
       01  WS-OVER-LIMIT-SW         PIC X(1) VALUE "N".
           88  WS-OVER-LIMIT                VALUE "Y" FALSE "N".
       01  WS-TODAY-FORMATTED       PIC X(10).

      * the screening window: the business dates of the last
      * SCREEN-DAYS days the trail holds postings for, newest first,
      * and the posted details of those days and today for every
      * account - tonight's screened details are added as they pass
       01  WS-SC-DATE-TABLE.
           05 WS-SC-DATE OCCURS 60 TIMES PIC X(10).
       01  WS-SC-DATE-COUNT         PIC 9(2) VALUE ZERO.
       01  WS-SC-DATE-SUB           PIC 9(2) VALUE ZERO.
       01  WS-SC-DATES-WANTED       PIC 9(2) VALUE ZERO.
       01  WS-SC-DATE-IN            PIC X(10).
       01  WS-SC-DATE-SWAP          PIC X(10).
       01  WS-SC-WINDOW-START       PIC X(10).
       01  WS-SC-DATE-FOUND-SW      PIC X(1) VALUE "N".
           88  WS-SC-DATE-FOUND             VALUE "Y" FALSE "N".

       01  WS-SC-TABLE.
           05 WS-SC-ROW OCCURS 5000 TIMES.
               10 WS-SC-BRANCH       PIC X(3).
               10 WS-SC-ACCOUNT      PIC X(8).
               10 WS-SC-OPERATION    PIC X(1).
               10 WS-SC-FIRST        PIC S9(7)V99.
               10 WS-SC-SECOND       PIC S9(7)V99.
               10 WS-SC-BASE-AMOUNT  PIC 9(9)V99.
               10 WS-SC-SEQUENCE     PIC 9(7).
       01  WS-SC-COUNT              PIC 9(4) VALUE ZERO.
       01  WS-SC-SUB                PIC 9(4) VALUE ZERO.
       01  WS-SC-HISTORY-COUNT      PIC 9(4) VALUE ZERO.

      * what the screen found for the detail in hand
       01  WS-SC-BASE-IN            PIC 9(9)V99 VALUE ZERO.
       01  WS-SC-HITS               PIC 9(5) VALUE ZERO.
       01  WS-SC-TOTAL              PIC 9(9)V99 VALUE ZERO.
       01  WS-SC-MATCH-SEQ          PIC 9(7) VALUE ZERO.
       01  WS-SC-REASONS.
           05 WS-SC-REASON-COUNT    PIC X(1).
               88  WS-SC-OVER-COUNT         VALUE "C".
           05 WS-SC-REASON-TOTAL    PIC X(1).
               88  WS-SC-OVER-TOTAL         VALUE "T".
           05 WS-SC-REASON-REPEAT   PIC X(1).
               88  WS-SC-REPEAT             VALUE "D".
       01  WS-SC-FLAGGED-SW         PIC X(1) VALUE "N".
           88  WS-SC-FLAGGED                VALUE "Y" FALSE "N".
       01  WS-SC-SCREENED-COUNT     PIC 9(7) VALUE ZERO.

      * tonight's screening catches, staged and flushed like the
      * limit holds - a refused batch leaves nothing on the queue
       01  WS-SCR-TABLE.
           05 WS-SCR-ROW OCCURS 100 TIMES.
               10 WS-SCR-RECORD-NO   PIC 9(7).
               10 WS-SCR-BRANCH      PIC X(3).
               10 WS-SCR-OPERATION   PIC X(1).
               10 WS-SCR-FIRST       PIC S9(7)V99.
               10 WS-SCR-SECOND      PIC S9(7)V99.
               10 WS-SCR-SEQUENCE    PIC 9(7).
               10 WS-SCR-ACCOUNT     PIC X(8).
               10 WS-SCR-REASONS     PIC X(3).
               10 WS-SCR-HITS        PIC 9(5).
               10 WS-SCR-TOTAL       PIC 9(9)V99.
               10 WS-SCR-MATCH-SEQ   PIC 9(7).
               10 WS-SCR-KEYED-BADGE PIC 9(3).
       01  WS-SCR-COUNT             PIC 9(3) VALUE ZERO.
       01  WS-SCR-SUB               PIC 9(3) VALUE ZERO.
       01  WS-SCR-TOTAL-DISPLAY     PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-SCR-AMT-DISPLAY-1     PIC +9(7).99.
       01  WS-SCR-AMT-DISPLAY-2     PIC +9(7).99.
      * the tests a detail tripped, in fixed columns for the report
       01  WS-SCR-WHY.
           05 WS-SCR-WHY-COUNT      PIC X(7).
           05 WS-SCR-WHY-TOTAL      PIC X(7).
           05 WS-SCR-WHY-REPEAT     PIC X(7).

      * account status and owning branch from ACCOUNTMASTER; an
      * account not yet on the master passes - calc-copybook opens
      * it on first posting, as it always has
       01  WS-AC-TABLE.
           05 WS-AC-ROW OCCURS 200 TIMES.
               10 WS-AC-ACCOUNT      PIC X(8).
               10 WS-AC-BRANCH       PIC X(3).
               10 WS-AC-STATUS       PIC X(1).
       01  WS-AC-COUNT              PIC 9(3) VALUE ZERO.
       01  WS-AC-SUB                PIC 9(3) VALUE ZERO.
       01  WS-AC-MATCH-SUB          PIC 9(3) VALUE ZERO.
       01  WS-ACCT-FROZEN-SW        PIC X(1) VALUE "N".
           88  WS-ACCT-FROZEN               VALUE "Y" FALSE "N".

      * the receiving side of a transfer as the masters show it
       01  WS-XF-BM-SUB             PIC 9(2) VALUE ZERO.
       01  WS-XF-TO-CURRENCY        PIC X(3).
       01  WS-XF-TO-FOUND-SW        PIC X(1) VALUE "N".
           88  WS-XF-TO-FOUND               VALUE "Y" FALSE "N".
       01  WS-XF-FROM-AC-SUB        PIC 9(3) VALUE ZERO.
       01  WS-XF-TO-AC-SUB          PIC 9(3) VALUE ZERO.
       01  WS-TRANSFER-COUNT        PIC 9(7) VALUE ZERO.

      * what the audit trail says about the original a reversal
      * names - taken from the posting engine's entries only
       01  WS-RV-ORIG-SEQ           PIC 9(7) VALUE ZERO.
       01  WS-RV-FOUND-SW           PIC X(1) VALUE "N".
           88  WS-RV-FOUND                  VALUE "Y" FALSE "N".
       01  WS-RV-PROCESSED-SW       PIC X(1) VALUE "N".
           88  WS-RV-PROCESSED              VALUE "Y" FALSE "N".
       01  WS-RV-REVERSED-SW        PIC X(1) VALUE "N".
           88  WS-RV-REVERSED               VALUE "Y" FALSE "N".
       01  WS-RV-IS-REVERSAL-SW     PIC X(1) VALUE "N".
           88  WS-RV-IS-REVERSAL            VALUE "Y" FALSE "N".
       01  WS-RV-IS-TRANSFER-SW     PIC X(1) VALUE "N".
           88  WS-RV-IS-TRANSFER            VALUE "Y" FALSE "N".
       01  WS-RV-ORIGINAL.
           05 WS-RV-FIRST           PIC S9(7)V99.
           05 WS-RV-SECOND          PIC S9(7)V99.
           05 WS-RV-RESULT          PIC S9(9)V99.
           05 WS-RV-ACCOUNT         PIC X(8).
           05 WS-RV-BRANCH          PIC X(3).
           05 WS-RV-CURRENCY        PIC X(3).
           05 WS-RV-RATE            PIC 9(4)V9(6).

      * originals reversed earlier in tonight's batch - the trail
      * does not show them yet
       01  WS-RV-TABLE.
           05 WS-RV-TONIGHT OCCURS 500 TIMES PIC 9(7).
       01  WS-RV-COUNT              PIC 9(3) VALUE ZERO.
       01  WS-RV-SUB                PIC 9(3) VALUE ZERO.
       01  WS-REVERSAL-COUNT        PIC 9(7) VALUE ZERO.

       01  WS-SEG-NAME              PIC X(20).
       01  WS-AUD-EOF-SW            PIC X(1) VALUE "N".
           88  WS-AUD-EOF                   VALUE "Y" FALSE "N".
       01  WS-SEG-EOF-SW            PIC X(1) VALUE "N".
           88  WS-SEG-EOF                   VALUE "Y" FALSE "N".

       01  WS-DROP-REASON           PIC X(30).
       01  WS-HASH-DISPLAY-1        PIC +9(11).99.
       01  WS-HASH-DISPLAY-2        PIC +9(11).99.
       01  WS-BATCHID-NAME          PIC X(20)
                                    VALUE "BRANCHBATCHIDS".
       01  WS-PENDING-NAME          PIC X(20) VALUE "PENDRELEASE".
       01  WS-SCREEN-NAME           PIC X(20) VALUE "SCREENQUEUE".

           COPY rundate.
           COPY runparm.
               MOVE "RHSLCLEANTRAN" TO WS-CLEANFILE-NAME
               MOVE "RHSLBATCHIDS" TO WS-BATCHID-NAME
               MOVE "RHSLPENDING" TO WS-PENDING-NAME
               MOVE "RHSLSCREEN" TO WS-SCREEN-NAME
           END-IF

           PERFORM LOAD-BRANCH-MASTER

           PERFORM LOAD-EXCHANGE-RATES

           PERFORM LOAD-BRANCH-LIMITS

           PERFORM LOAD-ACCOUNT-MASTER

           PERFORM LOAD-SCREEN-HISTORY

           PERFORM OPEN-EDIT-FILES

           PERFORM EDIT-ALL-RECORDS

           PERFORM FLUSH-PENDING-RECORDS

           PERFORM FLUSH-SCREEN-RECORDS

           PERFORM WRITE-ACK-TRAILERS

           PERFORM CLOSE-EDIT-FILES

           PERFORM PRINT-SCREENING-REPORT

           IF NOT RP-REHEARSAL-ON
               PERFORM WRITE-QUALITY-LOG
           END-IF

           PERFORM PRINT-JOB-STATS

           IF WS-BATCH-REFUSED
                   ADD 1 TO WS-BM-COUNT
                   MOVE BR-BRANCH-CODE TO WS-BM-CODE(WS-BM-COUNT)
                   MOVE BR-ACTIVE-FLAG TO WS-BM-ACTIVE(WS-BM-COUNT)
                   MOVE BR-ACK-FILE TO WS-BM-ACK-NAME(WS-BM-COUNT)
                   MOVE BR-CURRENCY TO WS-BM-CURRENCY(WS-BM-COUNT)
                   READ BRANCH-MASTER-FILE
                       AT END SET WS-EOF TO TRUE
                   END-READ
      * flagged inactive; records from before the flag existed count
      * as active, the same allowance branch-maint makes on its load
           SET WS-BM-FOUND TO FALSE
           MOVE SPACES TO WS-EDIT-CURRENCY

           IF NOT WS-BM-LOADED
               SET WS-BM-FOUND TO TRUE
                   IF WS-BM-CODE(WS-BM-SUB) = WS-EDIT-BRANCH-CODE
                           AND WS-BM-ACTIVE(WS-BM-SUB) NOT = "I"
                       SET WS-BM-FOUND TO TRUE
                       MOVE WS-BM-CURRENCY(WS-BM-SUB)
                           TO WS-EDIT-CURRENCY
                   END-IF
               END-PERFORM
           END-IF.

       LOAD-EXCHANGE-RATES.

           MOVE ZERO TO WS-XR-COUNT
           SET WS-EOF TO FALSE

           OPEN INPUT EXCHANGE-RATE-FILE
           IF WS-FILE-STATUS = "35"
               CONTINUE
           ELSE
               IF WS-FILE-STATUS NOT = "00"
                   STRING "UNABLE TO OPEN EXCHRATES, STATUS "
                       WS-FILE-STATUS DELIMITED BY SIZE
                       INTO WS-ABEND-MESSAGE
                   PERFORM ABEND-RTN
               END-IF

               READ EXCHANGE-RATE-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-EOF
                   IF ER-RATE-DATE = WS-TODAY-FORMATTED
                           AND ER-RATE NUMERIC
                           AND ER-RATE > ZERO
                       IF WS-XR-COUNT >= 50
                           MOVE "WS-XR-TABLE OVERFLOW - MORE THAN 50"
                               TO WS-ABEND-MESSAGE
                           PERFORM ABEND-RTN
                       END-IF
                       ADD 1 TO WS-XR-COUNT
                       MOVE ER-CURRENCY TO WS-XR-CURRENCY(WS-XR-COUNT)
                       MOVE ER-RATE TO WS-XR-RATE(WS-XR-COUNT)
                   END-IF
                   READ EXCHANGE-RATE-FILE
                       AT END SET WS-EOF TO TRUE
                   END-READ
               END-PERFORM

               CLOSE EXCHANGE-RATE-FILE
           END-IF

           SET WS-EOF TO FALSE.

       CHECK-EXCHANGE-RATE.

      * a branch with no currency on the master sends the base
      * currency; any other currency needs the business date's rate
           IF WS-EDIT-CURRENCY = SPACES
                   OR WS-EDIT-CURRENCY = RP-BASE-CURRENCY
               MOVE RP-BASE-CURRENCY TO WS-EDIT-CURRENCY
               MOVE 1 TO WS-EDIT-RATE
           ELSE
               MOVE ZERO TO WS-EDIT-RATE
               PERFORM VARYING WS-XR-SUB FROM 1 BY 1
                       UNTIL WS-XR-SUB > WS-XR-COUNT
                   IF WS-XR-CURRENCY(WS-XR-SUB) = WS-EDIT-CURRENCY
                       MOVE WS-XR-RATE(WS-XR-SUB) TO WS-EDIT-RATE
                   END-IF
               END-PERFORM
               IF WS-EDIT-RATE = ZERO
                   SET WS-RECORD-OK TO FALSE
                   MOVE "NO EXCHANGE RATE" TO WS-DROP-REASON
               END-IF
           END-IF.

       OPEN-EDIT-FILES.

       INIT-ACK-TABLE.

      * every active branch is acknowledged, the same set tran-merge
      * takes in; with no master on file that is the original three
           MOVE ZERO TO WS-ACK-COUNT
           MOVE ZERO TO WS-AKL-COUNT
           MOVE ZERO TO WS-ACK-OTHER-DROPS

           IF NOT WS-BM-LOADED
               MOVE "B01" TO WS-EDIT-BRANCH-CODE
               PERFORM ADD-ACK-SLOT
               MOVE "B02" TO WS-EDIT-BRANCH-CODE
               PERFORM ADD-ACK-SLOT
               MOVE "B03" TO WS-EDIT-BRANCH-CODE
               PERFORM ADD-ACK-SLOT
           ELSE
               PERFORM VARYING WS-BM-SUB FROM 1 BY 1
                       UNTIL WS-BM-SUB > WS-BM-COUNT
                   IF WS-BM-ACTIVE(WS-BM-SUB) NOT = "I"
                       MOVE WS-BM-CODE(WS-BM-SUB)
                           TO WS-EDIT-BRANCH-CODE
                       PERFORM ADD-ACK-SLOT
                   END-IF
               END-PERFORM
           END-IF

           MOVE SPACES TO WS-EDIT-BRANCH-CODE.

       ADD-ACK-SLOT.

      * the acknowledgment file is the one the branch's master entry
      * names, or the standard BRANCHnnACK when it names none
           IF WS-ACK-COUNT >= 50
               MOVE "WS-ACK-TABLE OVERFLOW - MORE THAN 50"
                   TO WS-ABEND-MESSAGE
               PERFORM ABEND-RTN
           END-IF

           ADD 1 TO WS-ACK-COUNT
           MOVE WS-EDIT-BRANCH-CODE TO WS-ACK-BRANCH(WS-ACK-COUNT)
           MOVE SPACES TO WS-ACK-FILE(WS-ACK-COUNT)
           PERFORM VARYING WS-BM-NAME-SUB FROM 1 BY 1
                   UNTIL WS-BM-NAME-SUB > WS-BM-COUNT
               IF WS-BM-CODE(WS-BM-NAME-SUB) = WS-EDIT-BRANCH-CODE
                   MOVE WS-BM-ACK-NAME(WS-BM-NAME-SUB)
                       TO WS-ACK-FILE(WS-ACK-COUNT)
               END-IF
           END-PERFORM
           IF WS-ACK-FILE(WS-ACK-COUNT) = SPACES
               STRING "BRANCH" WS-EDIT-BRANCH-CODE(2:2) "ACK"
                   DELIMITED BY SIZE INTO WS-ACK-FILE(WS-ACK-COUNT)
           END-IF

           MOVE "(UNKNOWN)" TO WS-ACK-BATCH-ID(WS-ACK-COUNT)
           MOVE SPACES TO WS-ACK-BATCH-DATE(WS-ACK-COUNT)
           MOVE SPACE TO WS-ACK-BID-STATUS(WS-ACK-COUNT)
           MOVE ZERO TO WS-ACK-ACCEPTED(WS-ACK-COUNT)
           MOVE ZERO TO WS-ACK-DROPPED(WS-ACK-COUNT)
           MOVE ZERO TO WS-ACK-RECEIVED(WS-ACK-COUNT)
           MOVE ZERO TO WS-ACK-HASH(WS-ACK-COUNT).

       LOAD-BATCHID-FILE.

               END-READ
           END-IF

      * a retired branch that still sent a file has no slot yet - it
      * is given one so it hears its file was not merged
           PERFORM UNTIL WS-EOF
               MOVE BID-BRANCH TO WS-EDIT-BRANCH-CODE
               PERFORM FIND-ACK-SLOT
               IF WS-ACK-MATCH-SUB = ZERO
                   PERFORM ADD-ACK-SLOT
                   MOVE WS-ACK-COUNT TO WS-ACK-MATCH-SUB
               END-IF
               MOVE BID-BATCH-ID TO WS-ACK-BATCH-ID(WS-ACK-MATCH-SUB)
               MOVE BID-BATCH-DATE
                   TO WS-ACK-BATCH-DATE(WS-ACK-MATCH-SUB)
               MOVE BID-STATUS TO WS-ACK-BID-STATUS(WS-ACK-MATCH-SUB)
               READ BATCHID-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
               CLOSE BATCHID-FILE
           END-IF

           MOVE SPACES TO WS-EDIT-BRANCH-CODE
           SET WS-EOF TO FALSE.

       OPEN-ACK-FILES.

           PERFORM VARYING WS-ACK-SUB FROM 1 BY 1
                   UNTIL WS-ACK-SUB > WS-ACK-COUNT
               MOVE WS-ACK-SUB TO WS-ACK-MATCH-SUB
               MOVE SPACES TO WS-ACK-LINE
               STRING "ACKNOWLEDGMENT - BRANCH "

           MOVE ZERO TO WS-ACK-MATCH-SUB
           PERFORM VARYING WS-ACK-SUB FROM 1 BY 1
                   UNTIL WS-ACK-SUB > WS-ACK-COUNT
               IF WS-ACK-BRANCH(WS-ACK-SUB) = WS-EDIT-BRANCH-CODE
                   MOVE WS-ACK-SUB TO WS-ACK-MATCH-SUB
               END-IF

       WRITE-ACK-LINE.

           IF RP-REHEARSAL-ON OR WS-ACK-MATCH-SUB = ZERO
               CONTINUE
           ELSE
               IF WS-AKL-COUNT >= 5000
                   MOVE "WS-AKL-TABLE OVERFLOW - MORE THAN 5000"
                       TO WS-ABEND-MESSAGE
                   PERFORM ABEND-RTN
               END-IF
               ADD 1 TO WS-AKL-COUNT
               MOVE WS-ACK-MATCH-SUB TO WS-AKL-SLOT(WS-AKL-COUNT)
               MOVE WS-ACK-LINE TO WS-AKL-TEXT(WS-AKL-COUNT)
           END-IF.

       WRITE-ACK-FILES.

           PERFORM VARYING WS-ACK-SUB FROM 1 BY 1
                   UNTIL WS-ACK-SUB > WS-ACK-COUNT
               MOVE WS-ACK-FILE(WS-ACK-SUB) TO WS-ACK-FILE-NAME
               OPEN OUTPUT ACK-FILE
               IF WS-FILE-STATUS NOT = "00"
                   STRING "UNABLE TO OPEN " WS-ACK-FILE-NAME
                       " STATUS " WS-FILE-STATUS
                       DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
                   PERFORM ABEND-RTN
               END-IF
               PERFORM VARYING WS-AKL-SUB FROM 1 BY 1
                       UNTIL WS-AKL-SUB > WS-AKL-COUNT
                   IF WS-AKL-SLOT(WS-AKL-SUB) = WS-ACK-SUB
                       MOVE WS-AKL-TEXT(WS-AKL-SUB) TO ACK-RECORD
                       WRITE ACK-RECORD
                   END-IF
               END-PERFORM
               CLOSE ACK-FILE
           END-PERFORM.

       WRITE-ACK-TRAILERS.

               CONTINUE
           ELSE
           PERFORM VARYING WS-ACK-SUB FROM 1 BY 1
                   UNTIL WS-ACK-SUB > WS-ACK-COUNT
               MOVE WS-ACK-SUB TO WS-ACK-MATCH-SUB

               MOVE WS-ACK-HASH(WS-ACK-SUB) TO WS-ACK-HASH-DISPLAY
                   WHEN "X"
                       MOVE "*** FILE NOT RECEIVED AT CUTOFF ***"
                           TO WS-ACK-LINE
                   WHEN "H"
                       MOVE "REGIONAL HOLIDAY - NO FILE EXPECTED"
                           TO WS-ACK-LINE
                   WHEN "S"
                       MOVE "*** FILE WAS STALE, NOT MERGED ***"
                           TO WS-ACK-LINE
                   WHEN "I"
                       STRING "*** BRANCH NOT ACTIVE ON BRANCH "
                           "MASTER, NOT MERGED ***" DELIMITED BY SIZE
                           INTO WS-ACK-LINE
                   WHEN "D"
                       STRING "*** DUPLICATE BATCH REFUSED - "
                   "RECORDS NOT ATTRIBUTABLE TO A BRANCH FEED"
           END-IF

           PERFORM WRITE-ACK-FILES
           END-IF.

       CLOSE-EDIT-FILES.
           MOVE SPACES TO WS-DROP-REASON

           IF WS-DETAIL-FILLER NOT = SPACES
                   OR (WS-EDIT-ORIG-SEQ NOT = SPACES
                       AND NOT WS-EDIT-REVERSAL)
                   OR ((WS-EDIT-TO-BRANCH NOT = SPACES
                           OR WS-EDIT-TO-ACCOUNT NOT = SPACES)
                       AND NOT WS-EDIT-TRANSFER)
               SET WS-RECORD-OK TO FALSE
               MOVE "RECORD LENGTH NOT 41" TO WS-DROP-REASON
           ELSE
           END-IF

           PERFORM FIND-ACK-SLOT
           IF WS-ACK-MATCH-SUB > ZERO
               ADD 1 TO WS-ACK-RECEIVED(WS-ACK-MATCH-SUB)
           END-IF

      * a reversal is converted at its original's rate, found with
      * the original on the audit trail, so it backs out exactly the
      * base amount the original posted
           IF WS-RECORD-OK AND NOT WS-EDIT-REVERSAL
               PERFORM CHECK-EXCHANGE-RATE
           END-IF

           IF WS-RECORD-OK AND WS-EDIT-REVERSAL
               PERFORM CHECK-REVERSAL
           END-IF

           IF WS-RECORD-OK AND WS-EDIT-TRANSFER
               PERFORM CHECK-TRANSFER
           END-IF

           SET WS-ACCT-FROZEN TO FALSE
           IF WS-RECORD-OK
               PERFORM CHECK-ACCOUNT-STATUS
           END-IF

      * a reversal is never parked on the release queue, which has
      * no place for the original's sequence - against a frozen
      * account it goes back to the branch to send again once the
      * account is unfrozen. a transfer is not parked either, the
      * queue having no place for its receiving side
           IF WS-RECORD-OK AND WS-ACCT-FROZEN
                   AND (WS-EDIT-REVERSAL OR WS-EDIT-TRANSFER)
               SET WS-RECORD-OK TO FALSE
               SET WS-ACCT-FROZEN TO FALSE
               MOVE "ACCOUNT FROZEN" TO WS-DROP-REASON
           END-IF

      * a detail a supervisor already released off the queue must
      * not be held over the branch limit a second time - that
      * would loop it between the queue and the resubmission stream.
      * a reversal only backs out money already accepted, so the
      * ceiling does not apply to it
           IF WS-RECORD-OK AND NOT WS-EDIT-IS-RELEASED
                   AND NOT WS-EDIT-REVERSAL
               PERFORM CHECK-BRANCH-LIMIT
           ELSE
               SET WS-OVER-LIMIT TO FALSE
           END-IF

           IF WS-RECORD-OK AND WS-OVER-LIMIT AND WS-EDIT-TRANSFER
               SET WS-RECORD-OK TO FALSE
               SET WS-OVER-LIMIT TO FALSE
               MOVE "TRANSFER OVER BRANCH LIMIT" TO WS-DROP-REASON
           END-IF

      * only a detail bound for the calculators is screened; a
      * released one has had its supervisor ruling already, and a
      * reversal or a detail with no account has nothing to count.
      * a transfer only moves money between the branches' own books
           SET WS-SC-FLAGGED TO FALSE
           IF WS-RECORD-OK AND NOT WS-OVER-LIMIT
                   AND NOT WS-ACCT-FROZEN
                   AND NOT WS-EDIT-IS-RELEASED
                   AND NOT WS-EDIT-REVERSAL
                   AND NOT WS-EDIT-TRANSFER
                   AND WS-EDIT-ACCOUNT NOT = SPACES
               PERFORM SCREEN-DETAIL
           END-IF

           IF WS-RECORD-OK AND (WS-OVER-LIMIT OR WS-ACCT-FROZEN)
               PERFORM WRITE-PENDING-RECORD
           ELSE
           IF WS-RECORD-OK AND WS-SC-FLAGGED
               PERFORM WRITE-SCREEN-RECORD
           ELSE
           IF WS-RECORD-OK
               MOVE WS-EDIT-BRANCH-CODE   TO CLEAN-BRANCH-CODE
               MOVE WS-EDIT-OPERATION     TO CLEAN-OPERATION
               MOVE WS-EDIT-SEQUENCE      TO CLEAN-SEQUENCE
               MOVE WS-EDIT-ACCOUNT       TO CLEAN-ACCOUNT
               MOVE WS-CYCLE-NUMBER       TO CLEAN-CYCLE
               MOVE SPACES TO CLEAN-REVERSAL-FIELDS
               MOVE WS-EDIT-CURRENCY      TO CLEAN-CURRENCY
               MOVE WS-EDIT-RATE          TO CLEAN-RATE
               MOVE SPACES TO CLEAN-TO-BRANCH
               MOVE SPACES TO CLEAN-TO-ACCOUNT
               IF WS-EDIT-REVERSAL
                   PERFORM BUILD-CLEAN-REVERSAL
               END-IF
               IF WS-EDIT-TRANSFER
                   PERFORM BUILD-CLEAN-TRANSFER
               END-IF
               WRITE CLEAN-RECORD
               ADD 1 TO WS-COUNT-OUT
               IF CLEAN-FIRST-NUMBER NUMERIC
                   ADD CLEAN-FIRST-NUMBER TO WS-CLEAN-CTL-HASH
               END-IF
               IF CLEAN-SECOND-NUMBER NUMERIC
                   ADD CLEAN-SECOND-NUMBER TO WS-CLEAN-CTL-HASH
               END-IF
               IF WS-ACK-MATCH-SUB > ZERO
                   ADD 1 TO WS-ACK-ACCEPTED(WS-ACK-MATCH-SUB)
               PERFORM WRITE-DROP-LINE
               IF WS-ACK-MATCH-SUB > ZERO
                   ADD 1 TO WS-ACK-DROPPED(WS-ACK-MATCH-SUB)
                   PERFORM TALLY-DROP-REASON
                   MOVE SPACES TO WS-ACK-LINE
                   STRING "DROPPED <"
                       TRAN-INPUT-RECORD(1:25)
                   ADD 1 TO WS-ACK-OTHER-DROPS
               END-IF
           END-IF
           END-IF
           END-IF.

       BUILD-CLEAN-REVERSAL.

      * the reversal settles against the original's own amounts and
      * account, and carries the result the original posted so the
      * calculators back out exactly that
           MOVE WS-RV-FIRST  TO CLEAN-FIRST-NUMBER
           MOVE WS-RV-SECOND TO CLEAN-SECOND-NUMBER
           MOVE WS-RV-ACCOUNT TO CLEAN-ACCOUNT
           MOVE WS-RV-ORIG-SEQ TO CLEAN-ORIG-SEQUENCE
           MOVE WS-RV-RESULT TO CLEAN-ORIG-RESULT

           IF WS-RV-COUNT >= 500
               MOVE "WS-RV-TABLE OVERFLOW - MORE THAN 500"
                   TO WS-ABEND-MESSAGE
               PERFORM ABEND-RTN
           END-IF
           ADD 1 TO WS-RV-COUNT
           MOVE WS-RV-ORIG-SEQ TO WS-RV-TONIGHT(WS-RV-COUNT)
           ADD 1 TO WS-REVERSAL-COUNT

           MOVE SPACES TO RPT-LINE
           STRING "REVERSAL RECORD " WS-COUNT-IN ": SEQ "
               WS-EDIT-SEQUENCE " BACKS OUT SEQ " WS-RV-ORIG-SEQ
               " ACCOUNT " WS-RV-ACCOUNT
               DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-REPORT-LINE.

       BUILD-CLEAN-TRANSFER.

           MOVE WS-EDIT-TO-BRANCH TO CLEAN-TO-BRANCH
           MOVE WS-EDIT-TO-ACCOUNT TO CLEAN-TO-ACCOUNT
           ADD 1 TO WS-TRANSFER-COUNT

           MOVE SPACES TO RPT-LINE
           STRING "TRANSFER RECORD " WS-COUNT-IN ": SEQ "
               WS-EDIT-SEQUENCE " FROM " WS-EDIT-BRANCH-CODE
               "/" WS-EDIT-ACCOUNT " TO " WS-EDIT-TO-BRANCH
               "/" WS-EDIT-TO-ACCOUNT
               DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-REPORT-LINE.

       CHECK-TRANSFER.

      * the sending side is the detail's own branch and account -
      * the branch is already checked, the account's status and
      * owner are checked with every other detail's. here: a
      * positive amount and nothing else, a receiving branch that
      * is active, another branch, and in the same currency, and
      * both accounts on the master, the receiving one open and
      * owned by the receiving branch. unlike other details, a
      * transfer account must already be on the master - neither
      * side is opened on the fly
           MOVE ZERO TO WS-XF-FROM-AC-SUB
           MOVE ZERO TO WS-XF-TO-AC-SUB
           PERFORM VARYING WS-AC-SUB FROM 1 BY 1
                   UNTIL WS-AC-SUB > WS-AC-COUNT
               IF WS-AC-ACCOUNT(WS-AC-SUB) = WS-EDIT-ACCOUNT
                   MOVE WS-AC-SUB TO WS-XF-FROM-AC-SUB
               END-IF
               IF WS-AC-ACCOUNT(WS-AC-SUB) = WS-EDIT-TO-ACCOUNT
                   MOVE WS-AC-SUB TO WS-XF-TO-AC-SUB
               END-IF
           END-PERFORM

           SET WS-XF-TO-FOUND TO FALSE
           MOVE SPACES TO WS-XF-TO-CURRENCY
           PERFORM VARYING WS-XF-BM-SUB FROM 1 BY 1
                   UNTIL WS-XF-BM-SUB > WS-BM-COUNT
               IF WS-BM-CODE(WS-XF-BM-SUB) = WS-EDIT-TO-BRANCH
                       AND WS-BM-ACTIVE(WS-XF-BM-SUB) NOT = "I"
                   SET WS-XF-TO-FOUND TO TRUE
                   MOVE WS-BM-CURRENCY(WS-XF-BM-SUB)
                       TO WS-XF-TO-CURRENCY
               END-IF
           END-PERFORM
      * a branch with no currency on the master sends the base
      * currency, the same reading CHECK-EXCHANGE-RATE gives it
           IF WS-XF-TO-CURRENCY = SPACES
               MOVE RP-BASE-CURRENCY TO WS-XF-TO-CURRENCY
           END-IF

           EVALUATE TRUE
               WHEN WS-EDIT-FIRST-NUMBER NOT > ZERO
                       OR WS-EDIT-SECOND-NUMBER NOT = ZERO
                   SET WS-RECORD-OK TO FALSE
                   MOVE "TRANSFER AMOUNT INVALID" TO WS-DROP-REASON
               WHEN WS-EDIT-ACCOUNT = SPACES
                   SET WS-RECORD-OK TO FALSE
                   MOVE "TRANSFER FROM ACCOUNT MISSING"
                       TO WS-DROP-REASON
               WHEN WS-EDIT-TO-BRANCH = SPACES
                       OR WS-EDIT-TO-ACCOUNT = SPACES
                   SET WS-RECORD-OK TO FALSE
                   MOVE "TRANSFER TO SIDE MISSING" TO WS-DROP-REASON
               WHEN WS-EDIT-TO-BRANCH = WS-EDIT-BRANCH-CODE
                   SET WS-RECORD-OK TO FALSE
                   MOVE "TRANSFER WITHIN ONE BRANCH"
                       TO WS-DROP-REASON
               WHEN WS-BM-LOADED AND NOT WS-XF-TO-FOUND
                   SET WS-RECORD-OK TO FALSE
                   MOVE "TO BRANCH NOT ON MASTER" TO WS-DROP-REASON
               WHEN WS-BM-LOADED
                       AND WS-XF-TO-CURRENCY NOT = WS-EDIT-CURRENCY
                   SET WS-RECORD-OK TO FALSE
                   MOVE "TRANSFER CURRENCY MISMATCH"
                       TO WS-DROP-REASON
               WHEN WS-XF-FROM-AC-SUB = ZERO
                   SET WS-RECORD-OK TO FALSE
                   MOVE "FROM ACCOUNT NOT ON MASTER"
                       TO WS-DROP-REASON
               WHEN WS-XF-TO-AC-SUB = ZERO
                   SET WS-RECORD-OK TO FALSE
                   MOVE "TO ACCOUNT NOT ON MASTER" TO WS-DROP-REASON
               WHEN WS-EDIT-TO-ACCOUNT = WS-EDIT-ACCOUNT
                   SET WS-RECORD-OK TO FALSE
                   MOVE "TRANSFER TO SAME ACCOUNT" TO WS-DROP-REASON
               WHEN WS-AC-STATUS(WS-XF-TO-AC-SUB) = "C"
                   SET WS-RECORD-OK TO FALSE
                   MOVE "TO ACCOUNT CLOSED" TO WS-DROP-REASON
               WHEN WS-AC-STATUS(WS-XF-TO-AC-SUB) = "F"
                   SET WS-RECORD-OK TO FALSE
                   MOVE "TO ACCOUNT FROZEN" TO WS-DROP-REASON
               WHEN WS-AC-BRANCH(WS-XF-TO-AC-SUB) NOT = SPACES
                       AND WS-AC-BRANCH(WS-XF-TO-AC-SUB)
                           NOT = WS-EDIT-TO-BRANCH
                   SET WS-RECORD-OK TO FALSE
                   MOVE "TO ACCOUNT OWNED ELSEWHERE"
                       TO WS-DROP-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       CHECK-REVERSAL.

      * the original must be on the trail, must have been processed
      * rather than rejected, must not be a reversal itself, must
      * not already be reversed - on the trail or earlier tonight -
      * and must have come from the branch now reversing it
           IF WS-EDIT-ORIG-SEQ NOT NUMERIC
               SET WS-RECORD-OK TO FALSE
               MOVE "ORIGINAL SEQ NOT NUMERIC" TO WS-DROP-REASON
           ELSE
               MOVE WS-EDIT-ORIG-SEQ TO WS-RV-ORIG-SEQ
               IF WS-RV-ORIG-SEQ = ZERO
                   SET WS-RECORD-OK TO FALSE
                   MOVE "ORIGINAL SEQ NOT NUMERIC" TO WS-DROP-REASON
               END-IF
           END-IF

           IF WS-RECORD-OK
               PERFORM SCAN-AUDIT-FOR-ORIGINAL
               PERFORM VARYING WS-RV-SUB FROM 1 BY 1
                       UNTIL WS-RV-SUB > WS-RV-COUNT
                   IF WS-RV-TONIGHT(WS-RV-SUB) = WS-RV-ORIG-SEQ
                       SET WS-RV-REVERSED TO TRUE
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN WS-RV-IS-REVERSAL
                       SET WS-RECORD-OK TO FALSE
                       MOVE "CANNOT REVERSE A REVERSAL"
                           TO WS-DROP-REASON
      * a transfer is undone by sending the opposite transfer, which
      * is validated on both sides like the original
                   WHEN WS-RV-IS-TRANSFER
                       SET WS-RECORD-OK TO FALSE
                       MOVE "CANNOT REVERSE A TRANSFER"
                           TO WS-DROP-REASON
                   WHEN NOT WS-RV-FOUND
                       SET WS-RECORD-OK TO FALSE
                       MOVE "ORIGINAL NOT ON AUDIT" TO WS-DROP-REASON
                   WHEN NOT WS-RV-PROCESSED
                       SET WS-RECORD-OK TO FALSE
                       MOVE "ORIGINAL NOT PROCESSED"
                           TO WS-DROP-REASON
                   WHEN WS-RV-REVERSED
                       SET WS-RECORD-OK TO FALSE
                       MOVE "ORIGINAL ALREADY REVERSED"
                           TO WS-DROP-REASON
                   WHEN WS-RV-BRANCH NOT = SPACES
                           AND WS-RV-BRANCH NOT = WS-EDIT-BRANCH-CODE
                       SET WS-RECORD-OK TO FALSE
                       MOVE "ORIGINAL OTHER BRANCH" TO WS-DROP-REASON
                   WHEN OTHER
      * the account rules apply to the account the original posted
      * to, which is the one the reversal will post to
                       MOVE WS-RV-ACCOUNT TO WS-EDIT-ACCOUNT
      * an original from before amounts carried a currency was in
      * the base currency
                       IF WS-RV-CURRENCY = SPACES
                               OR WS-RV-RATE NOT > ZERO
                           MOVE RP-BASE-CURRENCY TO WS-EDIT-CURRENCY
                           MOVE 1 TO WS-EDIT-RATE
                       ELSE
                           MOVE WS-RV-CURRENCY TO WS-EDIT-CURRENCY
                           MOVE WS-RV-RATE TO WS-EDIT-RATE
                       END-IF
               END-EVALUATE
           END-IF.

       SCAN-AUDIT-FOR-ORIGINAL.

           SET WS-RV-FOUND TO FALSE
           SET WS-RV-PROCESSED TO FALSE
           SET WS-RV-REVERSED TO FALSE
           SET WS-RV-IS-REVERSAL TO FALSE
           SET WS-RV-IS-TRANSFER TO FALSE
           MOVE ZERO TO WS-RV-FIRST
           MOVE ZERO TO WS-RV-SECOND
           MOVE ZERO TO WS-RV-RESULT
           MOVE SPACES TO WS-RV-ACCOUNT
           MOVE SPACES TO WS-RV-BRANCH
           MOVE SPACES TO WS-RV-CURRENCY
           MOVE ZERO TO WS-RV-RATE

      * older history sits in the dated segments audit-reorg split
      * off, the current date on the live trail - both are read
           SET WS-AUD-EOF TO FALSE
           OPEN INPUT AUDIT-INDEX-FILE
           IF WS-FILE-STATUS NOT = "00"
               SET WS-AUD-EOF TO TRUE
           END-IF

           IF NOT WS-AUD-EOF
               READ AUDIT-INDEX-FILE
                   AT END SET WS-AUD-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-AUD-EOF
                   MOVE AX-SEG-NAME TO WS-SEG-NAME
                   PERFORM SCAN-ONE-AUDIT-SEGMENT
                   READ AUDIT-INDEX-FILE
                       AT END SET WS-AUD-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE AUDIT-INDEX-FILE
           END-IF

           SET WS-AUD-EOF TO FALSE
           OPEN INPUT AUDIT-TRAIL-FILE
           IF WS-FILE-STATUS NOT = "00"
               SET WS-AUD-EOF TO TRUE
           END-IF

           IF NOT WS-AUD-EOF
               READ AUDIT-TRAIL-FILE
                   AT END SET WS-AUD-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-AUD-EOF
                   PERFORM CHECK-ONE-AUDIT-ENTRY
                   READ AUDIT-TRAIL-FILE
                       AT END SET WS-AUD-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE AUDIT-TRAIL-FILE
           END-IF

           SET WS-AUD-EOF TO FALSE.

       SCAN-ONE-AUDIT-SEGMENT.

           SET WS-SEG-EOF TO FALSE

           OPEN INPUT AUDIT-SEG-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "TRAN-EDIT WARNING: AUDIT SEGMENT "
                   WS-SEG-NAME " NOT READABLE"
               SET WS-SEG-EOF TO TRUE
           END-IF

           IF NOT WS-SEG-EOF
               READ AUDIT-SEG-FILE
                   AT END SET WS-SEG-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-SEG-EOF
                   MOVE AUDIT-SEG-RECORD TO AUDIT-TRAIL-RECORD
                   PERFORM CHECK-ONE-AUDIT-ENTRY
                   READ AUDIT-SEG-FILE
                       AT END SET WS-SEG-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE AUDIT-SEG-FILE
           END-IF

           SET WS-SEG-EOF TO FALSE.

       CHECK-ONE-AUDIT-ENTRY.

      * calc-variables audits the same work again for the parallel
      * comparison, so only the posting engine's entries count; an
      * entry from before the outcome was carried has a blank status
      * and is taken as processed
           IF AT-PROGRAM-NAME = "calc-copybook"
               IF AT-SEQUENCE NUMERIC
                       AND AT-SEQUENCE = WS-RV-ORIG-SEQ
                   IF AT-OPERATION = "X"
                       SET WS-RV-IS-TRANSFER TO TRUE
                   END-IF
                   IF AT-OPERATION = "R"
                       SET WS-RV-IS-REVERSAL TO TRUE
                   ELSE
                       SET WS-RV-FOUND TO TRUE
                       IF AT-STATUS NOT = "R"
                               AND NOT WS-RV-PROCESSED
                           SET WS-RV-PROCESSED TO TRUE
                           MOVE AT-FIRST-NUMBER TO WS-RV-FIRST
                           MOVE AT-SECOND-NUMBER TO WS-RV-SECOND
                           MOVE AT-RESULT TO WS-RV-RESULT
                           MOVE AT-ACCOUNT TO WS-RV-ACCOUNT
                           MOVE AT-BRANCH TO WS-RV-BRANCH
                           MOVE AT-CURRENCY TO WS-RV-CURRENCY
                           IF AT-RATE NUMERIC
                               MOVE AT-RATE TO WS-RV-RATE
                           END-IF
                       END-IF
                   END-IF
               END-IF
               IF AT-OPERATION = "R"
                       AND AT-STATUS NOT = "R"
                       AND AT-ORIG-SEQUENCE NUMERIC
                       AND AT-ORIG-SEQUENCE = WS-RV-ORIG-SEQ
                   SET WS-RV-REVERSED TO TRUE
               END-IF
           END-IF.

       LOAD-SCREEN-HISTORY.

      * the window is counted in the business dates the trail holds
      * postings for - every business day posts - so a weekend or a
      * holiday never shortens it. today's earlier cycles always
      * count; a window wider than the date table is cut to fit
           MOVE ZERO TO WS-SC-DATE-COUNT
           MOVE ZERO TO WS-SC-COUNT
           MOVE ZERO TO WS-SC-SCREENED-COUNT
           MOVE ZERO TO WS-SCR-COUNT

           IF RP-SCREEN-DAYS > 60
               DISPLAY "TRAN-EDIT WARNING: SCREEN-DAYS "
                   RP-SCREEN-DAYS " CUT TO 60"
               MOVE 60 TO WS-SC-DATES-WANTED
           ELSE
               MOVE RP-SCREEN-DAYS TO WS-SC-DATES-WANTED
           END-IF

           IF WS-SC-DATES-WANTED > ZERO
               PERFORM COLLECT-SCREEN-DATES
           END-IF

           IF WS-SC-DATE-COUNT > ZERO
               MOVE WS-SC-DATE(WS-SC-DATE-COUNT)
                   TO WS-SC-WINDOW-START
           ELSE
               MOVE WS-TODAY-FORMATTED TO WS-SC-WINDOW-START
           END-IF

           PERFORM LOAD-SCREEN-ENTRIES

           MOVE WS-SC-COUNT TO WS-SC-HISTORY-COUNT
           DISPLAY "TRAN-EDIT: SCREENING WINDOW " WS-SC-WINDOW-START
               " TO " WS-TODAY-FORMATTED ", " WS-SC-HISTORY-COUNT
               " POSTED DETAILS".

       COLLECT-SCREEN-DATES.

           SET WS-AUD-EOF TO FALSE
           OPEN INPUT AUDIT-INDEX-FILE
           IF WS-FILE-STATUS NOT = "00"
               SET WS-AUD-EOF TO TRUE
           END-IF

           IF NOT WS-AUD-EOF
               READ AUDIT-INDEX-FILE
                   AT END SET WS-AUD-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-AUD-EOF
                   IF AX-DATE < WS-TODAY-FORMATTED
                       MOVE AX-DATE TO WS-SC-DATE-IN
                       PERFORM ADD-SCREEN-DATE
                   END-IF
                   READ AUDIT-INDEX-FILE
                       AT END SET WS-AUD-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE AUDIT-INDEX-FILE
           END-IF

      * the live trail holds today, and earlier days as well on a
      * night audit-reorg has not yet split them off
           SET WS-AUD-EOF TO FALSE
           OPEN INPUT AUDIT-TRAIL-FILE
           IF WS-FILE-STATUS NOT = "00"
               SET WS-AUD-EOF TO TRUE
           END-IF

           IF NOT WS-AUD-EOF
               READ AUDIT-TRAIL-FILE
                   AT END SET WS-AUD-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-AUD-EOF
                   IF AT-PROGRAM-NAME = "calc-copybook"
                           AND AT-TIMESTAMP(1:10) < WS-TODAY-FORMATTED
                       MOVE AT-TIMESTAMP(1:10) TO WS-SC-DATE-IN
                       PERFORM ADD-SCREEN-DATE
                   END-IF
                   READ AUDIT-TRAIL-FILE
                       AT END SET WS-AUD-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE AUDIT-TRAIL-FILE
           END-IF

           SET WS-AUD-EOF TO FALSE.

       ADD-SCREEN-DATE.

      * the date table is kept newest first and no longer than the
      * window; an older date only gets in while there is room
           SET WS-SC-DATE-FOUND TO FALSE
           PERFORM VARYING WS-SC-DATE-SUB FROM 1 BY 1
                   UNTIL WS-SC-DATE-SUB > WS-SC-DATE-COUNT
               IF WS-SC-DATE(WS-SC-DATE-SUB) = WS-SC-DATE-IN
                   SET WS-SC-DATE-FOUND TO TRUE
               END-IF
           END-PERFORM

           IF NOT WS-SC-DATE-FOUND
               IF WS-SC-DATE-COUNT < WS-SC-DATES-WANTED
                   ADD 1 TO WS-SC-DATE-COUNT
                   MOVE WS-SC-DATE-IN TO WS-SC-DATE(WS-SC-DATE-COUNT)
                   PERFORM SORT-SCREEN-DATE-IN
               ELSE
                   IF WS-SC-DATE-IN > WS-SC-DATE(WS-SC-DATE-COUNT)
                       MOVE WS-SC-DATE-IN
                           TO WS-SC-DATE(WS-SC-DATE-COUNT)
                       PERFORM SORT-SCREEN-DATE-IN
                   END-IF
               END-IF
           END-IF.

       SORT-SCREEN-DATE-IN.

      * the date just placed last moves up past every older one
           MOVE WS-SC-DATE-COUNT TO WS-SC-DATE-SUB
           SET WS-SC-DATE-FOUND TO FALSE
           PERFORM UNTIL WS-SC-DATE-SUB < 2 OR WS-SC-DATE-FOUND
               IF WS-SC-DATE(WS-SC-DATE-SUB)
                       > WS-SC-DATE(WS-SC-DATE-SUB - 1)
                   MOVE WS-SC-DATE(WS-SC-DATE-SUB - 1)
                       TO WS-SC-DATE-SWAP
                   MOVE WS-SC-DATE(WS-SC-DATE-SUB)
                       TO WS-SC-DATE(WS-SC-DATE-SUB - 1)
                   MOVE WS-SC-DATE-SWAP TO WS-SC-DATE(WS-SC-DATE-SUB)
                   SUBTRACT 1 FROM WS-SC-DATE-SUB
               ELSE
                   SET WS-SC-DATE-FOUND TO TRUE
               END-IF
           END-PERFORM.

       LOAD-SCREEN-ENTRIES.

      * only the segments inside the window are opened
           SET WS-AUD-EOF TO FALSE
           OPEN INPUT AUDIT-INDEX-FILE
           IF WS-FILE-STATUS NOT = "00"
               SET WS-AUD-EOF TO TRUE
           END-IF

           IF NOT WS-AUD-EOF
               READ AUDIT-INDEX-FILE
                   AT END SET WS-AUD-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-AUD-EOF
                   IF AX-DATE NOT < WS-SC-WINDOW-START
                           AND AX-DATE NOT > WS-TODAY-FORMATTED
                       MOVE AX-SEG-NAME TO WS-SEG-NAME
                       PERFORM SCREEN-ONE-AUDIT-SEGMENT
                   END-IF
                   READ AUDIT-INDEX-FILE
                       AT END SET WS-AUD-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE AUDIT-INDEX-FILE
           END-IF

           SET WS-AUD-EOF TO FALSE
           OPEN INPUT AUDIT-TRAIL-FILE
           IF WS-FILE-STATUS NOT = "00"
               SET WS-AUD-EOF TO TRUE
           END-IF

           IF NOT WS-AUD-EOF
               READ AUDIT-TRAIL-FILE
                   AT END SET WS-AUD-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-AUD-EOF
                   PERFORM LOAD-ONE-SCREEN-ENTRY
                   READ AUDIT-TRAIL-FILE
                       AT END SET WS-AUD-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE AUDIT-TRAIL-FILE
           END-IF

           SET WS-AUD-EOF TO FALSE.

       SCREEN-ONE-AUDIT-SEGMENT.

           SET WS-SEG-EOF TO FALSE

           OPEN INPUT AUDIT-SEG-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "TRAN-EDIT WARNING: AUDIT SEGMENT "
                   WS-SEG-NAME " NOT READABLE"
               SET WS-SEG-EOF TO TRUE
           END-IF

           IF NOT WS-SEG-EOF
               READ AUDIT-SEG-FILE
                   AT END SET WS-SEG-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-SEG-EOF
                   MOVE AUDIT-SEG-RECORD TO AUDIT-TRAIL-RECORD
                   PERFORM LOAD-ONE-SCREEN-ENTRY
                   READ AUDIT-SEG-FILE
                       AT END SET WS-SEG-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE AUDIT-SEG-FILE
           END-IF

           SET WS-SEG-EOF TO FALSE.

       LOAD-ONE-SCREEN-ENTRY.

      * the posting engine's processed calculator work only - not
      * the parallel calc-variables entries, not rejected work, not
      * month-end interest or charges. a reversal takes the detail
      * it backed out off the window again
           IF AT-PROGRAM-NAME = "calc-copybook"
                   AND AT-STATUS NOT = "R"
                   AND AT-TIMESTAMP(1:10) NOT < WS-SC-WINDOW-START
                   AND AT-TIMESTAMP(1:10) NOT > WS-TODAY-FORMATTED
               EVALUATE TRUE
                   WHEN AT-OPERATION = "R"
                       IF AT-ORIG-SEQUENCE NUMERIC
                               AND AT-ORIG-SEQUENCE > ZERO
                           PERFORM VARYING WS-SC-SUB FROM 1 BY 1
                                   UNTIL WS-SC-SUB > WS-SC-COUNT
                               IF WS-SC-SEQUENCE(WS-SC-SUB)
                                       = AT-ORIG-SEQUENCE
                                   MOVE SPACES
                                       TO WS-SC-ACCOUNT(WS-SC-SUB)
                               END-IF
                           END-PERFORM
                       END-IF
                   WHEN AT-OPERATION = "A" OR "S" OR "M" OR "D"
      * the base amount is moved unsigned - its size is what counts
                       IF AT-CURRENCY NOT = SPACES
                               AND AT-BASE-FIRST NUMERIC
                           MOVE AT-BASE-FIRST TO WS-SC-BASE-IN
                       ELSE
                           MOVE AT-FIRST-NUMBER TO WS-SC-BASE-IN
                       END-IF
                       PERFORM ADD-SCREEN-ROW
                       MOVE AT-BRANCH TO WS-SC-BRANCH(WS-SC-COUNT)
                       MOVE AT-ACCOUNT TO WS-SC-ACCOUNT(WS-SC-COUNT)
                       MOVE AT-OPERATION
                           TO WS-SC-OPERATION(WS-SC-COUNT)
                       MOVE AT-FIRST-NUMBER
                           TO WS-SC-FIRST(WS-SC-COUNT)
                       MOVE AT-SECOND-NUMBER
                           TO WS-SC-SECOND(WS-SC-COUNT)
                       IF AT-SEQUENCE NUMERIC
                           MOVE AT-SEQUENCE
                               TO WS-SC-SEQUENCE(WS-SC-COUNT)
                       ELSE
                           MOVE ZERO TO WS-SC-SEQUENCE(WS-SC-COUNT)
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       ADD-SCREEN-ROW.

           IF WS-SC-COUNT >= 5000
               MOVE "WS-SC-TABLE OVERFLOW - MORE THAN 5000"
                   TO WS-ABEND-MESSAGE
               PERFORM ABEND-RTN
           END-IF

           ADD 1 TO WS-SC-COUNT
           MOVE WS-SC-BASE-IN TO WS-SC-BASE-AMOUNT(WS-SC-COUNT).

       LOAD-BRANCH-LIMITS.

           MOVE ZERO TO WS-BL-COUNT
           SET WS-EOF TO FALSE

           OPEN INPUT LIMITS-FILE
           IF WS-FILE-STATUS = "35"
               DISPLAY "BRANCHLIMITS NOT FOUND, NO AMOUNT CEILINGS "
                   "IN EFFECT"
           ELSE
               IF WS-FILE-STATUS NOT = "00"
                   STRING "UNABLE TO OPEN BRANCHLIMITS, STATUS "
                       WS-FILE-STATUS DELIMITED BY SIZE
                       INTO WS-ABEND-MESSAGE
                   PERFORM ABEND-RTN
               END-IF

               READ LIMITS-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-EOF
      * only the ceiling in force on the business date is loaded
                   IF BL-LIMIT NUMERIC AND WS-BL-COUNT < 50
                           AND (BL-EFF-DATE = SPACES
                               OR BL-EFF-DATE
                                   NOT > WS-TODAY-FORMATTED)
                           AND (BL-EXP-DATE = SPACES
                               OR BL-EXP-DATE
                                   NOT < WS-TODAY-FORMATTED)
                       ADD 1 TO WS-BL-COUNT
                       MOVE BL-BRANCH TO WS-BL-BRANCH(WS-BL-COUNT)
                       MOVE BL-LIMIT TO WS-BL-LIMIT(WS-BL-COUNT)
                   END-IF
                   READ LIMITS-FILE
                       AT END SET WS-EOF TO TRUE
                   END-READ
               END-PERFORM

               CLOSE LIMITS-FILE
           END-IF

           SET WS-EOF TO FALSE.

       LOAD-ACCOUNT-MASTER.

           MOVE ZERO TO WS-AC-COUNT
           SET WS-EOF TO FALSE

           OPEN INPUT ACCOUNT-MASTER
           IF WS-FILE-STATUS = "35"
               DISPLAY "ACCOUNTMASTER NOT FOUND, ACCOUNT STATUS "
                   "CHECKS SKIPPED"
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
                   IF WS-AC-COUNT >= 200
                       MOVE "WS-AC-TABLE OVERFLOW - MORE THAN 200"
                           TO WS-ABEND-MESSAGE
                       PERFORM ABEND-RTN
                   END-IF
                   ADD 1 TO WS-AC-COUNT
                   MOVE AM-ACCOUNT TO WS-AC-ACCOUNT(WS-AC-COUNT)
                   MOVE AM-BRANCH TO WS-AC-BRANCH(WS-AC-COUNT)
                   MOVE AM-STATUS TO WS-AC-STATUS(WS-AC-COUNT)
                   READ ACCOUNT-MASTER
                       AT END SET WS-EOF TO TRUE
                   END-READ
               END-PERFORM

               CLOSE ACCOUNT-MASTER
           END-IF

           SET WS-EOF TO FALSE.

       CHECK-ACCOUNT-STATUS.

      * a closed account takes nothing more and a branch may only
      * post to accounts it owns - both are dropped back to the
      * branch. a frozen account's work is held for a supervisor,
      * whose release is the override, so a released detail passes.
      * an account with no owning branch yet (opened on the fly by
      * calc-copybook) is not checked for ownership
           MOVE ZERO TO WS-AC-MATCH-SUB

           IF WS-EDIT-ACCOUNT NOT = SPACES
               PERFORM VARYING WS-AC-SUB FROM 1 BY 1
                       UNTIL WS-AC-SUB > WS-AC-COUNT
                   IF WS-AC-ACCOUNT(WS-AC-SUB) = WS-EDIT-ACCOUNT
                       MOVE WS-AC-SUB TO WS-AC-MATCH-SUB
                   END-IF
               END-PERFORM
           END-IF

           IF WS-AC-MATCH-SUB > ZERO
               EVALUATE TRUE
                   WHEN WS-AC-STATUS(WS-AC-MATCH-SUB) = "C"
                       SET WS-RECORD-OK TO FALSE
                       MOVE "ACCOUNT CLOSED" TO WS-DROP-REASON
                   WHEN WS-AC-BRANCH(WS-AC-MATCH-SUB) NOT = SPACES
                           AND WS-AC-BRANCH(WS-AC-MATCH-SUB)
                               NOT = WS-EDIT-BRANCH-CODE
                       SET WS-RECORD-OK TO FALSE
                       MOVE "ACCOUNT OWNED ELSEWHERE"
                           TO WS-DROP-REASON
                   WHEN WS-AC-STATUS(WS-AC-MATCH-SUB) = "F"
                           AND NOT WS-EDIT-IS-RELEASED
                       SET WS-ACCT-FROZEN TO TRUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       CHECK-BRANCH-LIMIT.

      * a branch with no limit on file passes everything, as it
      * always did; over-limit details are held, not dropped, so the
      * money is never lost - just parked for a supervisor's decision
           SET WS-OVER-LIMIT TO FALSE
           MOVE ZERO TO WS-BL-MATCH-SUB

           PERFORM VARYING WS-BL-SUB FROM 1 BY 1
                   UNTIL WS-BL-SUB > WS-BL-COUNT
               IF WS-BL-BRANCH(WS-BL-SUB) = WS-EDIT-BRANCH-CODE
                   MOVE WS-BL-SUB TO WS-BL-MATCH-SUB
               END-IF
           END-PERFORM

           IF WS-BL-MATCH-SUB > ZERO
               MOVE WS-EDIT-FIRST-NUMBER TO WS-ABS-AMOUNT
               IF WS-EDIT-FIRST-NUMBER < ZERO
                   COMPUTE WS-ABS-AMOUNT =
                       ZERO - WS-EDIT-FIRST-NUMBER
               END-IF
               IF WS-ABS-AMOUNT > WS-BL-LIMIT(WS-BL-MATCH-SUB)
                   SET WS-OVER-LIMIT TO TRUE
               END-IF
               MOVE WS-EDIT-SECOND-NUMBER TO WS-ABS-AMOUNT
               IF WS-EDIT-SECOND-NUMBER < ZERO
                   COMPUTE WS-ABS-AMOUNT =
                       ZERO - WS-EDIT-SECOND-NUMBER
               END-IF
               IF WS-ABS-AMOUNT > WS-BL-LIMIT(WS-BL-MATCH-SUB)
                   SET WS-OVER-LIMIT TO TRUE
               END-IF
           END-IF.

       WRITE-PENDING-RECORD.

           IF WS-HELD-COUNT >= 100
               MOVE "WS-HOLD-TABLE OVERFLOW - MORE THAN 100"
                   TO WS-ABEND-MESSAGE
               PERFORM ABEND-RTN
           END-IF

           ADD 1 TO WS-HELD-COUNT
           MOVE WS-EDIT-BRANCH-CODE
               TO WS-HOLD-BRANCH(WS-HELD-COUNT)
           MOVE WS-EDIT-OPERATION
               TO WS-HOLD-OPERATION(WS-HELD-COUNT)
           MOVE WS-EDIT-FIRST-NUMBER
               TO WS-HOLD-FIRST(WS-HELD-COUNT)
               TO WS-HOLD-SEQUENCE(WS-HELD-COUNT)
           MOVE WS-EDIT-ACCOUNT
               TO WS-HOLD-ACCOUNT(WS-HELD-COUNT)
           IF WS-EDIT-KEYED-BADGE NUMERIC
               MOVE WS-EDIT-KEYED-BADGE
                   TO WS-HOLD-KEYED-BADGE(WS-HELD-COUNT)
           ELSE
               MOVE ZERO TO WS-HOLD-KEYED-BADGE(WS-HELD-COUNT)
           END-IF

      * a frozen account is named as the reason even when the detail
      * is also over the limit - unfreezing is what has to happen
      * first, and one release clears both
           MOVE SPACES TO RPT-LINE
           IF WS-ACCT-FROZEN
               MOVE "F" TO WS-HOLD-REASON(WS-HELD-COUNT)
               STRING "HELD RECORD " WS-COUNT-IN ": SEQ "
                   WS-EDIT-SEQUENCE " ACCOUNT "
                   WS-EDIT-ACCOUNT " FROZEN"
                   DELIMITED BY SIZE INTO RPT-LINE
           ELSE
               MOVE "L" TO WS-HOLD-REASON(WS-HELD-COUNT)
               STRING "HELD RECORD " WS-COUNT-IN ": SEQ "
                   WS-EDIT-SEQUENCE " OVER BRANCH "
                   WS-EDIT-BRANCH-CODE " LIMIT"
                   DELIMITED BY SIZE INTO RPT-LINE
           END-IF
           PERFORM WRITE-REPORT-LINE

           IF WS-ACK-MATCH-SUB > ZERO
               MOVE SPACES TO WS-ACK-LINE
               IF WS-ACCT-FROZEN
                   STRING "HELD <" TRAN-INPUT-RECORD(1:25)
                       "> REASON: ACCOUNT FROZEN"
                       DELIMITED BY SIZE INTO WS-ACK-LINE
               ELSE
                   STRING "HELD <" TRAN-INPUT-RECORD(1:25)
                       "> REASON: OVER BRANCH AMOUNT LIMIT"
                       DELIMITED BY SIZE INTO WS-ACK-LINE
               END-IF
               PERFORM WRITE-ACK-LINE
           END-IF

           DISPLAY "TRAN-EDIT HELD RECORD " WS-COUNT-IN
               " FOR SUPERVISOR RELEASE".

       SCREEN-DETAIL.

      * the detail counts itself: its own amount starts the total
      * and a count of one, then every window detail for the same
      * account from the same branch adds to both. the last
      * matching operation and amount pair is the one reported as
      * repeated
           COMPUTE WS-SC-BASE-IN ROUNDED =
               WS-EDIT-FIRST-NUMBER * WS-EDIT-RATE
           MOVE 1 TO WS-SC-HITS
           MOVE WS-SC-BASE-IN TO WS-SC-TOTAL
           MOVE ZERO TO WS-SC-MATCH-SEQ
           MOVE SPACES TO WS-SC-REASONS

           PERFORM VARYING WS-SC-SUB FROM 1 BY 1
                   UNTIL WS-SC-SUB > WS-SC-COUNT
               IF WS-SC-ACCOUNT(WS-SC-SUB) = WS-EDIT-ACCOUNT
                       AND WS-SC-BRANCH(WS-SC-SUB)
                           = WS-EDIT-BRANCH-CODE
                   ADD 1 TO WS-SC-HITS
                   ADD WS-SC-BASE-AMOUNT(WS-SC-SUB) TO WS-SC-TOTAL
                   IF WS-SC-OPERATION(WS-SC-SUB) = WS-EDIT-OPERATION
                           AND WS-SC-FIRST(WS-SC-SUB)
                               = WS-EDIT-FIRST-NUMBER
                           AND WS-SC-SECOND(WS-SC-SUB)
                               = WS-EDIT-SECOND-NUMBER
                       SET WS-SC-REPEAT TO TRUE
                       MOVE WS-SC-SEQUENCE(WS-SC-SUB)
                           TO WS-SC-MATCH-SEQ
                   END-IF
               END-IF
           END-PERFORM

      * a zero threshold turns that test off
           IF RP-SCREEN-COUNT > ZERO
                   AND WS-SC-HITS > RP-SCREEN-COUNT
               SET WS-SC-OVER-COUNT TO TRUE
           END-IF
           IF RP-SCREEN-AMOUNT > ZERO
                   AND WS-SC-TOTAL > RP-SCREEN-AMOUNT
               SET WS-SC-OVER-TOTAL TO TRUE
           END-IF
           IF WS-SC-REASONS NOT = SPACES
               SET WS-SC-FLAGGED TO TRUE
           END-IF
           ADD 1 TO WS-SC-SCREENED-COUNT

      * the detail joins the window, caught or not, so the next
      * split piece or re-send behind it is judged along with it
           PERFORM ADD-SCREEN-ROW
           MOVE WS-EDIT-BRANCH-CODE TO WS-SC-BRANCH(WS-SC-COUNT)
           MOVE WS-EDIT-ACCOUNT TO WS-SC-ACCOUNT(WS-SC-COUNT)
           MOVE WS-EDIT-OPERATION TO WS-SC-OPERATION(WS-SC-COUNT)
           MOVE WS-EDIT-FIRST-NUMBER TO WS-SC-FIRST(WS-SC-COUNT)
           MOVE WS-EDIT-SECOND-NUMBER TO WS-SC-SECOND(WS-SC-COUNT)
           MOVE WS-EDIT-SEQUENCE TO WS-SC-SEQUENCE(WS-SC-COUNT).

       WRITE-SCREEN-RECORD.

           IF WS-SCR-COUNT >= 100
               MOVE "WS-SCR-TABLE OVERFLOW - MORE THAN 100"
                   TO WS-ABEND-MESSAGE
               PERFORM ABEND-RTN
           END-IF

           ADD 1 TO WS-SCR-COUNT
           MOVE WS-COUNT-IN TO WS-SCR-RECORD-NO(WS-SCR-COUNT)
           MOVE WS-EDIT-BRANCH-CODE TO WS-SCR-BRANCH(WS-SCR-COUNT)
           MOVE WS-EDIT-OPERATION
               TO WS-SCR-OPERATION(WS-SCR-COUNT)
           MOVE WS-EDIT-FIRST-NUMBER TO WS-SCR-FIRST(WS-SCR-COUNT)
           MOVE WS-EDIT-SECOND-NUMBER
               TO WS-SCR-SECOND(WS-SCR-COUNT)
           MOVE WS-EDIT-SEQUENCE TO WS-SCR-SEQUENCE(WS-SCR-COUNT)
           MOVE WS-EDIT-ACCOUNT TO WS-SCR-ACCOUNT(WS-SCR-COUNT)
           MOVE WS-SC-REASONS TO WS-SCR-REASONS(WS-SCR-COUNT)
           MOVE WS-SC-HITS TO WS-SCR-HITS(WS-SCR-COUNT)
           MOVE WS-SC-TOTAL TO WS-SCR-TOTAL(WS-SCR-COUNT)
           MOVE WS-SC-MATCH-SEQ TO WS-SCR-MATCH-SEQ(WS-SCR-COUNT)
           IF WS-EDIT-KEYED-BADGE NUMERIC
               MOVE WS-EDIT-KEYED-BADGE
                   TO WS-SCR-KEYED-BADGE(WS-SCR-COUNT)
           ELSE
               MOVE ZERO TO WS-SCR-KEYED-BADGE(WS-SCR-COUNT)
           END-IF

           PERFORM BUILD-SCREEN-WHY
           MOVE SPACES TO RPT-LINE
           STRING "SCREENED RECORD " WS-COUNT-IN ": SEQ "
               WS-EDIT-SEQUENCE " ACCOUNT " WS-EDIT-ACCOUNT " "
               WS-SCR-WHY
               DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-REPORT-LINE

           IF WS-ACK-MATCH-SUB > ZERO
               MOVE SPACES TO WS-ACK-LINE
               STRING "HELD <" TRAN-INPUT-RECORD(1:25)
                   "> REASON: SCREENING REVIEW"
                   DELIMITED BY SIZE INTO WS-ACK-LINE
               PERFORM WRITE-ACK-LINE
           END-IF

           DISPLAY "TRAN-EDIT SCREENED RECORD " WS-COUNT-IN
               " FOR SUPERVISOR REVIEW".

       BUILD-SCREEN-WHY.

           MOVE SPACES TO WS-SCR-WHY
           IF WS-SC-OVER-COUNT
               MOVE "COUNT" TO WS-SCR-WHY-COUNT
           END-IF
           IF WS-SC-OVER-TOTAL
               MOVE "TOTAL" TO WS-SCR-WHY-TOTAL
           END-IF
           IF WS-SC-REPEAT
               MOVE "REPEAT" TO WS-SCR-WHY-REPEAT
           END-IF.

       FLUSH-PENDING-RECORDS.

                       TO PND-ACCOUNT
                   MOVE ZERO TO PND-WORKED-BADGE
                   MOVE SPACES TO PND-WORKED-DATE
                   MOVE WS-HOLD-REASON(WS-HOLD-SUB)
                       TO PND-HOLD-REASON
                   MOVE WS-HOLD-KEYED-BADGE(WS-HOLD-SUB)
                       TO PND-KEYED-BADGE
                   WRITE PENDING-RECORD
               END-PERFORM

                   "DISCARDED WITH THE REFUSED BATCH"
           END-IF.

       FLUSH-SCREEN-RECORDS.

      * screening catches follow the holds: queued only from a
      * batch that passed its balance check, and a rehearsal starts
      * its scratch queue fresh
           IF WS-BATCH-REFUSED OR WS-SCR-COUNT = ZERO
               CONTINUE
           ELSE
               IF RP-REHEARSAL-ON
                   OPEN OUTPUT SCREEN-FILE
               ELSE
                   OPEN EXTEND SCREEN-FILE
                   IF WS-FILE-STATUS = "35"
                       OPEN OUTPUT SCREEN-FILE
                       CLOSE SCREEN-FILE
                       OPEN EXTEND SCREEN-FILE
                   END-IF
               END-IF
               IF WS-FILE-STATUS NOT = "00"
                   STRING "UNABLE TO OPEN SCREENQUEUE, STATUS "
                       WS-FILE-STATUS DELIMITED BY SIZE
                       INTO WS-ABEND-MESSAGE
                   PERFORM ABEND-RTN
               END-IF

               PERFORM VARYING WS-SCR-SUB FROM 1 BY 1
                       UNTIL WS-SCR-SUB > WS-SCR-COUNT
                   MOVE SPACES TO SCREEN-RECORD
                   SET SCR-PENDING TO TRUE
                   MOVE WS-TODAY-FORMATTED TO SCR-DATE-HELD
                   MOVE WS-SCR-BRANCH(WS-SCR-SUB) TO SCR-BRANCH-CODE
                   MOVE WS-SCR-OPERATION(WS-SCR-SUB)
                       TO SCR-OPERATION
                   MOVE WS-SCR-FIRST(WS-SCR-SUB) TO SCR-FIRST-NUMBER
                   MOVE WS-SCR-SECOND(WS-SCR-SUB)
                       TO SCR-SECOND-NUMBER
                   MOVE WS-SCR-SEQUENCE(WS-SCR-SUB) TO SCR-SEQUENCE
                   MOVE WS-SCR-ACCOUNT(WS-SCR-SUB) TO SCR-ACCOUNT
                   MOVE ZERO TO SCR-WORKED-BADGE
                   MOVE SPACES TO SCR-WORKED-DATE
                   MOVE WS-SCR-REASONS(WS-SCR-SUB) TO SCR-REASONS
                   MOVE WS-SCR-HITS(WS-SCR-SUB) TO SCR-WINDOW-COUNT
                   MOVE WS-SCR-TOTAL(WS-SCR-SUB) TO SCR-WINDOW-TOTAL
                   MOVE WS-SCR-MATCH-SEQ(WS-SCR-SUB)
                       TO SCR-MATCH-SEQUENCE
                   MOVE WS-SCR-KEYED-BADGE(WS-SCR-SUB)
                       TO SCR-KEYED-BADGE
                   WRITE SCREEN-RECORD
               END-PERFORM

               CLOSE SCREEN-FILE

               DISPLAY "TRAN-EDIT: " WS-SCR-COUNT " DETAILS HELD "
                   "FOR SCREENING REVIEW"
           END-IF

           IF WS-BATCH-REFUSED AND WS-SCR-COUNT > ZERO
               DISPLAY "TRAN-EDIT: " WS-SCR-COUNT " SCREENED DETAILS "
                   "DISCARDED WITH THE REFUSED BATCH"
           END-IF.

       PRINT-SCREENING-REPORT.

      * the daily screening report: the window and thresholds the
      * night ran with and every detail caught, with its figures
           IF RP-REHEARSAL-ON
               MOVE "RHSLSCRNRPT" TO RPT-FILE-NAME
           ELSE
               MOVE "SCREENRPT" TO RPT-FILE-NAME
           END-IF
           MOVE "DAILY TRANSACTION SCREENING REPORT" TO RPT-TITLE
           MOVE WS-TODAY-FORMATTED TO RPT-RUN-DATE
           MOVE ZERO TO RPT-PAGE-NUMBER
           MOVE ZERO TO RPT-LINE-COUNT
           MOVE ZERO TO RPT-LINES-PER-PAGE
           MOVE WS-RUN-NUMBER TO RPT-RUN-NUMBER
           SET RPT-REQ-INIT TO TRUE
           CALL "report-writer" USING RPT-CONTROL

           MOVE SPACES TO RPT-LINE
           STRING "WINDOW " WS-SC-WINDOW-START " TO "
               WS-TODAY-FORMATTED "  POSTED DETAILS "
               WS-SC-HISTORY-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO RPT-LINE
           STRING "THRESHOLDS: COUNT " RP-SCREEN-COUNT
               "  TOTAL " RP-SCREEN-AMOUNT
               "  (ZERO TURNS A TEST OFF)"
               DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO RPT-LINE
           PERFORM WRITE-REPORT-LINE

           IF WS-SCR-COUNT = ZERO
               MOVE "NO DETAILS CAUGHT BY SCREENING" TO RPT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF

           PERFORM VARYING WS-SCR-SUB FROM 1 BY 1
                   UNTIL WS-SCR-SUB > WS-SCR-COUNT
               MOVE WS-SCR-REASONS(WS-SCR-SUB) TO WS-SC-REASONS
               PERFORM BUILD-SCREEN-WHY
               MOVE SPACES TO RPT-LINE
               STRING "SEQ " WS-SCR-SEQUENCE(WS-SCR-SUB)
                   " BRANCH " WS-SCR-BRANCH(WS-SCR-SUB)
                   " ACCOUNT " WS-SCR-ACCOUNT(WS-SCR-SUB)
                   " OP " WS-SCR-OPERATION(WS-SCR-SUB)
                   "  " WS-SCR-WHY
                   DELIMITED BY SIZE INTO RPT-LINE
               PERFORM WRITE-REPORT-LINE

               MOVE WS-SCR-FIRST(WS-SCR-SUB) TO WS-SCR-AMT-DISPLAY-1
               MOVE WS-SCR-SECOND(WS-SCR-SUB) TO WS-SCR-AMT-DISPLAY-2
               MOVE WS-SCR-TOTAL(WS-SCR-SUB) TO WS-SCR-TOTAL-DISPLAY
               MOVE SPACES TO RPT-LINE
               STRING "  AMOUNTS " WS-SCR-AMT-DISPLAY-1 " "
                   WS-SCR-AMT-DISPLAY-2 "  WINDOW COUNT "
                   WS-SCR-HITS(WS-SCR-SUB) "  TOTAL "
                   WS-SCR-TOTAL-DISPLAY
                   DELIMITED BY SIZE INTO RPT-LINE
               PERFORM WRITE-REPORT-LINE

               IF WS-SC-REPEAT
                       AND WS-SCR-MATCH-SEQ(WS-SCR-SUB) > ZERO
                   MOVE SPACES TO RPT-LINE
                   STRING "  REPEATS SEQ " WS-SCR-MATCH-SEQ(WS-SCR-SUB)
                       DELIMITED BY SIZE INTO RPT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-PERFORM

           IF WS-BATCH-REFUSED AND WS-SCR-COUNT > ZERO
               MOVE SPACES TO RPT-LINE
               STRING "*** BATCH REFUSED - CAUGHT DETAILS DISCARDED "
                   "WITH IT ***" DELIMITED BY SIZE INTO RPT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF

           MOVE SPACES TO RPT-LINE
           STRING "DETAILS SCREENED " WS-SC-SCREENED-COUNT
               "  CAUGHT FOR REVIEW " WS-SCR-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           SET RPT-REQ-TOTAL TO TRUE
           CALL "report-writer" USING RPT-CONTROL

           SET RPT-REQ-CLOSE TO TRUE
           CALL "report-writer" USING RPT-CONTROL.

       CHECK-BATCH-BALANCE.

      * an empty TRANFILE (no batch delivered) is left to run as an

           DISPLAY "TRAN-EDIT BATCH ERROR: " WS-REFUSE-REASON.

       TALLY-DROP-REASON.

           MOVE ZERO TO WS-DQ-MATCH
           PERFORM VARYING WS-DQ-SUB FROM 1 BY 1
                   UNTIL WS-DQ-SUB > WS-DQ-COUNT-USED
               IF WS-DQ-BRANCH(WS-DQ-SUB)
                       = WS-ACK-BRANCH(WS-ACK-MATCH-SUB)
                       AND WS-DQ-REASON(WS-DQ-SUB) = WS-DROP-REASON
                   MOVE WS-DQ-SUB TO WS-DQ-MATCH
               END-IF
           END-PERFORM

           IF WS-DQ-MATCH = ZERO
               IF WS-DQ-COUNT-USED >= 500
                   MOVE "WS-DQ-TABLE OVERFLOW - MORE THAN 500"
                       TO WS-ABEND-MESSAGE
                   PERFORM ABEND-RTN
               END-IF
               ADD 1 TO WS-DQ-COUNT-USED
               MOVE WS-DQ-COUNT-USED TO WS-DQ-MATCH
               MOVE WS-ACK-BRANCH(WS-ACK-MATCH-SUB)
                   TO WS-DQ-BRANCH(WS-DQ-MATCH)
               MOVE WS-DROP-REASON TO WS-DQ-REASON(WS-DQ-MATCH)
               MOVE ZERO TO WS-DQ-COUNT(WS-DQ-MATCH)
           END-IF
           ADD 1 TO WS-DQ-COUNT(WS-DQ-MATCH).

       WRITE-QUALITY-LOG.

      * the night's log is written whole, so a rerun replaces it; a
      * refused batch is rerun once corrected and logs nothing
           MOVE SPACES TO WS-DQ-LOG-NAME
           STRING "DQEDIT" WS-RUN-DATE DELIMITED BY SIZE
               INTO WS-DQ-LOG-NAME

           OPEN OUTPUT DQ-LOG-FILE
           IF WS-FILE-STATUS NOT = "00"
               STRING "UNABLE TO OPEN " WS-DQ-LOG-NAME
                   " STATUS " WS-FILE-STATUS
                   DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RTN
           END-IF

           IF NOT WS-BATCH-REFUSED
               PERFORM VARYING WS-ACK-SUB FROM 1 BY 1
                       UNTIL WS-ACK-SUB > WS-ACK-COUNT
                   IF WS-ACK-RECEIVED(WS-ACK-SUB) > ZERO
                       MOVE SPACES TO DQ-LOG-RECORD
                       MOVE WS-TODAY-FORMATTED TO DQ-DATE
                       MOVE WS-ACK-BRANCH(WS-ACK-SUB) TO DQ-BRANCH
                       SET DQ-VOLUME TO TRUE
                       MOVE WS-ACK-RECEIVED(WS-ACK-SUB) TO DQ-COUNT
                       WRITE DQ-LOG-RECORD
                   END-IF
               END-PERFORM

               PERFORM VARYING WS-DQ-SUB FROM 1 BY 1
                       UNTIL WS-DQ-SUB > WS-DQ-COUNT-USED
                   MOVE SPACES TO DQ-LOG-RECORD
                   MOVE WS-TODAY-FORMATTED TO DQ-DATE
                   MOVE WS-DQ-BRANCH(WS-DQ-SUB) TO DQ-BRANCH
                   SET DQ-DROP TO TRUE
                   MOVE WS-DQ-COUNT(WS-DQ-SUB) TO DQ-COUNT
                   MOVE WS-DQ-REASON(WS-DQ-SUB) TO DQ-REASON
                   WRITE DQ-LOG-RECORD
               END-PERFORM
           END-IF

           CLOSE DQ-LOG-FILE.

       PRINT-JOB-STATS.

      * a rehearsal reports to the console only - JOBSTATS carries
           DISPLAY "RECORDS IN:       " WS-COUNT-IN
           DISPLAY "RECORDS OUT:      " WS-COUNT-OUT
           DISPLAY "RECORDS REJECTED: " WS-COUNT-REJECTED
           DISPLAY "REVERSALS PASSED: " WS-REVERSAL-COUNT
           DISPLAY "TRANSFERS PASSED: " WS-TRANSFER-COUNT
           DISPLAY "===================================".

       WRITE-REPORT-LINE.
