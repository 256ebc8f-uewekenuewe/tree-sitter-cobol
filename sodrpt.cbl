      ******************************************************************
      * Author:
      * Date:
      * Purpose: Segregation-of-duties look-back over the four
      *          approval queues, for the auditors. Every approved
      *          item on HOSPPENDING (closures and deletes approved
      *          in hospital-pending), PENDRELEASE (details released
      *          in pending-release), DIFFLEDGER (differences cleared
      *          in difference-ledger) and REJECTMASTER (rejects
      *          written off in reject-aging) is checked for the
      *          originating badge and the approving badge being the
      *          same. Those queues now refuse that at the point of
      *          approval; this report shows what went through before
      *          they did. A difference cleared, or a reject written
      *          off, before the two-step approval was one badge
      *          doing both, and is listed as a one-step item. A
      *          released detail from before the keying badge was
      *          carried has no originator on record and is counted,
      *          not listed; batch-originated items (badge 000) have
      *          no human originator and pass. SODEXCRPT lists each
      *          exception and a per-queue summary; return code 4
      *          when any exception is found.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. sod-exceptions.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOSP-PENDING-FILE ASSIGN TO "HOSPPENDING"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT PENDING-FILE ASSIGN TO "PENDRELEASE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT DIFF-LEDGER-FILE ASSIGN TO "DIFFLEDGER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT REJECT-MASTER ASSIGN TO "REJECTMASTER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HOSP-PENDING-FILE
           LABEL RECORDS ARE STANDARD.
           COPY hpndrec.

       FD  PENDING-FILE
           LABEL RECORDS ARE STANDARD.
           COPY pendrec.

       FD  DIFF-LEDGER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY diffrec.

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

       WORKING-STORAGE SECTION.
      * one exception, as it goes on the report
       01  WS-EXC-FILE              PIC X(12).
       01  WS-EXC-KEY               PIC X(26).
       01  WS-EXC-DATE              PIC X(10).
       01  WS-EXC-BADGE             PIC 9(3).
       01  WS-EXC-FINDING           PIC X(25).

      * the originating and approving badges of the item in hand;
      * WS-ORIG-KNOWN is off when the record predates the field
       01  WS-ORIG-BADGE            PIC 9(3) VALUE ZERO.
       01  WS-APPR-BADGE            PIC 9(3) VALUE ZERO.
       01  WS-ORIG-KNOWN-SW         PIC X(1) VALUE "N".
           88  WS-ORIG-KNOWN                VALUE "Y" FALSE "N".

      * approved, exceptions and no-originator counts per queue
       01  WS-QUEUE-TABLE.
           05 WS-Q-ROW OCCURS 4 TIMES.
               10 WS-Q-NAME          PIC X(12).
               10 WS-Q-APPROVED      PIC 9(5).
               10 WS-Q-SAME          PIC 9(5).
               10 WS-Q-ONE-STEP      PIC 9(5).
               10 WS-Q-UNKNOWN       PIC 9(5).
               10 WS-Q-NOTE          PIC X(12).
       01  WS-Q-SUB                 PIC 9(1) VALUE ZERO.
       01  WS-TOTAL-EXCEPTIONS      PIC 9(5) VALUE ZERO.

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

           PERFORM SOD-EXCEPTIONS-LOGIC

           GOBACK.

       SOD-EXCEPTIONS-LOGIC.

           MOVE "sod-exceptions" TO WS-ABEND-PROGRAM

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           CALL "business-date" USING WS-RUN-DATE
           CALL "run-control" USING WS-RUN-NUMBER
           MOVE SPACES TO WS-TODAY-FORMATTED
           STRING WS-RUN-DATE-YYYY "-" WS-RUN-DATE-MM "-"
               WS-RUN-DATE-DD DELIMITED BY SIZE
               INTO WS-TODAY-FORMATTED

           MOVE ZERO TO WS-TOTAL-EXCEPTIONS
           MOVE "HOSPPENDING" TO WS-Q-NAME(1)
           MOVE "PENDRELEASE" TO WS-Q-NAME(2)
           MOVE "DIFFLEDGER" TO WS-Q-NAME(3)
           MOVE "REJECTMASTER" TO WS-Q-NAME(4)
           PERFORM VARYING WS-Q-SUB FROM 1 BY 1 UNTIL WS-Q-SUB > 4
               MOVE ZERO TO WS-Q-APPROVED(WS-Q-SUB)
               MOVE ZERO TO WS-Q-SAME(WS-Q-SUB)
               MOVE ZERO TO WS-Q-ONE-STEP(WS-Q-SUB)
               MOVE ZERO TO WS-Q-UNKNOWN(WS-Q-SUB)
               MOVE SPACES TO WS-Q-NOTE(WS-Q-SUB)
           END-PERFORM

           MOVE "SODEXCRPT" TO RPT-FILE-NAME
           MOVE "SEGREGATION OF DUTIES EXCEPTIONS" TO RPT-TITLE
           MOVE WS-TODAY-FORMATTED TO RPT-RUN-DATE
           MOVE WS-RUN-NUMBER TO RPT-RUN-NUMBER
           MOVE ZERO TO RPT-PAGE-NUMBER
           MOVE ZERO TO RPT-LINE-COUNT
           MOVE ZERO TO RPT-LINES-PER-PAGE
           SET RPT-REQ-INIT TO TRUE
           CALL "report-writer" USING RPT-CONTROL

           MOVE SPACES TO RPT-LINE
           STRING "QUEUE        ITEM                       "
               "APPROVED   BDG FINDING" DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-REPORT-LINE

           PERFORM SCAN-HOSP-PENDING
           PERFORM SCAN-PENDING-RELEASE
           PERFORM SCAN-DIFF-LEDGER
           PERFORM SCAN-REJECT-MASTER

           PERFORM PRINT-QUEUE-SUMMARY

           DISPLAY "SOD EXCEPTIONS: " WS-TOTAL-EXCEPTIONS

           IF WS-TOTAL-EXCEPTIONS > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

       SCAN-HOSP-PENDING.

           MOVE 1 TO WS-Q-SUB
           SET WS-FILE-FOUND TO FALSE
           SET WS-EOF TO FALSE

           OPEN INPUT HOSP-PENDING-FILE
           IF WS-FILE-STATUS = "35"
               MOVE "FILE ABSENT" TO WS-Q-NOTE(WS-Q-SUB)
           ELSE
               IF WS-FILE-STATUS NOT = "00"
                   STRING "UNABLE TO OPEN HOSPPENDING, STATUS "
                       WS-FILE-STATUS DELIMITED BY SIZE
                       INTO WS-ABEND-MESSAGE
                   PERFORM ABEND-RTN
               END-IF
               SET WS-FILE-FOUND TO TRUE
           END-IF

           IF WS-FILE-FOUND
               READ HOSP-PENDING-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-EOF
                   IF HP-APPROVED
                       SET WS-ORIG-KNOWN TO FALSE
                       IF HP-REQ-BADGE NUMERIC
                           SET WS-ORIG-KNOWN TO TRUE
                           MOVE HP-REQ-BADGE TO WS-ORIG-BADGE
                       END-IF
                       MOVE ZERO TO WS-APPR-BADGE
                       IF HP-REVIEW-BADGE NUMERIC
                           MOVE HP-REVIEW-BADGE TO WS-APPR-BADGE
                       END-IF
                       MOVE SPACES TO WS-EXC-KEY
                       STRING HP-ACTION " " HP-HOSPITAL-KEY
                           DELIMITED BY SIZE INTO WS-EXC-KEY
                       MOVE HP-REVIEW-DATE TO WS-EXC-DATE
                       MOVE "REQUESTED AND APPROVED" TO WS-EXC-FINDING
                       PERFORM CHECK-ONE-APPROVAL
                   END-IF
                   READ HOSP-PENDING-FILE
                       AT END SET WS-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE HOSP-PENDING-FILE
           END-IF.

       SCAN-PENDING-RELEASE.

           MOVE 2 TO WS-Q-SUB
           SET WS-FILE-FOUND TO FALSE
           SET WS-EOF TO FALSE

           OPEN INPUT PENDING-FILE
           IF WS-FILE-STATUS = "35"
               MOVE "FILE ABSENT" TO WS-Q-NOTE(WS-Q-SUB)
           ELSE
               IF WS-FILE-STATUS NOT = "00"
                   STRING "UNABLE TO OPEN PENDRELEASE, STATUS "
                       WS-FILE-STATUS DELIMITED BY SIZE
                       INTO WS-ABEND-MESSAGE
                   PERFORM ABEND-RTN
               END-IF
               SET WS-FILE-FOUND TO TRUE
           END-IF

           IF WS-FILE-FOUND
               READ PENDING-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-EOF
                   IF PND-RELEASED
                       SET WS-ORIG-KNOWN TO FALSE
                       IF PND-KEYED-BADGE NUMERIC
                           SET WS-ORIG-KNOWN TO TRUE
                           MOVE PND-KEYED-BADGE TO WS-ORIG-BADGE
                       END-IF
                       MOVE ZERO TO WS-APPR-BADGE
                       IF PND-WORKED-BADGE NUMERIC
                           MOVE PND-WORKED-BADGE TO WS-APPR-BADGE
                       END-IF
                       MOVE SPACES TO WS-EXC-KEY
                       STRING "SEQ " PND-SEQUENCE " BRANCH "
                           PND-BRANCH-CODE
                           DELIMITED BY SIZE INTO WS-EXC-KEY
                       MOVE PND-WORKED-DATE TO WS-EXC-DATE
                       MOVE "KEYED AND RELEASED" TO WS-EXC-FINDING
      * a release from before the keying badge was carried has no
      * originator to compare - it is counted, not listed
                       IF WS-ORIG-KNOWN
                           PERFORM CHECK-ONE-APPROVAL
                       ELSE
                           ADD 1 TO WS-Q-APPROVED(WS-Q-SUB)
                           ADD 1 TO WS-Q-UNKNOWN(WS-Q-SUB)
                       END-IF
                   END-IF
                   READ PENDING-FILE
                       AT END SET WS-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PENDING-FILE
           END-IF.

       SCAN-DIFF-LEDGER.

           MOVE 3 TO WS-Q-SUB
           SET WS-FILE-FOUND TO FALSE
           SET WS-EOF TO FALSE

           OPEN INPUT DIFF-LEDGER-FILE
           IF WS-FILE-STATUS = "35"
               MOVE "FILE ABSENT" TO WS-Q-NOTE(WS-Q-SUB)
           ELSE
               IF WS-FILE-STATUS NOT = "00"
                   STRING "UNABLE TO OPEN DIFFLEDGER, STATUS "
                       WS-FILE-STATUS DELIMITED BY SIZE
                       INTO WS-ABEND-MESSAGE
                   PERFORM ABEND-RTN
               END-IF
               SET WS-FILE-FOUND TO TRUE
           END-IF

           IF WS-FILE-FOUND
               READ DIFF-LEDGER-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-EOF
                   IF DL-CLEARED
                       MOVE ZERO TO WS-APPR-BADGE
                       IF DL-CLEAR-BADGE NUMERIC
                           MOVE DL-CLEAR-BADGE TO WS-APPR-BADGE
                       END-IF
                       MOVE SPACES TO WS-EXC-KEY
                       STRING "RUN " DL-RUN-NUMBER " CYCLE " DL-CYCLE
                           DELIMITED BY SIZE INTO WS-EXC-KEY
                       MOVE DL-CLEAR-DATE TO WS-EXC-DATE
      * cleared before the two-step clearing: the clearing badge
      * wrote the explanation too
                       IF DL-EXPLAIN-BADGE NUMERIC
                               AND DL-EXPLAIN-BADGE NOT = ZERO
                           SET WS-ORIG-KNOWN TO TRUE
                           MOVE DL-EXPLAIN-BADGE TO WS-ORIG-BADGE
                           MOVE "EXPLAINED AND CLEARED"
                               TO WS-EXC-FINDING
                           PERFORM CHECK-ONE-APPROVAL
                       ELSE
                           MOVE "ONE-STEP CLEARING" TO WS-EXC-FINDING
                           PERFORM WRITE-ONE-STEP-ITEM
                       END-IF
                   END-IF
                   READ DIFF-LEDGER-FILE
                       AT END SET WS-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE DIFF-LEDGER-FILE
           END-IF.

       SCAN-REJECT-MASTER.

           MOVE 4 TO WS-Q-SUB
           SET WS-FILE-FOUND TO FALSE
           SET WS-EOF TO FALSE

           OPEN INPUT REJECT-MASTER
           IF WS-FILE-STATUS = "35"
               MOVE "FILE ABSENT" TO WS-Q-NOTE(WS-Q-SUB)
           ELSE
               IF WS-FILE-STATUS NOT = "00"
                   STRING "UNABLE TO OPEN REJECTMASTER, STATUS "
                       WS-FILE-STATUS DELIMITED BY SIZE
                       INTO WS-ABEND-MESSAGE
                   PERFORM ABEND-RTN
               END-IF
               SET WS-FILE-FOUND TO TRUE
           END-IF

           IF WS-FILE-FOUND
               READ REJECT-MASTER
                   AT END SET WS-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-EOF
                   IF RM-WRITTEN-OFF
                       MOVE ZERO TO WS-APPR-BADGE
                       IF RM-WRITEOFF-BADGE NUMERIC
                           MOVE RM-WRITEOFF-BADGE TO WS-APPR-BADGE
                       END-IF
                       MOVE SPACES TO WS-EXC-KEY
                       STRING RM-SOURCE " " RM-DATE-ADDED
                           DELIMITED BY SIZE INTO WS-EXC-KEY
                       MOVE RM-WRITEOFF-DATE TO WS-EXC-DATE
      * written off before the two-step approval: the approving
      * badge proposed it too
                       IF RM-PROPOSE-BADGE NUMERIC
                               AND RM-PROPOSE-BADGE NOT = ZERO
                           SET WS-ORIG-KNOWN TO TRUE
                           MOVE RM-PROPOSE-BADGE TO WS-ORIG-BADGE
                           MOVE "PROPOSED AND APPROVED"
                               TO WS-EXC-FINDING
                           PERFORM CHECK-ONE-APPROVAL
                       ELSE
                           MOVE "ONE-STEP WRITE-OFF" TO WS-EXC-FINDING
                           PERFORM WRITE-ONE-STEP-ITEM
                       END-IF
                   END-IF
                   READ REJECT-MASTER
                       AT END SET WS-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE REJECT-MASTER
           END-IF.

       CHECK-ONE-APPROVAL.

      * badge 000 is the batch badge - no person originated the item
           ADD 1 TO WS-Q-APPROVED(WS-Q-SUB)
           IF WS-ORIG-KNOWN
                   AND WS-ORIG-BADGE NOT = ZERO
                   AND WS-ORIG-BADGE = WS-APPR-BADGE
               ADD 1 TO WS-Q-SAME(WS-Q-SUB)
               PERFORM WRITE-EXCEPTION
           END-IF.

       WRITE-ONE-STEP-ITEM.

           ADD 1 TO WS-Q-APPROVED(WS-Q-SUB)
           ADD 1 TO WS-Q-ONE-STEP(WS-Q-SUB)
           PERFORM WRITE-EXCEPTION.

       WRITE-EXCEPTION.

           ADD 1 TO WS-TOTAL-EXCEPTIONS
           MOVE WS-Q-NAME(WS-Q-SUB) TO WS-EXC-FILE
           MOVE WS-APPR-BADGE TO WS-EXC-BADGE
           MOVE SPACES TO RPT-LINE
           STRING WS-EXC-FILE " " WS-EXC-KEY " " WS-EXC-DATE " "
               WS-EXC-BADGE " " WS-EXC-FINDING
               DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-REPORT-LINE.

       PRINT-QUEUE-SUMMARY.

           MOVE SPACES TO RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "QUEUE        APPROVED SAME-BADGE ONE-STEP "
               "NO-ORIGINATOR" DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-REPORT-LINE

           PERFORM VARYING WS-Q-SUB FROM 1 BY 1 UNTIL WS-Q-SUB > 4
               MOVE SPACES TO RPT-LINE
               STRING WS-Q-NAME(WS-Q-SUB) "    "
                   WS-Q-APPROVED(WS-Q-SUB) "      "
                   WS-Q-SAME(WS-Q-SUB) "    "
                   WS-Q-ONE-STEP(WS-Q-SUB) "         "
                   WS-Q-UNKNOWN(WS-Q-SUB) " "
                   WS-Q-NOTE(WS-Q-SUB)
                   DELIMITED BY SIZE INTO RPT-LINE
               PERFORM WRITE-REPORT-LINE
           END-PERFORM

           MOVE SPACES TO RPT-LINE
           STRING "TOTAL EXCEPTIONS " WS-TOTAL-EXCEPTIONS
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

       ENTRY "SOD-EXCEPTIONS-SUB" USING LS-RETURN-CODE.

           PERFORM SOD-EXCEPTIONS-LOGIC

           MOVE RETURN-CODE TO LS-RETURN-CODE

           GOBACK.

       COPY abendproc.

       END PROGRAM sod-exceptions.
