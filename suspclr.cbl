      ******************************************************************
      * Author:
      * Date:
      * Purpose: SUSPENSE account clearing. calc-copybook posts a
      *          branch detail that arrived with no cost account to
      *          the SUSPENSE account; this program works those
      *          entries back out. The calc-copybook CALCAUDIT
      *          entries that landed in SUSPENSE are collected from
      *          the dated audit segments (through AUDITINDEX) and
      *          the live trail, less any already cleared on the
      *          SUSPCLEAR register and any backed out by a reversal,
      *          and held in branch and sequence number order.
      *          L)IST prints the open entries on SUSPLISTRPT grouped
      *          by branch. R)EASSIGN - operator
      *          badge and PIN required - moves one entry at a time
      *          to the correct account, which must already be on
      *          ACCOUNTMASTER: the offsetting pair (out of SUSPENSE,
      *          into the account) is posted to AM-CURR-BALANCE and
      *          a register record carrying the operator's badge is
      *          appended to SUSPCLEAR. A)GING prints the SUSPENSE
      *          aging report on SUSPAGERPT, open entries and amounts
      *          by branch bucketed 1-7, 8-30, and over 30 days from
      *          the audit date; nightly-driver prints the same
      *          report every night through SUSPENSE-AGING-SUB.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. suspense-clear.
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
           SELECT OPERATOR-FILE ASSIGN TO "OPERATORFILE"
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

       FD  OPERATOR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY operrec.

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
       01  WS-AM-COUNT              PIC 9(3) VALUE ZERO.
       01  WS-AM-SUB                PIC 9(3) VALUE ZERO.
       01  WS-AM-MATCH-SUB          PIC 9(3) VALUE ZERO.
       01  WS-AM-SUSPENSE-SUB       PIC 9(3) VALUE ZERO.

      * every SUSPENSE entry on the trail, cleared or not, so the
      * register can be matched against it
       01  WS-SX-TABLE.
           05 WS-SX-ROW OCCURS 2000 TIMES.
               10 WS-SX-BRANCH       PIC X(3).
               10 WS-SX-SEQUENCE     PIC 9(7).
               10 WS-SX-RUN          PIC 9(7).
               10 WS-SX-DATE         PIC X(10).
               10 WS-SX-AMOUNT       PIC S9(9)V99.
               10 WS-SX-CLEARED      PIC X(1).
               10 WS-SX-AGE          PIC 9(5).
       01  WS-SX-HOLD               PIC X(44).
       01  WS-SX-COUNT              PIC 9(4) VALUE ZERO.
       01  WS-SX-SUB                PIC 9(4) VALUE ZERO.
       01  WS-SX-SUB2               PIC 9(4) VALUE ZERO.
       01  WS-SX-OPEN-COUNT         PIC 9(4) VALUE ZERO.
       01  WS-SX-PICK               PIC 9(4) VALUE ZERO.
       01  WS-SX-PICK-X             PIC X(4).

       01  WS-SEG-NAME              PIC X(20).
       01  WS-SEG-EOF-SW            PIC X(1) VALUE "N".
           88  WS-SEG-EOF                   VALUE "Y" FALSE "N".

       01  WS-BRANCH-BREAK          PIC X(3).
       01  WS-BRANCH-TOTALS.
           05 WS-BT-COUNT           PIC 9(5) VALUE ZERO.
           05 WS-BT-AMOUNT          PIC S9(11)V99 VALUE ZERO.
           05 WS-BT-1-7             PIC 9(5) VALUE ZERO.
           05 WS-BT-8-30            PIC 9(5) VALUE ZERO.
           05 WS-BT-OVER-30         PIC 9(5) VALUE ZERO.
           05 WS-BT-AMT-1-7         PIC S9(11)V99 VALUE ZERO.
           05 WS-BT-AMT-8-30        PIC S9(11)V99 VALUE ZERO.
           05 WS-BT-AMT-OVER-30     PIC S9(11)V99 VALUE ZERO.
       01  WS-GRAND-TOTALS.
           05 WS-GT-COUNT           PIC 9(5) VALUE ZERO.
           05 WS-GT-AMOUNT          PIC S9(11)V99 VALUE ZERO.
           05 WS-GT-1-7             PIC 9(5) VALUE ZERO.
           05 WS-GT-8-30            PIC 9(5) VALUE ZERO.
           05 WS-GT-OVER-30         PIC 9(5) VALUE ZERO.
       01  WS-CLEARED-COUNT         PIC 9(4) VALUE ZERO.
       01  WS-REVERSED-COUNT        PIC 9(4) VALUE ZERO.

       01  WS-AMOUNT-DISPLAY        PIC +Z(8)9.99.
       01  WS-TOTAL-DISPLAY         PIC +Z(10)9.99.
       01  WS-BUCKET-DISPLAY        PIC +Z(10)9.99.
       01  WS-BRANCH-DISPLAY        PIC X(3).

       01  WS-CLEAR-ACTION          PIC X(1).
           88  WS-ACT-LIST                  VALUE "L".
           88  WS-ACT-REASSIGN              VALUE "R".
           88  WS-ACT-AGING                 VALUE "A".
           88  WS-ACT-NONE                  VALUE "N".

       01  WS-ENTRY-ACCOUNT         PIC X(8).
       01  WS-CONFIRM               PIC X(1).

       01  WS-SIGNON-FIELDS.
           05 WS-OPR-BADGE-X        PIC X(3).
           05 WS-OPR-BADGE          PIC 9(3) VALUE ZERO.

       01  WS-OPR-OK-SW             PIC X(1) VALUE "N".
           88  WS-OPR-OK                    VALUE "Y" FALSE "N".

       01  WS-OP-EOF-SW             PIC X(1) VALUE "N".
           88  WS-OP-EOF                    VALUE "Y" FALSE "N".

       01  WS-AM-CHANGED-SW         PIC X(1) VALUE "N".
           88  WS-AM-CHANGED                VALUE "Y" FALSE "N".

      * day-serial work fields, the same computation business-date
      * uses, for the age in days
       01  WS-SERIAL-WORK.
           05 WS-SW-Y               PIC 9(5).
           05 WS-SW-M               PIC 9(2).
           05 WS-SW-Q1              PIC 9(5).
           05 WS-SW-Q2              PIC 9(5).
           05 WS-SW-Q3              PIC 9(5).
           05 WS-SW-Q4              PIC 9(5).
           05 WS-SW-SERIAL          PIC 9(7).

       01  WS-SERIAL-DATE.
           05 WS-SD-YYYY            PIC 9(4).
           05 WS-SD-MM              PIC 9(2).
           05 WS-SD-DD              PIC 9(2).

       01  WS-TODAY-SERIAL          PIC 9(7) VALUE ZERO.
       01  WS-ITEM-SERIAL           PIC 9(7) VALUE ZERO.
       01  WS-AGE-DAYS              PIC S9(7) VALUE ZERO.

       01  WS-TODAY-FORMATTED       PIC X(10).
       01  WS-TRAN-TIME             PIC X(8).

       01  WS-DONE-SW               PIC X(1) VALUE "N".
           88  WS-DONE                      VALUE "Y" FALSE "N".

       01  WS-EOF-SW                PIC X(1) VALUE "N".
           88  WS-EOF                       VALUE "Y" FALSE "N".

           COPY rundate.
           COPY rptws.
           COPY pinws.
           COPY abendws.

       LINKAGE SECTION.
       01  LS-RETURN-CODE              PIC S9(4) COMP.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           PERFORM SUSPENSE-CLEAR-LOGIC

           GOBACK.

       SUSPENSE-CLEAR-LOGIC.

           PERFORM SUSPENSE-INITIALIZE

           SET WS-DONE TO FALSE
           PERFORM UNTIL WS-DONE
               DISPLAY "SUSPENSE CLEARING - L)IST R)EASSIGN A)GING "
                   "N)ONE: "
               ACCEPT WS-CLEAR-ACTION
               EVALUATE TRUE
                   WHEN WS-ACT-LIST
                       PERFORM PRINT-SUSPENSE-LIST
                   WHEN WS-ACT-REASSIGN
                       PERFORM REASSIGN-ITEMS
                   WHEN WS-ACT-AGING
                       PERFORM PRINT-AGING-REPORT
                   WHEN WS-ACT-NONE
                       SET WS-DONE TO TRUE
                   WHEN OTHER
                       DISPLAY "INVALID ACTION, PLEASE RE-ENTER."
               END-EVALUATE
           END-PERFORM

           IF WS-AM-CHANGED
               PERFORM REWRITE-ACCOUNT-MASTER
           END-IF.

       SUSPENSE-AGING-LOGIC.

           PERFORM SUSPENSE-INITIALIZE
           PERFORM PRINT-AGING-REPORT.

       SUSPENSE-INITIALIZE.

           MOVE "suspense-clear" TO WS-ABEND-PROGRAM

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           CALL "business-date" USING WS-RUN-DATE
           MOVE SPACES TO WS-TODAY-FORMATTED
           STRING WS-RUN-DATE-YYYY "-" WS-RUN-DATE-MM "-"
               WS-RUN-DATE-DD DELIMITED BY SIZE
               INTO WS-TODAY-FORMATTED

           MOVE WS-RUN-DATE-YYYY TO WS-SD-YYYY
           MOVE WS-RUN-DATE-MM   TO WS-SD-MM
           MOVE WS-RUN-DATE-DD   TO WS-SD-DD
           PERFORM COMPUTE-DAY-SERIAL
           MOVE WS-SW-SERIAL TO WS-TODAY-SERIAL

           SET WS-AM-CHANGED TO FALSE
           SET WS-OPR-OK TO FALSE

           PERFORM LOAD-ACCOUNT-TABLE
           PERFORM LOAD-SUSPENSE-ITEMS
           PERFORM MARK-CLEARED-ITEMS
           PERFORM SORT-SUSPENSE-ITEMS
           PERFORM AGE-ALL-ITEMS

           DISPLAY "SUSPENSE ENTRIES ON THE TRAIL " WS-SX-COUNT
               "  CLEARED " WS-CLEARED-COUNT
               "  REVERSED " WS-REVERSED-COUNT
               "  OPEN " WS-SX-OPEN-COUNT.

       COMPUTE-DAY-SERIAL.

           IF WS-SD-MM > 2
               MOVE WS-SD-YYYY TO WS-SW-Y
               COMPUTE WS-SW-M = WS-SD-MM - 3
           ELSE
               COMPUTE WS-SW-Y = WS-SD-YYYY - 1
               COMPUTE WS-SW-M = WS-SD-MM + 9
           END-IF

           DIVIDE WS-SW-Y BY 4 GIVING WS-SW-Q1
           DIVIDE WS-SW-Y BY 100 GIVING WS-SW-Q2
           DIVIDE WS-SW-Y BY 400 GIVING WS-SW-Q3
           COMPUTE WS-SW-Q4 = 153 * WS-SW-M + 2
           DIVIDE WS-SW-Q4 BY 5 GIVING WS-SW-Q4

           COMPUTE WS-SW-SERIAL =
               (365 * WS-SW-Y) + WS-SW-Q1 - WS-SW-Q2 + WS-SW-Q3
               + WS-SW-Q4 + WS-SD-DD.

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
                   READ ACCOUNT-MASTER
                       AT END SET WS-EOF TO TRUE
                   END-READ
               END-PERFORM

               CLOSE ACCOUNT-MASTER
           END-IF.

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

       FIND-ACCOUNT-ROW.

           MOVE ZERO TO WS-AM-MATCH-SUB

           PERFORM VARYING WS-AM-SUB FROM 1 BY 1
                   UNTIL WS-AM-SUB > WS-AM-COUNT
               IF WS-AM-ACCOUNT(WS-AM-SUB) = WS-ENTRY-ACCOUNT
                   MOVE WS-AM-SUB TO WS-AM-MATCH-SUB
               END-IF
           END-PERFORM.

       LOAD-SUSPENSE-ITEMS.

      * the SUSPENSE entries live partly in the dated segments
      * audit-reorg split off and partly (the current date) on the
      * live trail - both are walked, every date, since an entry
      * stays in SUSPENSE until somebody clears it
           MOVE ZERO TO WS-SX-COUNT
           MOVE ZERO TO WS-REVERSED-COUNT
           PERFORM LOAD-FROM-SEGMENTS
           PERFORM LOAD-FROM-LIVE-TRAIL.

       LOAD-FROM-SEGMENTS.

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
                   MOVE AX-SEG-NAME TO WS-SEG-NAME
                   PERFORM LOAD-ONE-SEGMENT
                   READ AUDIT-INDEX-FILE
                       AT END SET WS-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE AUDIT-INDEX-FILE
           END-IF

           SET WS-EOF TO FALSE.

       LOAD-ONE-SEGMENT.

           SET WS-SEG-EOF TO FALSE

           OPEN INPUT AUDIT-SEG-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "SEGMENT " WS-SEG-NAME " NOT READABLE - "
                   "ITS SUSPENSE ENTRIES ARE NOT LISTED"
               SET WS-SEG-EOF TO TRUE
           END-IF

           IF NOT WS-SEG-EOF
               READ AUDIT-SEG-FILE
                   AT END SET WS-SEG-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-SEG-EOF
                   MOVE AUDIT-SEG-RECORD TO AUDIT-TRAIL-RECORD
                   PERFORM COLLECT-ONE-AUDIT-ENTRY
                   READ AUDIT-SEG-FILE
                       AT END SET WS-SEG-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE AUDIT-SEG-FILE
           END-IF

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
               PERFORM COLLECT-ONE-AUDIT-ENTRY
               READ AUDIT-TRAIL-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
           END-PERFORM

           IF WS-FILE-STATUS NOT = "35"
               CLOSE AUDIT-TRAIL-FILE
           END-IF.

       COLLECT-ONE-AUDIT-ENTRY.

      * only the posting engine's entries moved money into SUSPENSE,
      * and an entry with a zero result moved nothing to clear. a
      * reversal takes its original back out of SUSPENSE itself, so
      * the original is marked V and neither is left to clear; the
      * trail is in time order, so the original is already loaded
           IF AT-PROGRAM-NAME = "calc-copybook"
                   AND AT-ACCOUNT = "SUSPENSE"
                   AND AT-OPERATION = "R"
               PERFORM VARYING WS-SX-SUB FROM 1 BY 1
                       UNTIL WS-SX-SUB > WS-SX-COUNT
                   IF WS-SX-SEQUENCE(WS-SX-SUB) = AT-ORIG-SEQUENCE
                           AND WS-SX-CLEARED(WS-SX-SUB) = "N"
                       MOVE "V" TO WS-SX-CLEARED(WS-SX-SUB)
                       ADD 1 TO WS-REVERSED-COUNT
                   END-IF
               END-PERFORM
           ELSE
           IF AT-PROGRAM-NAME = "calc-copybook"
                   AND AT-ACCOUNT = "SUSPENSE"
                   AND AT-RESULT NUMERIC
                   AND AT-RESULT NOT = ZERO
               IF WS-SX-COUNT >= 2000
                   MOVE "WS-SX-TABLE OVERFLOW - MORE THAN 2000"
                       TO WS-ABEND-MESSAGE
                   PERFORM ABEND-RTN
               END-IF
               ADD 1 TO WS-SX-COUNT
               MOVE AT-BRANCH TO WS-SX-BRANCH(WS-SX-COUNT)
               MOVE AT-SEQUENCE TO WS-SX-SEQUENCE(WS-SX-COUNT)
               MOVE AT-RUN-NUMBER TO WS-SX-RUN(WS-SX-COUNT)
               MOVE AT-TIMESTAMP(1:10) TO WS-SX-DATE(WS-SX-COUNT)
      * SUSPENSE holds what was posted to it, which is the base-
      * currency amount wherever the entry carries one
               IF AT-CURRENCY NOT = SPACES
                       AND AT-BASE-RESULT NUMERIC
                   MOVE AT-BASE-RESULT TO WS-SX-AMOUNT(WS-SX-COUNT)
               ELSE
                   MOVE AT-RESULT TO WS-SX-AMOUNT(WS-SX-COUNT)
               END-IF
               MOVE "N" TO WS-SX-CLEARED(WS-SX-COUNT)
               MOVE ZERO TO WS-SX-AGE(WS-SX-COUNT)
           END-IF
           END-IF.

       MARK-CLEARED-ITEMS.

           MOVE ZERO TO WS-CLEARED-COUNT
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
               PERFORM VARYING WS-SX-SUB FROM 1 BY 1
                       UNTIL WS-SX-SUB > WS-SX-COUNT
                   IF WS-SX-DATE(WS-SX-SUB) = SC-AUDIT-DATE
                           AND WS-SX-RUN(WS-SX-SUB) = SC-RUN-NUMBER
                           AND WS-SX-SEQUENCE(WS-SX-SUB)
                               = SC-SEQUENCE
                           AND WS-SX-CLEARED(WS-SX-SUB) = "N"
                       MOVE "Y" TO WS-SX-CLEARED(WS-SX-SUB)
                       ADD 1 TO WS-CLEARED-COUNT
                   END-IF
               END-PERFORM
               READ SUSPENSE-CLEAR-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
           END-PERFORM

           IF WS-FILE-STATUS NOT = "35"
               CLOSE SUSPENSE-CLEAR-FILE
           END-IF

           COMPUTE WS-SX-OPEN-COUNT = WS-SX-COUNT - WS-CLEARED-COUNT
               - WS-REVERSED-COUNT.

       SORT-SUSPENSE-ITEMS.

      * branch then sequence number order, so the list and the aging
      * report both break cleanly on branch
           PERFORM VARYING WS-SX-SUB FROM 1 BY 1
                   UNTIL WS-SX-SUB >= WS-SX-COUNT
               PERFORM VARYING WS-SX-SUB2 FROM 1 BY 1
                       UNTIL WS-SX-SUB2 > WS-SX-COUNT - WS-SX-SUB
                   IF WS-SX-BRANCH(WS-SX-SUB2)
                           > WS-SX-BRANCH(WS-SX-SUB2 + 1)
                       OR (WS-SX-BRANCH(WS-SX-SUB2)
                           = WS-SX-BRANCH(WS-SX-SUB2 + 1)
                       AND WS-SX-SEQUENCE(WS-SX-SUB2)
                           > WS-SX-SEQUENCE(WS-SX-SUB2 + 1))
                       MOVE WS-SX-ROW(WS-SX-SUB2) TO WS-SX-HOLD
                       MOVE WS-SX-ROW(WS-SX-SUB2 + 1)
                           TO WS-SX-ROW(WS-SX-SUB2)
                       MOVE WS-SX-HOLD TO WS-SX-ROW(WS-SX-SUB2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       AGE-ALL-ITEMS.

           PERFORM VARYING WS-SX-SUB FROM 1 BY 1
                   UNTIL WS-SX-SUB > WS-SX-COUNT
               PERFORM AGE-ONE-ITEM
           END-PERFORM.

       AGE-ONE-ITEM.

           MOVE ZERO TO WS-AGE-DAYS

           IF WS-SX-DATE(WS-SX-SUB)(1:4) NUMERIC
                   AND WS-SX-DATE(WS-SX-SUB)(6:2) NUMERIC
                   AND WS-SX-DATE(WS-SX-SUB)(9:2) NUMERIC
               MOVE WS-SX-DATE(WS-SX-SUB)(1:4) TO WS-SD-YYYY
               MOVE WS-SX-DATE(WS-SX-SUB)(6:2) TO WS-SD-MM
               MOVE WS-SX-DATE(WS-SX-SUB)(9:2) TO WS-SD-DD
               PERFORM COMPUTE-DAY-SERIAL
               MOVE WS-SW-SERIAL TO WS-ITEM-SERIAL
               COMPUTE WS-AGE-DAYS =
                   WS-TODAY-SERIAL - WS-ITEM-SERIAL
               IF WS-AGE-DAYS < ZERO
                   MOVE ZERO TO WS-AGE-DAYS
               END-IF
           END-IF

           IF WS-AGE-DAYS > 99999
               MOVE 99999 TO WS-SX-AGE(WS-SX-SUB)
           ELSE
               MOVE WS-AGE-DAYS TO WS-SX-AGE(WS-SX-SUB)
           END-IF.

       SET-BRANCH-DISPLAY.

      * entries written before the trail carried the branch have no
      * branch to group on
           IF WS-SX-BRANCH(WS-SX-SUB) = SPACES
               MOVE "???" TO WS-BRANCH-DISPLAY
           ELSE
               MOVE WS-SX-BRANCH(WS-SX-SUB) TO WS-BRANCH-DISPLAY
           END-IF.

       PRINT-SUSPENSE-LIST.

           MOVE "SUSPLISTRPT" TO RPT-FILE-NAME
           MOVE "OPEN SUSPENSE ENTRIES BY BRANCH" TO RPT-TITLE
           MOVE WS-TODAY-FORMATTED TO RPT-RUN-DATE
           MOVE ZERO TO RPT-PAGE-NUMBER
           MOVE ZERO TO RPT-LINE-COUNT
           MOVE ZERO TO RPT-LINES-PER-PAGE
           SET RPT-REQ-INIT TO TRUE
           CALL "report-writer" USING RPT-CONTROL

           MOVE HIGH-VALUES TO WS-BRANCH-BREAK
           INITIALIZE WS-BRANCH-TOTALS
           INITIALIZE WS-GRAND-TOTALS

           PERFORM VARYING WS-SX-SUB FROM 1 BY 1
                   UNTIL WS-SX-SUB > WS-SX-COUNT
               IF WS-SX-CLEARED(WS-SX-SUB) = "N"
                   IF WS-SX-BRANCH(WS-SX-SUB) NOT = WS-BRANCH-BREAK
                       PERFORM END-LIST-BRANCH
                       MOVE WS-SX-BRANCH(WS-SX-SUB)
                           TO WS-BRANCH-BREAK
                       PERFORM SET-BRANCH-DISPLAY
                       MOVE SPACES TO RPT-LINE
                       STRING "BRANCH " WS-BRANCH-DISPLAY
                           DELIMITED BY SIZE INTO RPT-LINE
                       PERFORM WRITE-REPORT-LINE
                   END-IF
                   ADD 1 TO WS-BT-COUNT
                   ADD WS-SX-AMOUNT(WS-SX-SUB) TO WS-BT-AMOUNT
                   MOVE WS-SX-AMOUNT(WS-SX-SUB) TO WS-AMOUNT-DISPLAY
                   MOVE SPACES TO RPT-LINE
                   STRING "  SEQ " WS-SX-SEQUENCE(WS-SX-SUB)
                       " RUN " WS-SX-RUN(WS-SX-SUB)
                       " " WS-SX-DATE(WS-SX-SUB)
                       " AGE " WS-SX-AGE(WS-SX-SUB) "D "
                       WS-AMOUNT-DISPLAY
                       DELIMITED BY SIZE INTO RPT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-PERFORM
           PERFORM END-LIST-BRANCH

           MOVE WS-GT-AMOUNT TO WS-TOTAL-DISPLAY
           MOVE SPACES TO RPT-LINE
           STRING "OPEN SUSPENSE ENTRIES " WS-GT-COUNT
               "  AMOUNT " WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO RPT-LINE
           SET RPT-REQ-TOTAL TO TRUE
           CALL "report-writer" USING RPT-CONTROL

           SET RPT-REQ-CLOSE TO TRUE
           CALL "report-writer" USING RPT-CONTROL

           DISPLAY "OPEN SUSPENSE ENTRIES LISTED: " WS-GT-COUNT.

       END-LIST-BRANCH.

           IF WS-BT-COUNT > ZERO
               MOVE WS-BT-AMOUNT TO WS-TOTAL-DISPLAY
               MOVE SPACES TO RPT-LINE
               STRING "  BRANCH ENTRIES " WS-BT-COUNT
                   "  AMOUNT " WS-TOTAL-DISPLAY
                   DELIMITED BY SIZE INTO RPT-LINE
               PERFORM WRITE-REPORT-LINE
               ADD WS-BT-COUNT TO WS-GT-COUNT
               ADD WS-BT-AMOUNT TO WS-GT-AMOUNT
           END-IF
           INITIALIZE WS-BRANCH-TOTALS.

       PRINT-AGING-REPORT.

           MOVE "SUSPAGERPT" TO RPT-FILE-NAME
           MOVE "SUSPENSE AGING BY BRANCH" TO RPT-TITLE
           MOVE WS-TODAY-FORMATTED TO RPT-RUN-DATE
           MOVE ZERO TO RPT-PAGE-NUMBER
           MOVE ZERO TO RPT-LINE-COUNT
           MOVE ZERO TO RPT-LINES-PER-PAGE
           SET RPT-REQ-INIT TO TRUE
           CALL "report-writer" USING RPT-CONTROL

           MOVE HIGH-VALUES TO WS-BRANCH-BREAK
           INITIALIZE WS-BRANCH-TOTALS
           INITIALIZE WS-GRAND-TOTALS

           PERFORM VARYING WS-SX-SUB FROM 1 BY 1
                   UNTIL WS-SX-SUB > WS-SX-COUNT
               IF WS-SX-CLEARED(WS-SX-SUB) = "N"
                   IF WS-SX-BRANCH(WS-SX-SUB) NOT = WS-BRANCH-BREAK
                       PERFORM END-AGING-BRANCH
                       MOVE WS-SX-BRANCH(WS-SX-SUB)
                           TO WS-BRANCH-BREAK
                       PERFORM SET-BRANCH-DISPLAY
                   END-IF
                   ADD 1 TO WS-BT-COUNT
                   ADD WS-SX-AMOUNT(WS-SX-SUB) TO WS-BT-AMOUNT
                   EVALUATE TRUE
                       WHEN WS-SX-AGE(WS-SX-SUB) > 30
                           ADD 1 TO WS-BT-OVER-30
                           ADD WS-SX-AMOUNT(WS-SX-SUB)
                               TO WS-BT-AMT-OVER-30
                       WHEN WS-SX-AGE(WS-SX-SUB) > 7
                           ADD 1 TO WS-BT-8-30
                           ADD WS-SX-AMOUNT(WS-SX-SUB)
                               TO WS-BT-AMT-8-30
                       WHEN OTHER
                           ADD 1 TO WS-BT-1-7
                           ADD WS-SX-AMOUNT(WS-SX-SUB)
                               TO WS-BT-AMT-1-7
                   END-EVALUATE
               END-IF
           END-PERFORM
           PERFORM END-AGING-BRANCH

           MOVE WS-GT-AMOUNT TO WS-TOTAL-DISPLAY
           MOVE SPACES TO RPT-LINE
           STRING "ALL BRANCHES " WS-GT-COUNT " ENTRIES "
               WS-TOTAL-DISPLAY
               "  1-7 " WS-GT-1-7
               " 8-30 " WS-GT-8-30
               " >30 " WS-GT-OVER-30
               DELIMITED BY SIZE INTO RPT-LINE
           SET RPT-REQ-TOTAL TO TRUE
           CALL "report-writer" USING RPT-CONTROL

           SET RPT-REQ-CLOSE TO TRUE
           CALL "report-writer" USING RPT-CONTROL

           DISPLAY "SUSPENSE AGING 1-7/" WS-GT-1-7
               " 8-30/" WS-GT-8-30
               " OVER-30/" WS-GT-OVER-30.

       END-AGING-BRANCH.

           IF WS-BT-COUNT > ZERO
               MOVE WS-BT-AMOUNT TO WS-TOTAL-DISPLAY
               MOVE SPACES TO RPT-LINE
               STRING "BRANCH " WS-BRANCH-DISPLAY
                   "  OPEN ENTRIES " WS-BT-COUNT
                   "  AMOUNT " WS-TOTAL-DISPLAY
                   DELIMITED BY SIZE INTO RPT-LINE
               PERFORM WRITE-REPORT-LINE

               MOVE WS-BT-AMT-1-7 TO WS-BUCKET-DISPLAY
               MOVE SPACES TO RPT-LINE
               STRING "  1-7 DAYS    " WS-BT-1-7 "  "
                   WS-BUCKET-DISPLAY
                   DELIMITED BY SIZE INTO RPT-LINE
               PERFORM WRITE-REPORT-LINE

               MOVE WS-BT-AMT-8-30 TO WS-BUCKET-DISPLAY
               MOVE SPACES TO RPT-LINE
               STRING "  8-30 DAYS   " WS-BT-8-30 "  "
                   WS-BUCKET-DISPLAY
                   DELIMITED BY SIZE INTO RPT-LINE
               PERFORM WRITE-REPORT-LINE

               MOVE WS-BT-AMT-OVER-30 TO WS-BUCKET-DISPLAY
               MOVE SPACES TO RPT-LINE
               STRING "  OVER 30     " WS-BT-OVER-30 "  "
                   WS-BUCKET-DISPLAY
                   DELIMITED BY SIZE INTO RPT-LINE
               PERFORM WRITE-REPORT-LINE

               ADD WS-BT-COUNT TO WS-GT-COUNT
               ADD WS-BT-AMOUNT TO WS-GT-AMOUNT
               ADD WS-BT-1-7 TO WS-GT-1-7
               ADD WS-BT-8-30 TO WS-GT-8-30
               ADD WS-BT-OVER-30 TO WS-GT-OVER-30
           END-IF
           INITIALIZE WS-BRANCH-TOTALS.

       SIGNON-OPERATOR-BADGE.

           SET WS-OPR-OK TO FALSE
           SET WS-OP-EOF TO FALSE

           DISPLAY "ENTER YOUR BADGE NUMBER: "
           MOVE SPACES TO WS-OPR-BADGE-X
           ACCEPT WS-OPR-BADGE-X
           IF WS-OPR-BADGE-X NOT NUMERIC
               DISPLAY "INVALID BADGE, NUMBERS ONLY."
           ELSE
               MOVE WS-OPR-BADGE-X TO WS-OPR-BADGE

               OPEN INPUT OPERATOR-FILE
               IF WS-FILE-STATUS = "35"
                   DISPLAY "OPERATOR-FILE NOT FOUND"
                   SET WS-OP-EOF TO TRUE
               ELSE
                   IF WS-FILE-STATUS NOT = "00"
                       STRING "UNABLE TO OPEN OPERATOR-FILE, "
                           "STATUS " WS-FILE-STATUS
                           DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
                       PERFORM ABEND-RTN
                   END-IF
               END-IF

               PERFORM UNTIL WS-OP-EOF OR WS-OPR-OK
                   READ OPERATOR-FILE
                       AT END
                           SET WS-OP-EOF TO TRUE
                       NOT AT END
                           IF OP-BADGE = WS-OPR-BADGE
                                   AND OP-ACTIVE-FLAG NOT = "I"
                               SET WS-OPR-OK TO TRUE
                           END-IF
                   END-READ
               END-PERFORM

               IF WS-FILE-STATUS NOT = "35"
                   CLOSE OPERATOR-FILE
               END-IF

               IF WS-OPR-OK
                   MOVE WS-OPR-BADGE TO PC-BADGE
                   CALL "pin-verify" USING PIN-CHECK-AREA
                   IF NOT PC-OK
                       SET WS-OPR-OK TO FALSE
                   END-IF
               END-IF
           END-IF.

       REASSIGN-ITEMS.

           IF WS-SX-OPEN-COUNT = ZERO
               DISPLAY "NO OPEN SUSPENSE ENTRIES - NOTHING TO "
                   "REASSIGN"
           ELSE
               IF NOT WS-OPR-OK
                   PERFORM SIGNON-OPERATOR-BADGE
               END-IF
               IF NOT WS-OPR-OK
                   DISPLAY "REASSIGNMENT REFUSED - NO VALID BADGE"
               ELSE
                   PERFORM WORK-REASSIGN-QUEUE
               END-IF
           END-IF.

       WORK-REASSIGN-QUEUE.

           DISPLAY "OPEN SUSPENSE ENTRIES:"
           PERFORM VARYING WS-SX-SUB FROM 1 BY 1
                   UNTIL WS-SX-SUB > WS-SX-COUNT
               IF WS-SX-CLEARED(WS-SX-SUB) = "N"
                   PERFORM SET-BRANCH-DISPLAY
                   MOVE WS-SX-AMOUNT(WS-SX-SUB) TO WS-AMOUNT-DISPLAY
                   DISPLAY WS-SX-SUB " BRANCH " WS-BRANCH-DISPLAY
                       " SEQ " WS-SX-SEQUENCE(WS-SX-SUB)
                       " " WS-SX-DATE(WS-SX-SUB) " "
                       WS-AMOUNT-DISPLAY
               END-IF
           END-PERFORM

           DISPLAY "ENTER ITEM NUMBER TO REASSIGN (0000 TO STOP): "
           MOVE SPACES TO WS-SX-PICK-X
           ACCEPT WS-SX-PICK-X
           PERFORM UNTIL WS-SX-PICK-X = "0000"
                   OR WS-SX-PICK-X NOT NUMERIC
               MOVE WS-SX-PICK-X TO WS-SX-PICK
               IF WS-SX-PICK = ZERO
                       OR WS-SX-PICK > WS-SX-COUNT
                   DISPLAY "NOT AN OPEN SUSPENSE ENTRY: " WS-SX-PICK
               ELSE
                   IF WS-SX-CLEARED(WS-SX-PICK) NOT = "N"
                       DISPLAY "NOT AN OPEN SUSPENSE ENTRY: "
                           WS-SX-PICK
                   ELSE
                       PERFORM REASSIGN-ONE-ITEM
                   END-IF
               END-IF
               DISPLAY "ENTER ITEM NUMBER TO REASSIGN "
                   "(0000 TO STOP): "
               MOVE SPACES TO WS-SX-PICK-X
               ACCEPT WS-SX-PICK-X
           END-PERFORM.

       REASSIGN-ONE-ITEM.

      * SUSPENSE itself must be on the master to be cleared from
           MOVE "SUSPENSE" TO WS-ENTRY-ACCOUNT
           PERFORM FIND-ACCOUNT-ROW
           MOVE WS-AM-MATCH-SUB TO WS-AM-SUSPENSE-SUB
           IF WS-AM-SUSPENSE-SUB = ZERO
               DISPLAY "SUSPENSE IS NOT ON ACCOUNTMASTER - "
                   "NOTHING TO CLEAR FROM"
           ELSE
               DISPLAY "ENTER ACCOUNT TO REASSIGN TO: "
               MOVE SPACES TO WS-ENTRY-ACCOUNT
               ACCEPT WS-ENTRY-ACCOUNT
               PERFORM FIND-ACCOUNT-ROW
               EVALUATE TRUE
                   WHEN WS-ENTRY-ACCOUNT = SPACES
                       DISPLAY "NO ACCOUNT ENTERED - NOT REASSIGNED"
                   WHEN WS-ENTRY-ACCOUNT = "SUSPENSE"
                       DISPLAY "CANNOT REASSIGN SUSPENSE TO ITSELF"
                   WHEN WS-AM-MATCH-SUB = ZERO
                       DISPLAY "ACCOUNT " WS-ENTRY-ACCOUNT
                           " IS NOT ON ACCOUNTMASTER"
                   WHEN WS-AM-STATUS(WS-AM-MATCH-SUB) = "C"
                       DISPLAY "ACCOUNT " WS-ENTRY-ACCOUNT
                           " IS CLOSED - NOT REASSIGNED"
                   WHEN WS-AM-STATUS(WS-AM-MATCH-SUB) = "F"
                       DISPLAY "ACCOUNT " WS-ENTRY-ACCOUNT
                           " IS FROZEN - NOT REASSIGNED"
                   WHEN OTHER
                       MOVE WS-SX-AMOUNT(WS-SX-PICK)
                           TO WS-AMOUNT-DISPLAY
                       DISPLAY "MOVE " WS-AMOUNT-DISPLAY
                           " FROM SUSPENSE TO " WS-ENTRY-ACCOUNT
                           " - CONFIRM (Y/N): "
                       MOVE SPACES TO WS-CONFIRM
                       ACCEPT WS-CONFIRM
                       IF WS-CONFIRM = "Y"
                           PERFORM POST-CLEARING-PAIR
                       ELSE
                           DISPLAY "NOT REASSIGNED"
                       END-IF
               END-EVALUATE
           END-IF.

       POST-CLEARING-PAIR.

      * the offsetting pair: the amount comes out of SUSPENSE and
      * goes into the real account, so the total across the master
      * is unchanged
           SUBTRACT WS-SX-AMOUNT(WS-SX-PICK)
               FROM WS-AM-CURR-BAL(WS-AM-SUSPENSE-SUB)
           ADD WS-SX-AMOUNT(WS-SX-PICK)
               TO WS-AM-CURR-BAL(WS-AM-MATCH-SUB)
           SET WS-AM-CHANGED TO TRUE

           PERFORM WRITE-CLEARING-RECORD

           MOVE "Y" TO WS-SX-CLEARED(WS-SX-PICK)
           ADD 1 TO WS-CLEARED-COUNT
           SUBTRACT 1 FROM WS-SX-OPEN-COUNT
           DISPLAY "ITEM " WS-SX-PICK " REASSIGNED TO "
               WS-ENTRY-ACCOUNT.

       WRITE-CLEARING-RECORD.

           OPEN EXTEND SUSPENSE-CLEAR-FILE
           IF WS-FILE-STATUS = "35"
               OPEN OUTPUT SUSPENSE-CLEAR-FILE
               CLOSE SUSPENSE-CLEAR-FILE
               OPEN EXTEND SUSPENSE-CLEAR-FILE
           END-IF
           IF WS-FILE-STATUS NOT = "00"
               STRING "UNABLE TO OPEN SUSPCLEAR, STATUS "
                   WS-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RTN
           END-IF

           ACCEPT WS-TRAN-TIME FROM TIME
           MOVE WS-TODAY-FORMATTED TO SC-CLEAR-DATE
           MOVE WS-TRAN-TIME TO SC-CLEAR-TIME
           MOVE WS-SX-BRANCH(WS-SX-PICK) TO SC-BRANCH
           MOVE WS-SX-DATE(WS-SX-PICK) TO SC-AUDIT-DATE
           MOVE WS-SX-RUN(WS-SX-PICK) TO SC-RUN-NUMBER
           MOVE WS-SX-SEQUENCE(WS-SX-PICK) TO SC-SEQUENCE
           MOVE WS-SX-AMOUNT(WS-SX-PICK) TO SC-AMOUNT
           MOVE WS-ENTRY-ACCOUNT TO SC-TO-ACCOUNT
           MOVE WS-OPR-BADGE TO SC-BADGE
           WRITE SUSPENSE-CLEAR-RECORD

           CLOSE SUSPENSE-CLEAR-FILE.

       WRITE-REPORT-LINE.

           SET RPT-REQ-DETAIL TO TRUE
           CALL "report-writer" USING RPT-CONTROL.

       END-OF-LOGIC-PARAGRAPHS.
           CONTINUE.

       ENTRY "SUSPENSE-CLEAR-SUB" USING LS-RETURN-CODE.

           PERFORM SUSPENSE-CLEAR-LOGIC

           MOVE RETURN-CODE TO LS-RETURN-CODE

           GOBACK.

      * the nightly aging report alone, with no operator dialogue
       ENTRY "SUSPENSE-AGING-SUB" USING LS-RETURN-CODE.

           PERFORM SUSPENSE-AGING-LOGIC

           MOVE RETURN-CODE TO LS-RETURN-CODE

           GOBACK.

       COPY abendproc.

       END PROGRAM suspense-clear.
