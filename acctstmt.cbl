      * Purpose: Monthly cost-account statements. For each account on
      *          ACCOUNTMASTER, prints the opening balance, the
      *          month's transactions selected from CALCAUDIT (the
      *          calc-copybook entries, and the interest and service
      *          charge entries month-end-interest posts - the only
      *          engines that post the balances, so the statement
      *          reconciles to them), any SUSPENSE clearings
      *          suspense-clear made during the month from the
      *          SUSPCLEAR register, and
      *          the closing balance, all to ACCTSTMTRPT.
      *          After a clean print of the CURRENT business month
      *          the opening balance is rolled forward to the closing
      *          balance and the statement date is stamped, so next
      *          rerun inside a month the master is already stamped
      *          for is print-only too, so an accidental mid-month
      *          run cannot move the opening balances twice.
      *          Balances and transactions are in the base currency;
      *          a transaction that came in from a branch in another
      *          currency is followed by its amount in that currency
      *          and the exchange rate it was converted at. Once
      *          year-end-close has stamped a year closed on the
      *          master, any month of that year is print-only too.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT AUDIT-INDEX-FILE ASSIGN TO "AUDITINDEX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT SUSPENSE-CLEAR-FILE ASSIGN TO "SUSPCLEAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER
      * field access
       FD  AUDIT-SEG-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-SEG-RECORD            PIC X(200).

       FD  AUDIT-INDEX-FILE
           LABEL RECORDS ARE STANDARD.
           05 AX-COUNT              PIC 9(7).
           05 AX-LOW-RUN            PIC 9(7).
           05 AX-HIGH-RUN           PIC 9(7).
           05 AX-OPEN-HASH          PIC X(18).
           05 AX-CLOSE-HASH         PIC X(18).

       FD  SUSPENSE-CLEAR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY suspreg.

       WORKING-STORAGE SECTION.
       01  WS-AM-TABLE.
               10 WS-AM-CURR-BAL     PIC S9(13)V99.
               10 WS-AM-STMT-DATE    PIC X(10).
               10 WS-AM-EFF-DATE     PIC X(10).
               10 WS-AM-STATUS       PIC X(1).
               10 WS-AM-STATUS-DATE  PIC X(10).
               10 WS-AM-CLOSED-YEAR PIC X(4).
       01  WS-AM-COUNT              PIC 9(3) VALUE ZERO.
       01  WS-AM-SUB                PIC 9(3) VALUE ZERO.

       01  WS-ALREADY-STMT-SW       PIC X(1) VALUE "N".
           88  WS-ALREADY-STATEMENTED       VALUE "Y" FALSE "N".

       01  WS-CLOSED-YEAR           PIC X(4).

       01  WS-STMT-COUNTS.
           05 WS-STMT-TRANS         PIC 9(7) VALUE ZERO.
           05 WS-STMT-ACCTS         PIC 9(3) VALUE ZERO.

       01  WS-BAL-DISPLAY           PIC +Z(12)9.99.
       01  WS-RESULT-DISPLAY        PIC +9(9).99.
       01  WS-ORIG-DISPLAY          PIC +9(9).99.
       01  WS-RATE-DISPLAY          PIC 9(4).9(6).
       01  WS-OP-LABEL              PIC X(15).

       01  WS-EOF-SW                PIC X(1) VALUE "N".
           88  WS-EOF                       VALUE "Y" FALSE "N".

           COPY rundate.
           COPY runparm.
           COPY rptws.
           COPY abendws.


           MOVE "account-statement" TO WS-ABEND-PROGRAM

           CALL "parm-loader" USING RUN-PARMS

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           CALL "business-date" USING WS-RUN-DATE
           MOVE SPACES TO WS-TODAY-FORMATTED
      * master is already stamped for, must not roll the opening
      * balances forward again or restamp the statement date
               PERFORM CHECK-ALREADY-STATEMENTED
               PERFORM CHECK-YEAR-CLOSED
               EVALUATE TRUE
                   WHEN WS-SELECT-MONTH NOT = WS-CURRENT-MONTH
                       DISPLAY "PAST MONTH REQUESTED - PRINT "
                           "ONLY, BALANCES NOT ROLLED"
      * a business date set back into a year year-end-close has
      * closed must not move the balances the close was struck on
                   WHEN WS-CLOSED-YEAR NOT = SPACES
                           AND WS-CURRENT-MONTH(1:4)
                               NOT > WS-CLOSED-YEAR
                       DISPLAY "YEAR " WS-CURRENT-MONTH(1:4)
                           " IS CLOSED (THROUGH " WS-CLOSED-YEAR
                           ") - PRINT ONLY, BALANCES NOT ROLLED"
                   WHEN WS-ALREADY-STATEMENTED
                       DISPLAY "MASTER ALREADY STATEMENTED FOR "
                           WS-CURRENT-MONTH " - PRINT ONLY, "
               END-IF
           END-PERFORM.

       CHECK-YEAR-CLOSED.

           MOVE SPACES TO WS-CLOSED-YEAR

           PERFORM VARYING WS-AM-SUB FROM 1 BY 1
                   UNTIL WS-AM-SUB > WS-AM-COUNT
               IF WS-AM-CLOSED-YEAR(WS-AM-SUB) NUMERIC
                       AND WS-AM-CLOSED-YEAR(WS-AM-SUB)
                           > WS-CLOSED-YEAR
                   MOVE WS-AM-CLOSED-YEAR(WS-AM-SUB)
                       TO WS-CLOSED-YEAR
               END-IF
           END-PERFORM.

       LOAD-ACCOUNT-TABLE.

           MOVE ZERO TO WS-AM-COUNT
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
      * date) on the live trail - both are walked, so trimming the
      * live file loses nothing from the statement
           PERFORM LIST-MONTH-SEGMENTS
           PERFORM LIST-FROM-LIVE-TRAIL
           PERFORM LIST-SUSPENSE-CLEARINGS.

       LIST-MONTH-SEGMENTS.


       LIST-ONE-AUDIT-ENTRY.

      * only the posting engines' audit entries are listed, so the
      * movement shown always reconciles to the balances they posted
           IF AT-TIMESTAMP(1:7) = WS-SELECT-MONTH
                   AND (AT-PROGRAM-NAME = "calc-copybook"
                       OR AT-PROGRAM-NAME = "month-end-interest")
                   AND AT-ACCOUNT = WS-AM-ACCOUNT(WS-AM-SUB)
               ADD 1 TO WS-STMT-TRANS
               IF AT-RESULT NUMERIC
                   MOVE AT-RESULT TO WS-RESULT-DISPLAY
                   MOVE AT-RESULT TO WS-ORIG-DISPLAY
               ELSE
                   MOVE ZERO TO WS-RESULT-DISPLAY
                   MOVE ZERO TO WS-ORIG-DISPLAY
               END-IF
      * the balance was posted with the base-currency result
               IF AT-CURRENCY NOT = SPACES
                       AND AT-BASE-RESULT NUMERIC
                   MOVE AT-BASE-RESULT TO WS-RESULT-DISPLAY
               END-IF
               MOVE SPACES TO WS-OP-LABEL
               IF AT-PROGRAM-NAME = "month-end-interest"
                   IF AT-OPERATION = "I"
                       MOVE " INTEREST" TO WS-OP-LABEL
                   ELSE
                       MOVE " SERVICE CHARGE" TO WS-OP-LABEL
                   END-IF
               END-IF
               MOVE SPACES TO RPT-LINE
               STRING "  " AT-TIMESTAMP
                   " OP " AT-OPERATION
                   " SEQ " AT-SEQUENCE
                   " RESULT " WS-RESULT-DISPLAY
                   WS-OP-LABEL
                   DELIMITED BY SIZE INTO RPT-LINE
               PERFORM WRITE-REPORT-LINE
               IF AT-CURRENCY NOT = SPACES
                       AND AT-CURRENCY NOT = RP-BASE-CURRENCY
                       AND AT-BASE-RESULT NUMERIC
                   IF AT-RATE NUMERIC
                       MOVE AT-RATE TO WS-RATE-DISPLAY
                   ELSE
                       MOVE ZERO TO WS-RATE-DISPLAY
                   END-IF
                   MOVE SPACES TO RPT-LINE
                   STRING "                      "
                       " IN " AT-CURRENCY
                       " " WS-ORIG-DISPLAY
                       " AT RATE " WS-RATE-DISPLAY
                       DELIMITED BY SIZE INTO RPT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-IF.

       LIST-SUSPENSE-CLEARINGS.

      * a clearing moves an amount out of SUSPENSE and into the
      * reassigned account without a new audit entry, so both sides
      * are listed from the register or neither statement would
      * reconcile to its balance
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
                   IF WS-AM-ACCOUNT(WS-AM-SUB) = "SUSPENSE"
                       ADD 1 TO WS-STMT-TRANS
                       COMPUTE WS-RESULT-DISPLAY = ZERO - SC-AMOUNT
                       MOVE SPACES TO RPT-LINE
                       STRING "  " SC-CLEAR-DATE
                           " CLEARED TO " SC-TO-ACCOUNT
                           " SEQ " SC-SEQUENCE
                           " RESULT " WS-RESULT-DISPLAY
                           DELIMITED BY SIZE INTO RPT-LINE
                       PERFORM WRITE-REPORT-LINE
                   END-IF
                   IF WS-AM-ACCOUNT(WS-AM-SUB) = SC-TO-ACCOUNT
                       ADD 1 TO WS-STMT-TRANS
                       MOVE SC-AMOUNT TO WS-RESULT-DISPLAY
                       MOVE SPACES TO RPT-LINE
                       STRING "  " SC-CLEAR-DATE
                           " FROM SUSPENSE SEQ " SC-SEQUENCE
                           " RESULT " WS-RESULT-DISPLAY
                           DELIMITED BY SIZE INTO RPT-LINE
                       PERFORM WRITE-REPORT-LINE
                   END-IF
               END-IF
               READ SUSPENSE-CLEAR-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
           END-PERFORM

           IF WS-FILE-STATUS NOT = "35"
               CLOSE SUSPENSE-CLEAR-FILE
           END-IF.

       ROLL-STATEMENT-BALANCES.
               MOVE WS-AM-CURR-BAL(WS-AM-SUB) TO AM-CURR-BALANCE
               MOVE WS-AM-STMT-DATE(WS-AM-SUB) TO AM-LAST-STMT-DATE
               MOVE WS-AM-EFF-DATE(WS-AM-SUB) TO AM-EFF-DATE
               MOVE WS-AM-STATUS(WS-AM-SUB) TO AM-STATUS
               MOVE WS-AM-STATUS-DATE(WS-AM-SUB) TO AM-STATUS-DATE
               MOVE WS-AM-CLOSED-YEAR(WS-AM-SUB) TO AM-CLOSED-YEAR
               WRITE ACCOUNT-MASTER-RECORD
           END-PERFORM

