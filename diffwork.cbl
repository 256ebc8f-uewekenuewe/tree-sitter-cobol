      * Purpose: Work function and aging report for the DIFFLEDGER
      *          out-of-balance ledger nightly-balance writes. Lists
      *          the uncleared differences, lets an operator (badge
      *          and PIN verified, badge recorded) enter the
      *          explanation and a second operator mark the item
      *          cleared - the badge that explained an item may not
      *          clear it - and prints the aging report on
      *          DIFFAGERPT - every uncleared break with its age in
      *          days - so old discrepancies cannot quietly pile up
      *          the way the printed-and-forgotten ones did.
           SELECT DIFF-LEDGER ASSIGN TO "DIFFLEDGER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "OPERATORFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DIFF-LEDGER
           LABEL RECORDS ARE STANDARD.
           COPY diffrec.

       FD  OPERATOR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY operrec.

       WORKING-STORAGE SECTION.
       01  WS-DL-TABLE.
           05 WS-DL-ROW OCCURS 200 TIMES.
               10 WS-DL-EXPLAIN      PIC X(40).
               10 WS-DL-BADGE        PIC 9(3).
               10 WS-DL-CLEAR-DATE   PIC X(10).
               10 WS-DL-EXP-BADGE    PIC 9(3).
               10 WS-DL-EXP-DATE     PIC X(10).
       01  WS-DL-COUNT-USED         PIC 9(3) VALUE ZERO.
       01  WS-DL-SUB                PIC 9(3) VALUE ZERO.
       01  WS-DL-PICK               PIC 9(3) VALUE ZERO.
       01  WS-ENTRY-BADGE           PIC 9(3) VALUE ZERO.
       01  WS-ENTRY-EXPLAIN         PIC X(40).

       01  WS-ENTRY-DECISION        PIC X(1).
           88  WS-ENTRY-CLEAR               VALUE "C".
           88  WS-ENTRY-REEXPLAIN           VALUE "E".

       01  WS-OPR-OK-SW             PIC X(1) VALUE "N".
           88  WS-OPR-OK                    VALUE "Y" FALSE "N".

       01  WS-OP-EOF-SW             PIC X(1) VALUE "N".
           88  WS-OP-EOF                    VALUE "Y" FALSE "N".

       01  WS-AMOUNT-DISPLAY        PIC +9(11).99.
       01  WS-COUNT-DISPLAY         PIC +9(7).


           COPY rundate.
           COPY rptws.
           COPY pinws.
           COPY abendws.

       LINKAGE SECTION.
                   END-IF
                   MOVE DL-CLEAR-DATE
                       TO WS-DL-CLEAR-DATE(WS-DL-COUNT-USED)
                   IF DL-EXPLAIN-BADGE NUMERIC
                       MOVE DL-EXPLAIN-BADGE
                           TO WS-DL-EXP-BADGE(WS-DL-COUNT-USED)
                   ELSE
                       MOVE ZERO TO WS-DL-EXP-BADGE(WS-DL-COUNT-USED)
                   END-IF
                   MOVE DL-EXPLAIN-DATE
                       TO WS-DL-EXP-DATE(WS-DL-COUNT-USED)
                   READ DIFF-LEDGER
                       AT END SET WS-EOF TO TRUE
                   END-READ
                   MOVE WS-DL-BADGE(WS-DL-SUB) TO DL-CLEAR-BADGE
                   MOVE WS-DL-CLEAR-DATE(WS-DL-SUB)
                       TO DL-CLEAR-DATE
                   MOVE WS-DL-EXP-BADGE(WS-DL-SUB)
                       TO DL-EXPLAIN-BADGE
                   MOVE WS-DL-EXP-DATE(WS-DL-SUB)
                       TO DL-EXPLAIN-DATE
                   WRITE DIFF-LEDGER-RECORD
               END-PERFORM

                       " " WS-DL-LEGS(WS-DL-SUB)
                   DISPLAY "    COUNT DIFF " WS-COUNT-DISPLAY
                       " AMOUNT DIFF " WS-AMOUNT-DISPLAY
                   IF WS-DL-EXP-BADGE(WS-DL-SUB) NOT = ZERO
                       DISPLAY "    EXPLAINED BY BADGE "
                           WS-DL-EXP-BADGE(WS-DL-SUB)
                           " - AWAITING CLEARING BY A SECOND BADGE"
                   END-IF
               END-IF
           END-PERFORM
           DISPLAY "UNCLEARED: " WS-OPEN-COUNT
               DISPLAY "NO UNCLEARED DIFFERENCES"
               SET WS-DONE TO TRUE
           ELSE
               DISPLAY "ENTER ITEM NUMBER TO WORK (000 TO EXIT): "
               MOVE SPACES TO WS-DL-PICK-X
               ACCEPT WS-DL-PICK-X
               IF WS-DL-PICK-X NOT NUMERIC
                               OR WS-DL-STATUS(WS-DL-PICK) NOT = "O"
                           DISPLAY "NOT AN OPEN ITEM: " WS-DL-PICK
                       ELSE
                           PERFORM WORK-ONE-DIFFERENCE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       WORK-ONE-DIFFERENCE.

           PERFORM SIGNON-OPERATOR-BADGE
           IF NOT WS-OPR-OK
               DISPLAY "BADGE NOT VERIFIED - ITEM LEFT OPEN"
           ELSE
               IF WS-DL-EXP-BADGE(WS-DL-PICK) = ZERO
                   PERFORM EXPLAIN-ONE-DIFFERENCE
               ELSE
                   DISPLAY "EXPLAINED BY BADGE "
                       WS-DL-EXP-BADGE(WS-DL-PICK) " ON "
                       WS-DL-EXP-DATE(WS-DL-PICK) ": "
                       WS-DL-EXPLAIN(WS-DL-PICK)
                   DISPLAY "C)LEAR OR E)XPLAIN AGAIN: "
                   ACCEPT WS-ENTRY-DECISION
                   EVALUATE TRUE
      * maker-checker: the explaining badge may revise its
      * explanation but never clear the item on it
                       WHEN WS-ENTRY-CLEAR
                               AND WS-DL-EXP-BADGE(WS-DL-PICK)
                                   = WS-ENTRY-BADGE
                           DISPLAY "CLEARING REFUSED - ITEM "
                               WS-DL-PICK " WAS EXPLAINED BY YOUR "
                               "OWN BADGE; A SECOND BADGE MUST "
                               "CLEAR IT"
                       WHEN WS-ENTRY-CLEAR
                           PERFORM CLEAR-ONE-DIFFERENCE
                       WHEN WS-ENTRY-REEXPLAIN
                           PERFORM EXPLAIN-ONE-DIFFERENCE
                       WHEN OTHER
                           DISPLAY "INVALID ACTION, C OR E ONLY."
                   END-EVALUATE
               END-IF
           END-IF.

       EXPLAIN-ONE-DIFFERENCE.

           DISPLAY "ENTER EXPLANATION: "
           MOVE SPACES TO WS-ENTRY-EXPLAIN
           ACCEPT WS-ENTRY-EXPLAIN
           PERFORM UNTIL WS-ENTRY-EXPLAIN NOT = SPACES
               DISPLAY "AN EXPLANATION IS REQUIRED. RE-ENTER: "
               MOVE SPACES TO WS-ENTRY-EXPLAIN
               ACCEPT WS-ENTRY-EXPLAIN
           END-PERFORM

           MOVE WS-ENTRY-EXPLAIN TO WS-DL-EXPLAIN(WS-DL-PICK)
           MOVE WS-ENTRY-BADGE TO WS-DL-EXP-BADGE(WS-DL-PICK)
           MOVE WS-TODAY-FORMATTED TO WS-DL-EXP-DATE(WS-DL-PICK)
           DISPLAY "ITEM " WS-DL-PICK " EXPLAINED - A SECOND BADGE "
               "MUST CLEAR IT".

       CLEAR-ONE-DIFFERENCE.

           MOVE "C" TO WS-DL-STATUS(WS-DL-PICK)
           MOVE WS-ENTRY-BADGE TO WS-DL-BADGE(WS-DL-PICK)
           MOVE WS-TODAY-FORMATTED
               TO WS-DL-CLEAR-DATE(WS-DL-PICK)
           SUBTRACT 1 FROM WS-OPEN-COUNT
           DISPLAY "ITEM " WS-DL-PICK " CLEARED".

       SIGNON-OPERATOR-BADGE.

           SET WS-OPR-OK TO FALSE
           SET WS-OP-EOF TO FALSE

           DISPLAY "ENTER YOUR BADGE NUMBER: "
           MOVE SPACES TO WS-ENTRY-BADGE-X
           ACCEPT WS-ENTRY-BADGE-X
           IF WS-ENTRY-BADGE-X NOT NUMERIC
               DISPLAY "INVALID BADGE, NUMBERS ONLY."
           ELSE
               MOVE WS-ENTRY-BADGE-X TO WS-ENTRY-BADGE

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
                           IF OP-BADGE = WS-ENTRY-BADGE
                                   AND OP-ACTIVE-FLAG NOT = "I"
                               SET WS-OPR-OK TO TRUE
                           END-IF
                   END-READ
               END-PERFORM

               IF WS-FILE-STATUS NOT = "35"
                   CLOSE OPERATOR-FILE
               END-IF

               IF WS-OPR-OK
                   MOVE WS-ENTRY-BADGE TO PC-BADGE
                   CALL "pin-verify" USING PIN-CHECK-AREA
                   IF NOT PC-OK
                       SET WS-OPR-OK TO FALSE
                   END-IF
               END-IF
           END-IF.

       PRINT-AGING-REPORT.
                       "  AMOUNT DIFF " WS-AMOUNT-DISPLAY
                       DELIMITED BY SIZE INTO RPT-LINE
                   PERFORM WRITE-REPORT-LINE
                   IF WS-DL-EXP-BADGE(WS-DL-SUB) NOT = ZERO
                       MOVE SPACES TO RPT-LINE
                       STRING "  EXPLAINED BY BADGE "
                           WS-DL-EXP-BADGE(WS-DL-SUB) " - AWAITING "
                           "CLEARING BY A SECOND BADGE"
                           DELIMITED BY SIZE INTO RPT-LINE
                       PERFORM WRITE-REPORT-LINE
                   END-IF
               END-IF
           END-PERFORM

