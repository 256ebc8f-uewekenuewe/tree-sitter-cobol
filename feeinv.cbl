      *          business month), rolls them up by branch with a
      *          count and fee total per operation code, and prints
      *          one invoice section per branch to FEEINVRPT through
      *          report-writer. Replaces the billing spreadsheet. Each
      *          branch's invoice is also written to the RECEIVABLES
      *          ledger under invoice number INV, YYYYMM, and branch,
      *          due RUNPARMS AR-TERMS-DAYS (default 30) after the
      *          invoice date, and the number and due date are
      *          printed on the invoice; invoicing a month again
      *          revises the amount on the same ledger row and keeps
      *          its dates and any payments already applied. Each
      *          invoice's lines are tagged with its branch for
      *          report-distribution.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT FEES-FILE ASSIGN TO "FEESFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT LEDGER-FILE ASSIGN TO "RECEIVABLES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FEES-FILE
           LABEL RECORDS ARE STANDARD.
           COPY feesrec.

       FD  LEDGER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY arledg.

       WORKING-STORAGE SECTION.
      * one roll-up row per branch and operation code seen this month
       01  WS-INV-TABLE.

       01  WS-TOTAL-DISPLAY         PIC +Z(10)9.99.

      * the RECEIVABLES ledger, held as record images and worked
      * through the ledger layout
       01  WS-LG-TABLE.
           05 WS-LG-IMAGE OCCURS 500 TIMES PIC X(103).
       01  WS-LG-COUNT              PIC 9(3) VALUE ZERO.
       01  WS-LG-SUB                PIC 9(3) VALUE ZERO.
       01  WS-LG-MATCH-SUB          PIC 9(3) VALUE ZERO.

       01  WS-INVOICE-NUMBER        PIC X(12).
       01  WS-DUE-DATE              PIC X(10).
       01  WS-REVISED-SW            PIC X(1) VALUE "N".
           88  WS-REVISED                   VALUE "Y" FALSE "N".
       01  WS-PRIOR-AMOUNT          PIC S9(11)V99.

      * the due date, counted forward a day at a time from the
      * invoice date
       01  WS-DUE-WORK.
           05 WS-DW-YYYY            PIC 9(4).
           05 WS-DW-MM              PIC 9(2).
           05 WS-DW-DD              PIC 9(2).
       01  WS-DW-DAYS-IN-MONTH      PIC 9(2).
       01  WS-LEAP-WORK.
           05 WS-LEAP-QUOT          PIC 9(4).
           05 WS-LEAP-REM-4         PIC 9(3).
           05 WS-LEAP-REM-100       PIC 9(3).
           05 WS-LEAP-REM-400       PIC 9(3).

       01  WS-EOF-SW                PIC X(1) VALUE "N".
           88  WS-EOF                       VALUE "Y" FALSE "N".

           COPY rundate.
           COPY runparm.
           COPY rptws.
           COPY abendws.


           MOVE "fee-invoice" TO WS-ABEND-PROGRAM

           CALL "parm-loader" USING RUN-PARMS

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           CALL "business-date" USING WS-RUN-DATE
           MOVE SPACES TO WS-TODAY-FORMATTED

           PERFORM TALLY-FEE-FILE

           PERFORM LOAD-LEDGER-TABLE
           PERFORM COMPUTE-DUE-DATE

           PERFORM PRINT-FEE-INVOICES

           IF WS-BL-USED > ZERO
               PERFORM REWRITE-LEDGER-FILE
           END-IF.

       TALLY-FEE-FILE.

               PERFORM PRINT-ONE-INVOICE
           END-PERFORM

           MOVE SPACES TO RPT-BRANCH-TAG
           MOVE WS-GRAND-TOTAL TO WS-TOTAL-DISPLAY
           MOVE SPACES TO RPT-LINE
           STRING "LINE ITEMS " WS-ITEM-COUNT

       PRINT-ONE-INVOICE.

           MOVE WS-BL-BRANCH(WS-BL-SUB) TO RPT-BRANCH-TAG
           MOVE SPACES TO RPT-LINE
           STRING "INVOICE - BRANCH " WS-BL-BRANCH(WS-BL-SUB)
               "  MONTH " WS-SELECT-MONTH
           STRING "  BRANCH " WS-BL-BRANCH(WS-BL-SUB)
               " INVOICE TOTAL " WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-REPORT-LINE

           PERFORM POST-ONE-INVOICE

           MOVE SPACES TO RPT-LINE
           STRING "  INVOICE NUMBER " AR-INVOICE-NUMBER
               "  DATED " AR-INVOICE-DATE
               "  DUE " AR-DUE-DATE
               DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-REPORT-LINE
           IF WS-REVISED
               MOVE WS-PRIOR-AMOUNT TO WS-TOTAL-DISPLAY
               MOVE SPACES TO RPT-LINE
               STRING "  REVISES THE AMOUNT PREVIOUSLY INVOICED "
                   WS-TOTAL-DISPLAY
                   DELIMITED BY SIZE INTO RPT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

      ******************************************************************
      * the receivables ledger
      ******************************************************************
       LOAD-LEDGER-TABLE.

           MOVE ZERO TO WS-LG-COUNT
           SET WS-EOF TO FALSE

           OPEN INPUT LEDGER-FILE
           IF WS-FILE-STATUS = "35"
               CONTINUE
           ELSE
               IF WS-FILE-STATUS NOT = "00"
                   STRING "UNABLE TO OPEN RECEIVABLES, STATUS "
                       WS-FILE-STATUS DELIMITED BY SIZE
                       INTO WS-ABEND-MESSAGE
                   PERFORM ABEND-RTN
               END-IF

               READ LEDGER-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-EOF
                   IF WS-LG-COUNT >= 500
                       MOVE "WS-LG-TABLE OVERFLOW - MORE THAN 500"
                           TO WS-ABEND-MESSAGE
                       PERFORM ABEND-RTN
                   END-IF
                   ADD 1 TO WS-LG-COUNT
                   MOVE AR-LEDGER-RECORD TO WS-LG-IMAGE(WS-LG-COUNT)
                   READ LEDGER-FILE
                       AT END SET WS-EOF TO TRUE
                   END-READ
               END-PERFORM

               CLOSE LEDGER-FILE
           END-IF.

       COMPUTE-DUE-DATE.

           MOVE WS-RUN-DATE-YYYY TO WS-DW-YYYY
           MOVE WS-RUN-DATE-MM TO WS-DW-MM
           MOVE WS-RUN-DATE-DD TO WS-DW-DD
           PERFORM ADVANCE-ONE-DAY RP-AR-TERMS-DAYS TIMES
           MOVE SPACES TO WS-DUE-DATE
           STRING WS-DW-YYYY "-" WS-DW-MM "-" WS-DW-DD
               DELIMITED BY SIZE INTO WS-DUE-DATE.

       ADVANCE-ONE-DAY.

           EVALUATE WS-DW-MM
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-DW-DAYS-IN-MONTH
               WHEN 2
                   DIVIDE WS-DW-YYYY BY 4 GIVING WS-LEAP-QUOT
                       REMAINDER WS-LEAP-REM-4
                   DIVIDE WS-DW-YYYY BY 100 GIVING WS-LEAP-QUOT
                       REMAINDER WS-LEAP-REM-100
                   DIVIDE WS-DW-YYYY BY 400 GIVING WS-LEAP-QUOT
                       REMAINDER WS-LEAP-REM-400
                   IF WS-LEAP-REM-400 = ZERO
                           OR (WS-LEAP-REM-4 = ZERO
                               AND WS-LEAP-REM-100 NOT = ZERO)
                       MOVE 29 TO WS-DW-DAYS-IN-MONTH
                   ELSE
                       MOVE 28 TO WS-DW-DAYS-IN-MONTH
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-DW-DAYS-IN-MONTH
           END-EVALUATE

           IF WS-DW-DD < WS-DW-DAYS-IN-MONTH
               ADD 1 TO WS-DW-DD
           ELSE
               MOVE 1 TO WS-DW-DD
               IF WS-DW-MM < 12
                   ADD 1 TO WS-DW-MM
               ELSE
                   MOVE 1 TO WS-DW-MM
                   ADD 1 TO WS-DW-YYYY
               END-IF
           END-IF.

       POST-ONE-INVOICE.

      * leaves the branch's ledger row in AR-LEDGER-RECORD for the
      * invoice to print from
           SET WS-REVISED TO FALSE
           MOVE SPACES TO WS-INVOICE-NUMBER
           STRING "INV" WS-SELECT-MONTH(1:4) WS-SELECT-MONTH(6:2)
               WS-BL-BRANCH(WS-BL-SUB)
               DELIMITED BY SIZE INTO WS-INVOICE-NUMBER

           MOVE ZERO TO WS-LG-MATCH-SUB
           PERFORM VARYING WS-LG-SUB FROM 1 BY 1
                   UNTIL WS-LG-SUB > WS-LG-COUNT
               IF WS-LG-IMAGE(WS-LG-SUB)(1:12) = WS-INVOICE-NUMBER
                   MOVE WS-LG-SUB TO WS-LG-MATCH-SUB
               END-IF
           END-PERFORM

           IF WS-LG-MATCH-SUB = ZERO
               IF WS-LG-COUNT >= 500
                   MOVE "WS-LG-TABLE OVERFLOW - MORE THAN 500"
                       TO WS-ABEND-MESSAGE
                   PERFORM ABEND-RTN
               END-IF
               ADD 1 TO WS-LG-COUNT
               MOVE WS-LG-COUNT TO WS-LG-MATCH-SUB
               MOVE SPACES TO AR-LEDGER-RECORD
               MOVE WS-INVOICE-NUMBER TO AR-INVOICE-NUMBER
               SET AR-TYPE-INVOICE TO TRUE
               MOVE WS-BL-BRANCH(WS-BL-SUB) TO AR-BRANCH
               MOVE WS-SELECT-MONTH TO AR-MONTH
               MOVE WS-TODAY-FORMATTED TO AR-INVOICE-DATE
               MOVE WS-DUE-DATE TO AR-DUE-DATE
               MOVE ZERO TO AR-PAID
               MOVE ZERO TO AR-DUNNING-LEVEL
           ELSE
               MOVE WS-LG-IMAGE(WS-LG-MATCH-SUB) TO AR-LEDGER-RECORD
               IF AR-AMOUNT NOT = WS-BRANCH-TOTAL
                   SET WS-REVISED TO TRUE
                   MOVE AR-AMOUNT TO WS-PRIOR-AMOUNT
               END-IF
           END-IF

           MOVE WS-BRANCH-TOTAL TO AR-AMOUNT
           IF AR-AMOUNT = AR-PAID
               SET AR-SETTLED TO TRUE
           ELSE
               SET AR-OPEN TO TRUE
           END-IF
           MOVE AR-LEDGER-RECORD TO WS-LG-IMAGE(WS-LG-MATCH-SUB).

       REWRITE-LEDGER-FILE.

           OPEN OUTPUT LEDGER-FILE
           IF WS-FILE-STATUS NOT = "00"
               STRING "UNABLE TO OPEN RECEIVABLES, STATUS "
                   WS-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RTN
           END-IF

           PERFORM VARYING WS-LG-SUB FROM 1 BY 1
                   UNTIL WS-LG-SUB > WS-LG-COUNT
               MOVE WS-LG-IMAGE(WS-LG-SUB) TO AR-LEDGER-RECORD
               WRITE AR-LEDGER-RECORD
           END-PERFORM

           CLOSE LEDGER-FILE.

       WRITE-REPORT-LINE.

