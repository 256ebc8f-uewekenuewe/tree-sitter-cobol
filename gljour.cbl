      ******************************************************************
      * Author:
      * Date:
      * Purpose: Nightly double-entry general-ledger journal for the
      *          finance GL team, built from the day's processed
      *          RESULTFILE records and the FEESFILE line items billed
      *          on the business date. Each item is mapped through
      *          GLMAP by source (R result, F fee), branch, account,
      *          and operation code to the GL account debited and the
      *          GL account credited for a positive amount - a
      *          negative amount posts the other way round - in the
      *          base currency. GLJOURNAL carries a header, the
      *          journal lines summed per business date, branch, GL
      *          account, and side, each branch's debits equal to its
      *          credits, and a control trailer with the line count,
      *          the item count, and the debit and credit totals. An
      *          item with no mapping in force is left out of the
      *          journal and listed on the exceptions report GLEXCRPT,
      *          which also shows each branch's journal totals, and
      *          the step ends with return code 4 so the file is held
      *          back until the mapping is put right. Replaces the
      *          GL team keying journals from FINEXTRACT and the fee
      *          invoice by hand.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. gl-journal.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESULT-FILE ASSIGN TO "RESULTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT FEES-FILE ASSIGN TO "FEESFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT GL-MAP-FILE ASSIGN TO "GLMAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT GL-JOURNAL-FILE ASSIGN TO "GLJOURNAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RESULT-FILE
           LABEL RECORDS ARE STANDARD.
       01  RESULT-RECORD.
           05 OUT-FIRST-NUMBER     PIC S9(7)V99
                                   SIGN LEADING SEPARATE.
           05 OUT-SECOND-NUMBER    PIC S9(7)V99
                                   SIGN LEADING SEPARATE.
           05 OUT-OPERATION        PIC X(1).
           05 OUT-RESULT           PIC S9(9)V99
                                   SIGN LEADING SEPARATE.
           05 OUT-STATUS           PIC X(1).
           05 OUT-REJECT-REASON    PIC X(20).
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

       FD  FEES-FILE
           LABEL RECORDS ARE STANDARD.
           COPY feesrec.

       FD  GL-MAP-FILE
           LABEL RECORDS ARE STANDARD.
           COPY glmap.

       FD  GL-JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY gljrnl.

       WORKING-STORAGE SECTION.
       01  WS-GM-TABLE.
           05 WS-GM-ROW OCCURS 500 TIMES.
               10 WS-GM-SOURCE       PIC X(1).
               10 WS-GM-BRANCH       PIC X(3).
               10 WS-GM-ACCOUNT      PIC X(8).
               10 WS-GM-OPERATION    PIC X(1).
               10 WS-GM-DEBIT-GL     PIC X(10).
               10 WS-GM-CREDIT-GL    PIC X(10).
       01  WS-GM-COUNT              PIC 9(3) VALUE ZERO.
       01  WS-GM-SUB                PIC 9(3) VALUE ZERO.
       01  WS-GM-MATCH-SUB          PIC 9(3) VALUE ZERO.
      * how closely a row fits the item: 4 for a named account, 2 for
      * a named branch, 1 for a named operation; the best fit wins
       01  WS-GM-SCORE              PIC 9(1) VALUE ZERO.
       01  WS-GM-BEST-SCORE         PIC 9(1) VALUE ZERO.

      * one journal line per branch, GL account, and side
       01  WS-JL-TABLE.
           05 WS-JL-ROW OCCURS 1000 TIMES.
               10 WS-JL-BRANCH       PIC X(3).
               10 WS-JL-ACCOUNT      PIC X(10).
               10 WS-JL-SIDE         PIC X(1).
               10 WS-JL-AMOUNT       PIC 9(11)V99.
               10 WS-JL-ITEMS        PIC 9(7).
       01  WS-JL-COUNT              PIC 9(4) VALUE ZERO.
       01  WS-JL-SUB                PIC 9(4) VALUE ZERO.
       01  WS-JL-MATCH-SUB          PIC 9(4) VALUE ZERO.

      * the branches journaled, in the order first seen, with their
      * debit and credit totals
       01  WS-JB-TABLE.
           05 WS-JB-ROW OCCURS 50 TIMES.
               10 WS-JB-BRANCH       PIC X(3).
               10 WS-JB-DEBITS       PIC 9(13)V99.
               10 WS-JB-CREDITS      PIC 9(13)V99.
               10 WS-JB-ITEMS        PIC 9(7).
       01  WS-JB-COUNT              PIC 9(2) VALUE ZERO.
       01  WS-JB-SUB                PIC 9(2) VALUE ZERO.
       01  WS-JB-MATCH-SUB          PIC 9(2) VALUE ZERO.

      * the item being journaled
       01  WS-ITEM-FIELDS.
           05 WS-ITEM-SOURCE        PIC X(1).
           05 WS-ITEM-BRANCH        PIC X(3).
           05 WS-ITEM-ACCOUNT       PIC X(8).
           05 WS-ITEM-OPERATION     PIC X(1).
           05 WS-ITEM-SEQUENCE      PIC X(7).
           05 WS-ITEM-AMOUNT        PIC S9(11)V99.
           05 WS-ITEM-ABS-AMOUNT    PIC 9(11)V99.
           05 WS-ITEM-DEBIT-GL      PIC X(10).
           05 WS-ITEM-CREDIT-GL     PIC X(10).
           05 WS-ITEM-REASON        PIC X(30).

       01  WS-POST-BRANCH           PIC X(3).
       01  WS-POST-ACCOUNT          PIC X(10).
       01  WS-POST-SIDE             PIC X(1).

       01  WS-GL-COUNTS.
           05 WS-GL-ITEMS           PIC 9(7) VALUE ZERO.
           05 WS-GL-ZERO-ITEMS      PIC 9(7) VALUE ZERO.
           05 WS-GL-EXCEPTIONS      PIC 9(7) VALUE ZERO.
           05 WS-GL-LINES           PIC 9(7) VALUE ZERO.
           05 WS-GL-DEBIT-TOTAL     PIC 9(13)V99 VALUE ZERO.
           05 WS-GL-CREDIT-TOTAL    PIC 9(13)V99 VALUE ZERO.

       01  WS-EXCEPTION-LINE.
           05 WS-XL-SOURCE          PIC X(1).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-XL-SEQUENCE        PIC X(7).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-XL-ACCOUNT         PIC X(8).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-XL-BRANCH          PIC X(3).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-XL-OPERATION       PIC X(1).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-XL-AMOUNT          PIC +Z(10)9.99.
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-XL-REASON          PIC X(30).

       01  WS-BRANCH-LINE.
           05 WS-BL-BRANCH          PIC X(3).
           05 FILLER                PIC X(3) VALUE SPACES.
           05 WS-BL-ITEMS           PIC Z(6)9.
           05 FILLER                PIC X(3) VALUE SPACES.
           05 WS-BL-DEBITS          PIC Z(12)9.99.
           05 FILLER                PIC X(3) VALUE SPACES.
           05 WS-BL-CREDITS         PIC Z(12)9.99.

       01  WS-TOTAL-DISPLAY         PIC Z(12)9.99.

       01  WS-TODAY-FORMATTED       PIC X(10).
       01  WS-RUN-NUMBER            PIC 9(7) VALUE ZERO.
       01  WS-TRAN-TIME             PIC X(8).

       01  WS-EOF-SW                PIC X(1) VALUE "N".
           88  WS-EOF                       VALUE "Y" FALSE "N".

           COPY rundate.
           COPY runparm.
           COPY rptws.
           COPY ctlws.
           COPY abendws.

       LINKAGE SECTION.
       01  LS-RETURN-CODE              PIC S9(4) COMP.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           PERFORM GL-JOURNAL-LOGIC

           GOBACK.

       GL-JOURNAL-LOGIC.

           MOVE "gl-journal" TO WS-ABEND-PROGRAM

           CALL "parm-loader" USING RUN-PARMS
           CALL "run-control" USING WS-RUN-NUMBER

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           CALL "business-date" USING WS-RUN-DATE
           MOVE SPACES TO WS-TODAY-FORMATTED
           STRING WS-RUN-DATE-YYYY "-" WS-RUN-DATE-MM "-"
               WS-RUN-DATE-DD DELIMITED BY SIZE
               INTO WS-TODAY-FORMATTED
           DISPLAY "GL JOURNAL FOR BUSINESS DATE: " WS-TODAY-FORMATTED

           MOVE "RESULTFILE" TO CTL-FILE-NAME
           CALL "control-verify" USING CTL-CONTROL
           EVALUATE TRUE
               WHEN CTL-OK
                   CONTINUE
               WHEN CTL-ABSENT
                   DISPLAY "CONTROL WARNING: " CTL-MESSAGE
               WHEN OTHER
                   MOVE CTL-MESSAGE TO WS-ABEND-MESSAGE
                   PERFORM ABEND-RTN
           END-EVALUATE

           PERFORM LOAD-MAP-TABLE

           MOVE "GLEXCRPT" TO RPT-FILE-NAME
           MOVE "GL JOURNAL EXCEPTIONS" TO RPT-TITLE
           MOVE WS-TODAY-FORMATTED TO RPT-RUN-DATE
           MOVE ZERO TO RPT-PAGE-NUMBER
           MOVE ZERO TO RPT-LINE-COUNT
           MOVE ZERO TO RPT-LINES-PER-PAGE
           MOVE WS-RUN-NUMBER TO RPT-RUN-NUMBER
           SET RPT-REQ-INIT TO TRUE
           CALL "report-writer" USING RPT-CONTROL

           MOVE SPACES TO RPT-LINE
           STRING "ITEMS WITH NO GL MAPPING IN FORCE - LEFT OUT OF "
               "THE JOURNAL"
               DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "S  SEQ     ACCOUNT  BRN  O      BASE AMOUNT "
               "REASON"
               DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-REPORT-LINE

           PERFORM JOURNAL-RESULT-FILE
           PERFORM JOURNAL-FEES-FILE

           PERFORM WRITE-GL-JOURNAL

           PERFORM PRINT-JOURNAL-TOTALS

           SET RPT-REQ-CLOSE TO TRUE
           CALL "report-writer" USING RPT-CONTROL

           DISPLAY "ITEMS JOURNALED: " WS-GL-ITEMS
               "  JOURNAL LINES: " WS-GL-LINES
           IF WS-GL-EXCEPTIONS > ZERO
               DISPLAY "ITEMS WITH NO GL MAPPING: " WS-GL-EXCEPTIONS
                   " - SEE GLEXCRPT, HOLD GLJOURNAL"
               MOVE 4 TO RETURN-CODE
           END-IF.

       LOAD-MAP-TABLE.

      * only the rows in force on the business date are kept
           MOVE ZERO TO WS-GM-COUNT
           SET WS-EOF TO FALSE

           OPEN INPUT GL-MAP-FILE
           IF WS-FILE-STATUS = "35"
               DISPLAY "GLMAP NOT FOUND - EVERY ITEM IS AN EXCEPTION"
           ELSE
               IF WS-FILE-STATUS NOT = "00"
                   STRING "UNABLE TO OPEN GLMAP, STATUS "
                       WS-FILE-STATUS DELIMITED BY SIZE
                       INTO WS-ABEND-MESSAGE
                   PERFORM ABEND-RTN
               END-IF

               READ GL-MAP-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-EOF
                   IF (GM-EFF-DATE = SPACES
                           OR GM-EFF-DATE NOT > WS-TODAY-FORMATTED)
                       AND (GM-EXP-DATE = SPACES
                           OR GM-EXP-DATE NOT < WS-TODAY-FORMATTED)
                       IF WS-GM-COUNT >= 500
                           MOVE "WS-GM-TABLE OVERFLOW - MORE THAN 500"
                               TO WS-ABEND-MESSAGE
                           PERFORM ABEND-RTN
                       END-IF
                       ADD 1 TO WS-GM-COUNT
                       MOVE GM-SOURCE TO WS-GM-SOURCE(WS-GM-COUNT)
                       MOVE GM-BRANCH TO WS-GM-BRANCH(WS-GM-COUNT)
                       MOVE GM-ACCOUNT TO WS-GM-ACCOUNT(WS-GM-COUNT)
                       MOVE GM-OPERATION
                           TO WS-GM-OPERATION(WS-GM-COUNT)
                       MOVE GM-DEBIT-GL
                           TO WS-GM-DEBIT-GL(WS-GM-COUNT)
                       MOVE GM-CREDIT-GL
                           TO WS-GM-CREDIT-GL(WS-GM-COUNT)
                   END-IF
                   READ GL-MAP-FILE
                       AT END SET WS-EOF TO TRUE
                   END-READ
               END-PERFORM

               CLOSE GL-MAP-FILE
           END-IF.

      ******************************************************************
      * the day's items: processed results, then the fees billed
      ******************************************************************
       JOURNAL-RESULT-FILE.

           SET WS-EOF TO FALSE

           OPEN INPUT RESULT-FILE
           IF WS-FILE-STATUS = "35"
               DISPLAY "RESULTFILE NOT FOUND, NO RESULTS TO JOURNAL"
               SET WS-EOF TO TRUE
           ELSE
               IF WS-FILE-STATUS NOT = "00"
                   STRING "UNABLE TO OPEN RESULTFILE, STATUS "
                       WS-FILE-STATUS DELIMITED BY SIZE
                       INTO WS-ABEND-MESSAGE
                   PERFORM ABEND-RTN
               END-IF
               READ RESULT-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
           END-IF

           PERFORM UNTIL WS-EOF
               IF RESULT-RECORD(1:4) NOT = "*CTL"
                       AND OUT-STATUS = "P"
                   PERFORM JOURNAL-ONE-RESULT
               END-IF
               READ RESULT-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
           END-PERFORM

           IF WS-FILE-STATUS NOT = "35"
               CLOSE RESULT-FILE
           END-IF.

       JOURNAL-ONE-RESULT.

      * the base result when the result carries a currency, the
      * result itself on a record from before currencies were carried
           MOVE "R" TO WS-ITEM-SOURCE
           MOVE OUT-BRANCH TO WS-ITEM-BRANCH
           MOVE OUT-ACCOUNT TO WS-ITEM-ACCOUNT
           MOVE OUT-OPERATION TO WS-ITEM-OPERATION
           MOVE OUT-SEQUENCE TO WS-ITEM-SEQUENCE
           MOVE SPACES TO WS-ITEM-REASON
           IF OUT-CURRENCY NOT = SPACES
               IF OUT-BASE-RESULT NUMERIC
                   MOVE OUT-BASE-RESULT TO WS-ITEM-AMOUNT
               ELSE
                   MOVE "BASE RESULT NOT NUMERIC" TO WS-ITEM-REASON
               END-IF
           ELSE
               IF OUT-RESULT NUMERIC
                   MOVE OUT-RESULT TO WS-ITEM-AMOUNT
               ELSE
                   MOVE "RESULT NOT NUMERIC" TO WS-ITEM-REASON
               END-IF
           END-IF

           PERFORM JOURNAL-ONE-ITEM.

       JOURNAL-FEES-FILE.

           SET WS-EOF TO FALSE

           OPEN INPUT FEES-FILE
           IF WS-FILE-STATUS = "35"
               DISPLAY "FEESFILE NOT FOUND, NO FEES TO JOURNAL"
               SET WS-EOF TO TRUE
           ELSE
               IF WS-FILE-STATUS NOT = "00"
                   STRING "UNABLE TO OPEN FEESFILE, STATUS "
                       WS-FILE-STATUS DELIMITED BY SIZE
                       INTO WS-ABEND-MESSAGE
                   PERFORM ABEND-RTN
               END-IF
               READ FEES-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
           END-IF

           PERFORM UNTIL WS-EOF
               IF FEE-BUSDATE = WS-TODAY-FORMATTED
                   PERFORM JOURNAL-ONE-FEE
               END-IF
               READ FEES-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
           END-PERFORM

           IF WS-FILE-STATUS NOT = "35"
               CLOSE FEES-FILE
           END-IF.

       JOURNAL-ONE-FEE.

           MOVE "F" TO WS-ITEM-SOURCE
           MOVE FEE-BRANCH TO WS-ITEM-BRANCH
           MOVE FEE-ACCOUNT TO WS-ITEM-ACCOUNT
           MOVE FEE-OPERATION TO WS-ITEM-OPERATION
           MOVE FEE-SEQUENCE TO WS-ITEM-SEQUENCE
           MOVE SPACES TO WS-ITEM-REASON
           IF FEE-AMOUNT NUMERIC
               MOVE FEE-AMOUNT TO WS-ITEM-AMOUNT
           ELSE
               MOVE "FEE AMOUNT NOT NUMERIC" TO WS-ITEM-REASON
           END-IF

           PERFORM JOURNAL-ONE-ITEM.

       JOURNAL-ONE-ITEM.

      * a zero amount posts nothing either side, so it needs no
      * mapping; anything unmappable is listed, never journaled half
           IF WS-ITEM-REASON = SPACES
               IF WS-ITEM-AMOUNT = ZERO
                   ADD 1 TO WS-GL-ZERO-ITEMS
               ELSE
                   PERFORM FIND-GL-MAPPING
                   IF WS-GM-MATCH-SUB = ZERO
                       MOVE "NO GL MAPPING" TO WS-ITEM-REASON
                   ELSE
                       PERFORM POST-ONE-ITEM
                   END-IF
               END-IF
           END-IF

           IF WS-ITEM-REASON NOT = SPACES
               ADD 1 TO WS-GL-EXCEPTIONS
               MOVE WS-ITEM-SOURCE TO WS-XL-SOURCE
               MOVE WS-ITEM-SEQUENCE TO WS-XL-SEQUENCE
               MOVE WS-ITEM-ACCOUNT TO WS-XL-ACCOUNT
               MOVE WS-ITEM-BRANCH TO WS-XL-BRANCH
               MOVE WS-ITEM-OPERATION TO WS-XL-OPERATION
               IF WS-ITEM-REASON = "NO GL MAPPING"
                   MOVE WS-ITEM-AMOUNT TO WS-XL-AMOUNT
               ELSE
                   MOVE ZERO TO WS-XL-AMOUNT
               END-IF
               MOVE WS-ITEM-REASON TO WS-XL-REASON
               MOVE WS-EXCEPTION-LINE TO RPT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

       FIND-GL-MAPPING.

      * the best-fitting row in force for the source; ALL and * rows
      * fit every branch, account, and operation
           MOVE ZERO TO WS-GM-MATCH-SUB
           MOVE ZERO TO WS-GM-BEST-SCORE

           PERFORM VARYING WS-GM-SUB FROM 1 BY 1
                   UNTIL WS-GM-SUB > WS-GM-COUNT
               IF WS-GM-SOURCE(WS-GM-SUB) = WS-ITEM-SOURCE
                       AND (WS-GM-BRANCH(WS-GM-SUB) = WS-ITEM-BRANCH
                           OR WS-GM-BRANCH(WS-GM-SUB) = "ALL")
                       AND (WS-GM-ACCOUNT(WS-GM-SUB) = WS-ITEM-ACCOUNT
                           OR WS-GM-ACCOUNT(WS-GM-SUB) = "ALL")
                       AND (WS-GM-OPERATION(WS-GM-SUB)
                               = WS-ITEM-OPERATION
                           OR WS-GM-OPERATION(WS-GM-SUB) = "*")
                   MOVE ZERO TO WS-GM-SCORE
                   IF WS-GM-ACCOUNT(WS-GM-SUB) NOT = "ALL"
                       ADD 4 TO WS-GM-SCORE
                   END-IF
                   IF WS-GM-BRANCH(WS-GM-SUB) NOT = "ALL"
                       ADD 2 TO WS-GM-SCORE
                   END-IF
                   IF WS-GM-OPERATION(WS-GM-SUB) NOT = "*"
                       ADD 1 TO WS-GM-SCORE
                   END-IF
                   IF WS-GM-MATCH-SUB = ZERO
                           OR WS-GM-SCORE > WS-GM-BEST-SCORE
                       MOVE WS-GM-SUB TO WS-GM-MATCH-SUB
                       MOVE WS-GM-SCORE TO WS-GM-BEST-SCORE
                   END-IF
               END-IF
           END-PERFORM.

       POST-ONE-ITEM.

      * a positive amount debits the row's debit account and credits
      * its credit account; a negative one reverses the two
           IF WS-ITEM-AMOUNT > ZERO
               MOVE WS-ITEM-AMOUNT TO WS-ITEM-ABS-AMOUNT
               MOVE WS-GM-DEBIT-GL(WS-GM-MATCH-SUB)
                   TO WS-ITEM-DEBIT-GL
               MOVE WS-GM-CREDIT-GL(WS-GM-MATCH-SUB)
                   TO WS-ITEM-CREDIT-GL
           ELSE
               COMPUTE WS-ITEM-ABS-AMOUNT = ZERO - WS-ITEM-AMOUNT
               MOVE WS-GM-CREDIT-GL(WS-GM-MATCH-SUB)
                   TO WS-ITEM-DEBIT-GL
               MOVE WS-GM-DEBIT-GL(WS-GM-MATCH-SUB)
                   TO WS-ITEM-CREDIT-GL
           END-IF

           IF WS-ITEM-BRANCH = SPACES
               MOVE "???" TO WS-POST-BRANCH
           ELSE
               MOVE WS-ITEM-BRANCH TO WS-POST-BRANCH
           END-IF

           ADD 1 TO WS-GL-ITEMS
           PERFORM FIND-JOURNAL-BRANCH
           ADD 1 TO WS-JB-ITEMS(WS-JB-MATCH-SUB)
           ADD WS-ITEM-ABS-AMOUNT TO WS-JB-DEBITS(WS-JB-MATCH-SUB)
           ADD WS-ITEM-ABS-AMOUNT TO WS-JB-CREDITS(WS-JB-MATCH-SUB)

           MOVE WS-ITEM-DEBIT-GL TO WS-POST-ACCOUNT
           MOVE "D" TO WS-POST-SIDE
           PERFORM ADD-JOURNAL-LINE
           MOVE WS-ITEM-CREDIT-GL TO WS-POST-ACCOUNT
           MOVE "C" TO WS-POST-SIDE
           PERFORM ADD-JOURNAL-LINE.

       FIND-JOURNAL-BRANCH.

           MOVE ZERO TO WS-JB-MATCH-SUB
           PERFORM VARYING WS-JB-SUB FROM 1 BY 1
                   UNTIL WS-JB-SUB > WS-JB-COUNT
               IF WS-JB-BRANCH(WS-JB-SUB) = WS-POST-BRANCH
                   MOVE WS-JB-SUB TO WS-JB-MATCH-SUB
               END-IF
           END-PERFORM

           IF WS-JB-MATCH-SUB = ZERO
               IF WS-JB-COUNT >= 50
                   MOVE "WS-JB-TABLE OVERFLOW - MORE THAN 50"
                       TO WS-ABEND-MESSAGE
                   PERFORM ABEND-RTN
               END-IF
               ADD 1 TO WS-JB-COUNT
               MOVE WS-JB-COUNT TO WS-JB-MATCH-SUB
               MOVE WS-POST-BRANCH TO WS-JB-BRANCH(WS-JB-COUNT)
               MOVE ZERO TO WS-JB-DEBITS(WS-JB-COUNT)
               MOVE ZERO TO WS-JB-CREDITS(WS-JB-COUNT)
               MOVE ZERO TO WS-JB-ITEMS(WS-JB-COUNT)
           END-IF.

       ADD-JOURNAL-LINE.

           MOVE ZERO TO WS-JL-MATCH-SUB
           PERFORM VARYING WS-JL-SUB FROM 1 BY 1
                   UNTIL WS-JL-SUB > WS-JL-COUNT
               IF WS-JL-BRANCH(WS-JL-SUB) = WS-POST-BRANCH
                       AND WS-JL-ACCOUNT(WS-JL-SUB) = WS-POST-ACCOUNT
                       AND WS-JL-SIDE(WS-JL-SUB) = WS-POST-SIDE
                   MOVE WS-JL-SUB TO WS-JL-MATCH-SUB
               END-IF
           END-PERFORM

           IF WS-JL-MATCH-SUB = ZERO
               IF WS-JL-COUNT >= 1000
                   MOVE "WS-JL-TABLE OVERFLOW - MORE THAN 1000"
                       TO WS-ABEND-MESSAGE
                   PERFORM ABEND-RTN
               END-IF
               ADD 1 TO WS-JL-COUNT
               MOVE WS-JL-COUNT TO WS-JL-MATCH-SUB
               MOVE WS-POST-BRANCH TO WS-JL-BRANCH(WS-JL-COUNT)
               MOVE WS-POST-ACCOUNT TO WS-JL-ACCOUNT(WS-JL-COUNT)
               MOVE WS-POST-SIDE TO WS-JL-SIDE(WS-JL-COUNT)
               MOVE ZERO TO WS-JL-AMOUNT(WS-JL-COUNT)
               MOVE ZERO TO WS-JL-ITEMS(WS-JL-COUNT)
           END-IF

           ADD WS-ITEM-ABS-AMOUNT TO WS-JL-AMOUNT(WS-JL-MATCH-SUB)
           ADD 1 TO WS-JL-ITEMS(WS-JL-MATCH-SUB).

      ******************************************************************
      * the journal file and its totals
      ******************************************************************
       WRITE-GL-JOURNAL.

           OPEN OUTPUT GL-JOURNAL-FILE
           IF WS-FILE-STATUS NOT = "00"
               STRING "UNABLE TO OPEN GLJOURNAL, STATUS "
                   WS-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RTN
           END-IF

           ACCEPT WS-TRAN-TIME FROM TIME

           MOVE SPACES TO GL-HEADER-RECORD
           SET GH-HEADER TO TRUE
           MOVE WS-TODAY-FORMATTED TO GH-BUSDATE
           MOVE WS-RUN-NUMBER TO GH-RUN-NUMBER
           STRING WS-TODAY-FORMATTED " " WS-TRAN-TIME
               DELIMITED BY SIZE INTO GH-CREATED
           MOVE RP-BASE-CURRENCY TO GH-CURRENCY
           MOVE "CALCULATOR BATCH" TO GH-SYSTEM
           WRITE GL-HEADER-RECORD

      * branch by branch, each branch's lines together; a branch
      * whose debits and credits differ would mean a half-posted
      * item, and the file is never released that way
           PERFORM VARYING WS-JB-SUB FROM 1 BY 1
                   UNTIL WS-JB-SUB > WS-JB-COUNT
               IF WS-JB-DEBITS(WS-JB-SUB)
                       NOT = WS-JB-CREDITS(WS-JB-SUB)
                   STRING "GL JOURNAL OUT OF BALANCE FOR BRANCH "
                       WS-JB-BRANCH(WS-JB-SUB)
                       DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
                   PERFORM ABEND-RTN
               END-IF
               PERFORM VARYING WS-JL-SUB FROM 1 BY 1
                       UNTIL WS-JL-SUB > WS-JL-COUNT
                   IF WS-JL-BRANCH(WS-JL-SUB) = WS-JB-BRANCH(WS-JB-SUB)
                       PERFORM WRITE-ONE-JOURNAL-LINE
                   END-IF
               END-PERFORM
           END-PERFORM

           MOVE SPACES TO GL-TRAILER-RECORD
           SET GT-TRAILER TO TRUE
           MOVE WS-TODAY-FORMATTED TO GT-BUSDATE
           MOVE WS-GL-LINES TO GT-LINE-COUNT
           MOVE WS-GL-ITEMS TO GT-ITEM-COUNT
           MOVE WS-GL-DEBIT-TOTAL TO GT-DEBIT-TOTAL
           MOVE WS-GL-CREDIT-TOTAL TO GT-CREDIT-TOTAL
           WRITE GL-TRAILER-RECORD

           CLOSE GL-JOURNAL-FILE.

       WRITE-ONE-JOURNAL-LINE.

           MOVE SPACES TO GL-LINE-RECORD
           SET GL-LINE TO TRUE
           MOVE WS-TODAY-FORMATTED TO GL-BUSDATE
           MOVE WS-JL-BRANCH(WS-JL-SUB) TO GL-BRANCH
           MOVE WS-JL-ACCOUNT(WS-JL-SUB) TO GL-ACCOUNT
           MOVE WS-JL-SIDE(WS-JL-SUB) TO GL-SIDE
           MOVE WS-JL-AMOUNT(WS-JL-SUB) TO GL-AMOUNT
           MOVE WS-JL-ITEMS(WS-JL-SUB) TO GL-ITEM-COUNT
           MOVE RP-BASE-CURRENCY TO GL-CURRENCY
           WRITE GL-LINE-RECORD

           ADD 1 TO WS-GL-LINES
           IF GL-DEBIT
               ADD GL-AMOUNT TO WS-GL-DEBIT-TOTAL
           ELSE
               ADD GL-AMOUNT TO WS-GL-CREDIT-TOTAL
           END-IF.

       PRINT-JOURNAL-TOTALS.

           IF WS-GL-EXCEPTIONS = ZERO
               MOVE SPACES TO RPT-LINE
               MOVE "NONE - EVERY ITEM MAPPED" TO RPT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF

           MOVE SPACES TO RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "JOURNAL BY BRANCH (" RP-BASE-CURRENCY ")"
               DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "BRN     ITEMS             DEBITS            "
               "CREDITS"
               DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-REPORT-LINE

           PERFORM VARYING WS-JB-SUB FROM 1 BY 1
                   UNTIL WS-JB-SUB > WS-JB-COUNT
               MOVE WS-JB-BRANCH(WS-JB-SUB) TO WS-BL-BRANCH
               MOVE WS-JB-ITEMS(WS-JB-SUB) TO WS-BL-ITEMS
               MOVE WS-JB-DEBITS(WS-JB-SUB) TO WS-BL-DEBITS
               MOVE WS-JB-CREDITS(WS-JB-SUB) TO WS-BL-CREDITS
               MOVE WS-BRANCH-LINE TO RPT-LINE
               PERFORM WRITE-REPORT-LINE
           END-PERFORM

           MOVE "ALL" TO WS-BL-BRANCH
           MOVE WS-GL-ITEMS TO WS-BL-ITEMS
           MOVE WS-GL-DEBIT-TOTAL TO WS-BL-DEBITS
           MOVE WS-GL-CREDIT-TOTAL TO WS-BL-CREDITS
           MOVE WS-BRANCH-LINE TO RPT-LINE
           SET RPT-REQ-TOTAL TO TRUE
           CALL "report-writer" USING RPT-CONTROL

           MOVE SPACES TO RPT-LINE
           STRING "JOURNAL LINES " WS-GL-LINES
               "  ZERO-AMOUNT ITEMS " WS-GL-ZERO-ITEMS
               "  EXCEPTIONS " WS-GL-EXCEPTIONS
               DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-REPORT-LINE
           IF WS-GL-EXCEPTIONS > ZERO
               MOVE SPACES TO RPT-LINE
               STRING "GLJOURNAL INCOMPLETE - HOLD IT UNTIL THE "
                   "MAPPINGS ARE ADDED AND THE STEP RERUN"
                   DELIMITED BY SIZE INTO RPT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

       WRITE-REPORT-LINE.

           SET RPT-REQ-DETAIL TO TRUE
           CALL "report-writer" USING RPT-CONTROL.

       END-OF-LOGIC-PARAGRAPHS.
           CONTINUE.

       ENTRY "GL-JOURNAL-SUB" USING LS-RETURN-CODE.

           PERFORM GL-JOURNAL-LOGIC

           MOVE RETURN-CODE TO LS-RETURN-CODE

           GOBACK.

       COPY abendproc.

       END PROGRAM gl-journal.
