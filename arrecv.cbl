      ******************************************************************
      * Author:
      * Date:
      * Purpose: Branch receivables. fee-invoice writes each month's
      *          branch fee invoice to the RECEIVABLES ledger; this
      *          program collects on it. P)AYMENT - supervisor badge
      *          and PIN required - keys a payment received from a
      *          branch onto BRANCHPAYMENTS, alongside the payments
      *          received from the bank in the same layout.
      *          I)NQUIRE shows one branch's ledger rows and its
      *          payments still waiting to be applied. A)GING, and
      *          nightly-driver every night through
      *          RECEIVABLES-AGING-SUB, does the night's work: any
      *          unapplied credit a branch holds is used up against
      *          its open invoices, oldest first; each waiting
      *          payment is applied to the invoice it names and then
      *          to the branch's oldest open invoices, a part payment
      *          leaving the rest of the invoice open and an
      *          overpayment held as an unapplied credit row; every
      *          payment is kept on ARPAYHIST with where it went and
      *          BRANCHPAYMENTS is emptied. The open invoices are
      *          then aged on their due date into CURRENT, 1-30,
      *          31-60, 61-90, and OVER 90 days past due and printed
      *          by branch on ARAGERPT. A branch with an invoice that
      *          has moved into a later bucket since its last notice
      *          gets a dunning notice on DUNNINGRPT - a reminder,
      *          then a second notice, a final notice, and last a
      *          notice that the account is referred to the
      *          supervisor - and an invoice that passes 90 days
      *          raises an operator alert and pages the supervisor,
      *          once. Ends RC 4 when a payment was refused or a
      *          supervisor alert raised.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. branch-receivables.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-FILE ASSIGN TO "RECEIVABLES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT PAYMENT-FILE ASSIGN TO "BRANCHPAYMENTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT PAY-HIST-FILE ASSIGN TO "ARPAYHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT BRANCH-FILE ASSIGN TO "BRANCHMASTER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "OPERATORFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LEDGER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY arledg.

       FD  PAYMENT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY arpay.

      * the applied payments, in the BRANCHPAYMENTS layout with the
      * applied date, outcome, and note filled in
       FD  PAY-HIST-FILE
           LABEL RECORDS ARE STANDARD.
       01  PAY-HIST-RECORD             PIC X(111).

       FD  BRANCH-FILE
           LABEL RECORDS ARE STANDARD.
           COPY brchrec.

       FD  OPERATOR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY operrec.

       WORKING-STORAGE SECTION.
      * the RECEIVABLES ledger, held in branch and invoice number
      * order - invoice numbers carry the month, so within a branch
      * the oldest invoice comes first. the days past due and the
      * bucket are worked out each run and are not kept on the file
       01  WS-AR-TABLE.
           05 WS-AR-ROW OCCURS 500 TIMES.
               10 WS-AR-NUMBER       PIC X(12).
               10 WS-AR-TYPE         PIC X(1).
               10 WS-AR-BRANCH       PIC X(3).
               10 WS-AR-MONTH        PIC X(7).
               10 WS-AR-INV-DATE     PIC X(10).
               10 WS-AR-DUE-DATE     PIC X(10).
               10 WS-AR-AMOUNT       PIC S9(11)V99.
               10 WS-AR-PAID         PIC S9(11)V99.
               10 WS-AR-STATUS       PIC X(1).
               10 WS-AR-LAST-PAY     PIC X(10).
               10 WS-AR-DUN-LEVEL    PIC 9(1).
               10 WS-AR-DUN-DATE     PIC X(10).
               10 WS-AR-ALERT-DATE   PIC X(10).
               10 WS-AR-DAYS-PAST    PIC S9(5).
               10 WS-AR-BUCKET       PIC 9(1).
       01  WS-AR-HOLD               PIC X(107).
       01  WS-AR-COUNT              PIC 9(3) VALUE ZERO.
       01  WS-AR-SUB                PIC 9(3) VALUE ZERO.
       01  WS-AR-SUB2               PIC 9(3) VALUE ZERO.
       01  WS-AR-APPLY-SUB          PIC 9(3) VALUE ZERO.
       01  WS-AR-CREDIT-SUB         PIC 9(3) VALUE ZERO.
       01  WS-AR-BALANCE            PIC S9(11)V99 VALUE ZERO.

       01  WS-BR-TABLE.
           05 WS-BR-ROW OCCURS 200 TIMES.
               10 WS-BR-CODE         PIC X(3).
               10 WS-BR-NAME         PIC X(30).
       01  WS-BR-COUNT              PIC 9(3) VALUE ZERO.
       01  WS-BR-SUB                PIC 9(3) VALUE ZERO.
       01  WS-BR-MATCH-SUB          PIC 9(3) VALUE ZERO.
       01  WS-BR-MASTER-SW          PIC X(1) VALUE "N".
           88  WS-BR-MASTER-PRESENT         VALUE "Y" FALSE "N".

      * the payments applied this run, written to ARPAYHIST once the
      * ledger itself has been rewritten
       01  WS-PH-TABLE.
           05 WS-PH-IMAGE OCCURS 500 TIMES PIC X(111).
       01  WS-PH-COUNT              PIC 9(3) VALUE ZERO.
       01  WS-PH-SUB                PIC 9(3) VALUE ZERO.

      * the payment being applied, and what is left of it
       01  WS-PAY-WORK.
           05 WS-PAY-REMAINING      PIC S9(11)V99 VALUE ZERO.
           05 WS-PAY-STARTING       PIC S9(11)V99 VALUE ZERO.
           05 WS-PAY-PORTION        PIC S9(11)V99 VALUE ZERO.
           05 WS-PAY-BRANCH         PIC X(3).
           05 WS-PAY-INV-COUNT      PIC 9(2) VALUE ZERO.
           05 WS-PAY-FIRST-INV      PIC X(12).
       01  WS-CREDIT-NUMBER         PIC X(12).

       01  WS-RUN-TOTALS.
           05 WS-PAY-READ           PIC 9(5) VALUE ZERO.
           05 WS-PAY-APPLIED        PIC 9(5) VALUE ZERO.
           05 WS-PAY-CREDITED       PIC 9(5) VALUE ZERO.
           05 WS-PAY-REFUSED        PIC 9(5) VALUE ZERO.
           05 WS-CREDITS-NETTED     PIC 9(5) VALUE ZERO.
           05 WS-NOTICE-COUNT       PIC 9(5) VALUE ZERO.
           05 WS-ALERT-COUNT        PIC 9(5) VALUE ZERO.

       01  WS-BRANCH-BREAK          PIC X(3).
       01  WS-BRANCH-NAME           PIC X(30).
       01  WS-BRANCH-TOTALS.
           05 WS-BT-COUNT           PIC 9(5) VALUE ZERO.
           05 WS-BT-OWED            PIC S9(11)V99 VALUE ZERO.
           05 WS-BT-CREDIT          PIC S9(11)V99 VALUE ZERO.
           05 WS-BT-BKT-COUNT OCCURS 5 TIMES
                                    PIC 9(5).
           05 WS-BT-BKT-AMOUNT OCCURS 5 TIMES
                                    PIC S9(11)V99.
       01  WS-GRAND-TOTALS.
           05 WS-GT-COUNT           PIC 9(5) VALUE ZERO.
           05 WS-GT-OWED            PIC S9(11)V99 VALUE ZERO.
           05 WS-GT-CREDIT          PIC S9(11)V99 VALUE ZERO.
           05 WS-GT-BKT-COUNT OCCURS 5 TIMES
                                    PIC 9(5).
           05 WS-GT-BKT-AMOUNT OCCURS 5 TIMES
                                    PIC S9(11)V99.
       01  WS-BKT-SUB               PIC 9(1) VALUE ZERO.

      * bucket 1 is CURRENT (not yet due), buckets 2-5 are the four
      * past-due buckets, which are dunning levels 1-4
       01  WS-BUCKET-NAMES.
           05 FILLER                PIC X(8) VALUE "CURRENT ".
           05 FILLER                PIC X(8) VALUE "1-30    ".
           05 FILLER                PIC X(8) VALUE "31-60   ".
           05 FILLER                PIC X(8) VALUE "61-90   ".
           05 FILLER                PIC X(8) VALUE "OVER 90 ".
       01  WS-BUCKET-NAME-TABLE REDEFINES WS-BUCKET-NAMES.
           05 WS-BUCKET-NAME OCCURS 5 TIMES PIC X(8).

      * the dunning notice for a branch is worded by the furthest
      * bucket any of its invoices has reached
       01  WS-NOTICE-WORDING.
           05 FILLER                PIC X(60) VALUE
               "REMINDER - THE INVOICES BELOW ARE PAST DUE".
           05 FILLER                PIC X(60) VALUE
               "SECOND NOTICE - INVOICES ARE OVER 30 DAYS PAST DUE".
           05 FILLER                PIC X(60) VALUE
               "FINAL NOTICE - INVOICES ARE OVER 60 DAYS PAST DUE".
           05 FILLER                PIC X(60) VALUE
               "OVER 90 DAYS PAST DUE - REFERRED TO THE SUPERVISOR".
       01  WS-NOTICE-TABLE REDEFINES WS-NOTICE-WORDING.
           05 WS-NOTICE-TEXT OCCURS 4 TIMES PIC X(60).

       01  WS-NOTICE-SW             PIC X(1) VALUE "N".
           88  WS-NOTICE-DUE                VALUE "Y" FALSE "N".
       01  WS-NOTICE-LEVEL          PIC 9(1) VALUE ZERO.
       01  WS-NOTICE-PAST-DUE       PIC S9(11)V99 VALUE ZERO.
       01  WS-NOTICE-CREDIT         PIC S9(11)V99 VALUE ZERO.

       01  WS-AMOUNT-DISPLAY        PIC +Z(10)9.99.
       01  WS-TOTAL-DISPLAY         PIC +Z(10)9.99.
       01  WS-PAY-DISPLAY           PIC +Z(8)9.99.
       01  WS-DAYS-DISPLAY          PIC -Z(4)9.

       01  WS-RECV-ACTION           PIC X(1).
           88  WS-ACT-PAYMENT               VALUE "P".
           88  WS-ACT-INQUIRE               VALUE "I".
           88  WS-ACT-AGING                 VALUE "A".
           88  WS-ACT-NONE                  VALUE "N".

       01  WS-ENTRY-BRANCH          PIC X(3).
       01  WS-ENTRY-DATE            PIC X(10).
       01  WS-DATE-PROMPT           PIC X(60).
       01  WS-DATE-VALID-SW         PIC X(1) VALUE "N".
           88  WS-DATE-VALID                VALUE "Y" FALSE "N".
       01  WS-DATE-BLANK-OK-SW      PIC X(1) VALUE "N".
           88  WS-DATE-BLANK-OK             VALUE "Y" FALSE "N".
       01  WS-ENTRY-AMOUNT-X        PIC X(11).
       01  WS-ENTRY-AMOUNT REDEFINES WS-ENTRY-AMOUNT-X
                                    PIC 9(9)V99.
       01  WS-ENTRY-INVOICE         PIC X(12).
       01  WS-ENTRY-PAYER           PIC X(20).
       01  WS-CONFIRM               PIC X(1).

       01  WS-SIGNON-FIELDS.
           05 WS-SUP-BADGE-X        PIC X(3).
           05 WS-SUP-BADGE          PIC 9(3) VALUE ZERO.

       01  WS-SUP-OK-SW             PIC X(1) VALUE "N".
           88  WS-SUP-OK                    VALUE "Y" FALSE "N".

       01  WS-OP-EOF-SW             PIC X(1) VALUE "N".
           88  WS-OP-EOF                    VALUE "Y" FALSE "N".

      * day-serial work fields, the same computation business-date
      * uses, for the days past due
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
       01  WS-DUE-SERIAL            PIC 9(7) VALUE ZERO.
       01  WS-PAST-DAYS             PIC S9(7) VALUE ZERO.

       01  WS-TODAY-FORMATTED       PIC X(10).
       01  WS-RUN-NUMBER            PIC 9(7) VALUE ZERO.

       01  WS-PAGE-DATE.
           05 WS-PD-YYYY            PIC X(4).
           05 WS-PD-MM              PIC X(2).
           05 WS-PD-DD              PIC X(2).
       01  WS-PAGE-TIME             PIC X(8).

       01  WS-DONE-SW               PIC X(1) VALUE "N".
           88  WS-DONE                      VALUE "Y" FALSE "N".

       01  WS-EOF-SW                PIC X(1) VALUE "N".
           88  WS-EOF                       VALUE "Y" FALSE "N".

           COPY rundate.
           COPY rptws.
           COPY pinws.
           COPY pagews.
           COPY abendws.

       LINKAGE SECTION.
       01  LS-RETURN-CODE              PIC S9(4) COMP.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           PERFORM BRANCH-RECEIVABLES-LOGIC

           GOBACK.

       BRANCH-RECEIVABLES-LOGIC.

           PERFORM RECEIVABLES-INITIALIZE

           SET WS-DONE TO FALSE
           PERFORM UNTIL WS-DONE
               DISPLAY "BRANCH RECEIVABLES - P)AYMENT I)NQUIRE "
                   "A)GING N)ONE: "
               ACCEPT WS-RECV-ACTION
               EVALUATE TRUE
                   WHEN WS-ACT-PAYMENT
                       PERFORM ENTER-BRANCH-PAYMENTS
                   WHEN WS-ACT-INQUIRE
                       PERFORM INQUIRE-BRANCH-LEDGER
                   WHEN WS-ACT-AGING
                       PERFORM RECEIVABLES-AGING-RUN
                   WHEN WS-ACT-NONE
                       SET WS-DONE TO TRUE
                   WHEN OTHER
                       DISPLAY "INVALID ACTION, PLEASE RE-ENTER."
               END-EVALUATE
           END-PERFORM.

       RECEIVABLES-AGING-LOGIC.

           PERFORM RECEIVABLES-INITIALIZE
           PERFORM RECEIVABLES-AGING-RUN.

       RECEIVABLES-INITIALIZE.

           MOVE "branch-receivables" TO WS-ABEND-PROGRAM

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

           SET WS-SUP-OK TO FALSE

           PERFORM LOAD-BRANCH-TABLE.

       RECEIVABLES-AGING-RUN.

      * the ledger is reloaded so a run from the menu works on the
      * file as it stands, not on what was loaded at sign-on
           INITIALIZE WS-RUN-TOTALS
           MOVE ZERO TO WS-PH-COUNT
           PERFORM LOAD-LEDGER-TABLE

           PERFORM RELEASE-INVOICE-OVERPAYMENTS
           PERFORM NET-BRANCH-CREDITS
           PERFORM APPLY-BRANCH-PAYMENTS
      * credit rows added tonight go in at their place in branch
      * order for the reports
           PERFORM SORT-LEDGER-TABLE
           PERFORM AGE-LEDGER-ROWS

           CALL "run-control" USING WS-RUN-NUMBER
           PERFORM PRINT-AGED-REPORT
           PERFORM PRINT-DUNNING-NOTICES
           PERFORM RAISE-SUPERVISOR-ALERTS

           PERFORM REWRITE-LEDGER-FILE
           IF WS-PH-COUNT > ZERO
               PERFORM WRITE-PAYMENT-HISTORY
               PERFORM EMPTY-PAYMENT-FILE
           END-IF

           DISPLAY "BRANCH PAYMENTS READ " WS-PAY-READ
               "  APPLIED " WS-PAY-APPLIED
               "  CREDIT HELD " WS-PAY-CREDITED
               "  REFUSED " WS-PAY-REFUSED
           DISPLAY "CREDITS USED UP " WS-CREDITS-NETTED
               "  DUNNING NOTICES " WS-NOTICE-COUNT
               "  SUPERVISOR ALERTS " WS-ALERT-COUNT

           IF WS-PAY-REFUSED > ZERO
                   OR WS-ALERT-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

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

       LOAD-BRANCH-TABLE.

           MOVE ZERO TO WS-BR-COUNT
           SET WS-BR-MASTER-PRESENT TO FALSE
           SET WS-EOF TO FALSE

           OPEN INPUT BRANCH-FILE
           IF WS-FILE-STATUS = "35"
               DISPLAY "BRANCHMASTER NOT FOUND - PAYMENTS ARE TAKEN "
                   "FOR ANY BRANCH"
           ELSE
               IF WS-FILE-STATUS NOT = "00"
                   STRING "UNABLE TO OPEN BRANCHMASTER, STATUS "
                       WS-FILE-STATUS DELIMITED BY SIZE
                       INTO WS-ABEND-MESSAGE
                   PERFORM ABEND-RTN
               END-IF
               SET WS-BR-MASTER-PRESENT TO TRUE

               READ BRANCH-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-EOF
                   IF WS-BR-COUNT >= 200
                       MOVE "WS-BR-TABLE OVERFLOW - MORE THAN 200"
                           TO WS-ABEND-MESSAGE
                       PERFORM ABEND-RTN
                   END-IF
                   ADD 1 TO WS-BR-COUNT
                   MOVE BR-BRANCH-CODE TO WS-BR-CODE(WS-BR-COUNT)
                   MOVE BR-NAME TO WS-BR-NAME(WS-BR-COUNT)
                   READ BRANCH-FILE
                       AT END SET WS-EOF TO TRUE
                   END-READ
               END-PERFORM

               CLOSE BRANCH-FILE
           END-IF.

       FIND-BRANCH-ROW.

           MOVE ZERO TO WS-BR-MATCH-SUB
           MOVE SPACES TO WS-BRANCH-NAME

           PERFORM VARYING WS-BR-SUB FROM 1 BY 1
                   UNTIL WS-BR-SUB > WS-BR-COUNT
               IF WS-BR-CODE(WS-BR-SUB) = WS-ENTRY-BRANCH
                   MOVE WS-BR-SUB TO WS-BR-MATCH-SUB
                   MOVE WS-BR-NAME(WS-BR-SUB) TO WS-BRANCH-NAME
               END-IF
           END-PERFORM.

       LOAD-LEDGER-TABLE.

           MOVE ZERO TO WS-AR-COUNT
           SET WS-EOF TO FALSE

           OPEN INPUT LEDGER-FILE
           IF WS-FILE-STATUS = "35"
               SET WS-EOF TO TRUE
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
                   IF WS-AR-COUNT >= 500
                       MOVE "WS-AR-TABLE OVERFLOW - MORE THAN 500"
                           TO WS-ABEND-MESSAGE
                       PERFORM ABEND-RTN
                   END-IF
                   ADD 1 TO WS-AR-COUNT
                   PERFORM LOAD-ONE-LEDGER-ROW
                   READ LEDGER-FILE
                       AT END SET WS-EOF TO TRUE
                   END-READ
               END-PERFORM

               CLOSE LEDGER-FILE
           END-IF

           PERFORM SORT-LEDGER-TABLE.

       LOAD-ONE-LEDGER-ROW.

           MOVE AR-INVOICE-NUMBER TO WS-AR-NUMBER(WS-AR-COUNT)
           MOVE AR-TYPE TO WS-AR-TYPE(WS-AR-COUNT)
           MOVE AR-BRANCH TO WS-AR-BRANCH(WS-AR-COUNT)
           MOVE AR-MONTH TO WS-AR-MONTH(WS-AR-COUNT)
           MOVE AR-INVOICE-DATE TO WS-AR-INV-DATE(WS-AR-COUNT)
           MOVE AR-DUE-DATE TO WS-AR-DUE-DATE(WS-AR-COUNT)
           IF AR-AMOUNT NUMERIC
               MOVE AR-AMOUNT TO WS-AR-AMOUNT(WS-AR-COUNT)
           ELSE
               MOVE ZERO TO WS-AR-AMOUNT(WS-AR-COUNT)
           END-IF
           IF AR-PAID NUMERIC
               MOVE AR-PAID TO WS-AR-PAID(WS-AR-COUNT)
           ELSE
               MOVE ZERO TO WS-AR-PAID(WS-AR-COUNT)
           END-IF
           MOVE AR-STATUS TO WS-AR-STATUS(WS-AR-COUNT)
           MOVE AR-LAST-PAY-DATE TO WS-AR-LAST-PAY(WS-AR-COUNT)
           IF AR-DUNNING-LEVEL NUMERIC
               MOVE AR-DUNNING-LEVEL TO WS-AR-DUN-LEVEL(WS-AR-COUNT)
           ELSE
               MOVE ZERO TO WS-AR-DUN-LEVEL(WS-AR-COUNT)
           END-IF
           MOVE AR-DUNNING-DATE TO WS-AR-DUN-DATE(WS-AR-COUNT)
           MOVE AR-ALERT-DATE TO WS-AR-ALERT-DATE(WS-AR-COUNT)
           MOVE ZERO TO WS-AR-DAYS-PAST(WS-AR-COUNT)
           MOVE ZERO TO WS-AR-BUCKET(WS-AR-COUNT).

       SORT-LEDGER-TABLE.

      * branch then invoice number order - the invoices of a branch
      * fall oldest first and its credit rows ahead of them
           PERFORM VARYING WS-AR-SUB FROM 1 BY 1
                   UNTIL WS-AR-SUB >= WS-AR-COUNT
               PERFORM VARYING WS-AR-SUB2 FROM 1 BY 1
                       UNTIL WS-AR-SUB2 > WS-AR-COUNT - WS-AR-SUB
                   IF WS-AR-BRANCH(WS-AR-SUB2)
                           > WS-AR-BRANCH(WS-AR-SUB2 + 1)
                       OR (WS-AR-BRANCH(WS-AR-SUB2)
                           = WS-AR-BRANCH(WS-AR-SUB2 + 1)
                       AND WS-AR-NUMBER(WS-AR-SUB2)
                           > WS-AR-NUMBER(WS-AR-SUB2 + 1))
                       MOVE WS-AR-ROW(WS-AR-SUB2) TO WS-AR-HOLD
                       MOVE WS-AR-ROW(WS-AR-SUB2 + 1)
                           TO WS-AR-ROW(WS-AR-SUB2)
                       MOVE WS-AR-HOLD TO WS-AR-ROW(WS-AR-SUB2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       REWRITE-LEDGER-FILE.

           OPEN OUTPUT LEDGER-FILE
           IF WS-FILE-STATUS NOT = "00"
               STRING "UNABLE TO OPEN RECEIVABLES, STATUS "
                   WS-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RTN
           END-IF

           PERFORM VARYING WS-AR-SUB FROM 1 BY 1
                   UNTIL WS-AR-SUB > WS-AR-COUNT
               MOVE WS-AR-NUMBER(WS-AR-SUB) TO AR-INVOICE-NUMBER
               MOVE WS-AR-TYPE(WS-AR-SUB) TO AR-TYPE
               MOVE WS-AR-BRANCH(WS-AR-SUB) TO AR-BRANCH
               MOVE WS-AR-MONTH(WS-AR-SUB) TO AR-MONTH
               MOVE WS-AR-INV-DATE(WS-AR-SUB) TO AR-INVOICE-DATE
               MOVE WS-AR-DUE-DATE(WS-AR-SUB) TO AR-DUE-DATE
               MOVE WS-AR-AMOUNT(WS-AR-SUB) TO AR-AMOUNT
               MOVE WS-AR-PAID(WS-AR-SUB) TO AR-PAID
               MOVE WS-AR-STATUS(WS-AR-SUB) TO AR-STATUS
               MOVE WS-AR-LAST-PAY(WS-AR-SUB) TO AR-LAST-PAY-DATE
               MOVE WS-AR-DUN-LEVEL(WS-AR-SUB) TO AR-DUNNING-LEVEL
               MOVE WS-AR-DUN-DATE(WS-AR-SUB) TO AR-DUNNING-DATE
               MOVE WS-AR-ALERT-DATE(WS-AR-SUB) TO AR-ALERT-DATE
               WRITE AR-LEDGER-RECORD
           END-PERFORM

           CLOSE LEDGER-FILE.

       SET-ROW-STATUS.

           IF WS-AR-PAID(WS-AR-APPLY-SUB)
                   = WS-AR-AMOUNT(WS-AR-APPLY-SUB)
               MOVE "S" TO WS-AR-STATUS(WS-AR-APPLY-SUB)
           ELSE
               MOVE "O" TO WS-AR-STATUS(WS-AR-APPLY-SUB)
           END-IF.

       APPLY-TO-INVOICE.

      * applies as much of WS-PAY-REMAINING as the invoice at
      * WS-AR-APPLY-SUB still owes
           COMPUTE WS-AR-BALANCE = WS-AR-AMOUNT(WS-AR-APPLY-SUB)
               - WS-AR-PAID(WS-AR-APPLY-SUB)
           IF WS-PAY-REMAINING < WS-AR-BALANCE
               MOVE WS-PAY-REMAINING TO WS-PAY-PORTION
           ELSE
               MOVE WS-AR-BALANCE TO WS-PAY-PORTION
           END-IF

           ADD WS-PAY-PORTION TO WS-AR-PAID(WS-AR-APPLY-SUB)
           SUBTRACT WS-PAY-PORTION FROM WS-PAY-REMAINING
           MOVE WS-TODAY-FORMATTED TO WS-AR-LAST-PAY(WS-AR-APPLY-SUB)
           PERFORM SET-ROW-STATUS

           ADD 1 TO WS-PAY-INV-COUNT
           IF WS-PAY-FIRST-INV = SPACES
               MOVE WS-AR-NUMBER(WS-AR-APPLY-SUB) TO WS-PAY-FIRST-INV
           END-IF.

       APPLY-TO-OLDEST-INVOICES.

           PERFORM VARYING WS-AR-APPLY-SUB FROM 1 BY 1
                   UNTIL WS-AR-APPLY-SUB > WS-AR-COUNT
                   OR WS-PAY-REMAINING NOT > ZERO
               IF WS-AR-BRANCH(WS-AR-APPLY-SUB) = WS-PAY-BRANCH
                       AND WS-AR-TYPE(WS-AR-APPLY-SUB) = "I"
                       AND WS-AR-PAID(WS-AR-APPLY-SUB)
                           < WS-AR-AMOUNT(WS-AR-APPLY-SUB)
                   PERFORM APPLY-TO-INVOICE
               END-IF
           END-PERFORM.

       RELEASE-INVOICE-OVERPAYMENTS.

      * an invoice fee-invoice revised below what was already paid
      * on it has been overpaid; the excess goes to the branch's
      * credit for today, the same as an overpayment would
           PERFORM VARYING WS-AR-SUB FROM 1 BY 1
                   UNTIL WS-AR-SUB > WS-AR-COUNT
               IF WS-AR-TYPE(WS-AR-SUB) = "I"
                       AND WS-AR-PAID(WS-AR-SUB)
                           > WS-AR-AMOUNT(WS-AR-SUB)
                   COMPUTE WS-PAY-REMAINING = WS-AR-PAID(WS-AR-SUB)
                       - WS-AR-AMOUNT(WS-AR-SUB)
                   MOVE WS-AR-AMOUNT(WS-AR-SUB)
                       TO WS-AR-PAID(WS-AR-SUB)
                   MOVE WS-AR-SUB TO WS-AR-APPLY-SUB
                   PERFORM SET-ROW-STATUS
                   MOVE WS-AR-BRANCH(WS-AR-SUB) TO WS-PAY-BRANCH
                   PERFORM HOLD-BRANCH-CREDIT
                   DISPLAY "INVOICE " WS-AR-NUMBER(WS-AR-SUB)
                       " REVISED BELOW THE AMOUNT PAID - EXCESS HELD "
                       "AS " WS-CREDIT-NUMBER
               END-IF
           END-PERFORM.

       NET-BRANCH-CREDITS.

      * an unapplied credit is used up against the same branch's
      * open invoices, oldest first; the part used is carried as
      * paid on the credit row, which is settled once all used
           PERFORM VARYING WS-AR-CREDIT-SUB FROM 1 BY 1
                   UNTIL WS-AR-CREDIT-SUB > WS-AR-COUNT
               IF WS-AR-TYPE(WS-AR-CREDIT-SUB) = "C"
                       AND WS-AR-PAID(WS-AR-CREDIT-SUB)
                           > WS-AR-AMOUNT(WS-AR-CREDIT-SUB)
                   COMPUTE WS-PAY-STARTING =
                       WS-AR-PAID(WS-AR-CREDIT-SUB)
                       - WS-AR-AMOUNT(WS-AR-CREDIT-SUB)
                   MOVE WS-PAY-STARTING TO WS-PAY-REMAINING
                   MOVE WS-AR-BRANCH(WS-AR-CREDIT-SUB)
                       TO WS-PAY-BRANCH
                   MOVE ZERO TO WS-PAY-INV-COUNT
                   MOVE SPACES TO WS-PAY-FIRST-INV
                   PERFORM APPLY-TO-OLDEST-INVOICES
                   IF WS-PAY-REMAINING < WS-PAY-STARTING
                       COMPUTE WS-AR-PAID(WS-AR-CREDIT-SUB) =
                           WS-AR-PAID(WS-AR-CREDIT-SUB)
                           - (WS-PAY-STARTING - WS-PAY-REMAINING)
                       MOVE WS-TODAY-FORMATTED
                           TO WS-AR-LAST-PAY(WS-AR-CREDIT-SUB)
                       MOVE WS-AR-CREDIT-SUB TO WS-AR-APPLY-SUB
                       PERFORM SET-ROW-STATUS
                       ADD 1 TO WS-CREDITS-NETTED
                   END-IF
               END-IF
           END-PERFORM.

       HOLD-BRANCH-CREDIT.

      * WS-PAY-REMAINING is held for WS-PAY-BRANCH on its credit row
      * for today, which is added to if the branch already has one
           MOVE SPACES TO WS-CREDIT-NUMBER
           STRING "CRD" WS-RUN-DATE-YYYY(3:2) WS-RUN-DATE-MM
               WS-RUN-DATE-DD WS-PAY-BRANCH
               DELIMITED BY SIZE INTO WS-CREDIT-NUMBER

           MOVE ZERO TO WS-AR-APPLY-SUB
           PERFORM VARYING WS-AR-SUB2 FROM 1 BY 1
                   UNTIL WS-AR-SUB2 > WS-AR-COUNT
               IF WS-AR-NUMBER(WS-AR-SUB2) = WS-CREDIT-NUMBER
                   MOVE WS-AR-SUB2 TO WS-AR-APPLY-SUB
               END-IF
           END-PERFORM

           IF WS-AR-APPLY-SUB = ZERO
               IF WS-AR-COUNT >= 500
                   MOVE "WS-AR-TABLE OVERFLOW - MORE THAN 500"
                       TO WS-ABEND-MESSAGE
                   PERFORM ABEND-RTN
               END-IF
               ADD 1 TO WS-AR-COUNT
               MOVE WS-AR-COUNT TO WS-AR-APPLY-SUB
               MOVE WS-CREDIT-NUMBER TO WS-AR-NUMBER(WS-AR-APPLY-SUB)
               MOVE "C" TO WS-AR-TYPE(WS-AR-APPLY-SUB)
               MOVE WS-PAY-BRANCH TO WS-AR-BRANCH(WS-AR-APPLY-SUB)
               MOVE SPACES TO WS-AR-MONTH(WS-AR-APPLY-SUB)
               MOVE WS-TODAY-FORMATTED
                   TO WS-AR-INV-DATE(WS-AR-APPLY-SUB)
               MOVE SPACES TO WS-AR-DUE-DATE(WS-AR-APPLY-SUB)
               MOVE ZERO TO WS-AR-AMOUNT(WS-AR-APPLY-SUB)
               MOVE ZERO TO WS-AR-PAID(WS-AR-APPLY-SUB)
               MOVE SPACES TO WS-AR-LAST-PAY(WS-AR-APPLY-SUB)
               MOVE ZERO TO WS-AR-DUN-LEVEL(WS-AR-APPLY-SUB)
               MOVE SPACES TO WS-AR-DUN-DATE(WS-AR-APPLY-SUB)
               MOVE SPACES TO WS-AR-ALERT-DATE(WS-AR-APPLY-SUB)
               MOVE ZERO TO WS-AR-DAYS-PAST(WS-AR-APPLY-SUB)
               MOVE ZERO TO WS-AR-BUCKET(WS-AR-APPLY-SUB)
           END-IF

           SUBTRACT WS-PAY-REMAINING FROM WS-AR-AMOUNT(WS-AR-APPLY-SUB)
           PERFORM SET-ROW-STATUS
           MOVE ZERO TO WS-PAY-REMAINING.

       APPLY-BRANCH-PAYMENTS.

           SET WS-EOF TO FALSE

           OPEN INPUT PAYMENT-FILE
           IF WS-FILE-STATUS = "35"
               SET WS-EOF TO TRUE
           ELSE
               IF WS-FILE-STATUS NOT = "00"
                   STRING "UNABLE TO OPEN BRANCHPAYMENTS, STATUS "
                       WS-FILE-STATUS DELIMITED BY SIZE
                       INTO WS-ABEND-MESSAGE
                   PERFORM ABEND-RTN
               END-IF
           END-IF

           IF NOT WS-EOF
               READ PAYMENT-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
           END-IF

           PERFORM UNTIL WS-EOF
               ADD 1 TO WS-PAY-READ
               PERFORM APPLY-ONE-PAYMENT
               IF WS-PH-COUNT >= 500
                   MOVE "WS-PH-TABLE OVERFLOW - MORE THAN 500"
                       TO WS-ABEND-MESSAGE
                   PERFORM ABEND-RTN
               END-IF
               ADD 1 TO WS-PH-COUNT
               MOVE AR-PAYMENT-RECORD TO WS-PH-IMAGE(WS-PH-COUNT)
               READ PAYMENT-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
           END-PERFORM

           IF WS-FILE-STATUS NOT = "35"
               CLOSE PAYMENT-FILE
           END-IF.

       APPLY-ONE-PAYMENT.

           MOVE WS-TODAY-FORMATTED TO AP-APPLIED-DATE
           MOVE SPACES TO AP-NOTE
           MOVE AP-BRANCH TO WS-ENTRY-BRANCH
           PERFORM FIND-BRANCH-ROW

           EVALUATE TRUE
               WHEN AP-AMOUNT NOT NUMERIC
                   SET AP-REFUSED TO TRUE
                   MOVE "AMOUNT NOT NUMERIC" TO AP-NOTE
               WHEN AP-AMOUNT NOT > ZERO
                   SET AP-REFUSED TO TRUE
                   MOVE "AMOUNT NOT GREATER THAN ZERO" TO AP-NOTE
               WHEN WS-BR-MASTER-PRESENT
                       AND WS-BR-MATCH-SUB = ZERO
                   SET AP-REFUSED TO TRUE
                   MOVE "BRANCH NOT ON BRANCHMASTER" TO AP-NOTE
               WHEN OTHER
                   PERFORM APPLY-PAYMENT-AMOUNT
           END-EVALUATE

           IF AP-REFUSED
               ADD 1 TO WS-PAY-REFUSED
               DISPLAY "PAYMENT REFUSED FOR BRANCH " AP-BRANCH
                   " DATED " AP-PAY-DATE " - " AP-NOTE
           END-IF.

       APPLY-PAYMENT-AMOUNT.

           MOVE AP-AMOUNT TO WS-PAY-REMAINING
           MOVE AP-BRANCH TO WS-PAY-BRANCH
           MOVE ZERO TO WS-PAY-INV-COUNT
           MOVE SPACES TO WS-PAY-FIRST-INV

      * the invoice the branch named is paid first, if it is one of
      * its own and still open
           IF AP-INVOICE-REF NOT = SPACES
               PERFORM VARYING WS-AR-APPLY-SUB FROM 1 BY 1
                       UNTIL WS-AR-APPLY-SUB > WS-AR-COUNT
                   IF WS-AR-NUMBER(WS-AR-APPLY-SUB) = AP-INVOICE-REF
                           AND WS-AR-BRANCH(WS-AR-APPLY-SUB)
                               = AP-BRANCH
                           AND WS-AR-TYPE(WS-AR-APPLY-SUB) = "I"
                           AND WS-AR-PAID(WS-AR-APPLY-SUB)
                               < WS-AR-AMOUNT(WS-AR-APPLY-SUB)
                       PERFORM APPLY-TO-INVOICE
                   END-IF
               END-PERFORM
           END-IF

           PERFORM APPLY-TO-OLDEST-INVOICES

           IF WS-PAY-REMAINING > ZERO
               PERFORM HOLD-BRANCH-CREDIT
               SET AP-CREDIT-HELD TO TRUE
               ADD 1 TO WS-PAY-CREDITED
               IF WS-PAY-INV-COUNT = ZERO
                   STRING "NOTHING OWED - HELD AS CREDIT "
                       WS-CREDIT-NUMBER
                       DELIMITED BY SIZE INTO AP-NOTE
               ELSE
                   STRING "PAID " WS-PAY-INV-COUNT
                       " INVOICES, EXCESS TO " WS-CREDIT-NUMBER
                       DELIMITED BY SIZE INTO AP-NOTE
               END-IF
           ELSE
               SET AP-APPLIED TO TRUE
               ADD 1 TO WS-PAY-APPLIED
               STRING "APPLIED TO " WS-PAY-INV-COUNT
                   " INVOICES FROM " WS-PAY-FIRST-INV
                   DELIMITED BY SIZE INTO AP-NOTE
           END-IF.

       AGE-LEDGER-ROWS.

           PERFORM VARYING WS-AR-SUB FROM 1 BY 1
                   UNTIL WS-AR-SUB > WS-AR-COUNT
               MOVE ZERO TO WS-AR-DAYS-PAST(WS-AR-SUB)
               MOVE ZERO TO WS-AR-BUCKET(WS-AR-SUB)
               IF WS-AR-TYPE(WS-AR-SUB) = "I"
                       AND WS-AR-PAID(WS-AR-SUB)
                           < WS-AR-AMOUNT(WS-AR-SUB)
                   PERFORM AGE-ONE-INVOICE
               END-IF
           END-PERFORM.

       AGE-ONE-INVOICE.

      * bucket 1 is not yet due; 2-5 are 1-30, 31-60, 61-90, and
      * over 90 days past the due date
           MOVE ZERO TO WS-PAST-DAYS

           IF WS-AR-DUE-DATE(WS-AR-SUB)(1:4) NUMERIC
                   AND WS-AR-DUE-DATE(WS-AR-SUB)(6:2) NUMERIC
                   AND WS-AR-DUE-DATE(WS-AR-SUB)(9:2) NUMERIC
               MOVE WS-AR-DUE-DATE(WS-AR-SUB)(1:4) TO WS-SD-YYYY
               MOVE WS-AR-DUE-DATE(WS-AR-SUB)(6:2) TO WS-SD-MM
               MOVE WS-AR-DUE-DATE(WS-AR-SUB)(9:2) TO WS-SD-DD
               PERFORM COMPUTE-DAY-SERIAL
               MOVE WS-SW-SERIAL TO WS-DUE-SERIAL
               COMPUTE WS-PAST-DAYS = WS-TODAY-SERIAL - WS-DUE-SERIAL
           END-IF

           IF WS-PAST-DAYS > 99999
               MOVE 99999 TO WS-PAST-DAYS
           END-IF
           IF WS-PAST-DAYS < -99999
               MOVE -99999 TO WS-PAST-DAYS
           END-IF
           MOVE WS-PAST-DAYS TO WS-AR-DAYS-PAST(WS-AR-SUB)

           EVALUATE TRUE
               WHEN WS-PAST-DAYS > 90
                   MOVE 5 TO WS-AR-BUCKET(WS-AR-SUB)
               WHEN WS-PAST-DAYS > 60
                   MOVE 4 TO WS-AR-BUCKET(WS-AR-SUB)
               WHEN WS-PAST-DAYS > 30
                   MOVE 3 TO WS-AR-BUCKET(WS-AR-SUB)
               WHEN WS-PAST-DAYS > ZERO
                   MOVE 2 TO WS-AR-BUCKET(WS-AR-SUB)
               WHEN OTHER
                   MOVE 1 TO WS-AR-BUCKET(WS-AR-SUB)
           END-EVALUATE.

       PRINT-AGED-REPORT.

           MOVE "ARAGERPT" TO RPT-FILE-NAME
           MOVE "AGED BRANCH RECEIVABLES" TO RPT-TITLE
           MOVE WS-TODAY-FORMATTED TO RPT-RUN-DATE
           MOVE WS-RUN-NUMBER TO RPT-RUN-NUMBER
           MOVE ZERO TO RPT-PAGE-NUMBER
           MOVE ZERO TO RPT-LINE-COUNT
           MOVE ZERO TO RPT-LINES-PER-PAGE
           SET RPT-REQ-INIT TO TRUE
           CALL "report-writer" USING RPT-CONTROL

           IF WS-PH-COUNT > ZERO
               PERFORM PRINT-PAYMENTS-APPLIED
           END-IF

           MOVE SPACES TO RPT-LINE
           STRING "  INVOICE      MONTH   DUE DATE   DAYS PAST "
               "BUCKET          BALANCE"
               DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE HIGH-VALUES TO WS-BRANCH-BREAK
           INITIALIZE WS-BRANCH-TOTALS
           INITIALIZE WS-GRAND-TOTALS

           PERFORM VARYING WS-AR-SUB FROM 1 BY 1
                   UNTIL WS-AR-SUB > WS-AR-COUNT
               IF WS-AR-PAID(WS-AR-SUB) NOT = WS-AR-AMOUNT(WS-AR-SUB)
                   IF WS-AR-BRANCH(WS-AR-SUB) NOT = WS-BRANCH-BREAK
                       PERFORM END-AGED-BRANCH
                       MOVE WS-AR-BRANCH(WS-AR-SUB)
                           TO WS-BRANCH-BREAK
                       MOVE WS-AR-BRANCH(WS-AR-SUB)
                           TO WS-ENTRY-BRANCH
                       PERFORM FIND-BRANCH-ROW
                       MOVE SPACES TO RPT-LINE
                       STRING "BRANCH " WS-BRANCH-BREAK " "
                           WS-BRANCH-NAME
                           DELIMITED BY SIZE INTO RPT-LINE
                       PERFORM WRITE-REPORT-LINE
                   END-IF
                   PERFORM PRINT-AGED-ROW
               END-IF
           END-PERFORM
           PERFORM END-AGED-BRANCH

           MOVE SPACES TO RPT-LINE
           MOVE "ALL BRANCHES" TO RPT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING WS-BKT-SUB FROM 1 BY 1
                   UNTIL WS-BKT-SUB > 5
               MOVE WS-GT-BKT-AMOUNT(WS-BKT-SUB) TO WS-TOTAL-DISPLAY
               MOVE SPACES TO RPT-LINE
               STRING "  " WS-BUCKET-NAME(WS-BKT-SUB) "    "
                   WS-GT-BKT-COUNT(WS-BKT-SUB) " INVOICES  "
                   WS-TOTAL-DISPLAY
                   DELIMITED BY SIZE INTO RPT-LINE
               PERFORM WRITE-REPORT-LINE
           END-PERFORM
           MOVE WS-GT-CREDIT TO WS-TOTAL-DISPLAY
           MOVE SPACES TO RPT-LINE
           STRING "  UNAPPLIED CREDIT                "
               WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-REPORT-LINE

           COMPUTE WS-GT-OWED = WS-GT-OWED + WS-GT-CREDIT
           MOVE WS-GT-OWED TO WS-TOTAL-DISPLAY
           MOVE SPACES TO RPT-LINE
           STRING "OPEN INVOICES " WS-GT-COUNT
               "  NET OWED BY ALL BRANCHES " WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO RPT-LINE
           SET RPT-REQ-TOTAL TO TRUE
           CALL "report-writer" USING RPT-CONTROL

           SET RPT-REQ-CLOSE TO TRUE
           CALL "report-writer" USING RPT-CONTROL.

       PRINT-AGED-ROW.

           COMPUTE WS-AR-BALANCE = WS-AR-AMOUNT(WS-AR-SUB)
               - WS-AR-PAID(WS-AR-SUB)
           MOVE WS-AR-BALANCE TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO RPT-LINE

           IF WS-AR-TYPE(WS-AR-SUB) = "C"
               ADD WS-AR-BALANCE TO WS-BT-CREDIT
               STRING "  " WS-AR-NUMBER(WS-AR-SUB)
                   " UNAPPLIED CREDIT FROM "
                   WS-AR-INV-DATE(WS-AR-SUB) "      "
                   WS-AMOUNT-DISPLAY
                   DELIMITED BY SIZE INTO RPT-LINE
           ELSE
               MOVE WS-AR-BUCKET(WS-AR-SUB) TO WS-BKT-SUB
               ADD 1 TO WS-BT-COUNT
               ADD WS-AR-BALANCE TO WS-BT-OWED
               ADD 1 TO WS-BT-BKT-COUNT(WS-BKT-SUB)
               ADD WS-AR-BALANCE TO WS-BT-BKT-AMOUNT(WS-BKT-SUB)
               MOVE WS-AR-DAYS-PAST(WS-AR-SUB) TO WS-DAYS-DISPLAY
               STRING "  " WS-AR-NUMBER(WS-AR-SUB) " "
                   WS-AR-MONTH(WS-AR-SUB) " "
                   WS-AR-DUE-DATE(WS-AR-SUB) " " WS-DAYS-DISPLAY
                   "    " WS-BUCKET-NAME(WS-BKT-SUB) " "
                   WS-AMOUNT-DISPLAY
                   DELIMITED BY SIZE INTO RPT-LINE
           END-IF

           PERFORM WRITE-REPORT-LINE.

       END-AGED-BRANCH.

           IF WS-BRANCH-BREAK NOT = HIGH-VALUES
               PERFORM VARYING WS-BKT-SUB FROM 1 BY 1
                       UNTIL WS-BKT-SUB > 5
                   MOVE WS-BT-BKT-AMOUNT(WS-BKT-SUB)
                       TO WS-TOTAL-DISPLAY
                   MOVE SPACES TO RPT-LINE
                   STRING "    " WS-BUCKET-NAME(WS-BKT-SUB) "  "
                       WS-BT-BKT-COUNT(WS-BKT-SUB) " INVOICES  "
                       WS-TOTAL-DISPLAY
                       DELIMITED BY SIZE INTO RPT-LINE
                   PERFORM WRITE-REPORT-LINE
                   ADD WS-BT-BKT-COUNT(WS-BKT-SUB)
                       TO WS-GT-BKT-COUNT(WS-BKT-SUB)
                   ADD WS-BT-BKT-AMOUNT(WS-BKT-SUB)
                       TO WS-GT-BKT-AMOUNT(WS-BKT-SUB)
               END-PERFORM

               COMPUTE WS-AR-BALANCE = WS-BT-OWED + WS-BT-CREDIT
               MOVE WS-AR-BALANCE TO WS-TOTAL-DISPLAY
               MOVE SPACES TO RPT-LINE
               STRING "    NET OWED BY BRANCH " WS-BRANCH-BREAK
                   "             " WS-TOTAL-DISPLAY
                   DELIMITED BY SIZE INTO RPT-LINE
               PERFORM WRITE-REPORT-LINE

               ADD WS-BT-COUNT TO WS-GT-COUNT
               ADD WS-BT-OWED TO WS-GT-OWED
               ADD WS-BT-CREDIT TO WS-GT-CREDIT
           END-IF
           INITIALIZE WS-BRANCH-TOTALS.

       PRINT-PAYMENTS-APPLIED.

           MOVE SPACES TO RPT-LINE
           MOVE "BRANCH PAYMENTS APPLIED THIS RUN" TO RPT-LINE
           PERFORM WRITE-REPORT-LINE

           PERFORM VARYING WS-PH-SUB FROM 1 BY 1
                   UNTIL WS-PH-SUB > WS-PH-COUNT
               MOVE WS-PH-IMAGE(WS-PH-SUB) TO AR-PAYMENT-RECORD
               IF AP-AMOUNT NUMERIC
                   MOVE AP-AMOUNT TO WS-PAY-DISPLAY
               ELSE
                   MOVE ZERO TO WS-PAY-DISPLAY
               END-IF
               MOVE SPACES TO RPT-LINE
               STRING "  " AP-BRANCH " " AP-PAY-DATE " "
                   WS-PAY-DISPLAY " " AP-OUTCOME " " AP-NOTE
                   DELIMITED BY SIZE INTO RPT-LINE
               PERFORM WRITE-REPORT-LINE
           END-PERFORM

           MOVE SPACES TO RPT-LINE
           PERFORM WRITE-REPORT-LINE.

       PRINT-DUNNING-NOTICES.

           MOVE "DUNNINGRPT" TO RPT-FILE-NAME
           MOVE "BRANCH DUNNING NOTICES" TO RPT-TITLE
           MOVE WS-TODAY-FORMATTED TO RPT-RUN-DATE
           MOVE WS-RUN-NUMBER TO RPT-RUN-NUMBER
           MOVE ZERO TO RPT-PAGE-NUMBER
           MOVE ZERO TO RPT-LINE-COUNT
           MOVE ZERO TO RPT-LINES-PER-PAGE
           SET RPT-REQ-INIT TO TRUE
           CALL "report-writer" USING RPT-CONTROL

           MOVE HIGH-VALUES TO WS-BRANCH-BREAK
           PERFORM VARYING WS-AR-SUB FROM 1 BY 1
                   UNTIL WS-AR-SUB > WS-AR-COUNT
               IF WS-AR-BRANCH(WS-AR-SUB) NOT = WS-BRANCH-BREAK
                   MOVE WS-AR-BRANCH(WS-AR-SUB) TO WS-BRANCH-BREAK
                   PERFORM CHECK-BRANCH-NOTICE
                   IF WS-NOTICE-DUE
                       PERFORM PRINT-ONE-NOTICE
                   END-IF
               END-IF
           END-PERFORM

           MOVE SPACES TO RPT-LINE
           IF WS-NOTICE-COUNT = ZERO
               STRING "NO INVOICE HAS MOVED INTO A LATER BUCKET - "
                   "NO NOTICES" DELIMITED BY SIZE INTO RPT-LINE
           ELSE
               STRING "DUNNING NOTICES " WS-NOTICE-COUNT
                   DELIMITED BY SIZE INTO RPT-LINE
           END-IF
           SET RPT-REQ-TOTAL TO TRUE
           CALL "report-writer" USING RPT-CONTROL

           SET RPT-REQ-CLOSE TO TRUE
           CALL "report-writer" USING RPT-CONTROL.

       CHECK-BRANCH-NOTICE.

      * a notice is due when any open invoice of the branch is in a
      * later past-due bucket than the last notice sent for it
           SET WS-NOTICE-DUE TO FALSE
           MOVE ZERO TO WS-NOTICE-LEVEL

           PERFORM VARYING WS-AR-SUB2 FROM 1 BY 1
                   UNTIL WS-AR-SUB2 > WS-AR-COUNT
               IF WS-AR-BRANCH(WS-AR-SUB2) = WS-BRANCH-BREAK
                       AND WS-AR-BUCKET(WS-AR-SUB2) > 1
                   IF WS-AR-BUCKET(WS-AR-SUB2) - 1
                           > WS-AR-DUN-LEVEL(WS-AR-SUB2)
                       SET WS-NOTICE-DUE TO TRUE
                   END-IF
                   IF WS-AR-BUCKET(WS-AR-SUB2) - 1 > WS-NOTICE-LEVEL
                       COMPUTE WS-NOTICE-LEVEL =
                           WS-AR-BUCKET(WS-AR-SUB2) - 1
                   END-IF
               END-IF
           END-PERFORM.

       PRINT-ONE-NOTICE.

           ADD 1 TO WS-NOTICE-COUNT
           MOVE ZERO TO WS-NOTICE-PAST-DUE
           MOVE ZERO TO WS-NOTICE-CREDIT
           MOVE WS-BRANCH-BREAK TO WS-ENTRY-BRANCH
           PERFORM FIND-BRANCH-ROW

           MOVE SPACES TO RPT-LINE
           STRING "NOTICE TO BRANCH " WS-BRANCH-BREAK " "
               WS-BRANCH-NAME " DATED " WS-TODAY-FORMATTED
               DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO RPT-LINE
           MOVE WS-NOTICE-TEXT(WS-NOTICE-LEVEL) TO RPT-LINE(3:60)
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "  INVOICE      MONTH   DUE DATE   DAYS PAST "
               "                BALANCE"
               DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-REPORT-LINE

           PERFORM VARYING WS-AR-SUB2 FROM 1 BY 1
                   UNTIL WS-AR-SUB2 > WS-AR-COUNT
               IF WS-AR-BRANCH(WS-AR-SUB2) = WS-BRANCH-BREAK
                   PERFORM PRINT-NOTICE-ROW
               END-IF
           END-PERFORM

           MOVE WS-NOTICE-PAST-DUE TO WS-TOTAL-DISPLAY
           MOVE SPACES TO RPT-LINE
           STRING "  TOTAL PAST DUE                              "
               WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-REPORT-LINE
           IF WS-NOTICE-CREDIT NOT = ZERO
               MOVE WS-NOTICE-CREDIT TO WS-TOTAL-DISPLAY
               MOVE SPACES TO RPT-LINE
               STRING "  LESS UNAPPLIED CREDIT ON ACCOUNT            "
                   WS-TOTAL-DISPLAY
                   DELIMITED BY SIZE INTO RPT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE SPACES TO RPT-LINE
           MOVE "  PLEASE REMIT BY RETURN, QUOTING THE INVOICE NUMBERS"
               TO RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO RPT-LINE
           PERFORM WRITE-REPORT-LINE.

       PRINT-NOTICE-ROW.

           COMPUTE WS-AR-BALANCE = WS-AR-AMOUNT(WS-AR-SUB2)
               - WS-AR-PAID(WS-AR-SUB2)

           IF WS-AR-TYPE(WS-AR-SUB2) = "C"
               ADD WS-AR-BALANCE TO WS-NOTICE-CREDIT
           END-IF

      * every past-due invoice is listed, and each is marked as
      * noticed at the bucket it is in now
           IF WS-AR-BUCKET(WS-AR-SUB2) > 1
               ADD WS-AR-BALANCE TO WS-NOTICE-PAST-DUE
               MOVE WS-AR-BALANCE TO WS-AMOUNT-DISPLAY
               MOVE WS-AR-DAYS-PAST(WS-AR-SUB2) TO WS-DAYS-DISPLAY
               MOVE SPACES TO RPT-LINE
               STRING "  " WS-AR-NUMBER(WS-AR-SUB2) " "
                   WS-AR-MONTH(WS-AR-SUB2) " "
                   WS-AR-DUE-DATE(WS-AR-SUB2) " " WS-DAYS-DISPLAY
                   "                 " WS-AMOUNT-DISPLAY
                   DELIMITED BY SIZE INTO RPT-LINE
               PERFORM WRITE-REPORT-LINE
               IF WS-AR-BUCKET(WS-AR-SUB2) - 1
                       > WS-AR-DUN-LEVEL(WS-AR-SUB2)
                   COMPUTE WS-AR-DUN-LEVEL(WS-AR-SUB2) =
                       WS-AR-BUCKET(WS-AR-SUB2) - 1
                   MOVE WS-TODAY-FORMATTED
                       TO WS-AR-DUN-DATE(WS-AR-SUB2)
               END-IF
           END-IF.

       RAISE-SUPERVISOR-ALERTS.

      * an invoice past the final bucket is alerted once - to the
      * operator through abend-alert and, since it needs a
      * supervisor's decision, paged straight to the supervisor
           PERFORM VARYING WS-AR-SUB FROM 1 BY 1
                   UNTIL WS-AR-SUB > WS-AR-COUNT
               IF WS-AR-BUCKET(WS-AR-SUB) = 5
                       AND WS-AR-ALERT-DATE(WS-AR-SUB) = SPACES
                   PERFORM RAISE-ONE-ALERT
               END-IF
           END-PERFORM.

       RAISE-ONE-ALERT.

           MOVE SPACES TO WS-ABEND-MESSAGE
           STRING "BRANCH " WS-AR-BRANCH(WS-AR-SUB) " INVOICE "
               WS-AR-NUMBER(WS-AR-SUB) " OVER 90 DAYS PAST DUE"
               DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
           MOVE "DUNNING" TO WS-ABEND-STATUS
           CALL "abend-alert" USING WS-ABEND-FIELDS

           ACCEPT WS-PAGE-DATE FROM DATE YYYYMMDD
           ACCEPT WS-PAGE-TIME FROM TIME
           MOVE WS-ABEND-PROGRAM TO PQ-PROGRAM
           MOVE SPACES TO PQ-ALERT-TIMESTAMP
           STRING WS-PD-YYYY "-" WS-PD-MM "-" WS-PD-DD " "
               WS-PAGE-TIME DELIMITED BY SIZE INTO PQ-ALERT-TIMESTAMP
           MOVE WS-ABEND-STATUS TO PQ-STATUS
           MOVE WS-ABEND-MESSAGE TO PQ-MESSAGE
           MOVE 2 TO PQ-ESC-LEVEL
           CALL "on-call-page" USING PAGE-REQUEST

           MOVE WS-TODAY-FORMATTED TO WS-AR-ALERT-DATE(WS-AR-SUB)
           ADD 1 TO WS-ALERT-COUNT
           MOVE SPACES TO WS-ABEND-MESSAGE
           MOVE SPACES TO WS-ABEND-STATUS.

       WRITE-PAYMENT-HISTORY.

           OPEN EXTEND PAY-HIST-FILE
           IF WS-FILE-STATUS = "35"
               OPEN OUTPUT PAY-HIST-FILE
               CLOSE PAY-HIST-FILE
               OPEN EXTEND PAY-HIST-FILE
           END-IF
           IF WS-FILE-STATUS NOT = "00"
               STRING "UNABLE TO OPEN ARPAYHIST, STATUS "
                   WS-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RTN
           END-IF

           PERFORM VARYING WS-PH-SUB FROM 1 BY 1
                   UNTIL WS-PH-SUB > WS-PH-COUNT
               MOVE WS-PH-IMAGE(WS-PH-SUB) TO PAY-HIST-RECORD
               WRITE PAY-HIST-RECORD
           END-PERFORM

           CLOSE PAY-HIST-FILE.

       EMPTY-PAYMENT-FILE.

      * every payment read is now on the ledger and on ARPAYHIST,
      * refused ones included, so none is applied twice
           OPEN OUTPUT PAYMENT-FILE
           IF WS-FILE-STATUS NOT = "00"
               STRING "UNABLE TO OPEN BRANCHPAYMENTS, STATUS "
                   WS-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RTN
           END-IF
           CLOSE PAYMENT-FILE.

       SIGNON-SUPERVISOR-BADGE.

           SET WS-SUP-OK TO FALSE
           SET WS-OP-EOF TO FALSE

           DISPLAY "ENTER YOUR BADGE NUMBER: "
           MOVE SPACES TO WS-SUP-BADGE-X
           ACCEPT WS-SUP-BADGE-X
           IF WS-SUP-BADGE-X NOT NUMERIC
               DISPLAY "INVALID BADGE, NUMBERS ONLY."
           ELSE
               MOVE WS-SUP-BADGE-X TO WS-SUP-BADGE

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

               PERFORM UNTIL WS-OP-EOF OR WS-SUP-OK
                   READ OPERATOR-FILE
                       AT END
                           SET WS-OP-EOF TO TRUE
                       NOT AT END
                           IF OP-BADGE = WS-SUP-BADGE
                                   AND OP-CLASS-SUPERVISOR
                                   AND OP-ACTIVE-FLAG NOT = "I"
                               SET WS-SUP-OK TO TRUE
                           END-IF
                   END-READ
               END-PERFORM

               IF WS-FILE-STATUS NOT = "35"
                   CLOSE OPERATOR-FILE
               END-IF

               IF WS-SUP-OK
                   MOVE WS-SUP-BADGE TO PC-BADGE
                   CALL "pin-verify" USING PIN-CHECK-AREA
                   IF NOT PC-OK
                       SET WS-SUP-OK TO FALSE
                   END-IF
               END-IF
           END-IF.

       ENTER-BRANCH-PAYMENTS.

           IF NOT WS-SUP-OK
               PERFORM SIGNON-SUPERVISOR-BADGE
           END-IF
           IF NOT WS-SUP-OK
               DISPLAY "PAYMENT ENTRY REFUSED - SUPERVISOR BADGE "
                   "REQUIRED"
           ELSE
               PERFORM ENTER-ONE-PAYMENT
           END-IF.

       ENTER-ONE-PAYMENT.

           DISPLAY "ENTER BRANCH CODE: "
           MOVE SPACES TO WS-ENTRY-BRANCH
           ACCEPT WS-ENTRY-BRANCH
           PERFORM FIND-BRANCH-ROW

           IF WS-ENTRY-BRANCH = SPACES
                   OR (WS-BR-MASTER-PRESENT
                   AND WS-BR-MATCH-SUB = ZERO)
               DISPLAY "BRANCH " WS-ENTRY-BRANCH
                   " IS NOT ON BRANCHMASTER - NOT ENTERED"
           ELSE
               MOVE "ENTER DATE RECEIVED (SPACES = TODAY): "
                   TO WS-DATE-PROMPT
               SET WS-DATE-BLANK-OK TO TRUE
               PERFORM GET-ENTRY-DATE
               IF WS-ENTRY-DATE = SPACES
                   MOVE WS-TODAY-FORMATTED TO WS-ENTRY-DATE
               END-IF

               PERFORM GET-ENTRY-AMOUNT

               DISPLAY "ENTER INVOICE NUMBER PAID (SPACES = OLDEST "
                   "FIRST): "
               MOVE SPACES TO WS-ENTRY-INVOICE
               ACCEPT WS-ENTRY-INVOICE
               DISPLAY "ENTER PAYER REFERENCE: "
               MOVE SPACES TO WS-ENTRY-PAYER
               ACCEPT WS-ENTRY-PAYER

               MOVE WS-ENTRY-AMOUNT TO WS-PAY-DISPLAY
               DISPLAY "PAYMENT OF " WS-PAY-DISPLAY " FROM BRANCH "
                   WS-ENTRY-BRANCH " - CONFIRM (Y/N): "
               MOVE SPACES TO WS-CONFIRM
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM = "Y"
                   PERFORM WRITE-PAYMENT-RECORD
                   DISPLAY "PAYMENT ENTERED - APPLIED AT THE NEXT "
                       "AGING RUN"
               ELSE
                   DISPLAY "NOT ENTERED"
               END-IF
           END-IF.

       GET-ENTRY-AMOUNT.

           DISPLAY "ENTER AMOUNT, 11 DIGITS WITH 2 DECIMALS IMPLIED "
               "(00000125000 = 1,250.00): "
           MOVE SPACES TO WS-ENTRY-AMOUNT-X
           ACCEPT WS-ENTRY-AMOUNT-X
           PERFORM UNTIL WS-ENTRY-AMOUNT-X NUMERIC
                   AND WS-ENTRY-AMOUNT > ZERO
               DISPLAY "INVALID AMOUNT, 11 DIGITS. RE-ENTER: "
               MOVE SPACES TO WS-ENTRY-AMOUNT-X
               ACCEPT WS-ENTRY-AMOUNT-X
           END-PERFORM.

       GET-ENTRY-DATE.

           DISPLAY WS-DATE-PROMPT
           MOVE SPACES TO WS-ENTRY-DATE
           ACCEPT WS-ENTRY-DATE
           PERFORM CHECK-ENTRY-DATE
           PERFORM UNTIL WS-DATE-VALID
               DISPLAY "INVALID DATE, YYYY-MM-DD. RE-ENTER: "
               MOVE SPACES TO WS-ENTRY-DATE
               ACCEPT WS-ENTRY-DATE
               PERFORM CHECK-ENTRY-DATE
           END-PERFORM.

       CHECK-ENTRY-DATE.

           SET WS-DATE-VALID TO FALSE
           IF WS-ENTRY-DATE = SPACES
               IF WS-DATE-BLANK-OK
                   SET WS-DATE-VALID TO TRUE
               END-IF
           ELSE
               IF WS-ENTRY-DATE(1:4) NUMERIC
                       AND WS-ENTRY-DATE(5:1) = "-"
                       AND WS-ENTRY-DATE(6:2) NUMERIC
                       AND WS-ENTRY-DATE(8:1) = "-"
                       AND WS-ENTRY-DATE(9:2) NUMERIC
                       AND WS-ENTRY-DATE(6:2) >= "01"
                       AND WS-ENTRY-DATE(6:2) <= "12"
                       AND WS-ENTRY-DATE(9:2) >= "01"
                       AND WS-ENTRY-DATE(9:2) <= "31"
                   SET WS-DATE-VALID TO TRUE
               END-IF
           END-IF.

       WRITE-PAYMENT-RECORD.

           OPEN EXTEND PAYMENT-FILE
           IF WS-FILE-STATUS = "35"
               OPEN OUTPUT PAYMENT-FILE
               CLOSE PAYMENT-FILE
               OPEN EXTEND PAYMENT-FILE
           END-IF
           IF WS-FILE-STATUS NOT = "00"
               STRING "UNABLE TO OPEN BRANCHPAYMENTS, STATUS "
                   WS-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RTN
           END-IF

           MOVE SPACES TO AR-PAYMENT-RECORD
           MOVE WS-ENTRY-BRANCH TO AP-BRANCH
           MOVE WS-ENTRY-DATE TO AP-PAY-DATE
           MOVE WS-ENTRY-AMOUNT TO AP-AMOUNT
           MOVE WS-ENTRY-INVOICE TO AP-INVOICE-REF
           MOVE WS-ENTRY-PAYER TO AP-PAYER-REF
           MOVE WS-SUP-BADGE TO AP-BADGE
           WRITE AR-PAYMENT-RECORD

           CLOSE PAYMENT-FILE.

       INQUIRE-BRANCH-LEDGER.

           DISPLAY "ENTER BRANCH CODE: "
           MOVE SPACES TO WS-ENTRY-BRANCH
           ACCEPT WS-ENTRY-BRANCH
           PERFORM FIND-BRANCH-ROW
           PERFORM LOAD-LEDGER-TABLE

           DISPLAY "RECEIVABLES FOR BRANCH " WS-ENTRY-BRANCH " "
               WS-BRANCH-NAME
           MOVE ZERO TO WS-BT-COUNT
           PERFORM VARYING WS-AR-SUB FROM 1 BY 1
                   UNTIL WS-AR-SUB > WS-AR-COUNT
               IF WS-AR-BRANCH(WS-AR-SUB) = WS-ENTRY-BRANCH
                   ADD 1 TO WS-BT-COUNT
                   MOVE WS-AR-AMOUNT(WS-AR-SUB) TO WS-AMOUNT-DISPLAY
                   MOVE WS-AR-PAID(WS-AR-SUB) TO WS-TOTAL-DISPLAY
                   DISPLAY "  " WS-AR-NUMBER(WS-AR-SUB) " "
                       WS-AR-STATUS(WS-AR-SUB) " DUE "
                       WS-AR-DUE-DATE(WS-AR-SUB) " "
                       WS-AMOUNT-DISPLAY " PAID " WS-TOTAL-DISPLAY
                       " NOTICE " WS-AR-DUN-LEVEL(WS-AR-SUB)
               END-IF
           END-PERFORM
           IF WS-BT-COUNT = ZERO
               DISPLAY "  NO LEDGER ROWS"
           END-IF

           DISPLAY "PAYMENTS WAITING TO BE APPLIED:"
           MOVE ZERO TO WS-BT-COUNT
           SET WS-EOF TO FALSE
           OPEN INPUT PAYMENT-FILE
           IF WS-FILE-STATUS = "35"
               SET WS-EOF TO TRUE
           ELSE
               IF WS-FILE-STATUS NOT = "00"
                   STRING "UNABLE TO OPEN BRANCHPAYMENTS, STATUS "
                       WS-FILE-STATUS DELIMITED BY SIZE
                       INTO WS-ABEND-MESSAGE
                   PERFORM ABEND-RTN
               END-IF
               READ PAYMENT-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-EOF
               IF AP-BRANCH = WS-ENTRY-BRANCH
                   ADD 1 TO WS-BT-COUNT
                   IF AP-AMOUNT NUMERIC
                       MOVE AP-AMOUNT TO WS-PAY-DISPLAY
                   ELSE
                       MOVE ZERO TO WS-PAY-DISPLAY
                   END-IF
                   DISPLAY "  " AP-PAY-DATE " " WS-PAY-DISPLAY " "
                       AP-INVOICE-REF " " AP-PAYER-REF
               END-IF
               READ PAYMENT-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
           END-PERFORM
           IF WS-FILE-STATUS NOT = "35"
               CLOSE PAYMENT-FILE
           END-IF
           IF WS-BT-COUNT = ZERO
               DISPLAY "  NONE"
           END-IF.

       WRITE-REPORT-LINE.

           SET RPT-REQ-DETAIL TO TRUE
           CALL "report-writer" USING RPT-CONTROL.

       END-OF-LOGIC-PARAGRAPHS.
           CONTINUE.

       ENTRY "BRANCH-RECEIVABLES-SUB" USING LS-RETURN-CODE.

           PERFORM BRANCH-RECEIVABLES-LOGIC

           MOVE RETURN-CODE TO LS-RETURN-CODE

           GOBACK.

      * the nightly payment application, aging, and dunning, with
      * no operator dialogue
       ENTRY "RECEIVABLES-AGING-SUB" USING LS-RETURN-CODE.

           PERFORM RECEIVABLES-AGING-LOGIC

           MOVE RETURN-CODE TO LS-RETURN-CODE

           GOBACK.

       COPY abendproc.

       END PROGRAM branch-receivables.
