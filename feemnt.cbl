      ******************************************************************
      * Author:
      * Date:
      * Purpose: Supervisor maintenance for the two branch pricing
      *          control files, FEESCHEDULE (the per-branch,
      *          per-operation rates calc-copybook bills from) and
      *          BRANCHLIMITS (the per-branch ceilings tran-edit holds
      *          work against), on the load-table / act / rewrite
      *          pattern of operator-maint. A supervisor badge,
      *          verified through pin-verify, may add a rate or
      *          ceiling, change one, or expire one by setting its
      *          last effective date. Branch codes must be active on
      *          BRANCHMASTER, and a new or changed date range may not
      *          overlap another range for the same branch and
      *          operation (or, for ceilings, the same branch). Every
      *          add, change, and expiry is journaled to RATEHIST with
      *          the badge and the record before and after. The rate
      *          card option prints each branch's rates and ceilings,
      *          current, future, and expired, to RATECARDRPT for
      *          answering branch queries about the fee invoice.
      *          Replaces editing both files by hand.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. fee-schedule-maint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEE-SCHEDULE-FILE ASSIGN TO "FEESCHEDULE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT LIMITS-FILE ASSIGN TO "BRANCHLIMITS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT BRANCH-FILE ASSIGN TO "BRANCHMASTER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT RATE-HIST-FILE ASSIGN TO "RATEHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "OPERATORFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FEE-SCHEDULE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY feesched.

       FD  LIMITS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY brlimit.

       FD  BRANCH-FILE
           LABEL RECORDS ARE STANDARD.
           COPY brchrec.

       FD  RATE-HIST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ratehist.

       FD  OPERATOR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY operrec.

       WORKING-STORAGE SECTION.
       01  WS-FS-TABLE.
           05 WS-FS-ROW OCCURS 100 TIMES.
               10 WS-FS-BRANCH       PIC X(3).
               10 WS-FS-OPERATION    PIC X(1).
               10 WS-FS-RATE         PIC S9(5)V99.
               10 WS-FS-EFF-DATE     PIC X(10).
               10 WS-FS-EXP-DATE     PIC X(10).
       01  WS-FS-COUNT              PIC 9(3) VALUE ZERO.
       01  WS-FS-SUB                PIC 9(3) VALUE ZERO.
       01  WS-FS-MATCH-SUB          PIC 9(3) VALUE ZERO.

       01  WS-BL-TABLE.
           05 WS-BL-ROW OCCURS 50 TIMES.
               10 WS-BL-BRANCH       PIC X(3).
               10 WS-BL-LIMIT        PIC 9(7)V99.
               10 WS-BL-EFF-DATE     PIC X(10).
               10 WS-BL-EXP-DATE     PIC X(10).
       01  WS-BL-COUNT              PIC 9(2) VALUE ZERO.
       01  WS-BL-SUB                PIC 9(2) VALUE ZERO.
       01  WS-BL-MATCH-SUB          PIC 9(2) VALUE ZERO.

       01  WS-BR-TABLE.
           05 WS-BR-ROW OCCURS 50 TIMES.
               10 WS-BR-CODE         PIC X(3).
               10 WS-BR-NAME         PIC X(30).
               10 WS-BR-ACTIVE       PIC X(1).
               10 WS-BR-EFF-DATE     PIC X(10).
               10 WS-BR-EXP-DATE     PIC X(10).
       01  WS-BR-COUNT              PIC 9(2) VALUE ZERO.
       01  WS-BR-SUB                PIC 9(2) VALUE ZERO.

      * the row being changed or expired is left out of its own
      * overlap check; zero on an add
       01  WS-SKIP-SUB              PIC 9(3) VALUE ZERO.

       01  WS-FILE-CHOICE           PIC X(1).
           88  WS-CHOOSE-FEES               VALUE "F".
           88  WS-CHOOSE-LIMITS             VALUE "L".
           88  WS-CHOOSE-RATE-CARD          VALUE "R".
           88  WS-CHOOSE-NONE               VALUE "N".

       01  WS-RT-ACTION             PIC X(1).
           88  WS-RT-ADD                    VALUE "A".
           88  WS-RT-CHANGE                 VALUE "C".
           88  WS-RT-EXPIRE                 VALUE "E".
           88  WS-RT-INQUIRE                VALUE "I".

       01  WS-ENTRY-BRANCH          PIC X(3).
       01  WS-ENTRY-OPERATION       PIC X(1).
           88  WS-ENTRY-OP-VALID            VALUE "A" "S" "M" "D".
       01  WS-ENTRY-RATE-X          PIC X(8).
       01  WS-ENTRY-RATE REDEFINES WS-ENTRY-RATE-X
                                    PIC S9(5)V99
                                    SIGN LEADING SEPARATE.
       01  WS-ENTRY-LIMIT-X         PIC X(9).
       01  WS-ENTRY-LIMIT REDEFINES WS-ENTRY-LIMIT-X
                                    PIC 9(7)V99.
       01  WS-ENTRY-EFF-DATE        PIC X(10).
       01  WS-ENTRY-EXP-DATE        PIC X(10).
       01  WS-ENTRY-AS-OF-DATE      PIC X(10).
       01  WS-ENTRY-DATE            PIC X(10).
       01  WS-DATE-PROMPT           PIC X(60).

       01  WS-DATE-BLANK-OK-SW      PIC X(1) VALUE "N".
           88  WS-DATE-BLANK-OK             VALUE "Y" FALSE "N".
       01  WS-DATE-VALID-SW         PIC X(1) VALUE "N".
           88  WS-DATE-VALID                VALUE "Y" FALSE "N".
       01  WS-BRANCH-OK-SW          PIC X(1) VALUE "N".
           88  WS-BRANCH-OK                 VALUE "Y" FALSE "N".
       01  WS-OVERLAP-SW            PIC X(1) VALUE "N".
           88  WS-OVERLAP                   VALUE "Y" FALSE "N".
       01  WS-FEES-CHANGED-SW       PIC X(1) VALUE "N".
           88  WS-FEES-CHANGED              VALUE "Y" FALSE "N".
       01  WS-LIMITS-CHANGED-SW     PIC X(1) VALUE "N".
           88  WS-LIMITS-CHANGED            VALUE "Y" FALSE "N".

       01  WS-HIST-FILE-CODE        PIC X(1).
       01  WS-HIST-ACTION-CODE      PIC X(1).
       01  WS-BEFORE-IMAGE          PIC X(32).
       01  WS-AFTER-IMAGE           PIC X(32).
       01  WS-TRAN-TIME             PIC X(8).

       01  WS-SIGNON-FIELDS.
           05 WS-SUP-BADGE-X        PIC X(3).
           05 WS-SUP-BADGE          PIC 9(3) VALUE ZERO.

       01  WS-SUP-OK-SW             PIC X(1) VALUE "N".
           88  WS-SUP-OK                    VALUE "Y" FALSE "N".

       01  WS-OP-EOF-SW             PIC X(1) VALUE "N".
           88  WS-OP-EOF                    VALUE "Y" FALSE "N".

       01  WS-RATE-EDIT             PIC -ZZZZ9.99.
       01  WS-LIMIT-EDIT            PIC Z,ZZZ,ZZ9.99.
       01  WS-ROW-STATE             PIC X(7).
       01  WS-CARD-LINES            PIC 9(5) VALUE ZERO.
       01  WS-CARD-BRANCHES         PIC 9(3) VALUE ZERO.

       01  WS-TODAY-FORMATTED       PIC X(10).

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

           PERFORM FEE-MAINT-LOGIC

           GOBACK.

       FEE-MAINT-LOGIC.

           MOVE "fee-schedule-maint" TO WS-ABEND-PROGRAM

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           CALL "business-date" USING WS-RUN-DATE
           MOVE SPACES TO WS-TODAY-FORMATTED
           STRING WS-RUN-DATE-YYYY "-" WS-RUN-DATE-MM "-"
               WS-RUN-DATE-DD DELIMITED BY SIZE
               INTO WS-TODAY-FORMATTED

           PERFORM SIGNON-SUPERVISOR-BADGE
           IF NOT WS-SUP-OK
               DISPLAY "RATE MAINTENANCE REFUSED - SUPERVISOR "
                   "BADGE REQUIRED"
           ELSE
               PERFORM LOAD-BRANCH-TABLE
               PERFORM LOAD-FEE-TABLE
               PERFORM LOAD-LIMITS-TABLE

               SET WS-DONE TO FALSE
               PERFORM UNTIL WS-DONE
                   DISPLAY "RATE MAINTENANCE - F)EE SCHEDULE "
                       "L)IMITS R)ATE CARD N)ONE: "
                   MOVE SPACE TO WS-FILE-CHOICE
                   ACCEPT WS-FILE-CHOICE
                   EVALUATE TRUE
                       WHEN WS-CHOOSE-FEES
                           PERFORM MAINTAIN-FEE-SCHEDULE
                       WHEN WS-CHOOSE-LIMITS
                           PERFORM MAINTAIN-BRANCH-LIMITS
                       WHEN WS-CHOOSE-RATE-CARD
                           PERFORM PRINT-RATE-CARD
                       WHEN WS-CHOOSE-NONE
                           SET WS-DONE TO TRUE
                       WHEN OTHER
                           DISPLAY "INVALID ACTION, PLEASE "
                               "RE-ENTER."
                   END-EVALUATE
               END-PERFORM

               IF WS-FEES-CHANGED
                   PERFORM REWRITE-FEE-FILE
               END-IF
               IF WS-LIMITS-CHANGED
                   PERFORM REWRITE-LIMITS-FILE
               END-IF
           END-IF.

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

       LOAD-BRANCH-TABLE.

           MOVE ZERO TO WS-BR-COUNT
           SET WS-EOF TO FALSE

           OPEN INPUT BRANCH-FILE
           IF WS-FILE-STATUS = "35"
               DISPLAY "BRANCHMASTER NOT FOUND - NO BRANCH CAN BE "
                   "PRICED"
           ELSE
               IF WS-FILE-STATUS NOT = "00"
                   STRING "UNABLE TO OPEN BRANCH-FILE, STATUS "
                       WS-FILE-STATUS DELIMITED BY SIZE
                       INTO WS-ABEND-MESSAGE
                   PERFORM ABEND-RTN
               END-IF

               READ BRANCH-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-EOF
                   IF WS-BR-COUNT >= 50
                       MOVE "WS-BR-TABLE OVERFLOW - MORE THAN 50"
                           TO WS-ABEND-MESSAGE
                       PERFORM ABEND-RTN
                   END-IF
                   ADD 1 TO WS-BR-COUNT
                   MOVE BR-BRANCH-CODE TO WS-BR-CODE(WS-BR-COUNT)
                   MOVE BR-NAME TO WS-BR-NAME(WS-BR-COUNT)
                   MOVE BR-ACTIVE-FLAG TO WS-BR-ACTIVE(WS-BR-COUNT)
                   MOVE BR-EFF-DATE TO WS-BR-EFF-DATE(WS-BR-COUNT)
                   MOVE BR-EXP-DATE TO WS-BR-EXP-DATE(WS-BR-COUNT)
                   READ BRANCH-FILE
                       AT END SET WS-EOF TO TRUE
                   END-READ
               END-PERFORM

               CLOSE BRANCH-FILE
           END-IF.

       LOAD-FEE-TABLE.

           MOVE ZERO TO WS-FS-COUNT
           SET WS-EOF TO FALSE

           OPEN INPUT FEE-SCHEDULE-FILE
           IF WS-FILE-STATUS = "35"
               CONTINUE
           ELSE
               IF WS-FILE-STATUS NOT = "00"
                   STRING "UNABLE TO OPEN FEESCHEDULE, STATUS "
                       WS-FILE-STATUS DELIMITED BY SIZE
                       INTO WS-ABEND-MESSAGE
                   PERFORM ABEND-RTN
               END-IF

               READ FEE-SCHEDULE-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-EOF
                   IF WS-FS-COUNT >= 100
                       MOVE "WS-FS-TABLE OVERFLOW - OVER 100"
                           TO WS-ABEND-MESSAGE
                       PERFORM ABEND-RTN
                   END-IF
                   ADD 1 TO WS-FS-COUNT
                   MOVE FS-BRANCH TO WS-FS-BRANCH(WS-FS-COUNT)
                   MOVE FS-OPERATION TO WS-FS-OPERATION(WS-FS-COUNT)
                   IF FS-RATE NUMERIC
                       MOVE FS-RATE TO WS-FS-RATE(WS-FS-COUNT)
                   ELSE
                       MOVE ZERO TO WS-FS-RATE(WS-FS-COUNT)
                   END-IF
                   MOVE FS-EFF-DATE TO WS-FS-EFF-DATE(WS-FS-COUNT)
                   MOVE FS-EXP-DATE TO WS-FS-EXP-DATE(WS-FS-COUNT)
                   READ FEE-SCHEDULE-FILE
                       AT END SET WS-EOF TO TRUE
                   END-READ
               END-PERFORM

               CLOSE FEE-SCHEDULE-FILE
           END-IF.

       LOAD-LIMITS-TABLE.

           MOVE ZERO TO WS-BL-COUNT
           SET WS-EOF TO FALSE

           OPEN INPUT LIMITS-FILE
           IF WS-FILE-STATUS = "35"
               CONTINUE
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
                   IF WS-BL-COUNT >= 50
                       MOVE "WS-BL-TABLE OVERFLOW - MORE THAN 50"
                           TO WS-ABEND-MESSAGE
                       PERFORM ABEND-RTN
                   END-IF
                   ADD 1 TO WS-BL-COUNT
                   MOVE BL-BRANCH TO WS-BL-BRANCH(WS-BL-COUNT)
                   IF BL-LIMIT NUMERIC
                       MOVE BL-LIMIT TO WS-BL-LIMIT(WS-BL-COUNT)
                   ELSE
                       MOVE ZERO TO WS-BL-LIMIT(WS-BL-COUNT)
                   END-IF
                   MOVE BL-EFF-DATE TO WS-BL-EFF-DATE(WS-BL-COUNT)
                   MOVE BL-EXP-DATE TO WS-BL-EXP-DATE(WS-BL-COUNT)
                   READ LIMITS-FILE
                       AT END SET WS-EOF TO TRUE
                   END-READ
               END-PERFORM

               CLOSE LIMITS-FILE
           END-IF.

       REWRITE-FEE-FILE.

           OPEN OUTPUT FEE-SCHEDULE-FILE
           IF WS-FILE-STATUS NOT = "00"
               STRING "UNABLE TO OPEN FEESCHEDULE, STATUS "
                   WS-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RTN
           END-IF

           PERFORM VARYING WS-FS-SUB FROM 1 BY 1
                   UNTIL WS-FS-SUB > WS-FS-COUNT
               PERFORM BUILD-FEE-RECORD
               WRITE FEE-SCHEDULE-RECORD
           END-PERFORM

           CLOSE FEE-SCHEDULE-FILE.

       REWRITE-LIMITS-FILE.

           OPEN OUTPUT LIMITS-FILE
           IF WS-FILE-STATUS NOT = "00"
               STRING "UNABLE TO OPEN BRANCHLIMITS, STATUS "
                   WS-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RTN
           END-IF

           PERFORM VARYING WS-BL-SUB FROM 1 BY 1
                   UNTIL WS-BL-SUB > WS-BL-COUNT
               PERFORM BUILD-LIMITS-RECORD
               WRITE LIMITS-RECORD
           END-PERFORM

           CLOSE LIMITS-FILE.

       BUILD-FEE-RECORD.

           MOVE WS-FS-BRANCH(WS-FS-SUB) TO FS-BRANCH
           MOVE WS-FS-OPERATION(WS-FS-SUB) TO FS-OPERATION
           MOVE WS-FS-RATE(WS-FS-SUB) TO FS-RATE
           MOVE WS-FS-EFF-DATE(WS-FS-SUB) TO FS-EFF-DATE
           MOVE WS-FS-EXP-DATE(WS-FS-SUB) TO FS-EXP-DATE.

       BUILD-LIMITS-RECORD.

           MOVE WS-BL-BRANCH(WS-BL-SUB) TO BL-BRANCH
           MOVE WS-BL-LIMIT(WS-BL-SUB) TO BL-LIMIT
           MOVE WS-BL-EFF-DATE(WS-BL-SUB) TO BL-EFF-DATE
           MOVE WS-BL-EXP-DATE(WS-BL-SUB) TO BL-EXP-DATE.

      ******************************************************************
      * fee schedule: one rate per branch and operation for any date
      ******************************************************************
       MAINTAIN-FEE-SCHEDULE.

           DISPLAY "FEE SCHEDULE - A)DD C)HANGE E)XPIRE I)NQUIRE: "
           MOVE SPACE TO WS-RT-ACTION
           ACCEPT WS-RT-ACTION
           EVALUATE TRUE
               WHEN WS-RT-ADD
                   PERFORM ADD-FEE-RATE
               WHEN WS-RT-CHANGE
                   PERFORM CHANGE-FEE-RATE
               WHEN WS-RT-EXPIRE
                   PERFORM EXPIRE-FEE-RATE
               WHEN WS-RT-INQUIRE
                   PERFORM INQUIRE-FEE-RATES
               WHEN OTHER
                   DISPLAY "INVALID ACTION, PLEASE RE-ENTER."
           END-EVALUATE.

       ADD-FEE-RATE.

           PERFORM GET-ENTRY-BRANCH
           IF NOT WS-BRANCH-OK
               DISPLAY "BRANCH NOT ACTIVE ON BRANCHMASTER: "
                   WS-ENTRY-BRANCH
           ELSE
               PERFORM GET-ENTRY-OPERATION
               PERFORM GET-ENTRY-RATE

               MOVE "ENTER EFFECTIVE DATE (YYYY-MM-DD): "
                   TO WS-DATE-PROMPT
               SET WS-DATE-BLANK-OK TO FALSE
               PERFORM GET-ENTRY-DATE
               MOVE WS-ENTRY-DATE TO WS-ENTRY-EFF-DATE
               PERFORM GET-ENTRY-EXP-DATE

               MOVE ZERO TO WS-SKIP-SUB
               PERFORM CHECK-FEE-OVERLAP
               IF WS-OVERLAP
                   DISPLAY "REFUSED - OVERLAPS THE RATE EFFECTIVE "
                       WS-FS-EFF-DATE(WS-FS-MATCH-SUB) " TO "
                       WS-FS-EXP-DATE(WS-FS-MATCH-SUB)
               ELSE
                   IF WS-FS-COUNT >= 100
                       MOVE "WS-FS-TABLE OVERFLOW - OVER 100"
                           TO WS-ABEND-MESSAGE
                       PERFORM ABEND-RTN
                   END-IF
                   ADD 1 TO WS-FS-COUNT
                   MOVE WS-ENTRY-BRANCH TO WS-FS-BRANCH(WS-FS-COUNT)
                   MOVE WS-ENTRY-OPERATION
                       TO WS-FS-OPERATION(WS-FS-COUNT)
                   MOVE WS-ENTRY-RATE TO WS-FS-RATE(WS-FS-COUNT)
                   MOVE WS-ENTRY-EFF-DATE
                       TO WS-FS-EFF-DATE(WS-FS-COUNT)
                   MOVE WS-ENTRY-EXP-DATE
                       TO WS-FS-EXP-DATE(WS-FS-COUNT)

                   MOVE SPACES TO WS-BEFORE-IMAGE
                   MOVE WS-FS-COUNT TO WS-FS-SUB
                   PERFORM BUILD-FEE-RECORD
                   MOVE FEE-SCHEDULE-RECORD TO WS-AFTER-IMAGE
                   MOVE "F" TO WS-HIST-FILE-CODE
                   MOVE "A" TO WS-HIST-ACTION-CODE
                   PERFORM WRITE-RATE-HISTORY
                   SET WS-FEES-CHANGED TO TRUE
                   DISPLAY "RATE ADDED: " WS-ENTRY-BRANCH " "
                       WS-ENTRY-OPERATION " FROM " WS-ENTRY-EFF-DATE
               END-IF
           END-IF.

       CHANGE-FEE-RATE.

           PERFORM FIND-FEE-RATE-ROW
           IF WS-FS-MATCH-SUB = ZERO
               DISPLAY "NO RATE ON FILE FOR " WS-ENTRY-BRANCH " "
                   WS-ENTRY-OPERATION " ON " WS-ENTRY-AS-OF-DATE
           ELSE
               MOVE WS-FS-MATCH-SUB TO WS-FS-SUB
               PERFORM BUILD-FEE-RECORD
               MOVE FEE-SCHEDULE-RECORD TO WS-BEFORE-IMAGE

               MOVE WS-FS-RATE(WS-FS-MATCH-SUB) TO WS-RATE-EDIT
               DISPLAY "CURRENT RATE: " WS-RATE-EDIT
               PERFORM GET-ENTRY-RATE
               MOVE WS-FS-EFF-DATE(WS-FS-MATCH-SUB)
                   TO WS-ENTRY-EFF-DATE
               DISPLAY "CURRENT EXPIRY: "
                   WS-FS-EXP-DATE(WS-FS-MATCH-SUB)
               PERFORM GET-ENTRY-EXP-DATE

               MOVE WS-FS-MATCH-SUB TO WS-SKIP-SUB
               PERFORM CHECK-FEE-OVERLAP
               IF WS-OVERLAP
                   DISPLAY "REFUSED - OVERLAPS THE RATE EFFECTIVE "
                       WS-FS-EFF-DATE(WS-FS-MATCH-SUB) " TO "
                       WS-FS-EXP-DATE(WS-FS-MATCH-SUB)
               ELSE
                   MOVE WS-SKIP-SUB TO WS-FS-SUB
                   MOVE WS-ENTRY-RATE TO WS-FS-RATE(WS-FS-SUB)
                   MOVE WS-ENTRY-EXP-DATE TO WS-FS-EXP-DATE(WS-FS-SUB)
                   PERFORM BUILD-FEE-RECORD
                   MOVE FEE-SCHEDULE-RECORD TO WS-AFTER-IMAGE
                   MOVE "F" TO WS-HIST-FILE-CODE
                   MOVE "C" TO WS-HIST-ACTION-CODE
                   PERFORM WRITE-RATE-HISTORY
                   SET WS-FEES-CHANGED TO TRUE
                   DISPLAY "RATE CHANGED: " WS-ENTRY-BRANCH " "
                       WS-ENTRY-OPERATION
               END-IF
           END-IF.

       EXPIRE-FEE-RATE.

      * the last effective date may not precede the first, nor run
      * past a current expiry; an open-ended row may be closed only
      * where the range it keeps clears every other row
           PERFORM FIND-FEE-RATE-ROW
           IF WS-FS-MATCH-SUB = ZERO
               DISPLAY "NO RATE ON FILE FOR " WS-ENTRY-BRANCH " "
                   WS-ENTRY-OPERATION " ON " WS-ENTRY-AS-OF-DATE
           ELSE
               MOVE WS-FS-MATCH-SUB TO WS-FS-SUB
               PERFORM BUILD-FEE-RECORD
               MOVE FEE-SCHEDULE-RECORD TO WS-BEFORE-IMAGE

               MOVE "ENTER LAST EFFECTIVE DATE (SPACES = TODAY): "
                   TO WS-DATE-PROMPT
               SET WS-DATE-BLANK-OK TO TRUE
               PERFORM GET-ENTRY-DATE
               IF WS-ENTRY-DATE = SPACES
                   MOVE WS-TODAY-FORMATTED TO WS-ENTRY-DATE
               END-IF

               IF WS-ENTRY-DATE < WS-FS-EFF-DATE(WS-FS-SUB)
                   DISPLAY "REFUSED - EXPIRY BEFORE EFFECTIVE DATE "
                       WS-FS-EFF-DATE(WS-FS-SUB)
               ELSE
                   IF WS-FS-EXP-DATE(WS-FS-SUB) NOT = SPACES
                           AND WS-ENTRY-DATE > WS-FS-EXP-DATE(WS-FS-SUB)
                       DISPLAY "REFUSED - AFTER THE CURRENT EXPIRY "
                           WS-FS-EXP-DATE(WS-FS-SUB)
                   ELSE
                       MOVE WS-FS-EFF-DATE(WS-FS-SUB)
                           TO WS-ENTRY-EFF-DATE
                       MOVE WS-ENTRY-DATE TO WS-ENTRY-EXP-DATE
                       MOVE WS-FS-SUB TO WS-SKIP-SUB
                       PERFORM CHECK-FEE-OVERLAP
                       IF WS-OVERLAP
                           DISPLAY "REFUSED - OVERLAPS THE RATE "
                               "EFFECTIVE "
                               WS-FS-EFF-DATE(WS-FS-MATCH-SUB) " TO "
                               WS-FS-EXP-DATE(WS-FS-MATCH-SUB)
                       ELSE
                           MOVE WS-SKIP-SUB TO WS-FS-SUB
                           MOVE WS-ENTRY-DATE
                               TO WS-FS-EXP-DATE(WS-FS-SUB)
                           PERFORM BUILD-FEE-RECORD
                           MOVE FEE-SCHEDULE-RECORD TO WS-AFTER-IMAGE
                           MOVE "F" TO WS-HIST-FILE-CODE
                           MOVE "E" TO WS-HIST-ACTION-CODE
                           PERFORM WRITE-RATE-HISTORY
                           SET WS-FEES-CHANGED TO TRUE
                           DISPLAY "RATE EXPIRED: " WS-ENTRY-BRANCH " "
                               WS-ENTRY-OPERATION " AFTER "
                               WS-ENTRY-DATE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       INQUIRE-FEE-RATES.

           DISPLAY "ENTER BRANCH CODE: "
           MOVE SPACES TO WS-ENTRY-BRANCH
           ACCEPT WS-ENTRY-BRANCH

           PERFORM VARYING WS-FS-SUB FROM 1 BY 1
                   UNTIL WS-FS-SUB > WS-FS-COUNT
               IF WS-FS-BRANCH(WS-FS-SUB) = WS-ENTRY-BRANCH
                   MOVE WS-FS-RATE(WS-FS-SUB) TO WS-RATE-EDIT
                   DISPLAY WS-FS-OPERATION(WS-FS-SUB) " "
                       WS-RATE-EDIT " FROM "
                       WS-FS-EFF-DATE(WS-FS-SUB) " TO "
                       WS-FS-EXP-DATE(WS-FS-SUB)
               END-IF
           END-PERFORM.

       FIND-FEE-RATE-ROW.

      * the rate is identified by branch, operation, and any date it
      * is in force on - today's rate when the date is left blank
           MOVE ZERO TO WS-FS-MATCH-SUB

           DISPLAY "ENTER BRANCH CODE: "
           MOVE SPACES TO WS-ENTRY-BRANCH
           ACCEPT WS-ENTRY-BRANCH
           PERFORM GET-ENTRY-OPERATION
           MOVE "ENTER A DATE THE RATE IS IN FORCE (SPACES = TODAY): "
               TO WS-DATE-PROMPT
           SET WS-DATE-BLANK-OK TO TRUE
           PERFORM GET-ENTRY-DATE
           IF WS-ENTRY-DATE = SPACES
               MOVE WS-TODAY-FORMATTED TO WS-ENTRY-DATE
           END-IF
           MOVE WS-ENTRY-DATE TO WS-ENTRY-AS-OF-DATE

           PERFORM VARYING WS-FS-SUB FROM 1 BY 1
                   UNTIL WS-FS-SUB > WS-FS-COUNT
               IF WS-FS-BRANCH(WS-FS-SUB) = WS-ENTRY-BRANCH
                       AND WS-FS-OPERATION(WS-FS-SUB)
                           = WS-ENTRY-OPERATION
                       AND (WS-FS-EFF-DATE(WS-FS-SUB) = SPACES
                           OR WS-FS-EFF-DATE(WS-FS-SUB)
                               NOT > WS-ENTRY-AS-OF-DATE)
                       AND (WS-FS-EXP-DATE(WS-FS-SUB) = SPACES
                           OR WS-FS-EXP-DATE(WS-FS-SUB)
                               NOT < WS-ENTRY-AS-OF-DATE)
                   MOVE WS-FS-SUB TO WS-FS-MATCH-SUB
               END-IF
           END-PERFORM.

       CHECK-FEE-OVERLAP.

      * two ranges overlap when each starts no later than the other
      * ends; a blank effective date sorts before every date and a
      * blank expiry never ends
           SET WS-OVERLAP TO FALSE
           MOVE ZERO TO WS-FS-MATCH-SUB

           PERFORM VARYING WS-FS-SUB FROM 1 BY 1
                   UNTIL WS-FS-SUB > WS-FS-COUNT
               IF WS-FS-SUB NOT = WS-SKIP-SUB
                       AND WS-FS-BRANCH(WS-FS-SUB) = WS-ENTRY-BRANCH
                       AND WS-FS-OPERATION(WS-FS-SUB)
                           = WS-ENTRY-OPERATION
                       AND (WS-ENTRY-EXP-DATE = SPACES
                           OR WS-FS-EFF-DATE(WS-FS-SUB)
                               NOT > WS-ENTRY-EXP-DATE)
                       AND (WS-FS-EXP-DATE(WS-FS-SUB) = SPACES
                           OR WS-ENTRY-EFF-DATE
                               NOT > WS-FS-EXP-DATE(WS-FS-SUB))
                   SET WS-OVERLAP TO TRUE
                   MOVE WS-FS-SUB TO WS-FS-MATCH-SUB
               END-IF
           END-PERFORM.

      ******************************************************************
      * branch limits: one ceiling per branch for any date
      ******************************************************************
       MAINTAIN-BRANCH-LIMITS.

           DISPLAY "BRANCH LIMITS - A)DD C)HANGE E)XPIRE I)NQUIRE: "
           MOVE SPACE TO WS-RT-ACTION
           ACCEPT WS-RT-ACTION
           EVALUATE TRUE
               WHEN WS-RT-ADD
                   PERFORM ADD-BRANCH-LIMIT
               WHEN WS-RT-CHANGE
                   PERFORM CHANGE-BRANCH-LIMIT
               WHEN WS-RT-EXPIRE
                   PERFORM EXPIRE-BRANCH-LIMIT
               WHEN WS-RT-INQUIRE
                   PERFORM INQUIRE-BRANCH-LIMITS
               WHEN OTHER
                   DISPLAY "INVALID ACTION, PLEASE RE-ENTER."
           END-EVALUATE.

       ADD-BRANCH-LIMIT.

           PERFORM GET-ENTRY-BRANCH
           IF NOT WS-BRANCH-OK
               DISPLAY "BRANCH NOT ACTIVE ON BRANCHMASTER: "
                   WS-ENTRY-BRANCH
           ELSE
               PERFORM GET-ENTRY-LIMIT

               MOVE "ENTER EFFECTIVE DATE (YYYY-MM-DD): "
                   TO WS-DATE-PROMPT
               SET WS-DATE-BLANK-OK TO FALSE
               PERFORM GET-ENTRY-DATE
               MOVE WS-ENTRY-DATE TO WS-ENTRY-EFF-DATE
               PERFORM GET-ENTRY-EXP-DATE

               MOVE ZERO TO WS-SKIP-SUB
               PERFORM CHECK-LIMIT-OVERLAP
               IF WS-OVERLAP
                   DISPLAY "REFUSED - OVERLAPS THE CEILING EFFECTIVE "
                       WS-BL-EFF-DATE(WS-BL-MATCH-SUB) " TO "
                       WS-BL-EXP-DATE(WS-BL-MATCH-SUB)
               ELSE
                   IF WS-BL-COUNT >= 50
                       MOVE "WS-BL-TABLE OVERFLOW - MORE THAN 50"
                           TO WS-ABEND-MESSAGE
                       PERFORM ABEND-RTN
                   END-IF
                   ADD 1 TO WS-BL-COUNT
                   MOVE WS-ENTRY-BRANCH TO WS-BL-BRANCH(WS-BL-COUNT)
                   MOVE WS-ENTRY-LIMIT TO WS-BL-LIMIT(WS-BL-COUNT)
                   MOVE WS-ENTRY-EFF-DATE
                       TO WS-BL-EFF-DATE(WS-BL-COUNT)
                   MOVE WS-ENTRY-EXP-DATE
                       TO WS-BL-EXP-DATE(WS-BL-COUNT)

                   MOVE SPACES TO WS-BEFORE-IMAGE
                   MOVE WS-BL-COUNT TO WS-BL-SUB
                   PERFORM BUILD-LIMITS-RECORD
                   MOVE LIMITS-RECORD TO WS-AFTER-IMAGE
                   MOVE "L" TO WS-HIST-FILE-CODE
                   MOVE "A" TO WS-HIST-ACTION-CODE
                   PERFORM WRITE-RATE-HISTORY
                   SET WS-LIMITS-CHANGED TO TRUE
                   DISPLAY "CEILING ADDED: " WS-ENTRY-BRANCH
                       " FROM " WS-ENTRY-EFF-DATE
               END-IF
           END-IF.

       CHANGE-BRANCH-LIMIT.

           PERFORM FIND-BRANCH-LIMIT-ROW
           IF WS-BL-MATCH-SUB = ZERO
               DISPLAY "NO CEILING ON FILE FOR " WS-ENTRY-BRANCH
                   " ON " WS-ENTRY-AS-OF-DATE
           ELSE
               MOVE WS-BL-MATCH-SUB TO WS-BL-SUB
               PERFORM BUILD-LIMITS-RECORD
               MOVE LIMITS-RECORD TO WS-BEFORE-IMAGE

               MOVE WS-BL-LIMIT(WS-BL-MATCH-SUB) TO WS-LIMIT-EDIT
               DISPLAY "CURRENT CEILING: " WS-LIMIT-EDIT
               PERFORM GET-ENTRY-LIMIT
               MOVE WS-BL-EFF-DATE(WS-BL-MATCH-SUB)
                   TO WS-ENTRY-EFF-DATE
               DISPLAY "CURRENT EXPIRY: "
                   WS-BL-EXP-DATE(WS-BL-MATCH-SUB)
               PERFORM GET-ENTRY-EXP-DATE

               MOVE WS-BL-MATCH-SUB TO WS-SKIP-SUB
               PERFORM CHECK-LIMIT-OVERLAP
               IF WS-OVERLAP
                   DISPLAY "REFUSED - OVERLAPS THE CEILING EFFECTIVE "
                       WS-BL-EFF-DATE(WS-BL-MATCH-SUB) " TO "
                       WS-BL-EXP-DATE(WS-BL-MATCH-SUB)
               ELSE
                   MOVE WS-SKIP-SUB TO WS-BL-SUB
                   MOVE WS-ENTRY-LIMIT TO WS-BL-LIMIT(WS-BL-SUB)
                   MOVE WS-ENTRY-EXP-DATE TO WS-BL-EXP-DATE(WS-BL-SUB)
                   PERFORM BUILD-LIMITS-RECORD
                   MOVE LIMITS-RECORD TO WS-AFTER-IMAGE
                   MOVE "L" TO WS-HIST-FILE-CODE
                   MOVE "C" TO WS-HIST-ACTION-CODE
                   PERFORM WRITE-RATE-HISTORY
                   SET WS-LIMITS-CHANGED TO TRUE
                   DISPLAY "CEILING CHANGED: " WS-ENTRY-BRANCH
               END-IF
           END-IF.

       EXPIRE-BRANCH-LIMIT.

      * the last effective date may not precede the first, nor run
      * past a current expiry; an open-ended row may be closed only
      * where the range it keeps clears every other row
           PERFORM FIND-BRANCH-LIMIT-ROW
           IF WS-BL-MATCH-SUB = ZERO
               DISPLAY "NO CEILING ON FILE FOR " WS-ENTRY-BRANCH
                   " ON " WS-ENTRY-AS-OF-DATE
           ELSE
               MOVE WS-BL-MATCH-SUB TO WS-BL-SUB
               PERFORM BUILD-LIMITS-RECORD
               MOVE LIMITS-RECORD TO WS-BEFORE-IMAGE

               MOVE "ENTER LAST EFFECTIVE DATE (SPACES = TODAY): "
                   TO WS-DATE-PROMPT
               SET WS-DATE-BLANK-OK TO TRUE
               PERFORM GET-ENTRY-DATE
               IF WS-ENTRY-DATE = SPACES
                   MOVE WS-TODAY-FORMATTED TO WS-ENTRY-DATE
               END-IF

               IF WS-ENTRY-DATE < WS-BL-EFF-DATE(WS-BL-SUB)
                   DISPLAY "REFUSED - EXPIRY BEFORE EFFECTIVE DATE "
                       WS-BL-EFF-DATE(WS-BL-SUB)
               ELSE
                   IF WS-BL-EXP-DATE(WS-BL-SUB) NOT = SPACES
                           AND WS-ENTRY-DATE > WS-BL-EXP-DATE(WS-BL-SUB)
                       DISPLAY "REFUSED - AFTER THE CURRENT EXPIRY "
                           WS-BL-EXP-DATE(WS-BL-SUB)
                   ELSE
                       MOVE WS-BL-EFF-DATE(WS-BL-SUB)
                           TO WS-ENTRY-EFF-DATE
                       MOVE WS-ENTRY-DATE TO WS-ENTRY-EXP-DATE
                       MOVE WS-BL-SUB TO WS-SKIP-SUB
                       PERFORM CHECK-LIMIT-OVERLAP
                       IF WS-OVERLAP
                           DISPLAY "REFUSED - OVERLAPS THE CEILING "
                               "EFFECTIVE "
                               WS-BL-EFF-DATE(WS-BL-MATCH-SUB) " TO "
                               WS-BL-EXP-DATE(WS-BL-MATCH-SUB)
                       ELSE
                           MOVE WS-SKIP-SUB TO WS-BL-SUB
                           MOVE WS-ENTRY-DATE
                               TO WS-BL-EXP-DATE(WS-BL-SUB)
                           PERFORM BUILD-LIMITS-RECORD
                           MOVE LIMITS-RECORD TO WS-AFTER-IMAGE
                           MOVE "L" TO WS-HIST-FILE-CODE
                           MOVE "E" TO WS-HIST-ACTION-CODE
                           PERFORM WRITE-RATE-HISTORY
                           SET WS-LIMITS-CHANGED TO TRUE
                           DISPLAY "CEILING EXPIRED: " WS-ENTRY-BRANCH
                               " AFTER " WS-ENTRY-DATE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       INQUIRE-BRANCH-LIMITS.

           DISPLAY "ENTER BRANCH CODE: "
           MOVE SPACES TO WS-ENTRY-BRANCH
           ACCEPT WS-ENTRY-BRANCH

           PERFORM VARYING WS-BL-SUB FROM 1 BY 1
                   UNTIL WS-BL-SUB > WS-BL-COUNT
               IF WS-BL-BRANCH(WS-BL-SUB) = WS-ENTRY-BRANCH
                   MOVE WS-BL-LIMIT(WS-BL-SUB) TO WS-LIMIT-EDIT
                   DISPLAY WS-LIMIT-EDIT " FROM "
                       WS-BL-EFF-DATE(WS-BL-SUB) " TO "
                       WS-BL-EXP-DATE(WS-BL-SUB)
               END-IF
           END-PERFORM.

       FIND-BRANCH-LIMIT-ROW.

           MOVE ZERO TO WS-BL-MATCH-SUB

           DISPLAY "ENTER BRANCH CODE: "
           MOVE SPACES TO WS-ENTRY-BRANCH
           ACCEPT WS-ENTRY-BRANCH
           MOVE "ENTER A DATE THE CEILING IS IN FORCE (SPACES=TODAY): "
               TO WS-DATE-PROMPT
           SET WS-DATE-BLANK-OK TO TRUE
           PERFORM GET-ENTRY-DATE
           IF WS-ENTRY-DATE = SPACES
               MOVE WS-TODAY-FORMATTED TO WS-ENTRY-DATE
           END-IF
           MOVE WS-ENTRY-DATE TO WS-ENTRY-AS-OF-DATE

           PERFORM VARYING WS-BL-SUB FROM 1 BY 1
                   UNTIL WS-BL-SUB > WS-BL-COUNT
               IF WS-BL-BRANCH(WS-BL-SUB) = WS-ENTRY-BRANCH
                       AND (WS-BL-EFF-DATE(WS-BL-SUB) = SPACES
                           OR WS-BL-EFF-DATE(WS-BL-SUB)
                               NOT > WS-ENTRY-AS-OF-DATE)
                       AND (WS-BL-EXP-DATE(WS-BL-SUB) = SPACES
                           OR WS-BL-EXP-DATE(WS-BL-SUB)
                               NOT < WS-ENTRY-AS-OF-DATE)
                   MOVE WS-BL-SUB TO WS-BL-MATCH-SUB
               END-IF
           END-PERFORM.

       CHECK-LIMIT-OVERLAP.

           SET WS-OVERLAP TO FALSE
           MOVE ZERO TO WS-BL-MATCH-SUB

           PERFORM VARYING WS-BL-SUB FROM 1 BY 1
                   UNTIL WS-BL-SUB > WS-BL-COUNT
               IF WS-BL-SUB NOT = WS-SKIP-SUB
                       AND WS-BL-BRANCH(WS-BL-SUB) = WS-ENTRY-BRANCH
                       AND (WS-ENTRY-EXP-DATE = SPACES
                           OR WS-BL-EFF-DATE(WS-BL-SUB)
                               NOT > WS-ENTRY-EXP-DATE)
                       AND (WS-BL-EXP-DATE(WS-BL-SUB) = SPACES
                           OR WS-ENTRY-EFF-DATE
                               NOT > WS-BL-EXP-DATE(WS-BL-SUB))
                   SET WS-OVERLAP TO TRUE
                   MOVE WS-BL-SUB TO WS-BL-MATCH-SUB
               END-IF
           END-PERFORM.

      ******************************************************************
      * keyboard entry and validation
      ******************************************************************
       GET-ENTRY-BRANCH.

      * only a branch active on BRANCHMASTER, inside its effective
      * dates, may be given a rate or a ceiling
           SET WS-BRANCH-OK TO FALSE

           DISPLAY "ENTER BRANCH CODE: "
           MOVE SPACES TO WS-ENTRY-BRANCH
           ACCEPT WS-ENTRY-BRANCH

           PERFORM VARYING WS-BR-SUB FROM 1 BY 1
                   UNTIL WS-BR-SUB > WS-BR-COUNT
               IF WS-BR-CODE(WS-BR-SUB) = WS-ENTRY-BRANCH
                       AND WS-BR-ACTIVE(WS-BR-SUB) = "A"
                       AND (WS-BR-EFF-DATE(WS-BR-SUB) = SPACES
                           OR WS-BR-EFF-DATE(WS-BR-SUB)
                               NOT > WS-TODAY-FORMATTED)
                       AND (WS-BR-EXP-DATE(WS-BR-SUB) = SPACES
                           OR WS-BR-EXP-DATE(WS-BR-SUB)
                               NOT < WS-TODAY-FORMATTED)
                   SET WS-BRANCH-OK TO TRUE
               END-IF
           END-PERFORM.

       GET-ENTRY-OPERATION.

           DISPLAY "ENTER OPERATION (A/S/M/D): "
           MOVE SPACE TO WS-ENTRY-OPERATION
           ACCEPT WS-ENTRY-OPERATION
           PERFORM UNTIL WS-ENTRY-OP-VALID
               DISPLAY "INVALID OPERATION, A S M OR D ONLY. "
                   "RE-ENTER: "
               MOVE SPACE TO WS-ENTRY-OPERATION
               ACCEPT WS-ENTRY-OPERATION
           END-PERFORM.

       GET-ENTRY-RATE.

           DISPLAY "ENTER RATE, SIGN AND 7 DIGITS WITH 2 DECIMALS "
               "IMPLIED (+0000150 = 1.50): "
           MOVE SPACES TO WS-ENTRY-RATE-X
           ACCEPT WS-ENTRY-RATE-X
           PERFORM UNTIL WS-ENTRY-RATE NUMERIC
               DISPLAY "INVALID RATE, E.G. +0000150. RE-ENTER: "
               MOVE SPACES TO WS-ENTRY-RATE-X
               ACCEPT WS-ENTRY-RATE-X
           END-PERFORM.

       GET-ENTRY-LIMIT.

           DISPLAY "ENTER CEILING, 9 DIGITS WITH 2 DECIMALS IMPLIED "
               "(001000000 = 10,000.00): "
           MOVE SPACES TO WS-ENTRY-LIMIT-X
           ACCEPT WS-ENTRY-LIMIT-X
           PERFORM UNTIL WS-ENTRY-LIMIT-X NUMERIC
               DISPLAY "INVALID CEILING, 9 DIGITS. RE-ENTER: "
               MOVE SPACES TO WS-ENTRY-LIMIT-X
               ACCEPT WS-ENTRY-LIMIT-X
           END-PERFORM.

       GET-ENTRY-EXP-DATE.

           MOVE "ENTER LAST EFFECTIVE DATE (SPACES = OPEN-ENDED): "
               TO WS-DATE-PROMPT
           SET WS-DATE-BLANK-OK TO TRUE
           PERFORM GET-ENTRY-DATE
           PERFORM UNTIL WS-ENTRY-DATE = SPACES
                   OR WS-ENTRY-DATE NOT < WS-ENTRY-EFF-DATE
               DISPLAY "EXPIRY BEFORE EFFECTIVE DATE "
                   WS-ENTRY-EFF-DATE ". RE-ENTER: "
               PERFORM GET-ENTRY-DATE
           END-PERFORM
           MOVE WS-ENTRY-DATE TO WS-ENTRY-EXP-DATE.

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

       WRITE-RATE-HISTORY.

           OPEN EXTEND RATE-HIST-FILE
           IF WS-FILE-STATUS = "35"
               OPEN OUTPUT RATE-HIST-FILE
               CLOSE RATE-HIST-FILE
               OPEN EXTEND RATE-HIST-FILE
           END-IF
           IF WS-FILE-STATUS NOT = "00"
               STRING "UNABLE TO OPEN RATEHIST, STATUS "
                   WS-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RTN
           END-IF

           ACCEPT WS-TRAN-TIME FROM TIME

           MOVE SPACES TO RATE-HIST-RECORD
           STRING WS-RUN-DATE-YYYY "-" WS-RUN-DATE-MM "-"
               WS-RUN-DATE-DD " " WS-TRAN-TIME
               DELIMITED BY SIZE INTO RH-TIMESTAMP
           MOVE WS-HIST-FILE-CODE TO RH-FILE
           MOVE WS-HIST-ACTION-CODE TO RH-ACTION
           MOVE WS-SUP-BADGE TO RH-OPERATOR-BADGE
           MOVE WS-BEFORE-IMAGE TO RH-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE TO RH-AFTER-IMAGE
           WRITE RATE-HIST-RECORD

           CLOSE RATE-HIST-FILE.

      ******************************************************************
      * rate card: every branch's rates and ceilings, with the state
      * of each on the business date
      ******************************************************************
       PRINT-RATE-CARD.

           MOVE ZERO TO WS-CARD-LINES
           MOVE ZERO TO WS-CARD-BRANCHES

           MOVE "RATECARDRPT" TO RPT-FILE-NAME
           MOVE "BRANCH RATE CARD" TO RPT-TITLE
           MOVE WS-TODAY-FORMATTED TO RPT-RUN-DATE
           MOVE ZERO TO RPT-PAGE-NUMBER
           MOVE ZERO TO RPT-LINE-COUNT
           MOVE ZERO TO RPT-LINES-PER-PAGE
           SET RPT-REQ-INIT TO TRUE
           CALL "report-writer" USING RPT-CONTROL

           PERFORM VARYING WS-BR-SUB FROM 1 BY 1
                   UNTIL WS-BR-SUB > WS-BR-COUNT
               PERFORM PRINT-ONE-RATE-CARD
           END-PERFORM

           MOVE SPACES TO RPT-LINE
           STRING "BRANCHES: " WS-CARD-BRANCHES
               "  RATE AND CEILING LINES: " WS-CARD-LINES
               DELIMITED BY SIZE INTO RPT-LINE
           SET RPT-REQ-TOTAL TO TRUE
           CALL "report-writer" USING RPT-CONTROL

           SET RPT-REQ-CLOSE TO TRUE
           CALL "report-writer" USING RPT-CONTROL

           DISPLAY "RATE CARD PRINTED TO RATECARDRPT ("
               WS-CARD-BRANCHES " BRANCHES)".

       PRINT-ONE-RATE-CARD.

           ADD 1 TO WS-CARD-BRANCHES

           MOVE SPACES TO RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "BRANCH " WS-BR-CODE(WS-BR-SUB) " "
               WS-BR-NAME(WS-BR-SUB) " STATUS "
               WS-BR-ACTIVE(WS-BR-SUB)
               DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "  OP       RATE  EFFECTIVE  EXPIRES    STATE"
               TO RPT-LINE
           PERFORM WRITE-REPORT-LINE

           PERFORM VARYING WS-FS-SUB FROM 1 BY 1
                   UNTIL WS-FS-SUB > WS-FS-COUNT
               IF WS-FS-BRANCH(WS-FS-SUB) = WS-BR-CODE(WS-BR-SUB)
                   MOVE WS-FS-EFF-DATE(WS-FS-SUB) TO WS-ENTRY-EFF-DATE
                   MOVE WS-FS-EXP-DATE(WS-FS-SUB) TO WS-ENTRY-EXP-DATE
                   PERFORM SET-ROW-STATE
                   MOVE WS-FS-RATE(WS-FS-SUB) TO WS-RATE-EDIT
                   MOVE SPACES TO RPT-LINE
                   STRING "  " WS-FS-OPERATION(WS-FS-SUB) "  "
                       WS-RATE-EDIT "  "
                       WS-FS-EFF-DATE(WS-FS-SUB) " "
                       WS-FS-EXP-DATE(WS-FS-SUB) " "
                       WS-ROW-STATE
                       DELIMITED BY SIZE INTO RPT-LINE
                   PERFORM WRITE-REPORT-LINE
                   ADD 1 TO WS-CARD-LINES
               END-IF
           END-PERFORM

           PERFORM VARYING WS-BL-SUB FROM 1 BY 1
                   UNTIL WS-BL-SUB > WS-BL-COUNT
               IF WS-BL-BRANCH(WS-BL-SUB) = WS-BR-CODE(WS-BR-SUB)
                   MOVE WS-BL-EFF-DATE(WS-BL-SUB) TO WS-ENTRY-EFF-DATE
                   MOVE WS-BL-EXP-DATE(WS-BL-SUB) TO WS-ENTRY-EXP-DATE
                   PERFORM SET-ROW-STATE
                   MOVE WS-BL-LIMIT(WS-BL-SUB) TO WS-LIMIT-EDIT
                   MOVE SPACES TO RPT-LINE
                   STRING "  CEILING " WS-LIMIT-EDIT "  "
                       WS-BL-EFF-DATE(WS-BL-SUB) " "
                       WS-BL-EXP-DATE(WS-BL-SUB) " "
                       WS-ROW-STATE
                       DELIMITED BY SIZE INTO RPT-LINE
                   PERFORM WRITE-REPORT-LINE
                   ADD 1 TO WS-CARD-LINES
               END-IF
           END-PERFORM.

       SET-ROW-STATE.

           EVALUATE TRUE
               WHEN WS-ENTRY-EFF-DATE NOT = SPACES
                       AND WS-ENTRY-EFF-DATE > WS-TODAY-FORMATTED
                   MOVE "FUTURE" TO WS-ROW-STATE
               WHEN WS-ENTRY-EXP-DATE NOT = SPACES
                       AND WS-ENTRY-EXP-DATE < WS-TODAY-FORMATTED
                   MOVE "EXPIRED" TO WS-ROW-STATE
               WHEN OTHER
                   MOVE "CURRENT" TO WS-ROW-STATE
           END-EVALUATE.

       WRITE-REPORT-LINE.

           SET RPT-REQ-DETAIL TO TRUE
           CALL "report-writer" USING RPT-CONTROL.

       END-OF-LOGIC-PARAGRAPHS.
           CONTINUE.

       ENTRY "FEE-SCHEDULE-MAINT-SUB" USING LS-RETURN-CODE.

           PERFORM FEE-MAINT-LOGIC

           MOVE RETURN-CODE TO LS-RETURN-CODE

           GOBACK.

       COPY abendproc.

       END PROGRAM fee-schedule-maint.
