      ******************************************************************
      * Author:
      * Date:
      * Purpose: Supervisor maintenance for INTRATES, the effective-
      *          dated rate file month-end-interest prices each
      *          account's average daily balance from, on the load-
      *          table / act / rewrite pattern of fee-schedule-maint.
      *          A supervisor badge, verified through pin-verify, may
      *          add a row for a branch (or ALL, the default for every
      *          branch without rows of its own) and a balance type -
      *          P positive or zero, N negative - change its rate,
      *          service charge, and expiry, expire it, and list a
      *          branch's rows. Only one row may be in force for a
      *          branch and balance type on any date. Every add,
      *          change, and expiry is journaled to RATEHIST with the
      *          badge and the record before and after.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. interest-rate-maint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INTEREST-RATE-FILE ASSIGN TO "INTRATES"
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
       FD  INTEREST-RATE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY intrate.

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
       01  WS-IR-TABLE.
           05 WS-IR-ROW OCCURS 200 TIMES.
               10 WS-IR-BRANCH       PIC X(3).
               10 WS-IR-TYPE         PIC X(1).
               10 WS-IR-RATE         PIC 9(3)V9(4).
               10 WS-IR-CHARGE       PIC 9(5)V99.
               10 WS-IR-EFF-DATE     PIC X(10).
               10 WS-IR-EXP-DATE     PIC X(10).
               10 WS-IR-BADGE        PIC 9(3).
       01  WS-IR-COUNT              PIC 9(3) VALUE ZERO.
       01  WS-IR-SUB                PIC 9(3) VALUE ZERO.
       01  WS-IR-MATCH-SUB          PIC 9(3) VALUE ZERO.

       01  WS-BR-TABLE.
           05 WS-BR-ROW OCCURS 50 TIMES.
               10 WS-BR-CODE         PIC X(3).
               10 WS-BR-ACTIVE       PIC X(1).
               10 WS-BR-EFF-DATE     PIC X(10).
               10 WS-BR-EXP-DATE     PIC X(10).
       01  WS-BR-COUNT              PIC 9(2) VALUE ZERO.
       01  WS-BR-SUB                PIC 9(2) VALUE ZERO.

      * the row being changed is left out of its own overlap check;
      * zero on an add
       01  WS-SKIP-SUB              PIC 9(3) VALUE ZERO.

       01  WS-IR-ACTION             PIC X(1).
           88  WS-IR-ADD                    VALUE "A".
           88  WS-IR-CHANGE                 VALUE "C".
           88  WS-IR-EXPIRE                 VALUE "E".
           88  WS-IR-INQUIRE                VALUE "I".
           88  WS-IR-NONE                   VALUE "N".

       01  WS-ENTRY-BRANCH          PIC X(3).
       01  WS-ENTRY-TYPE            PIC X(1).
           88  WS-ENTRY-TYPE-VALID          VALUE "P" "N".
       01  WS-ENTRY-RATE-X          PIC X(7).
       01  WS-ENTRY-RATE REDEFINES WS-ENTRY-RATE-X
                                    PIC 9(3)V9(4).
       01  WS-ENTRY-CHARGE-X        PIC X(7).
       01  WS-ENTRY-CHARGE REDEFINES WS-ENTRY-CHARGE-X
                                    PIC 9(5)V99.
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
       01  WS-RATES-CHANGED-SW      PIC X(1) VALUE "N".
           88  WS-RATES-CHANGED             VALUE "Y" FALSE "N".

       01  WS-HIST-ACTION-CODE      PIC X(1).
       01  WS-BEFORE-IMAGE          PIC X(48).
       01  WS-AFTER-IMAGE           PIC X(48).
       01  WS-TRAN-TIME             PIC X(8).

       01  WS-SIGNON-FIELDS.
           05 WS-SUP-BADGE-X        PIC X(3).
           05 WS-SUP-BADGE          PIC 9(3) VALUE ZERO.

       01  WS-SUP-OK-SW             PIC X(1) VALUE "N".
           88  WS-SUP-OK                    VALUE "Y" FALSE "N".

       01  WS-OP-EOF-SW             PIC X(1) VALUE "N".
           88  WS-OP-EOF                    VALUE "Y" FALSE "N".

       01  WS-RATE-EDIT             PIC ZZ9.9999.
       01  WS-CHARGE-EDIT           PIC ZZZZ9.99.

       01  WS-TODAY-FORMATTED       PIC X(10).

       01  WS-DONE-SW               PIC X(1) VALUE "N".
           88  WS-DONE                      VALUE "Y" FALSE "N".

       01  WS-EOF-SW                PIC X(1) VALUE "N".
           88  WS-EOF                       VALUE "Y" FALSE "N".

           COPY rundate.
           COPY pinws.
           COPY abendws.

       LINKAGE SECTION.
       01  LS-RETURN-CODE              PIC S9(4) COMP.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           PERFORM INTEREST-MAINT-LOGIC

           GOBACK.

       INTEREST-MAINT-LOGIC.

           MOVE "interest-rate-maint" TO WS-ABEND-PROGRAM

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           CALL "business-date" USING WS-RUN-DATE
           MOVE SPACES TO WS-TODAY-FORMATTED
           STRING WS-RUN-DATE-YYYY "-" WS-RUN-DATE-MM "-"
               WS-RUN-DATE-DD DELIMITED BY SIZE
               INTO WS-TODAY-FORMATTED

           PERFORM SIGNON-SUPERVISOR-BADGE
           IF NOT WS-SUP-OK
               DISPLAY "INTEREST RATE MAINTENANCE REFUSED - "
                   "SUPERVISOR BADGE REQUIRED"
           ELSE
               PERFORM LOAD-BRANCH-TABLE
               PERFORM LOAD-RATE-TABLE

               SET WS-DONE TO FALSE
               PERFORM UNTIL WS-DONE
                   DISPLAY "INTEREST RATES - A)DD C)HANGE E)XPIRE "
                       "I)NQUIRE N)ONE: "
                   MOVE SPACE TO WS-IR-ACTION
                   ACCEPT WS-IR-ACTION
                   EVALUATE TRUE
                       WHEN WS-IR-ADD
                           PERFORM ADD-INTEREST-RATE
                       WHEN WS-IR-CHANGE
                           PERFORM CHANGE-INTEREST-RATE
                       WHEN WS-IR-EXPIRE
                           PERFORM EXPIRE-INTEREST-RATE
                       WHEN WS-IR-INQUIRE
                           PERFORM INQUIRE-INTEREST-RATES
                       WHEN WS-IR-NONE
                           SET WS-DONE TO TRUE
                       WHEN OTHER
                           DISPLAY "INVALID ACTION, PLEASE "
                               "RE-ENTER."
                   END-EVALUATE
               END-PERFORM

               IF WS-RATES-CHANGED
                   PERFORM REWRITE-RATE-FILE
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
               DISPLAY "BRANCHMASTER NOT FOUND - ONLY THE ALL "
                   "DEFAULT CAN BE ENTERED"
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
                   MOVE BR-ACTIVE-FLAG TO WS-BR-ACTIVE(WS-BR-COUNT)
                   MOVE BR-EFF-DATE TO WS-BR-EFF-DATE(WS-BR-COUNT)
                   MOVE BR-EXP-DATE TO WS-BR-EXP-DATE(WS-BR-COUNT)
                   READ BRANCH-FILE
                       AT END SET WS-EOF TO TRUE
                   END-READ
               END-PERFORM

               CLOSE BRANCH-FILE
           END-IF.

       LOAD-RATE-TABLE.

           MOVE ZERO TO WS-IR-COUNT
           SET WS-EOF TO FALSE

           OPEN INPUT INTEREST-RATE-FILE
           IF WS-FILE-STATUS = "35"
               CONTINUE
           ELSE
               IF WS-FILE-STATUS NOT = "00"
                   STRING "UNABLE TO OPEN INTRATES, STATUS "
                       WS-FILE-STATUS DELIMITED BY SIZE
                       INTO WS-ABEND-MESSAGE
                   PERFORM ABEND-RTN
               END-IF

               READ INTEREST-RATE-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-EOF
                   IF WS-IR-COUNT >= 200
                       MOVE "WS-IR-TABLE OVERFLOW - MORE THAN 200"
                           TO WS-ABEND-MESSAGE
                       PERFORM ABEND-RTN
                   END-IF
                   ADD 1 TO WS-IR-COUNT
                   MOVE IR-BRANCH TO WS-IR-BRANCH(WS-IR-COUNT)
                   MOVE IR-BALANCE-TYPE TO WS-IR-TYPE(WS-IR-COUNT)
                   IF IR-ANNUAL-RATE NUMERIC
                       MOVE IR-ANNUAL-RATE TO WS-IR-RATE(WS-IR-COUNT)
                   ELSE
                       MOVE ZERO TO WS-IR-RATE(WS-IR-COUNT)
                   END-IF
                   IF IR-SERVICE-CHARGE NUMERIC
                       MOVE IR-SERVICE-CHARGE
                           TO WS-IR-CHARGE(WS-IR-COUNT)
                   ELSE
                       MOVE ZERO TO WS-IR-CHARGE(WS-IR-COUNT)
                   END-IF
                   MOVE IR-EFF-DATE TO WS-IR-EFF-DATE(WS-IR-COUNT)
                   MOVE IR-EXP-DATE TO WS-IR-EXP-DATE(WS-IR-COUNT)
                   IF IR-BADGE NUMERIC
                       MOVE IR-BADGE TO WS-IR-BADGE(WS-IR-COUNT)
                   ELSE
                       MOVE ZERO TO WS-IR-BADGE(WS-IR-COUNT)
                   END-IF
                   READ INTEREST-RATE-FILE
                       AT END SET WS-EOF TO TRUE
                   END-READ
               END-PERFORM

               CLOSE INTEREST-RATE-FILE
           END-IF.

       REWRITE-RATE-FILE.

           OPEN OUTPUT INTEREST-RATE-FILE
           IF WS-FILE-STATUS NOT = "00"
               STRING "UNABLE TO OPEN INTRATES, STATUS "
                   WS-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RTN
           END-IF

           PERFORM VARYING WS-IR-SUB FROM 1 BY 1
                   UNTIL WS-IR-SUB > WS-IR-COUNT
               PERFORM BUILD-RATE-RECORD
               WRITE INTEREST-RATE-RECORD
           END-PERFORM

           CLOSE INTEREST-RATE-FILE.

       BUILD-RATE-RECORD.

           MOVE SPACES TO INTEREST-RATE-RECORD
           MOVE WS-IR-BRANCH(WS-IR-SUB) TO IR-BRANCH
           MOVE WS-IR-TYPE(WS-IR-SUB) TO IR-BALANCE-TYPE
           MOVE WS-IR-RATE(WS-IR-SUB) TO IR-ANNUAL-RATE
           MOVE WS-IR-CHARGE(WS-IR-SUB) TO IR-SERVICE-CHARGE
           MOVE WS-IR-EFF-DATE(WS-IR-SUB) TO IR-EFF-DATE
           MOVE WS-IR-EXP-DATE(WS-IR-SUB) TO IR-EXP-DATE
           MOVE WS-IR-BADGE(WS-IR-SUB) TO IR-BADGE.

      ******************************************************************
      * interest rates: one row per branch and balance type per date
      ******************************************************************
       ADD-INTEREST-RATE.

           PERFORM GET-ENTRY-BRANCH
           IF NOT WS-BRANCH-OK
               DISPLAY "BRANCH NOT ACTIVE ON BRANCHMASTER: "
                   WS-ENTRY-BRANCH
           ELSE
               PERFORM GET-ENTRY-TYPE
               PERFORM GET-ENTRY-RATE
               PERFORM GET-ENTRY-CHARGE

               MOVE "ENTER EFFECTIVE DATE (YYYY-MM-DD): "
                   TO WS-DATE-PROMPT
               SET WS-DATE-BLANK-OK TO FALSE
               PERFORM GET-ENTRY-DATE
               MOVE WS-ENTRY-DATE TO WS-ENTRY-EFF-DATE
               PERFORM GET-ENTRY-EXP-DATE

               MOVE ZERO TO WS-SKIP-SUB
               PERFORM CHECK-RATE-OVERLAP
               IF WS-OVERLAP
                   DISPLAY "REFUSED - OVERLAPS THE RATE EFFECTIVE "
                       WS-IR-EFF-DATE(WS-IR-MATCH-SUB) " TO "
                       WS-IR-EXP-DATE(WS-IR-MATCH-SUB)
               ELSE
                   IF WS-IR-COUNT >= 200
                       MOVE "WS-IR-TABLE OVERFLOW - MORE THAN 200"
                           TO WS-ABEND-MESSAGE
                       PERFORM ABEND-RTN
                   END-IF
                   ADD 1 TO WS-IR-COUNT
                   MOVE WS-ENTRY-BRANCH TO WS-IR-BRANCH(WS-IR-COUNT)
                   MOVE WS-ENTRY-TYPE TO WS-IR-TYPE(WS-IR-COUNT)
                   MOVE WS-ENTRY-RATE TO WS-IR-RATE(WS-IR-COUNT)
                   MOVE WS-ENTRY-CHARGE TO WS-IR-CHARGE(WS-IR-COUNT)
                   MOVE WS-ENTRY-EFF-DATE
                       TO WS-IR-EFF-DATE(WS-IR-COUNT)
                   MOVE WS-ENTRY-EXP-DATE
                       TO WS-IR-EXP-DATE(WS-IR-COUNT)
                   MOVE WS-SUP-BADGE TO WS-IR-BADGE(WS-IR-COUNT)

                   MOVE SPACES TO WS-BEFORE-IMAGE
                   MOVE WS-IR-COUNT TO WS-IR-SUB
                   PERFORM BUILD-RATE-RECORD
                   MOVE INTEREST-RATE-RECORD TO WS-AFTER-IMAGE
                   MOVE "A" TO WS-HIST-ACTION-CODE
                   PERFORM WRITE-RATE-HISTORY
                   SET WS-RATES-CHANGED TO TRUE
                   DISPLAY "RATE ADDED: " WS-ENTRY-BRANCH " "
                       WS-ENTRY-TYPE " FROM " WS-ENTRY-EFF-DATE
               END-IF
           END-IF.

       CHANGE-INTEREST-RATE.

           PERFORM FIND-INTEREST-RATE-ROW
           IF WS-IR-MATCH-SUB = ZERO
               DISPLAY "NO RATE ON FILE FOR " WS-ENTRY-BRANCH " "
                   WS-ENTRY-TYPE " ON " WS-ENTRY-AS-OF-DATE
           ELSE
               MOVE WS-IR-MATCH-SUB TO WS-IR-SUB
               PERFORM BUILD-RATE-RECORD
               MOVE INTEREST-RATE-RECORD TO WS-BEFORE-IMAGE

               MOVE WS-IR-RATE(WS-IR-MATCH-SUB) TO WS-RATE-EDIT
               DISPLAY "CURRENT RATE %: " WS-RATE-EDIT
               PERFORM GET-ENTRY-RATE
               MOVE WS-IR-CHARGE(WS-IR-MATCH-SUB) TO WS-CHARGE-EDIT
               DISPLAY "CURRENT SERVICE CHARGE: " WS-CHARGE-EDIT
               PERFORM GET-ENTRY-CHARGE
               MOVE WS-IR-EFF-DATE(WS-IR-MATCH-SUB)
                   TO WS-ENTRY-EFF-DATE
               DISPLAY "CURRENT EXPIRY: "
                   WS-IR-EXP-DATE(WS-IR-MATCH-SUB)
               PERFORM GET-ENTRY-EXP-DATE

               MOVE WS-IR-MATCH-SUB TO WS-SKIP-SUB
               PERFORM CHECK-RATE-OVERLAP
               IF WS-OVERLAP
                   DISPLAY "REFUSED - OVERLAPS THE RATE EFFECTIVE "
                       WS-IR-EFF-DATE(WS-IR-MATCH-SUB) " TO "
                       WS-IR-EXP-DATE(WS-IR-MATCH-SUB)
               ELSE
                   MOVE WS-SKIP-SUB TO WS-IR-SUB
                   MOVE WS-ENTRY-RATE TO WS-IR-RATE(WS-IR-SUB)
                   MOVE WS-ENTRY-CHARGE TO WS-IR-CHARGE(WS-IR-SUB)
                   MOVE WS-ENTRY-EXP-DATE TO WS-IR-EXP-DATE(WS-IR-SUB)
                   MOVE WS-SUP-BADGE TO WS-IR-BADGE(WS-IR-SUB)
                   PERFORM BUILD-RATE-RECORD
                   MOVE INTEREST-RATE-RECORD TO WS-AFTER-IMAGE
                   MOVE "C" TO WS-HIST-ACTION-CODE
                   PERFORM WRITE-RATE-HISTORY
                   SET WS-RATES-CHANGED TO TRUE
                   DISPLAY "RATE CHANGED: " WS-ENTRY-BRANCH " "
                       WS-ENTRY-TYPE
               END-IF
           END-IF.

       EXPIRE-INTEREST-RATE.

      * the last effective date may not precede the first, nor run
      * past a current expiry; an open-ended row may be closed only
      * where the range it keeps clears every other row
           PERFORM FIND-INTEREST-RATE-ROW
           IF WS-IR-MATCH-SUB = ZERO
               DISPLAY "NO RATE ON FILE FOR " WS-ENTRY-BRANCH " "
                   WS-ENTRY-TYPE " ON " WS-ENTRY-AS-OF-DATE
           ELSE
               MOVE WS-IR-MATCH-SUB TO WS-IR-SUB
               PERFORM BUILD-RATE-RECORD
               MOVE INTEREST-RATE-RECORD TO WS-BEFORE-IMAGE

               MOVE "ENTER LAST EFFECTIVE DATE (SPACES = TODAY): "
                   TO WS-DATE-PROMPT
               SET WS-DATE-BLANK-OK TO TRUE
               PERFORM GET-ENTRY-DATE
               IF WS-ENTRY-DATE = SPACES
                   MOVE WS-TODAY-FORMATTED TO WS-ENTRY-DATE
               END-IF

               IF WS-ENTRY-DATE < WS-IR-EFF-DATE(WS-IR-SUB)
                   DISPLAY "REFUSED - EXPIRY BEFORE EFFECTIVE DATE "
                       WS-IR-EFF-DATE(WS-IR-SUB)
               ELSE
                   IF WS-IR-EXP-DATE(WS-IR-SUB) NOT = SPACES
                           AND WS-ENTRY-DATE > WS-IR-EXP-DATE(WS-IR-SUB)
                       DISPLAY "REFUSED - AFTER THE CURRENT EXPIRY "
                           WS-IR-EXP-DATE(WS-IR-SUB)
                   ELSE
                       MOVE WS-IR-EFF-DATE(WS-IR-SUB)
                           TO WS-ENTRY-EFF-DATE
                       MOVE WS-ENTRY-DATE TO WS-ENTRY-EXP-DATE
                       MOVE WS-IR-SUB TO WS-SKIP-SUB
                       PERFORM CHECK-RATE-OVERLAP
                       IF WS-OVERLAP
                           DISPLAY "REFUSED - OVERLAPS THE RATE "
                               "EFFECTIVE "
                               WS-IR-EFF-DATE(WS-IR-MATCH-SUB) " TO "
                               WS-IR-EXP-DATE(WS-IR-MATCH-SUB)
                       ELSE
                           MOVE WS-SKIP-SUB TO WS-IR-SUB
                           MOVE WS-ENTRY-DATE
                               TO WS-IR-EXP-DATE(WS-IR-SUB)
                           MOVE WS-SUP-BADGE TO WS-IR-BADGE(WS-IR-SUB)
                           PERFORM BUILD-RATE-RECORD
                           MOVE INTEREST-RATE-RECORD TO WS-AFTER-IMAGE
                           MOVE "E" TO WS-HIST-ACTION-CODE
                           PERFORM WRITE-RATE-HISTORY
                           SET WS-RATES-CHANGED TO TRUE
                           DISPLAY "RATE EXPIRED: " WS-ENTRY-BRANCH " "
                               WS-ENTRY-TYPE " AFTER " WS-ENTRY-DATE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       INQUIRE-INTEREST-RATES.

           DISPLAY "ENTER BRANCH CODE (ALL = DEFAULT): "
           MOVE SPACES TO WS-ENTRY-BRANCH
           ACCEPT WS-ENTRY-BRANCH

           PERFORM VARYING WS-IR-SUB FROM 1 BY 1
                   UNTIL WS-IR-SUB > WS-IR-COUNT
               IF WS-IR-BRANCH(WS-IR-SUB) = WS-ENTRY-BRANCH
                   MOVE WS-IR-RATE(WS-IR-SUB) TO WS-RATE-EDIT
                   MOVE WS-IR-CHARGE(WS-IR-SUB) TO WS-CHARGE-EDIT
                   DISPLAY WS-IR-TYPE(WS-IR-SUB) " "
                       WS-RATE-EDIT "% CHARGE " WS-CHARGE-EDIT
                       " FROM " WS-IR-EFF-DATE(WS-IR-SUB) " TO "
                       WS-IR-EXP-DATE(WS-IR-SUB)
               END-IF
           END-PERFORM.

       FIND-INTEREST-RATE-ROW.

      * the row is identified by branch, balance type, and any date
      * it is in force on - today's row when the date is left blank
           MOVE ZERO TO WS-IR-MATCH-SUB

           DISPLAY "ENTER BRANCH CODE (ALL = DEFAULT): "
           MOVE SPACES TO WS-ENTRY-BRANCH
           ACCEPT WS-ENTRY-BRANCH
           PERFORM GET-ENTRY-TYPE
           MOVE "ENTER A DATE THE RATE IS IN FORCE (SPACES = TODAY): "
               TO WS-DATE-PROMPT
           SET WS-DATE-BLANK-OK TO TRUE
           PERFORM GET-ENTRY-DATE
           IF WS-ENTRY-DATE = SPACES
               MOVE WS-TODAY-FORMATTED TO WS-ENTRY-DATE
           END-IF
           MOVE WS-ENTRY-DATE TO WS-ENTRY-AS-OF-DATE

           PERFORM VARYING WS-IR-SUB FROM 1 BY 1
                   UNTIL WS-IR-SUB > WS-IR-COUNT
               IF WS-IR-BRANCH(WS-IR-SUB) = WS-ENTRY-BRANCH
                       AND WS-IR-TYPE(WS-IR-SUB) = WS-ENTRY-TYPE
                       AND (WS-IR-EFF-DATE(WS-IR-SUB) = SPACES
                           OR WS-IR-EFF-DATE(WS-IR-SUB)
                               NOT > WS-ENTRY-AS-OF-DATE)
                       AND (WS-IR-EXP-DATE(WS-IR-SUB) = SPACES
                           OR WS-IR-EXP-DATE(WS-IR-SUB)
                               NOT < WS-ENTRY-AS-OF-DATE)
                   MOVE WS-IR-SUB TO WS-IR-MATCH-SUB
               END-IF
           END-PERFORM.

       CHECK-RATE-OVERLAP.

      * two ranges overlap when each starts no later than the other
      * ends; a blank effective date sorts before every date and a
      * blank expiry never ends
           SET WS-OVERLAP TO FALSE
           MOVE ZERO TO WS-IR-MATCH-SUB

           PERFORM VARYING WS-IR-SUB FROM 1 BY 1
                   UNTIL WS-IR-SUB > WS-IR-COUNT
               IF WS-IR-SUB NOT = WS-SKIP-SUB
                       AND WS-IR-BRANCH(WS-IR-SUB) = WS-ENTRY-BRANCH
                       AND WS-IR-TYPE(WS-IR-SUB) = WS-ENTRY-TYPE
                       AND (WS-ENTRY-EXP-DATE = SPACES
                           OR WS-IR-EFF-DATE(WS-IR-SUB)
                               NOT > WS-ENTRY-EXP-DATE)
                       AND (WS-IR-EXP-DATE(WS-IR-SUB) = SPACES
                           OR WS-ENTRY-EFF-DATE
                               NOT > WS-IR-EXP-DATE(WS-IR-SUB))
                   SET WS-OVERLAP TO TRUE
                   MOVE WS-IR-SUB TO WS-IR-MATCH-SUB
               END-IF
           END-PERFORM.

      ******************************************************************
      * keyboard entry and validation
      ******************************************************************
       GET-ENTRY-BRANCH.

      * ALL is the default row for every branch; any other code must
      * be a branch active on BRANCHMASTER inside its effective dates
           SET WS-BRANCH-OK TO FALSE

           DISPLAY "ENTER BRANCH CODE (ALL = DEFAULT): "
           MOVE SPACES TO WS-ENTRY-BRANCH
           ACCEPT WS-ENTRY-BRANCH

           IF WS-ENTRY-BRANCH = "ALL"
               SET WS-BRANCH-OK TO TRUE
           END-IF

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

       GET-ENTRY-TYPE.

           DISPLAY "ENTER BALANCE TYPE (P POSITIVE / N NEGATIVE): "
           MOVE SPACE TO WS-ENTRY-TYPE
           ACCEPT WS-ENTRY-TYPE
           PERFORM UNTIL WS-ENTRY-TYPE-VALID
               DISPLAY "INVALID BALANCE TYPE, P OR N ONLY. "
                   "RE-ENTER: "
               MOVE SPACE TO WS-ENTRY-TYPE
               ACCEPT WS-ENTRY-TYPE
           END-PERFORM.

       GET-ENTRY-RATE.

           DISPLAY "ENTER ANNUAL RATE %, 7 DIGITS WITH 4 DECIMALS "
               "IMPLIED (0025000 = 2.5000%): "
           MOVE SPACES TO WS-ENTRY-RATE-X
           ACCEPT WS-ENTRY-RATE-X
           PERFORM UNTIL WS-ENTRY-RATE-X NUMERIC
               DISPLAY "INVALID RATE, E.G. 0025000. RE-ENTER: "
               MOVE SPACES TO WS-ENTRY-RATE-X
               ACCEPT WS-ENTRY-RATE-X
           END-PERFORM.

       GET-ENTRY-CHARGE.

           DISPLAY "ENTER MONTHLY SERVICE CHARGE, 7 DIGITS WITH 2 "
               "DECIMALS IMPLIED (0000500 = 5.00): "
           MOVE SPACES TO WS-ENTRY-CHARGE-X
           ACCEPT WS-ENTRY-CHARGE-X
           PERFORM UNTIL WS-ENTRY-CHARGE-X NUMERIC
               DISPLAY "INVALID CHARGE, E.G. 0000500. RE-ENTER: "
               MOVE SPACES TO WS-ENTRY-CHARGE-X
               ACCEPT WS-ENTRY-CHARGE-X
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
           SET RH-FILE-INTEREST TO TRUE
           MOVE WS-HIST-ACTION-CODE TO RH-ACTION
           MOVE WS-SUP-BADGE TO RH-OPERATOR-BADGE
           MOVE WS-BEFORE-IMAGE TO RH-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE TO RH-AFTER-IMAGE
           WRITE RATE-HIST-RECORD

           CLOSE RATE-HIST-FILE.

       END-OF-LOGIC-PARAGRAPHS.
           CONTINUE.

       ENTRY "INTEREST-RATE-MAINT-SUB" USING LS-RETURN-CODE.

           PERFORM INTEREST-MAINT-LOGIC

           MOVE RETURN-CODE TO LS-RETURN-CODE

           GOBACK.

       COPY abendproc.

       END PROGRAM interest-rate-maint.
