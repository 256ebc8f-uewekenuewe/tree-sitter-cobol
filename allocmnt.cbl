      ******************************************************************
      * Author:
      * Date:
      * Purpose: Supervisor maintenance for ALLOCACCTS, the effective-
      *          dated list of cost accounts cost-allocation spreads
      *          across the hospitals by bed count at month end, on
      *          the load-table / act / rewrite pattern of
      *          gl-map-maint. A supervisor badge, verified through
      *          pin-verify, may designate an account - one on
      *          ACCOUNTMASTER and not closed, or one not yet posted
      *          to if a region is named for it - with the region
      *          its activity is spread over (spaces for the region
      *          of the account's owning branch, any other region
      *          checked through region-verify); change a row's
      *          region and expiry, expire it, and list the rows.
      *          Only one row may be in force for an account on any
      *          date. Every add, change, and expiry is journaled to
      *          RATEHIST with the badge and the record before and
      *          after.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. cost-alloc-maint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALLOC-ACCOUNT-FILE ASSIGN TO "ALLOCACCTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCOUNTMASTER"
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
       FD  ALLOC-ACCOUNT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY allocrec.

       FD  ACCOUNT-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY acctrec.

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
       01  WS-AA-TABLE.
           05 WS-AA-ROW OCCURS 200 TIMES.
               10 WS-AA-ACCOUNT      PIC X(8).
               10 WS-AA-REGION       PIC X(3).
               10 WS-AA-EFF-DATE     PIC X(10).
               10 WS-AA-EXP-DATE     PIC X(10).
               10 WS-AA-BADGE        PIC 9(3).
       01  WS-AA-COUNT              PIC 9(3) VALUE ZERO.
       01  WS-AA-SUB                PIC 9(3) VALUE ZERO.
       01  WS-AA-MATCH-SUB          PIC 9(3) VALUE ZERO.

       01  WS-AM-TABLE.
           05 WS-AM-ROW OCCURS 200 TIMES.
               10 WS-AM-ACCOUNT      PIC X(8).
               10 WS-AM-BRANCH       PIC X(3).
               10 WS-AM-STATUS       PIC X(1).
       01  WS-AM-COUNT              PIC 9(3) VALUE ZERO.
       01  WS-AM-SUB                PIC 9(3) VALUE ZERO.
       01  WS-AM-MATCH-SUB          PIC 9(3) VALUE ZERO.

       01  WS-BR-TABLE.
           05 WS-BR-ROW OCCURS 50 TIMES.
               10 WS-BR-CODE         PIC X(3).
               10 WS-BR-REGION       PIC X(3).
       01  WS-BR-COUNT              PIC 9(2) VALUE ZERO.
       01  WS-BR-SUB                PIC 9(2) VALUE ZERO.

      * the row being changed is left out of its own overlap check;
      * zero on an add
       01  WS-SKIP-SUB              PIC 9(3) VALUE ZERO.

       01  WS-AA-ACTION             PIC X(1).
           88  WS-AA-ADD                    VALUE "A".
           88  WS-AA-CHANGE                 VALUE "C".
           88  WS-AA-EXPIRE                 VALUE "E".
           88  WS-AA-INQUIRE                VALUE "I".
           88  WS-AA-NONE                   VALUE "N".

       01  WS-ENTRY-ACCOUNT         PIC X(8).
       01  WS-ENTRY-REGION          PIC X(3).
       01  WS-ENTRY-EFF-DATE        PIC X(10).
       01  WS-ENTRY-EXP-DATE        PIC X(10).
       01  WS-ENTRY-AS-OF-DATE      PIC X(10).
       01  WS-ENTRY-DATE            PIC X(10).
       01  WS-DATE-PROMPT           PIC X(60).
       01  WS-BRANCH-REGION         PIC X(3).

       01  WS-DATE-BLANK-OK-SW      PIC X(1) VALUE "N".
           88  WS-DATE-BLANK-OK             VALUE "Y" FALSE "N".
       01  WS-DATE-VALID-SW         PIC X(1) VALUE "N".
           88  WS-DATE-VALID                VALUE "Y" FALSE "N".
       01  WS-ACCOUNT-OK-SW         PIC X(1) VALUE "N".
           88  WS-ACCOUNT-OK                VALUE "Y" FALSE "N".
       01  WS-REGION-OK-SW          PIC X(1) VALUE "N".
           88  WS-REGION-OK                 VALUE "Y" FALSE "N".
       01  WS-OVERLAP-SW            PIC X(1) VALUE "N".
           88  WS-OVERLAP                   VALUE "Y" FALSE "N".
       01  WS-ALLOC-CHANGED-SW      PIC X(1) VALUE "N".
           88  WS-ALLOC-CHANGED             VALUE "Y" FALSE "N".

       01  WS-HIST-ACTION-CODE      PIC X(1).
       01  WS-BEFORE-IMAGE          PIC X(64).
       01  WS-AFTER-IMAGE           PIC X(64).
       01  WS-TRAN-TIME             PIC X(8).

       01  WS-SIGNON-FIELDS.
           05 WS-SUP-BADGE-X        PIC X(3).
           05 WS-SUP-BADGE          PIC 9(3) VALUE ZERO.

       01  WS-SUP-OK-SW             PIC X(1) VALUE "N".
           88  WS-SUP-OK                    VALUE "Y" FALSE "N".

       01  WS-OP-EOF-SW             PIC X(1) VALUE "N".
           88  WS-OP-EOF                    VALUE "Y" FALSE "N".

       01  WS-TODAY-FORMATTED       PIC X(10).

       01  WS-DONE-SW               PIC X(1) VALUE "N".
           88  WS-DONE                      VALUE "Y" FALSE "N".

       01  WS-EOF-SW                PIC X(1) VALUE "N".
           88  WS-EOF                       VALUE "Y" FALSE "N".

           COPY rundate.
           COPY pinws.
           COPY regws.
           COPY abendws.

       LINKAGE SECTION.
       01  LS-RETURN-CODE              PIC S9(4) COMP.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           PERFORM COST-ALLOC-MAINT-LOGIC

           GOBACK.

       COST-ALLOC-MAINT-LOGIC.

           MOVE "cost-alloc-maint" TO WS-ABEND-PROGRAM

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           CALL "business-date" USING WS-RUN-DATE
           MOVE SPACES TO WS-TODAY-FORMATTED
           STRING WS-RUN-DATE-YYYY "-" WS-RUN-DATE-MM "-"
               WS-RUN-DATE-DD DELIMITED BY SIZE
               INTO WS-TODAY-FORMATTED

           PERFORM SIGNON-SUPERVISOR-BADGE
           IF NOT WS-SUP-OK
               DISPLAY "COST ALLOCATION MAINTENANCE REFUSED - "
                   "SUPERVISOR BADGE REQUIRED"
           ELSE
               PERFORM LOAD-ACCOUNT-TABLE
               PERFORM LOAD-BRANCH-TABLE
               PERFORM LOAD-ALLOC-TABLE

               SET WS-DONE TO FALSE
               PERFORM UNTIL WS-DONE
                   DISPLAY "COST ALLOCATION ACCOUNTS - A)DD C)HANGE "
                       "E)XPIRE I)NQUIRE N)ONE: "
                   MOVE SPACE TO WS-AA-ACTION
                   ACCEPT WS-AA-ACTION
                   EVALUATE TRUE
                       WHEN WS-AA-ADD
                           PERFORM ADD-ALLOC-ACCOUNT
                       WHEN WS-AA-CHANGE
                           PERFORM CHANGE-ALLOC-ACCOUNT
                       WHEN WS-AA-EXPIRE
                           PERFORM EXPIRE-ALLOC-ACCOUNT
                       WHEN WS-AA-INQUIRE
                           PERFORM INQUIRE-ALLOC-ACCOUNTS
                       WHEN WS-AA-NONE
                           SET WS-DONE TO TRUE
                       WHEN OTHER
                           DISPLAY "INVALID ACTION, PLEASE "
                               "RE-ENTER."
                   END-EVALUATE
               END-PERFORM

               IF WS-ALLOC-CHANGED
                   PERFORM REWRITE-ALLOC-FILE
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

       LOAD-ACCOUNT-TABLE.

           MOVE ZERO TO WS-AM-COUNT
           SET WS-EOF TO FALSE

           OPEN INPUT ACCOUNT-MASTER
           IF WS-FILE-STATUS = "35"
               DISPLAY "ACCOUNTMASTER NOT FOUND - EVERY ACCOUNT "
                   "NEEDS A REGION"
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
                   MOVE AM-STATUS TO WS-AM-STATUS(WS-AM-COUNT)
                   READ ACCOUNT-MASTER
                       AT END SET WS-EOF TO TRUE
                   END-READ
               END-PERFORM

               CLOSE ACCOUNT-MASTER
           END-IF.

       LOAD-BRANCH-TABLE.

           MOVE ZERO TO WS-BR-COUNT
           SET WS-EOF TO FALSE

           OPEN INPUT BRANCH-FILE
           IF WS-FILE-STATUS = "35"
               CONTINUE
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
                   MOVE BR-REGION TO WS-BR-REGION(WS-BR-COUNT)
                   READ BRANCH-FILE
                       AT END SET WS-EOF TO TRUE
                   END-READ
               END-PERFORM

               CLOSE BRANCH-FILE
           END-IF.

       LOAD-ALLOC-TABLE.

           MOVE ZERO TO WS-AA-COUNT
           SET WS-EOF TO FALSE

           OPEN INPUT ALLOC-ACCOUNT-FILE
           IF WS-FILE-STATUS = "35"
               CONTINUE
           ELSE
               IF WS-FILE-STATUS NOT = "00"
                   STRING "UNABLE TO OPEN ALLOCACCTS, STATUS "
                       WS-FILE-STATUS DELIMITED BY SIZE
                       INTO WS-ABEND-MESSAGE
                   PERFORM ABEND-RTN
               END-IF

               READ ALLOC-ACCOUNT-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-EOF
                   IF WS-AA-COUNT >= 200
                       MOVE "WS-AA-TABLE OVERFLOW - MORE THAN 200"
                           TO WS-ABEND-MESSAGE
                       PERFORM ABEND-RTN
                   END-IF
                   ADD 1 TO WS-AA-COUNT
                   MOVE AA-ACCOUNT TO WS-AA-ACCOUNT(WS-AA-COUNT)
                   MOVE AA-REGION TO WS-AA-REGION(WS-AA-COUNT)
                   MOVE AA-EFF-DATE TO WS-AA-EFF-DATE(WS-AA-COUNT)
                   MOVE AA-EXP-DATE TO WS-AA-EXP-DATE(WS-AA-COUNT)
                   IF AA-BADGE NUMERIC
                       MOVE AA-BADGE TO WS-AA-BADGE(WS-AA-COUNT)
                   ELSE
                       MOVE ZERO TO WS-AA-BADGE(WS-AA-COUNT)
                   END-IF
                   READ ALLOC-ACCOUNT-FILE
                       AT END SET WS-EOF TO TRUE
                   END-READ
               END-PERFORM

               CLOSE ALLOC-ACCOUNT-FILE
           END-IF.

       REWRITE-ALLOC-FILE.

           OPEN OUTPUT ALLOC-ACCOUNT-FILE
           IF WS-FILE-STATUS NOT = "00"
               STRING "UNABLE TO OPEN ALLOCACCTS, STATUS "
                   WS-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RTN
           END-IF

           PERFORM VARYING WS-AA-SUB FROM 1 BY 1
                   UNTIL WS-AA-SUB > WS-AA-COUNT
               PERFORM BUILD-ALLOC-RECORD
               WRITE ALLOC-ACCOUNT-RECORD
           END-PERFORM

           CLOSE ALLOC-ACCOUNT-FILE.

       BUILD-ALLOC-RECORD.

           MOVE SPACES TO ALLOC-ACCOUNT-RECORD
           MOVE WS-AA-ACCOUNT(WS-AA-SUB) TO AA-ACCOUNT
           MOVE WS-AA-REGION(WS-AA-SUB) TO AA-REGION
           MOVE WS-AA-EFF-DATE(WS-AA-SUB) TO AA-EFF-DATE
           MOVE WS-AA-EXP-DATE(WS-AA-SUB) TO AA-EXP-DATE
           MOVE WS-AA-BADGE(WS-AA-SUB) TO AA-BADGE.

      ******************************************************************
      * designations: one row per account per date
      ******************************************************************
       ADD-ALLOC-ACCOUNT.

           PERFORM GET-ENTRY-ACCOUNT
           PERFORM CHECK-ENTRY-ACCOUNT
           IF NOT WS-ACCOUNT-OK
               DISPLAY "ACCOUNT CLOSED ON ACCOUNTMASTER: "
                   WS-ENTRY-ACCOUNT
           ELSE
               PERFORM GET-ENTRY-REGION
               IF NOT WS-REGION-OK
                   DISPLAY "NO REGION TO ALLOCATE " WS-ENTRY-ACCOUNT
                       " OVER"
               ELSE
                   MOVE "ENTER EFFECTIVE DATE (YYYY-MM-DD): "
                       TO WS-DATE-PROMPT
                   SET WS-DATE-BLANK-OK TO FALSE
                   PERFORM GET-ENTRY-DATE
                   MOVE WS-ENTRY-DATE TO WS-ENTRY-EFF-DATE
                   PERFORM GET-ENTRY-EXP-DATE

                   MOVE ZERO TO WS-SKIP-SUB
                   PERFORM CHECK-ALLOC-OVERLAP
                   IF WS-OVERLAP
                       DISPLAY "REFUSED - OVERLAPS THE ROW EFFECTIVE "
                           WS-AA-EFF-DATE(WS-AA-MATCH-SUB) " TO "
                           WS-AA-EXP-DATE(WS-AA-MATCH-SUB)
                   ELSE
                       IF WS-AA-COUNT >= 200
                           MOVE "WS-AA-TABLE OVERFLOW - MORE THAN 200"
                               TO WS-ABEND-MESSAGE
                           PERFORM ABEND-RTN
                       END-IF
                       ADD 1 TO WS-AA-COUNT
                       MOVE WS-ENTRY-ACCOUNT
                           TO WS-AA-ACCOUNT(WS-AA-COUNT)
                       MOVE WS-ENTRY-REGION
                           TO WS-AA-REGION(WS-AA-COUNT)
                       MOVE WS-ENTRY-EFF-DATE
                           TO WS-AA-EFF-DATE(WS-AA-COUNT)
                       MOVE WS-ENTRY-EXP-DATE
                           TO WS-AA-EXP-DATE(WS-AA-COUNT)
                       MOVE WS-SUP-BADGE TO WS-AA-BADGE(WS-AA-COUNT)

                       MOVE SPACES TO WS-BEFORE-IMAGE
                       MOVE WS-AA-COUNT TO WS-AA-SUB
                       PERFORM BUILD-ALLOC-RECORD
                       MOVE ALLOC-ACCOUNT-RECORD TO WS-AFTER-IMAGE
                       MOVE "A" TO WS-HIST-ACTION-CODE
                       PERFORM WRITE-RATE-HISTORY
                       SET WS-ALLOC-CHANGED TO TRUE
                       DISPLAY "ACCOUNT DESIGNATED: " WS-ENTRY-ACCOUNT
                           " FROM " WS-ENTRY-EFF-DATE
                   END-IF
               END-IF
           END-IF.

       CHANGE-ALLOC-ACCOUNT.

           PERFORM FIND-ALLOC-ROW
           IF WS-AA-MATCH-SUB = ZERO
               DISPLAY "NO DESIGNATION ON FILE FOR " WS-ENTRY-ACCOUNT
                   " ON " WS-ENTRY-AS-OF-DATE
           ELSE
               MOVE WS-AA-MATCH-SUB TO WS-AA-SUB
               PERFORM BUILD-ALLOC-RECORD
               MOVE ALLOC-ACCOUNT-RECORD TO WS-BEFORE-IMAGE

               DISPLAY "CURRENT REGION: "
                   WS-AA-REGION(WS-AA-MATCH-SUB)
               PERFORM CHECK-ENTRY-ACCOUNT
               PERFORM GET-ENTRY-REGION
               IF NOT WS-REGION-OK
                   DISPLAY "NO REGION TO ALLOCATE " WS-ENTRY-ACCOUNT
                       " OVER"
               ELSE
                   MOVE WS-AA-EFF-DATE(WS-AA-MATCH-SUB)
                       TO WS-ENTRY-EFF-DATE
                   DISPLAY "CURRENT EXPIRY: "
                       WS-AA-EXP-DATE(WS-AA-MATCH-SUB)
                   PERFORM GET-ENTRY-EXP-DATE

                   MOVE WS-AA-MATCH-SUB TO WS-SKIP-SUB
                   PERFORM CHECK-ALLOC-OVERLAP
                   IF WS-OVERLAP
                       DISPLAY "REFUSED - OVERLAPS THE ROW EFFECTIVE "
                           WS-AA-EFF-DATE(WS-AA-MATCH-SUB) " TO "
                           WS-AA-EXP-DATE(WS-AA-MATCH-SUB)
                   ELSE
                       MOVE WS-SKIP-SUB TO WS-AA-SUB
                       MOVE WS-ENTRY-REGION TO WS-AA-REGION(WS-AA-SUB)
                       MOVE WS-ENTRY-EXP-DATE
                           TO WS-AA-EXP-DATE(WS-AA-SUB)
                       MOVE WS-SUP-BADGE TO WS-AA-BADGE(WS-AA-SUB)
                       PERFORM BUILD-ALLOC-RECORD
                       MOVE ALLOC-ACCOUNT-RECORD TO WS-AFTER-IMAGE
                       MOVE "C" TO WS-HIST-ACTION-CODE
                       PERFORM WRITE-RATE-HISTORY
                       SET WS-ALLOC-CHANGED TO TRUE
                       DISPLAY "DESIGNATION CHANGED: "
                           WS-ENTRY-ACCOUNT
                   END-IF
               END-IF
           END-IF.

       EXPIRE-ALLOC-ACCOUNT.

      * the last effective date may not precede the first, nor run
      * past a current expiry; an open-ended row may be closed only
      * where the range it keeps clears every other row
           PERFORM FIND-ALLOC-ROW
           IF WS-AA-MATCH-SUB = ZERO
               DISPLAY "NO DESIGNATION ON FILE FOR " WS-ENTRY-ACCOUNT
                   " ON " WS-ENTRY-AS-OF-DATE
           ELSE
               MOVE WS-AA-MATCH-SUB TO WS-AA-SUB
               PERFORM BUILD-ALLOC-RECORD
               MOVE ALLOC-ACCOUNT-RECORD TO WS-BEFORE-IMAGE

               MOVE "ENTER LAST EFFECTIVE DATE (SPACES = TODAY): "
                   TO WS-DATE-PROMPT
               SET WS-DATE-BLANK-OK TO TRUE
               PERFORM GET-ENTRY-DATE
               IF WS-ENTRY-DATE = SPACES
                   MOVE WS-TODAY-FORMATTED TO WS-ENTRY-DATE
               END-IF

               IF WS-ENTRY-DATE < WS-AA-EFF-DATE(WS-AA-SUB)
                   DISPLAY "REFUSED - EXPIRY BEFORE EFFECTIVE DATE "
                       WS-AA-EFF-DATE(WS-AA-SUB)
               ELSE
                   IF WS-AA-EXP-DATE(WS-AA-SUB) NOT = SPACES
                           AND WS-ENTRY-DATE > WS-AA-EXP-DATE(WS-AA-SUB)
                       DISPLAY "REFUSED - AFTER THE CURRENT EXPIRY "
                           WS-AA-EXP-DATE(WS-AA-SUB)
                   ELSE
                       MOVE WS-AA-EFF-DATE(WS-AA-SUB)
                           TO WS-ENTRY-EFF-DATE
                       MOVE WS-ENTRY-DATE TO WS-ENTRY-EXP-DATE
                       MOVE WS-AA-SUB TO WS-SKIP-SUB
                       PERFORM CHECK-ALLOC-OVERLAP
                       IF WS-OVERLAP
                           DISPLAY "REFUSED - OVERLAPS THE ROW "
                               "EFFECTIVE "
                               WS-AA-EFF-DATE(WS-AA-MATCH-SUB) " TO "
                               WS-AA-EXP-DATE(WS-AA-MATCH-SUB)
                       ELSE
                           MOVE WS-SKIP-SUB TO WS-AA-SUB
                           MOVE WS-ENTRY-DATE
                               TO WS-AA-EXP-DATE(WS-AA-SUB)
                           MOVE WS-SUP-BADGE TO WS-AA-BADGE(WS-AA-SUB)
                           PERFORM BUILD-ALLOC-RECORD
                           MOVE ALLOC-ACCOUNT-RECORD TO WS-AFTER-IMAGE
                           MOVE "E" TO WS-HIST-ACTION-CODE
                           PERFORM WRITE-RATE-HISTORY
                           SET WS-ALLOC-CHANGED TO TRUE
                           DISPLAY "DESIGNATION EXPIRED: "
                               WS-ENTRY-ACCOUNT
                               " AFTER " WS-ENTRY-DATE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       INQUIRE-ALLOC-ACCOUNTS.

           PERFORM VARYING WS-AA-SUB FROM 1 BY 1
                   UNTIL WS-AA-SUB > WS-AA-COUNT
               IF WS-AA-REGION(WS-AA-SUB) = SPACES
                   DISPLAY WS-AA-ACCOUNT(WS-AA-SUB)
                       " BRANCH'S REGION"
                       " FROM " WS-AA-EFF-DATE(WS-AA-SUB) " TO "
                       WS-AA-EXP-DATE(WS-AA-SUB)
               ELSE
                   DISPLAY WS-AA-ACCOUNT(WS-AA-SUB)
                       " REGION " WS-AA-REGION(WS-AA-SUB)
                       "      FROM " WS-AA-EFF-DATE(WS-AA-SUB) " TO "
                       WS-AA-EXP-DATE(WS-AA-SUB)
               END-IF
           END-PERFORM.

       FIND-ALLOC-ROW.

      * the row is identified by its account and any date it is in
      * force on - today's row when the date is left blank
           MOVE ZERO TO WS-AA-MATCH-SUB

           PERFORM GET-ENTRY-ACCOUNT
           MOVE "ENTER DATE THE ROW IS IN FORCE (SPACES = TODAY): "
               TO WS-DATE-PROMPT
           SET WS-DATE-BLANK-OK TO TRUE
           PERFORM GET-ENTRY-DATE
           IF WS-ENTRY-DATE = SPACES
               MOVE WS-TODAY-FORMATTED TO WS-ENTRY-DATE
           END-IF
           MOVE WS-ENTRY-DATE TO WS-ENTRY-AS-OF-DATE

           PERFORM VARYING WS-AA-SUB FROM 1 BY 1
                   UNTIL WS-AA-SUB > WS-AA-COUNT
               IF WS-AA-ACCOUNT(WS-AA-SUB) = WS-ENTRY-ACCOUNT
                       AND (WS-AA-EFF-DATE(WS-AA-SUB) = SPACES
                           OR WS-AA-EFF-DATE(WS-AA-SUB)
                               NOT > WS-ENTRY-AS-OF-DATE)
                       AND (WS-AA-EXP-DATE(WS-AA-SUB) = SPACES
                           OR WS-AA-EXP-DATE(WS-AA-SUB)
                               NOT < WS-ENTRY-AS-OF-DATE)
                   MOVE WS-AA-SUB TO WS-AA-MATCH-SUB
               END-IF
           END-PERFORM.

       CHECK-ALLOC-OVERLAP.

      * two ranges overlap when each starts no later than the other
      * ends; a blank effective date sorts before every date and a
      * blank expiry never ends
           SET WS-OVERLAP TO FALSE
           MOVE ZERO TO WS-AA-MATCH-SUB

           PERFORM VARYING WS-AA-SUB FROM 1 BY 1
                   UNTIL WS-AA-SUB > WS-AA-COUNT
               IF WS-AA-SUB NOT = WS-SKIP-SUB
                       AND WS-AA-ACCOUNT(WS-AA-SUB) = WS-ENTRY-ACCOUNT
                       AND (WS-ENTRY-EXP-DATE = SPACES
                           OR WS-AA-EFF-DATE(WS-AA-SUB)
                               NOT > WS-ENTRY-EXP-DATE)
                       AND (WS-AA-EXP-DATE(WS-AA-SUB) = SPACES
                           OR WS-ENTRY-EFF-DATE
                               NOT > WS-AA-EXP-DATE(WS-AA-SUB))
                   SET WS-OVERLAP TO TRUE
                   MOVE WS-AA-SUB TO WS-AA-MATCH-SUB
               END-IF
           END-PERFORM.

      ******************************************************************
      * keyboard entry and validation
      ******************************************************************
       GET-ENTRY-ACCOUNT.

           DISPLAY "ENTER COST ACCOUNT: "
           MOVE SPACES TO WS-ENTRY-ACCOUNT
           ACCEPT WS-ENTRY-ACCOUNT
           PERFORM UNTIL WS-ENTRY-ACCOUNT NOT = SPACES
               DISPLAY "ACCOUNT REQUIRED. RE-ENTER: "
               MOVE SPACES TO WS-ENTRY-ACCOUNT
               ACCEPT WS-ENTRY-ACCOUNT
           END-PERFORM.

       CHECK-ENTRY-ACCOUNT.

      * accounts are created by calc-copybook as they first post, so
      * a designation may name one before it reaches ACCOUNTMASTER -
      * it then has no branch to take a region from; a closed
      * account has no more activity to spread
           SET WS-ACCOUNT-OK TO TRUE
           MOVE ZERO TO WS-AM-MATCH-SUB
           MOVE SPACES TO WS-BRANCH-REGION

           PERFORM VARYING WS-AM-SUB FROM 1 BY 1
                   UNTIL WS-AM-SUB > WS-AM-COUNT
               IF WS-AM-ACCOUNT(WS-AM-SUB) = WS-ENTRY-ACCOUNT
                   MOVE WS-AM-SUB TO WS-AM-MATCH-SUB
               END-IF
           END-PERFORM

           IF WS-AM-MATCH-SUB NOT = ZERO
               IF WS-AM-STATUS(WS-AM-MATCH-SUB) = "C"
                   SET WS-ACCOUNT-OK TO FALSE
               END-IF
               PERFORM VARYING WS-BR-SUB FROM 1 BY 1
                       UNTIL WS-BR-SUB > WS-BR-COUNT
                   IF WS-BR-CODE(WS-BR-SUB)
                           = WS-AM-BRANCH(WS-AM-MATCH-SUB)
                       MOVE WS-BR-REGION(WS-BR-SUB)
                           TO WS-BRANCH-REGION
                   END-IF
               END-PERFORM
           END-IF.

       GET-ENTRY-REGION.

      * spaces take the owning branch's region, which the account
      * must then have; any other code must pass region-verify
           SET WS-REGION-OK TO FALSE

           IF WS-BRANCH-REGION = SPACES
               DISPLAY "ENTER REGION TO ALLOCATE OVER: "
           ELSE
               DISPLAY "ENTER REGION TO ALLOCATE OVER (SPACES = "
                   "BRANCH'S REGION " WS-BRANCH-REGION "): "
           END-IF
           MOVE SPACES TO WS-ENTRY-REGION
           ACCEPT WS-ENTRY-REGION

           IF WS-ENTRY-REGION = SPACES
               IF WS-BRANCH-REGION NOT = SPACES
                   SET WS-REGION-OK TO TRUE
               END-IF
           ELSE
               MOVE WS-ENTRY-REGION TO RV-REGION
               CALL "region-verify" USING REGION-CHECK-AREA
               EVALUATE TRUE
                   WHEN RV-ACCEPTABLE
                       SET WS-REGION-OK TO TRUE
                   WHEN RV-INACTIVE
                       DISPLAY "REGION " WS-ENTRY-REGION
                           " IS INACTIVE ON REGIONMASTER"
                   WHEN OTHER
                       DISPLAY "REGION " WS-ENTRY-REGION
                           " IS NOT ON REGIONMASTER"
               END-EVALUATE
           END-IF.

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
           SET RH-FILE-ALLOC TO TRUE
           MOVE WS-HIST-ACTION-CODE TO RH-ACTION
           MOVE WS-SUP-BADGE TO RH-OPERATOR-BADGE
           MOVE WS-BEFORE-IMAGE TO RH-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE TO RH-AFTER-IMAGE
           WRITE RATE-HIST-RECORD

           CLOSE RATE-HIST-FILE.

       END-OF-LOGIC-PARAGRAPHS.
           CONTINUE.

       ENTRY "COST-ALLOC-MAINT-SUB" USING LS-RETURN-CODE.

           PERFORM COST-ALLOC-MAINT-LOGIC

           MOVE RETURN-CODE TO LS-RETURN-CODE

           GOBACK.

       COPY abendproc.

       END PROGRAM cost-alloc-maint.
