      ******************************************************************
      * Author:
      * Date:
      * Purpose: Supervisor maintenance for GLMAP, the effective-
      *          dated table gl-journal maps each night's results and
      *          fees to general-ledger accounts through, on the
      *          load-table / act / rewrite pattern of
      *          interest-rate-maint. A supervisor badge, verified
      *          through pin-verify, may add a row for a source - R
      *          calculator result, F fee line item - a branch (or
      *          ALL), an account (or ALL), and an operation code (or
      *          * for any), naming the GL account debited and the GL
      *          account credited for a positive amount; change its
      *          GL accounts and expiry, expire it, and list a
      *          branch's rows. Only one row may be in force for the
      *          same key on any date. Every add, change, and expiry
      *          is journaled to RATEHIST with the badge and the
      *          record before and after.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. gl-map-maint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-MAP-FILE ASSIGN TO "GLMAP"
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
       FD  GL-MAP-FILE
           LABEL RECORDS ARE STANDARD.
           COPY glmap.

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
       01  WS-GM-TABLE.
           05 WS-GM-ROW OCCURS 500 TIMES.
               10 WS-GM-SOURCE       PIC X(1).
               10 WS-GM-BRANCH       PIC X(3).
               10 WS-GM-ACCOUNT      PIC X(8).
               10 WS-GM-OPERATION    PIC X(1).
               10 WS-GM-DEBIT-GL     PIC X(10).
               10 WS-GM-CREDIT-GL    PIC X(10).
               10 WS-GM-EFF-DATE     PIC X(10).
               10 WS-GM-EXP-DATE     PIC X(10).
               10 WS-GM-BADGE        PIC 9(3).
       01  WS-GM-COUNT              PIC 9(3) VALUE ZERO.
       01  WS-GM-SUB                PIC 9(3) VALUE ZERO.
       01  WS-GM-MATCH-SUB          PIC 9(3) VALUE ZERO.

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

       01  WS-GM-ACTION             PIC X(1).
           88  WS-GM-ADD                    VALUE "A".
           88  WS-GM-CHANGE                 VALUE "C".
           88  WS-GM-EXPIRE                 VALUE "E".
           88  WS-GM-INQUIRE                VALUE "I".
           88  WS-GM-NONE                   VALUE "N".

       01  WS-ENTRY-SOURCE          PIC X(1).
           88  WS-ENTRY-SOURCE-VALID        VALUE "R" "F".
       01  WS-ENTRY-BRANCH          PIC X(3).
       01  WS-ENTRY-ACCOUNT         PIC X(8).
       01  WS-ENTRY-OPERATION       PIC X(1).
           88  WS-ENTRY-OPERATION-VALID     VALUE "A" "S" "M" "D"
                                                  "R" "*".
       01  WS-ENTRY-DEBIT-GL        PIC X(10).
       01  WS-ENTRY-CREDIT-GL       PIC X(10).
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
       01  WS-MAP-CHANGED-SW        PIC X(1) VALUE "N".
           88  WS-MAP-CHANGED               VALUE "Y" FALSE "N".

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
           COPY abendws.

       LINKAGE SECTION.
       01  LS-RETURN-CODE              PIC S9(4) COMP.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           PERFORM GL-MAP-MAINT-LOGIC

           GOBACK.

       GL-MAP-MAINT-LOGIC.

           MOVE "gl-map-maint" TO WS-ABEND-PROGRAM

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           CALL "business-date" USING WS-RUN-DATE
           MOVE SPACES TO WS-TODAY-FORMATTED
           STRING WS-RUN-DATE-YYYY "-" WS-RUN-DATE-MM "-"
               WS-RUN-DATE-DD DELIMITED BY SIZE
               INTO WS-TODAY-FORMATTED

           PERFORM SIGNON-SUPERVISOR-BADGE
           IF NOT WS-SUP-OK
               DISPLAY "GL MAPPING MAINTENANCE REFUSED - "
                   "SUPERVISOR BADGE REQUIRED"
           ELSE
               PERFORM LOAD-BRANCH-TABLE
               PERFORM LOAD-MAP-TABLE

               SET WS-DONE TO FALSE
               PERFORM UNTIL WS-DONE
                   DISPLAY "GL MAPPING - A)DD C)HANGE E)XPIRE "
                       "I)NQUIRE N)ONE: "
                   MOVE SPACE TO WS-GM-ACTION
                   ACCEPT WS-GM-ACTION
                   EVALUATE TRUE
                       WHEN WS-GM-ADD
                           PERFORM ADD-GL-MAPPING
                       WHEN WS-GM-CHANGE
                           PERFORM CHANGE-GL-MAPPING
                       WHEN WS-GM-EXPIRE
                           PERFORM EXPIRE-GL-MAPPING
                       WHEN WS-GM-INQUIRE
                           PERFORM INQUIRE-GL-MAPPINGS
                       WHEN WS-GM-NONE
                           SET WS-DONE TO TRUE
                       WHEN OTHER
                           DISPLAY "INVALID ACTION, PLEASE "
                               "RE-ENTER."
                   END-EVALUATE
               END-PERFORM

               IF WS-MAP-CHANGED
                   PERFORM REWRITE-MAP-FILE
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
               DISPLAY "BRANCHMASTER NOT FOUND - ONLY BRANCH ALL "
                   "CAN BE ENTERED"
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

       LOAD-MAP-TABLE.

           MOVE ZERO TO WS-GM-COUNT
           SET WS-EOF TO FALSE

           OPEN INPUT GL-MAP-FILE
           IF WS-FILE-STATUS = "35"
               CONTINUE
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
                   IF WS-GM-COUNT >= 500
                       MOVE "WS-GM-TABLE OVERFLOW - MORE THAN 500"
                           TO WS-ABEND-MESSAGE
                       PERFORM ABEND-RTN
                   END-IF
                   ADD 1 TO WS-GM-COUNT
                   MOVE GM-SOURCE TO WS-GM-SOURCE(WS-GM-COUNT)
                   MOVE GM-BRANCH TO WS-GM-BRANCH(WS-GM-COUNT)
                   MOVE GM-ACCOUNT TO WS-GM-ACCOUNT(WS-GM-COUNT)
                   MOVE GM-OPERATION TO WS-GM-OPERATION(WS-GM-COUNT)
                   MOVE GM-DEBIT-GL TO WS-GM-DEBIT-GL(WS-GM-COUNT)
                   MOVE GM-CREDIT-GL TO WS-GM-CREDIT-GL(WS-GM-COUNT)
                   MOVE GM-EFF-DATE TO WS-GM-EFF-DATE(WS-GM-COUNT)
                   MOVE GM-EXP-DATE TO WS-GM-EXP-DATE(WS-GM-COUNT)
                   IF GM-BADGE NUMERIC
                       MOVE GM-BADGE TO WS-GM-BADGE(WS-GM-COUNT)
                   ELSE
                       MOVE ZERO TO WS-GM-BADGE(WS-GM-COUNT)
                   END-IF
                   READ GL-MAP-FILE
                       AT END SET WS-EOF TO TRUE
                   END-READ
               END-PERFORM

               CLOSE GL-MAP-FILE
           END-IF.

       REWRITE-MAP-FILE.

           OPEN OUTPUT GL-MAP-FILE
           IF WS-FILE-STATUS NOT = "00"
               STRING "UNABLE TO OPEN GLMAP, STATUS "
                   WS-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RTN
           END-IF

           PERFORM VARYING WS-GM-SUB FROM 1 BY 1
                   UNTIL WS-GM-SUB > WS-GM-COUNT
               PERFORM BUILD-MAP-RECORD
               WRITE GL-MAP-RECORD
           END-PERFORM

           CLOSE GL-MAP-FILE.

       BUILD-MAP-RECORD.

           MOVE SPACES TO GL-MAP-RECORD
           MOVE WS-GM-SOURCE(WS-GM-SUB) TO GM-SOURCE
           MOVE WS-GM-BRANCH(WS-GM-SUB) TO GM-BRANCH
           MOVE WS-GM-ACCOUNT(WS-GM-SUB) TO GM-ACCOUNT
           MOVE WS-GM-OPERATION(WS-GM-SUB) TO GM-OPERATION
           MOVE WS-GM-DEBIT-GL(WS-GM-SUB) TO GM-DEBIT-GL
           MOVE WS-GM-CREDIT-GL(WS-GM-SUB) TO GM-CREDIT-GL
           MOVE WS-GM-EFF-DATE(WS-GM-SUB) TO GM-EFF-DATE
           MOVE WS-GM-EXP-DATE(WS-GM-SUB) TO GM-EXP-DATE
           MOVE WS-GM-BADGE(WS-GM-SUB) TO GM-BADGE.

      ******************************************************************
      * GL mappings: one row per source, branch, account, and
      * operation per date
      ******************************************************************
       ADD-GL-MAPPING.

           PERFORM GET-ENTRY-SOURCE
           PERFORM GET-ENTRY-BRANCH
           IF NOT WS-BRANCH-OK
               DISPLAY "BRANCH NOT ACTIVE ON BRANCHMASTER: "
                   WS-ENTRY-BRANCH
           ELSE
               PERFORM GET-ENTRY-ACCOUNT
               PERFORM GET-ENTRY-OPERATION
               PERFORM GET-ENTRY-GL-ACCOUNTS

               MOVE "ENTER EFFECTIVE DATE (YYYY-MM-DD): "
                   TO WS-DATE-PROMPT
               SET WS-DATE-BLANK-OK TO FALSE
               PERFORM GET-ENTRY-DATE
               MOVE WS-ENTRY-DATE TO WS-ENTRY-EFF-DATE
               PERFORM GET-ENTRY-EXP-DATE

               MOVE ZERO TO WS-SKIP-SUB
               PERFORM CHECK-MAP-OVERLAP
               IF WS-OVERLAP
                   DISPLAY "REFUSED - OVERLAPS THE MAPPING EFFECTIVE "
                       WS-GM-EFF-DATE(WS-GM-MATCH-SUB) " TO "
                       WS-GM-EXP-DATE(WS-GM-MATCH-SUB)
               ELSE
                   IF WS-GM-COUNT >= 500
                       MOVE "WS-GM-TABLE OVERFLOW - MORE THAN 500"
                           TO WS-ABEND-MESSAGE
                       PERFORM ABEND-RTN
                   END-IF
                   ADD 1 TO WS-GM-COUNT
                   MOVE WS-ENTRY-SOURCE TO WS-GM-SOURCE(WS-GM-COUNT)
                   MOVE WS-ENTRY-BRANCH TO WS-GM-BRANCH(WS-GM-COUNT)
                   MOVE WS-ENTRY-ACCOUNT TO WS-GM-ACCOUNT(WS-GM-COUNT)
                   MOVE WS-ENTRY-OPERATION
                       TO WS-GM-OPERATION(WS-GM-COUNT)
                   MOVE WS-ENTRY-DEBIT-GL
                       TO WS-GM-DEBIT-GL(WS-GM-COUNT)
                   MOVE WS-ENTRY-CREDIT-GL
                       TO WS-GM-CREDIT-GL(WS-GM-COUNT)
                   MOVE WS-ENTRY-EFF-DATE
                       TO WS-GM-EFF-DATE(WS-GM-COUNT)
                   MOVE WS-ENTRY-EXP-DATE
                       TO WS-GM-EXP-DATE(WS-GM-COUNT)
                   MOVE WS-SUP-BADGE TO WS-GM-BADGE(WS-GM-COUNT)

                   MOVE SPACES TO WS-BEFORE-IMAGE
                   MOVE WS-GM-COUNT TO WS-GM-SUB
                   PERFORM BUILD-MAP-RECORD
                   MOVE GL-MAP-RECORD TO WS-AFTER-IMAGE
                   MOVE "A" TO WS-HIST-ACTION-CODE
                   PERFORM WRITE-RATE-HISTORY
                   SET WS-MAP-CHANGED TO TRUE
                   DISPLAY "MAPPING ADDED: " WS-ENTRY-SOURCE " "
                       WS-ENTRY-BRANCH " " WS-ENTRY-ACCOUNT " "
                       WS-ENTRY-OPERATION " FROM " WS-ENTRY-EFF-DATE
               END-IF
           END-IF.

       CHANGE-GL-MAPPING.

           PERFORM FIND-GL-MAPPING-ROW
           IF WS-GM-MATCH-SUB = ZERO
               DISPLAY "NO MAPPING ON FILE FOR " WS-ENTRY-SOURCE " "
                   WS-ENTRY-BRANCH " " WS-ENTRY-ACCOUNT " "
                   WS-ENTRY-OPERATION " ON " WS-ENTRY-AS-OF-DATE
           ELSE
               MOVE WS-GM-MATCH-SUB TO WS-GM-SUB
               PERFORM BUILD-MAP-RECORD
               MOVE GL-MAP-RECORD TO WS-BEFORE-IMAGE

               DISPLAY "CURRENT DEBIT GL: "
                   WS-GM-DEBIT-GL(WS-GM-MATCH-SUB)
                   "  CREDIT GL: " WS-GM-CREDIT-GL(WS-GM-MATCH-SUB)
               PERFORM GET-ENTRY-GL-ACCOUNTS
               MOVE WS-GM-EFF-DATE(WS-GM-MATCH-SUB)
                   TO WS-ENTRY-EFF-DATE
               DISPLAY "CURRENT EXPIRY: "
                   WS-GM-EXP-DATE(WS-GM-MATCH-SUB)
               PERFORM GET-ENTRY-EXP-DATE

               MOVE WS-GM-MATCH-SUB TO WS-SKIP-SUB
               PERFORM CHECK-MAP-OVERLAP
               IF WS-OVERLAP
                   DISPLAY "REFUSED - OVERLAPS THE MAPPING EFFECTIVE "
                       WS-GM-EFF-DATE(WS-GM-MATCH-SUB) " TO "
                       WS-GM-EXP-DATE(WS-GM-MATCH-SUB)
               ELSE
                   MOVE WS-SKIP-SUB TO WS-GM-SUB
                   MOVE WS-ENTRY-DEBIT-GL TO WS-GM-DEBIT-GL(WS-GM-SUB)
                   MOVE WS-ENTRY-CREDIT-GL
                       TO WS-GM-CREDIT-GL(WS-GM-SUB)
                   MOVE WS-ENTRY-EXP-DATE TO WS-GM-EXP-DATE(WS-GM-SUB)
                   MOVE WS-SUP-BADGE TO WS-GM-BADGE(WS-GM-SUB)
                   PERFORM BUILD-MAP-RECORD
                   MOVE GL-MAP-RECORD TO WS-AFTER-IMAGE
                   MOVE "C" TO WS-HIST-ACTION-CODE
                   PERFORM WRITE-RATE-HISTORY
                   SET WS-MAP-CHANGED TO TRUE
                   DISPLAY "MAPPING CHANGED: " WS-ENTRY-SOURCE " "
                       WS-ENTRY-BRANCH " " WS-ENTRY-ACCOUNT " "
                       WS-ENTRY-OPERATION
               END-IF
           END-IF.

       EXPIRE-GL-MAPPING.

      * the last effective date may not precede the first, nor run
      * past a current expiry; an open-ended row may be closed only
      * where the range it keeps clears every other row
           PERFORM FIND-GL-MAPPING-ROW
           IF WS-GM-MATCH-SUB = ZERO
               DISPLAY "NO MAPPING ON FILE FOR " WS-ENTRY-SOURCE " "
                   WS-ENTRY-BRANCH " " WS-ENTRY-ACCOUNT " "
                   WS-ENTRY-OPERATION " ON " WS-ENTRY-AS-OF-DATE
           ELSE
               MOVE WS-GM-MATCH-SUB TO WS-GM-SUB
               PERFORM BUILD-MAP-RECORD
               MOVE GL-MAP-RECORD TO WS-BEFORE-IMAGE

               MOVE "ENTER LAST EFFECTIVE DATE (SPACES = TODAY): "
                   TO WS-DATE-PROMPT
               SET WS-DATE-BLANK-OK TO TRUE
               PERFORM GET-ENTRY-DATE
               IF WS-ENTRY-DATE = SPACES
                   MOVE WS-TODAY-FORMATTED TO WS-ENTRY-DATE
               END-IF

               IF WS-ENTRY-DATE < WS-GM-EFF-DATE(WS-GM-SUB)
                   DISPLAY "REFUSED - EXPIRY BEFORE EFFECTIVE DATE "
                       WS-GM-EFF-DATE(WS-GM-SUB)
               ELSE
                   IF WS-GM-EXP-DATE(WS-GM-SUB) NOT = SPACES
                           AND WS-ENTRY-DATE > WS-GM-EXP-DATE(WS-GM-SUB)
                       DISPLAY "REFUSED - AFTER THE CURRENT EXPIRY "
                           WS-GM-EXP-DATE(WS-GM-SUB)
                   ELSE
                       MOVE WS-GM-EFF-DATE(WS-GM-SUB)
                           TO WS-ENTRY-EFF-DATE
                       MOVE WS-ENTRY-DATE TO WS-ENTRY-EXP-DATE
                       MOVE WS-GM-SUB TO WS-SKIP-SUB
                       PERFORM CHECK-MAP-OVERLAP
                       IF WS-OVERLAP
                           DISPLAY "REFUSED - OVERLAPS THE MAPPING "
                               "EFFECTIVE "
                               WS-GM-EFF-DATE(WS-GM-MATCH-SUB) " TO "
                               WS-GM-EXP-DATE(WS-GM-MATCH-SUB)
                       ELSE
                           MOVE WS-SKIP-SUB TO WS-GM-SUB
                           MOVE WS-ENTRY-DATE
                               TO WS-GM-EXP-DATE(WS-GM-SUB)
                           MOVE WS-SUP-BADGE TO WS-GM-BADGE(WS-GM-SUB)
                           PERFORM BUILD-MAP-RECORD
                           MOVE GL-MAP-RECORD TO WS-AFTER-IMAGE
                           MOVE "E" TO WS-HIST-ACTION-CODE
                           PERFORM WRITE-RATE-HISTORY
                           SET WS-MAP-CHANGED TO TRUE
                           DISPLAY "MAPPING EXPIRED: " WS-ENTRY-SOURCE
                               " " WS-ENTRY-BRANCH " " WS-ENTRY-ACCOUNT
                               " " WS-ENTRY-OPERATION " AFTER "
                               WS-ENTRY-DATE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       INQUIRE-GL-MAPPINGS.

           DISPLAY "ENTER BRANCH CODE (ALL = EVERY BRANCH): "
           MOVE SPACES TO WS-ENTRY-BRANCH
           ACCEPT WS-ENTRY-BRANCH

           PERFORM VARYING WS-GM-SUB FROM 1 BY 1
                   UNTIL WS-GM-SUB > WS-GM-COUNT
               IF WS-GM-BRANCH(WS-GM-SUB) = WS-ENTRY-BRANCH
                   DISPLAY WS-GM-SOURCE(WS-GM-SUB) " "
                       WS-GM-ACCOUNT(WS-GM-SUB) " "
                       WS-GM-OPERATION(WS-GM-SUB)
                       " DR " WS-GM-DEBIT-GL(WS-GM-SUB)
                       " CR " WS-GM-CREDIT-GL(WS-GM-SUB)
                       " FROM " WS-GM-EFF-DATE(WS-GM-SUB) " TO "
                       WS-GM-EXP-DATE(WS-GM-SUB)
               END-IF
           END-PERFORM.

       FIND-GL-MAPPING-ROW.

      * the row is identified by its key and any date it is in force
      * on - today's row when the date is left blank
           MOVE ZERO TO WS-GM-MATCH-SUB

           PERFORM GET-ENTRY-SOURCE
           DISPLAY "ENTER BRANCH CODE (ALL = EVERY BRANCH): "
           MOVE SPACES TO WS-ENTRY-BRANCH
           ACCEPT WS-ENTRY-BRANCH
           PERFORM GET-ENTRY-ACCOUNT
           PERFORM GET-ENTRY-OPERATION
           MOVE "ENTER DATE THE MAPPING IS IN FORCE (SPACES = TODAY): "
               TO WS-DATE-PROMPT
           SET WS-DATE-BLANK-OK TO TRUE
           PERFORM GET-ENTRY-DATE
           IF WS-ENTRY-DATE = SPACES
               MOVE WS-TODAY-FORMATTED TO WS-ENTRY-DATE
           END-IF
           MOVE WS-ENTRY-DATE TO WS-ENTRY-AS-OF-DATE

           PERFORM VARYING WS-GM-SUB FROM 1 BY 1
                   UNTIL WS-GM-SUB > WS-GM-COUNT
               IF WS-GM-SOURCE(WS-GM-SUB) = WS-ENTRY-SOURCE
                       AND WS-GM-BRANCH(WS-GM-SUB) = WS-ENTRY-BRANCH
                       AND WS-GM-ACCOUNT(WS-GM-SUB) = WS-ENTRY-ACCOUNT
                       AND WS-GM-OPERATION(WS-GM-SUB)
                           = WS-ENTRY-OPERATION
                       AND (WS-GM-EFF-DATE(WS-GM-SUB) = SPACES
                           OR WS-GM-EFF-DATE(WS-GM-SUB)
                               NOT > WS-ENTRY-AS-OF-DATE)
                       AND (WS-GM-EXP-DATE(WS-GM-SUB) = SPACES
                           OR WS-GM-EXP-DATE(WS-GM-SUB)
                               NOT < WS-ENTRY-AS-OF-DATE)
                   MOVE WS-GM-SUB TO WS-GM-MATCH-SUB
               END-IF
           END-PERFORM.

       CHECK-MAP-OVERLAP.

      * two ranges overlap when each starts no later than the other
      * ends; a blank effective date sorts before every date and a
      * blank expiry never ends
           SET WS-OVERLAP TO FALSE
           MOVE ZERO TO WS-GM-MATCH-SUB

           PERFORM VARYING WS-GM-SUB FROM 1 BY 1
                   UNTIL WS-GM-SUB > WS-GM-COUNT
               IF WS-GM-SUB NOT = WS-SKIP-SUB
                       AND WS-GM-SOURCE(WS-GM-SUB) = WS-ENTRY-SOURCE
                       AND WS-GM-BRANCH(WS-GM-SUB) = WS-ENTRY-BRANCH
                       AND WS-GM-ACCOUNT(WS-GM-SUB) = WS-ENTRY-ACCOUNT
                       AND WS-GM-OPERATION(WS-GM-SUB)
                           = WS-ENTRY-OPERATION
                       AND (WS-ENTRY-EXP-DATE = SPACES
                           OR WS-GM-EFF-DATE(WS-GM-SUB)
                               NOT > WS-ENTRY-EXP-DATE)
                       AND (WS-GM-EXP-DATE(WS-GM-SUB) = SPACES
                           OR WS-ENTRY-EFF-DATE
                               NOT > WS-GM-EXP-DATE(WS-GM-SUB))
                   SET WS-OVERLAP TO TRUE
                   MOVE WS-GM-SUB TO WS-GM-MATCH-SUB
               END-IF
           END-PERFORM.

      ******************************************************************
      * keyboard entry and validation
      ******************************************************************
       GET-ENTRY-SOURCE.

           DISPLAY "ENTER SOURCE (R RESULT / F FEE): "
           MOVE SPACE TO WS-ENTRY-SOURCE
           ACCEPT WS-ENTRY-SOURCE
           PERFORM UNTIL WS-ENTRY-SOURCE-VALID
               DISPLAY "INVALID SOURCE, R OR F ONLY. RE-ENTER: "
               MOVE SPACE TO WS-ENTRY-SOURCE
               ACCEPT WS-ENTRY-SOURCE
           END-PERFORM.

       GET-ENTRY-BRANCH.

      * ALL maps every branch; any other code must be a branch active
      * on BRANCHMASTER inside its effective dates
           SET WS-BRANCH-OK TO FALSE

           DISPLAY "ENTER BRANCH CODE (ALL = EVERY BRANCH): "
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

       GET-ENTRY-ACCOUNT.

      * accounts are created by calc-copybook as they first post, so
      * a mapping may name one before it reaches ACCOUNTMASTER
           DISPLAY "ENTER ACCOUNT (ALL = EVERY ACCOUNT): "
           MOVE SPACES TO WS-ENTRY-ACCOUNT
           ACCEPT WS-ENTRY-ACCOUNT
           PERFORM UNTIL WS-ENTRY-ACCOUNT NOT = SPACES
               DISPLAY "ACCOUNT REQUIRED, OR ALL. RE-ENTER: "
               MOVE SPACES TO WS-ENTRY-ACCOUNT
               ACCEPT WS-ENTRY-ACCOUNT
           END-PERFORM.

       GET-ENTRY-OPERATION.

           DISPLAY "ENTER OPERATION CODE (A S M D R, * = ANY): "
           MOVE SPACE TO WS-ENTRY-OPERATION
           ACCEPT WS-ENTRY-OPERATION
           PERFORM UNTIL WS-ENTRY-OPERATION-VALID
               DISPLAY "INVALID OPERATION, A S M D R OR *. "
                   "RE-ENTER: "
               MOVE SPACE TO WS-ENTRY-OPERATION
               ACCEPT WS-ENTRY-OPERATION
           END-PERFORM.

       GET-ENTRY-GL-ACCOUNTS.

           DISPLAY "ENTER GL ACCOUNT DEBITED FOR A POSITIVE AMOUNT: "
           MOVE SPACES TO WS-ENTRY-DEBIT-GL
           ACCEPT WS-ENTRY-DEBIT-GL
           PERFORM UNTIL WS-ENTRY-DEBIT-GL NOT = SPACES
               DISPLAY "GL ACCOUNT REQUIRED. RE-ENTER: "
               MOVE SPACES TO WS-ENTRY-DEBIT-GL
               ACCEPT WS-ENTRY-DEBIT-GL
           END-PERFORM

           DISPLAY "ENTER GL ACCOUNT CREDITED FOR A POSITIVE AMOUNT: "
           MOVE SPACES TO WS-ENTRY-CREDIT-GL
           ACCEPT WS-ENTRY-CREDIT-GL
           PERFORM UNTIL WS-ENTRY-CREDIT-GL NOT = SPACES
                   AND WS-ENTRY-CREDIT-GL NOT = WS-ENTRY-DEBIT-GL
               DISPLAY "GL ACCOUNT REQUIRED, NOT THE DEBIT ACCOUNT. "
                   "RE-ENTER: "
               MOVE SPACES TO WS-ENTRY-CREDIT-GL
               ACCEPT WS-ENTRY-CREDIT-GL
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
           SET RH-FILE-GLMAP TO TRUE
           MOVE WS-HIST-ACTION-CODE TO RH-ACTION
           MOVE WS-SUP-BADGE TO RH-OPERATOR-BADGE
           MOVE WS-BEFORE-IMAGE TO RH-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE TO RH-AFTER-IMAGE
           WRITE RATE-HIST-RECORD

           CLOSE RATE-HIST-FILE.

       END-OF-LOGIC-PARAGRAPHS.
           CONTINUE.

       ENTRY "GL-MAP-MAINT-SUB" USING LS-RETURN-CODE.

           PERFORM GL-MAP-MAINT-LOGIC

           MOVE RETURN-CODE TO LS-RETURN-CODE

           GOBACK.

       COPY abendproc.

       END PROGRAM gl-map-maint.
