      ******************************************************************
      * Author:
      * Date:
      * Purpose: Supervisor maintenance for ACCOUNTMASTER, on the
      *          load-table / act / rewrite pattern of operator-maint.
      *          calc-copybook still opens an account it has never
      *          seen, but an account can now be opened deliberately
      *          with its owning branch, moved to another owning
      *          branch, frozen and unfrozen, and closed. A supervisor
      *          badge, verified through pin-verify, is required.
      *          The owning branch must be active on BRANCHMASTER,
      *          an account may only be closed once its
      *          AM-CURR-BALANCE is zero, a closed account stays
      *          closed, and SUSPENSE itself may be neither frozen
      *          nor closed - every detail with no account lands
      *          there. tran-edit drops details for closed accounts
      *          and for accounts owned by another branch, and holds
      *          details for frozen accounts on the release queue.
      *          Every change is journaled to ACCTHIST with the
      *          badge and the account record before and after.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. account-maint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCOUNTMASTER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT BRANCH-FILE ASSIGN TO "BRANCHMASTER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT ACCT-HIST-FILE ASSIGN TO "ACCTHIST"
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

       FD  BRANCH-FILE
           LABEL RECORDS ARE STANDARD.
           COPY brchrec.

       FD  ACCT-HIST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY accthist.

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

       01  WS-BR-TABLE.
           05 WS-BR-ROW OCCURS 50 TIMES.
               10 WS-BR-CODE         PIC X(3).
               10 WS-BR-ACTIVE       PIC X(1).
               10 WS-BR-EFF-DATE     PIC X(10).
               10 WS-BR-EXP-DATE     PIC X(10).
       01  WS-BR-COUNT              PIC 9(2) VALUE ZERO.
       01  WS-BR-SUB                PIC 9(2) VALUE ZERO.

       01  WS-AM-ACTION             PIC X(1).
           88  WS-AM-ACT-OPEN               VALUE "O".
           88  WS-AM-ACT-BRANCH             VALUE "B".
           88  WS-AM-ACT-FREEZE             VALUE "F".
           88  WS-AM-ACT-UNFREEZE           VALUE "U".
           88  WS-AM-ACT-CLOSE              VALUE "C".
           88  WS-AM-ACT-INQUIRE            VALUE "I".
           88  WS-AM-ACT-NONE               VALUE "N".

       01  WS-ENTRY-ACCOUNT         PIC X(8).
       01  WS-ENTRY-BRANCH          PIC X(3).

       01  WS-BRANCH-OK-SW          PIC X(1) VALUE "N".
           88  WS-BRANCH-OK                 VALUE "Y" FALSE "N".
       01  WS-AM-CHANGED-SW         PIC X(1) VALUE "N".
           88  WS-AM-CHANGED                VALUE "Y" FALSE "N".

       01  WS-HIST-ACTION-CODE      PIC X(1).
       01  WS-BEFORE-IMAGE          PIC X(80).
       01  WS-AFTER-IMAGE           PIC X(80).
       01  WS-TRAN-TIME             PIC X(8).

       01  WS-SIGNON-FIELDS.
           05 WS-SUP-BADGE-X        PIC X(3).
           05 WS-SUP-BADGE          PIC 9(3) VALUE ZERO.

       01  WS-SUP-OK-SW             PIC X(1) VALUE "N".
           88  WS-SUP-OK                    VALUE "Y" FALSE "N".

       01  WS-OP-EOF-SW             PIC X(1) VALUE "N".
           88  WS-OP-EOF                    VALUE "Y" FALSE "N".

       01  WS-BAL-DISPLAY           PIC +Z(12)9.99.
       01  WS-STATUS-TEXT           PIC X(6).

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

           PERFORM ACCOUNT-MAINT-LOGIC

           GOBACK.

       ACCOUNT-MAINT-LOGIC.

           MOVE "account-maint" TO WS-ABEND-PROGRAM

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           CALL "business-date" USING WS-RUN-DATE
           MOVE SPACES TO WS-TODAY-FORMATTED
           STRING WS-RUN-DATE-YYYY "-" WS-RUN-DATE-MM "-"
               WS-RUN-DATE-DD DELIMITED BY SIZE
               INTO WS-TODAY-FORMATTED

           PERFORM SIGNON-SUPERVISOR-BADGE
           IF NOT WS-SUP-OK
               DISPLAY "ACCOUNT MAINTENANCE REFUSED - SUPERVISOR "
                   "BADGE REQUIRED"
           ELSE
               PERFORM LOAD-BRANCH-TABLE
               PERFORM LOAD-ACCOUNT-TABLE
               SET WS-AM-CHANGED TO FALSE

               SET WS-DONE TO FALSE
               PERFORM UNTIL WS-DONE
                   DISPLAY "ACCOUNT MAINTENANCE - O)PEN B)RANCH "
                       "F)REEZE U)NFREEZE C)LOSE I)NQUIRE N)ONE: "
                   MOVE SPACE TO WS-AM-ACTION
                   ACCEPT WS-AM-ACTION
                   EVALUATE TRUE
                       WHEN WS-AM-ACT-OPEN
                           PERFORM OPEN-ACCOUNT
                       WHEN WS-AM-ACT-BRANCH
                           PERFORM CHANGE-OWNING-BRANCH
                       WHEN WS-AM-ACT-FREEZE
                           PERFORM FREEZE-ACCOUNT
                       WHEN WS-AM-ACT-UNFREEZE
                           PERFORM UNFREEZE-ACCOUNT
                       WHEN WS-AM-ACT-CLOSE
                           PERFORM CLOSE-ACCOUNT
                       WHEN WS-AM-ACT-INQUIRE
                           PERFORM INQUIRE-ACCOUNT
                       WHEN WS-AM-ACT-NONE
                           SET WS-DONE TO TRUE
                       WHEN OTHER
                           DISPLAY "INVALID ACTION, PLEASE "
                               "RE-ENTER."
                   END-EVALUATE
               END-PERFORM

               IF WS-AM-CHANGED
                   PERFORM REWRITE-ACCOUNT-MASTER
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
               DISPLAY "BRANCHMASTER NOT FOUND - NO OWNING BRANCH "
                   "CAN BE SET"
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
               PERFORM BUILD-ACCOUNT-RECORD
               WRITE ACCOUNT-MASTER-RECORD
           END-PERFORM

           CLOSE ACCOUNT-MASTER.

       BUILD-ACCOUNT-RECORD.

           MOVE SPACES TO ACCOUNT-MASTER-RECORD
           MOVE WS-AM-ACCOUNT(WS-AM-SUB) TO AM-ACCOUNT
           MOVE WS-AM-BRANCH(WS-AM-SUB) TO AM-BRANCH
           MOVE WS-AM-OPEN-BAL(WS-AM-SUB) TO AM-OPEN-BALANCE
           MOVE WS-AM-CURR-BAL(WS-AM-SUB) TO AM-CURR-BALANCE
           MOVE WS-AM-STMT-DATE(WS-AM-SUB) TO AM-LAST-STMT-DATE
           MOVE WS-AM-EFF-DATE(WS-AM-SUB) TO AM-EFF-DATE
           MOVE WS-AM-STATUS(WS-AM-SUB) TO AM-STATUS
           MOVE WS-AM-STATUS-DATE(WS-AM-SUB) TO AM-STATUS-DATE
           MOVE WS-AM-CLOSED-YEAR(WS-AM-SUB) TO AM-CLOSED-YEAR.

       FIND-ACCOUNT-ROW.

           MOVE ZERO TO WS-AM-MATCH-SUB

           PERFORM VARYING WS-AM-SUB FROM 1 BY 1
                   UNTIL WS-AM-SUB > WS-AM-COUNT
               IF WS-AM-ACCOUNT(WS-AM-SUB) = WS-ENTRY-ACCOUNT
                   MOVE WS-AM-SUB TO WS-AM-MATCH-SUB
               END-IF
           END-PERFORM.

      ******************************************************************
      * maintenance actions
      ******************************************************************
       OPEN-ACCOUNT.

           PERFORM GET-ENTRY-ACCOUNT
           PERFORM FIND-ACCOUNT-ROW

           IF WS-ENTRY-ACCOUNT = SPACES
               DISPLAY "NO ACCOUNT ENTERED - NOT OPENED"
           ELSE
           IF WS-AM-MATCH-SUB > ZERO
               DISPLAY "ACCOUNT " WS-ENTRY-ACCOUNT
                   " IS ALREADY ON ACCOUNTMASTER"
           ELSE
           IF WS-AM-COUNT >= 200
               DISPLAY "ACCOUNTMASTER IS FULL - NOT OPENED"
           ELSE
               PERFORM GET-ENTRY-BRANCH
               IF NOT WS-BRANCH-OK
                   DISPLAY "BRANCH " WS-ENTRY-BRANCH " IS NOT "
                       "ACTIVE ON BRANCHMASTER - NOT OPENED"
               ELSE
                   ADD 1 TO WS-AM-COUNT
                   MOVE WS-AM-COUNT TO WS-AM-SUB
                   MOVE WS-ENTRY-ACCOUNT TO WS-AM-ACCOUNT(WS-AM-SUB)
                   MOVE WS-ENTRY-BRANCH TO WS-AM-BRANCH(WS-AM-SUB)
                   MOVE ZERO TO WS-AM-OPEN-BAL(WS-AM-SUB)
                   MOVE ZERO TO WS-AM-CURR-BAL(WS-AM-SUB)
                   MOVE SPACES TO WS-AM-STMT-DATE(WS-AM-SUB)
                   MOVE WS-TODAY-FORMATTED
                       TO WS-AM-EFF-DATE(WS-AM-SUB)
                   MOVE "O" TO WS-AM-STATUS(WS-AM-SUB)
                   MOVE WS-TODAY-FORMATTED
                       TO WS-AM-STATUS-DATE(WS-AM-SUB)
                   MOVE SPACES TO WS-AM-CLOSED-YEAR(WS-AM-SUB)
                   MOVE SPACES TO WS-BEFORE-IMAGE
                   PERFORM BUILD-ACCOUNT-RECORD
                   MOVE ACCOUNT-MASTER-RECORD TO WS-AFTER-IMAGE
                   MOVE "O" TO WS-HIST-ACTION-CODE
                   PERFORM WRITE-ACCOUNT-HISTORY
                   SET WS-AM-CHANGED TO TRUE
                   DISPLAY "ACCOUNT " WS-ENTRY-ACCOUNT
                       " OPENED FOR BRANCH " WS-ENTRY-BRANCH
               END-IF
           END-IF
           END-IF
           END-IF.

       CHANGE-OWNING-BRANCH.

           PERFORM GET-EXISTING-ACCOUNT

           IF WS-AM-MATCH-SUB > ZERO
               IF WS-AM-STATUS(WS-AM-MATCH-SUB) = "C"
                   DISPLAY "ACCOUNT " WS-ENTRY-ACCOUNT
                       " IS CLOSED - NOT CHANGED"
               ELSE
                   PERFORM GET-ENTRY-BRANCH
                   IF NOT WS-BRANCH-OK
                       DISPLAY "BRANCH " WS-ENTRY-BRANCH " IS NOT "
                           "ACTIVE ON BRANCHMASTER - NOT CHANGED"
                   ELSE
                       MOVE WS-AM-MATCH-SUB TO WS-AM-SUB
                       PERFORM BUILD-ACCOUNT-RECORD
                       MOVE ACCOUNT-MASTER-RECORD TO WS-BEFORE-IMAGE
                       MOVE WS-ENTRY-BRANCH
                           TO WS-AM-BRANCH(WS-AM-SUB)
                       PERFORM BUILD-ACCOUNT-RECORD
                       MOVE ACCOUNT-MASTER-RECORD TO WS-AFTER-IMAGE
                       MOVE "B" TO WS-HIST-ACTION-CODE
                       PERFORM WRITE-ACCOUNT-HISTORY
                       SET WS-AM-CHANGED TO TRUE
                       DISPLAY "ACCOUNT " WS-ENTRY-ACCOUNT
                           " NOW OWNED BY BRANCH " WS-ENTRY-BRANCH
                   END-IF
               END-IF
           END-IF.

       FREEZE-ACCOUNT.

           PERFORM GET-EXISTING-ACCOUNT

           IF WS-AM-MATCH-SUB > ZERO
               EVALUATE TRUE
                   WHEN WS-ENTRY-ACCOUNT = "SUSPENSE"
                       DISPLAY "SUSPENSE CANNOT BE FROZEN"
                   WHEN WS-AM-STATUS(WS-AM-MATCH-SUB) = "C"
                       DISPLAY "ACCOUNT " WS-ENTRY-ACCOUNT
                           " IS CLOSED - NOT FROZEN"
                   WHEN WS-AM-STATUS(WS-AM-MATCH-SUB) = "F"
                       DISPLAY "ACCOUNT " WS-ENTRY-ACCOUNT
                           " IS ALREADY FROZEN"
                   WHEN OTHER
                       MOVE "F" TO WS-HIST-ACTION-CODE
                       PERFORM SET-ACCOUNT-STATUS
                       DISPLAY "ACCOUNT " WS-ENTRY-ACCOUNT " FROZEN"
               END-EVALUATE
           END-IF.

       UNFREEZE-ACCOUNT.

           PERFORM GET-EXISTING-ACCOUNT

           IF WS-AM-MATCH-SUB > ZERO
               IF WS-AM-STATUS(WS-AM-MATCH-SUB) NOT = "F"
                   DISPLAY "ACCOUNT " WS-ENTRY-ACCOUNT
                       " IS NOT FROZEN"
               ELSE
                   MOVE "U" TO WS-HIST-ACTION-CODE
                   PERFORM SET-ACCOUNT-STATUS
                   DISPLAY "ACCOUNT " WS-ENTRY-ACCOUNT " UNFROZEN"
               END-IF
           END-IF.

       CLOSE-ACCOUNT.

      * a close with money still on the account would strand the
      * balance - it must be brought to zero first
           PERFORM GET-EXISTING-ACCOUNT

           IF WS-AM-MATCH-SUB > ZERO
               EVALUATE TRUE
                   WHEN WS-ENTRY-ACCOUNT = "SUSPENSE"
                       DISPLAY "SUSPENSE CANNOT BE CLOSED"
                   WHEN WS-AM-STATUS(WS-AM-MATCH-SUB) = "C"
                       DISPLAY "ACCOUNT " WS-ENTRY-ACCOUNT
                           " IS ALREADY CLOSED"
                   WHEN WS-AM-CURR-BAL(WS-AM-MATCH-SUB) NOT = ZERO
                       MOVE WS-AM-CURR-BAL(WS-AM-MATCH-SUB)
                           TO WS-BAL-DISPLAY
                       DISPLAY "ACCOUNT " WS-ENTRY-ACCOUNT
                           " HAS BALANCE " WS-BAL-DISPLAY
                           " - NOT CLOSED"
                   WHEN OTHER
                       MOVE "C" TO WS-HIST-ACTION-CODE
                       PERFORM SET-ACCOUNT-STATUS
                       DISPLAY "ACCOUNT " WS-ENTRY-ACCOUNT " CLOSED"
               END-EVALUATE
           END-IF.

       SET-ACCOUNT-STATUS.

      * the journal action code doubles as the new status, except
      * that an unfreeze returns the account to open
           MOVE WS-AM-MATCH-SUB TO WS-AM-SUB
           PERFORM BUILD-ACCOUNT-RECORD
           MOVE ACCOUNT-MASTER-RECORD TO WS-BEFORE-IMAGE

           IF WS-HIST-ACTION-CODE = "U"
               MOVE "O" TO WS-AM-STATUS(WS-AM-SUB)
           ELSE
               MOVE WS-HIST-ACTION-CODE TO WS-AM-STATUS(WS-AM-SUB)
           END-IF
           MOVE WS-TODAY-FORMATTED TO WS-AM-STATUS-DATE(WS-AM-SUB)

           PERFORM BUILD-ACCOUNT-RECORD
           MOVE ACCOUNT-MASTER-RECORD TO WS-AFTER-IMAGE
           PERFORM WRITE-ACCOUNT-HISTORY
           SET WS-AM-CHANGED TO TRUE.

       INQUIRE-ACCOUNT.

           PERFORM GET-EXISTING-ACCOUNT

           IF WS-AM-MATCH-SUB > ZERO
               MOVE WS-AM-MATCH-SUB TO WS-AM-SUB
               PERFORM SET-STATUS-TEXT
               DISPLAY "ACCOUNT " WS-AM-ACCOUNT(WS-AM-SUB)
                   "  BRANCH " WS-AM-BRANCH(WS-AM-SUB)
                   "  STATUS " WS-STATUS-TEXT
                   " SINCE " WS-AM-STATUS-DATE(WS-AM-SUB)
               MOVE WS-AM-OPEN-BAL(WS-AM-SUB) TO WS-BAL-DISPLAY
               DISPLAY "  OPENING BALANCE " WS-BAL-DISPLAY
                   "  LAST STATEMENT " WS-AM-STMT-DATE(WS-AM-SUB)
               MOVE WS-AM-CURR-BAL(WS-AM-SUB) TO WS-BAL-DISPLAY
               DISPLAY "  CURRENT BALANCE " WS-BAL-DISPLAY
                   "  EFFECTIVE " WS-AM-EFF-DATE(WS-AM-SUB)
           END-IF.

       SET-STATUS-TEXT.

           EVALUATE WS-AM-STATUS(WS-AM-SUB)
               WHEN "F"
                   MOVE "FROZEN" TO WS-STATUS-TEXT
               WHEN "C"
                   MOVE "CLOSED" TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE "OPEN" TO WS-STATUS-TEXT
           END-EVALUATE.

      ******************************************************************
      * keyboard entry and validation
      ******************************************************************
       GET-ENTRY-ACCOUNT.

           DISPLAY "ENTER ACCOUNT: "
           MOVE SPACES TO WS-ENTRY-ACCOUNT
           ACCEPT WS-ENTRY-ACCOUNT.

       GET-EXISTING-ACCOUNT.

           PERFORM GET-ENTRY-ACCOUNT
           PERFORM FIND-ACCOUNT-ROW
           IF WS-AM-MATCH-SUB = ZERO
               DISPLAY "ACCOUNT " WS-ENTRY-ACCOUNT
                   " IS NOT ON ACCOUNTMASTER"
           END-IF.

       GET-ENTRY-BRANCH.

      * only a branch active on BRANCHMASTER, inside its effective
      * dates, may own an account
           SET WS-BRANCH-OK TO FALSE

           DISPLAY "ENTER OWNING BRANCH CODE: "
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

       WRITE-ACCOUNT-HISTORY.

           OPEN EXTEND ACCT-HIST-FILE
           IF WS-FILE-STATUS = "35"
               OPEN OUTPUT ACCT-HIST-FILE
               CLOSE ACCT-HIST-FILE
               OPEN EXTEND ACCT-HIST-FILE
           END-IF
           IF WS-FILE-STATUS NOT = "00"
               STRING "UNABLE TO OPEN ACCTHIST, STATUS "
                   WS-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RTN
           END-IF

           ACCEPT WS-TRAN-TIME FROM TIME

           MOVE SPACES TO ACCT-HIST-RECORD
           STRING WS-RUN-DATE-YYYY "-" WS-RUN-DATE-MM "-"
               WS-RUN-DATE-DD " " WS-TRAN-TIME
               DELIMITED BY SIZE INTO AH-TIMESTAMP
           MOVE WS-HIST-ACTION-CODE TO AH-ACTION
           MOVE WS-SUP-BADGE TO AH-OPERATOR-BADGE
           MOVE WS-BEFORE-IMAGE TO AH-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE TO AH-AFTER-IMAGE
           WRITE ACCT-HIST-RECORD

           CLOSE ACCT-HIST-FILE.

       END-OF-LOGIC-PARAGRAPHS.
           CONTINUE.

       ENTRY "ACCOUNT-MAINT-SUB" USING LS-RETURN-CODE.

           PERFORM ACCOUNT-MAINT-LOGIC

           MOVE RETURN-CODE TO LS-RETURN-CODE

           GOBACK.

       COPY abendproc.

       END PROGRAM account-maint.
