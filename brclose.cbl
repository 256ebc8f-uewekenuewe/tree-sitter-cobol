      ******************************************************************
      * Author:
      * Date:
      * Purpose: Branch closure and merger. A supervisor badge,
      *          verified through pin-verify, names a closing branch,
      *          the successor it merges into, and the closure's last
      *          day - the last business date the closing branch's
      *          files are taken. The closure is recorded on
      *          BRANCHMASTER (BR-SUCCESSOR, with the last day in
      *          BR-EXP-DATE) on or before that day, and from the day
      *          after it tran-merge refuses any file under the
      *          closed code. Run again once the last day has passed,
      *          the closure is carried out: every account on
      *          ACCOUNTMASTER owned by the closing branch passes,
      *          balances and all, to the successor (journaled to
      *          ACCTHIST as an owning branch change); its FEESCHEDULE
      *          rates and BRANCHLIMITS ceilings still in force after
      *          the last day are expired on it, and those not yet in
      *          force are deleted (journaled to RATEHIST); its open
      *          PENDRELEASE holds, open calculator rejects on
      *          REJECTMASTER, RESUBMIT corrections, late work on the
      *          CARRYOVER files for this business date and the next,
      *          and its BATCHREGISTER history are re-pointed to the
      *          successor; and the branch is flagged inactive. Every
      *          record moved is listed on the closure certificate
      *          BRCLOSECERT, tagged for both branches, with the
      *          account and balance totals and a finance sign-off
      *          block. A branch branch-maint has already deactivated
      *          is closed at once, its expiry date standing as the
      *          last day. A closed branch may be swept again to move
      *          anything that has since turned up under its code.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. branch-closure.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLOSE-TARGET-FILE ASSIGN USING WS-TARGET-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT CLOSE-WORK-FILE ASSIGN TO "BRCLOSEWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT ACCT-HIST-FILE ASSIGN TO "ACCTHIST"
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
      * each file the closure touches is passed through here in turn,
      * named in WS-TARGET-NAME, and read in its own layout below
       FD  CLOSE-TARGET-FILE
           LABEL RECORDS ARE STANDARD.
       01  TARGET-RECORD               PIC X(250).
           COPY brchrec.
           COPY acctrec.
           COPY feesched.
           COPY brlimit.
           COPY pendrec.
       01  REJECT-MASTER-RECORD.
           05 RM-STATUS             PIC X(1).
               88  RM-OPEN                  VALUE "O".
               88  RM-WORKED                VALUE "W".
               88  RM-WRITTEN-OFF           VALUE "X".
           05 RM-SOURCE             PIC X(10).
           05 RM-DATE-ADDED         PIC X(10).
           05 RM-DATA               PIC X(40).
           05 RM-REASON-CODE        PIC X(3).
           05 RM-WRITEOFF-BADGE     PIC 9(3).
           05 RM-WRITEOFF-DATE      PIC X(10).
           05 RM-PROPOSE-BADGE      PIC 9(3).
           05 RM-PROPOSE-DATE       PIC X(10).
       01  RESUBMIT-RECORD.
           05 RESUB-BRANCH          PIC X(3).
           05 RESUB-OPERATION       PIC X(1).
           05 RESUB-FIRST           PIC S9(7)V99
                                    SIGN LEADING SEPARATE.
           05 RESUB-SECOND          PIC S9(7)V99
                                    SIGN LEADING SEPARATE.
           05 RESUB-ORIG-SEQ        PIC 9(7).
           05 RESUB-ACCOUNT         PIC X(8).
           05 RESUB-RELEASED        PIC X(1).
           05 RESUB-KEYED-BADGE     PIC 9(3).
      * a branch batch carried forward by tran-merge, one record of
      * it per line behind the branch code it will merge under
       01  CARRY-RECORD.
           05 CRY-BRANCH            PIC X(3).
           05 CRY-DATA.
               10 CRY-RECORD-TYPE       PIC X(1).
                   88  CRY-HEADER              VALUE "H".
                   88  CRY-DETAIL              VALUE "D".
                   88  CRY-TRAILER             VALUE "T".
                   88  CRY-REVERSAL            VALUE "R".
               10 CRY-OPERATION         PIC X(1).
               10 FILLER                PIC X(20).
               10 CRY-ACCOUNT           PIC X(8).
               10 CRY-TO-BRANCH         PIC X(3).
               10 CRY-TO-ACCOUNT        PIC X(8).
               10 FILLER                PIC X(39).
           05 CRY-HEADER-FIELDS REDEFINES CRY-DATA.
               10 FILLER                PIC X(1).
               10 CRY-BATCH-ID          PIC X(8).
               10 CRY-BATCH-DATE        PIC X(8).
               10 FILLER                PIC X(63).
       01  BATCH-REGISTER-RECORD.
           05 BREG-BRANCH           PIC X(3).
           05 BREG-BATCH-ID         PIC X(8).
           05 BREG-BATCH-DATE       PIC X(8).
           05 BREG-RUN-NUMBER       PIC 9(7).
           05 BREG-ACCEPT-DATE      PIC X(10).
           05 BREG-FROM-BRANCH      PIC X(3).

      * the target file rewritten, records moved and all, before it
      * is copied back over the original
       FD  CLOSE-WORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  CLOSE-WORK-RECORD           PIC X(250).

       FD  ACCT-HIST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY accthist.

       FD  RATE-HIST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ratehist.

       FD  OPERATOR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY operrec.

       WORKING-STORAGE SECTION.
       01  WS-BR-TABLE.
           05 WS-BR-ROW OCCURS 50 TIMES.
               10 WS-BR-CODE         PIC X(3).
               10 WS-BR-NAME         PIC X(30).
               10 WS-BR-ACTIVE       PIC X(1).
               10 WS-BR-EXP-DATE     PIC X(10).
               10 WS-BR-SUCCESSOR    PIC X(3).
       01  WS-BR-COUNT              PIC 9(2) VALUE ZERO.
       01  WS-BR-SUB                PIC 9(2) VALUE ZERO.
       01  WS-FIND-CODE             PIC X(3).
       01  WS-FOUND-SUB             PIC 9(2) VALUE ZERO.

       01  WS-CLOSING-CODE          PIC X(3).
       01  WS-CLOSING-SUB           PIC 9(2) VALUE ZERO.
       01  WS-SUCCESSOR-CODE        PIC X(3).
       01  WS-SUCCESSOR-SUB         PIC 9(2) VALUE ZERO.
      * the closure's last day - the last business date the closing
      * branch's files are taken
       01  WS-CLOSE-DATE            PIC X(10).
       01  WS-CONFIRM               PIC X(1).

       01  WS-CLOSE-MODE            PIC X(1) VALUE SPACE.
           88  WS-MODE-NONE                 VALUE SPACE.
           88  WS-MODE-RECORD               VALUE "R".
           88  WS-MODE-EXECUTE              VALUE "X".

       01  WS-SUCCESSOR-OK-SW       PIC X(1) VALUE "N".
           88  WS-SUCCESSOR-OK              VALUE "Y" FALSE "N".

       01  WS-TARGET-NAME           PIC X(20).
       01  WS-TARGET-CODE           PIC X(1).
           88  WS-TGT-BRANCHES              VALUE "B".
           88  WS-TGT-ACCOUNTS              VALUE "A".
           88  WS-TGT-FEES                  VALUE "F".
           88  WS-TGT-LIMITS                VALUE "L".
           88  WS-TGT-PENDING               VALUE "P".
           88  WS-TGT-REJECTS               VALUE "R".
           88  WS-TGT-RESUBMITS             VALUE "S".
           88  WS-TGT-CARRYOVER             VALUE "C".
           88  WS-TGT-REGISTER              VALUE "G".
       01  WS-SECTION-TITLE         PIC X(60).

       01  WS-TARGET-ABSENT-SW      PIC X(1) VALUE "N".
           88  WS-TARGET-ABSENT             VALUE "Y" FALSE "N".
       01  WS-KEEP-RECORD-SW        PIC X(1) VALUE "Y".
           88  WS-KEEP-RECORD               VALUE "Y" FALSE "N".
       01  WS-CERT-OPEN-SW          PIC X(1) VALUE "N".
           88  WS-CERT-OPEN                 VALUE "Y" FALSE "N".

       01  WS-NEXT-RUN-DATE.
           05 WS-NEXT-DATE-YYYY     PIC 9(4).
           05 WS-NEXT-DATE-MM       PIC 9(2).
           05 WS-NEXT-DATE-DD       PIC 9(2).

      * records moved in the file being passed, and across the
      * closure
       01  WS-FILE-MOVED            PIC 9(7) VALUE ZERO.
       01  WS-CLOSE-COUNTS.
           05 WS-CC-ACCOUNTS        PIC 9(7) VALUE ZERO.
           05 WS-CC-FEES            PIC 9(7) VALUE ZERO.
           05 WS-CC-LIMITS          PIC 9(7) VALUE ZERO.
           05 WS-CC-PENDING         PIC 9(7) VALUE ZERO.
           05 WS-CC-REJECTS         PIC 9(7) VALUE ZERO.
           05 WS-CC-RESUBMITS       PIC 9(7) VALUE ZERO.
           05 WS-CC-CARRIED         PIC 9(7) VALUE ZERO.
           05 WS-CC-REGISTER        PIC 9(7) VALUE ZERO.
      * the successor's own accounts, counted as the master is passed
       01  WS-SUCC-ACCOUNTS         PIC 9(7) VALUE ZERO.
       01  WS-SUCC-ACCOUNTS-AFTER   PIC 9(7) VALUE ZERO.
       01  WS-OPEN-BAL-TOTAL        PIC S9(13)V99 VALUE ZERO.
       01  WS-CURR-BAL-TOTAL        PIC S9(13)V99 VALUE ZERO.

       01  WS-BAL-DISPLAY           PIC +Z(12)9.99.
       01  WS-BAL-DISPLAY-2         PIC +Z(12)9.99.
       01  WS-RATE-DISPLAY          PIC +Z(4)9.99.
       01  WS-LIMIT-DISPLAY         PIC Z(6)9.99.
       01  WS-COUNT-DISPLAY         PIC Z(6)9.

       01  WS-HIST-FILE-CODE        PIC X(1).
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

       01  WS-TODAY-FORMATTED       PIC X(10).

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

           PERFORM BRANCH-CLOSURE-LOGIC

           GOBACK.

       BRANCH-CLOSURE-LOGIC.

           MOVE "branch-closure" TO WS-ABEND-PROGRAM
           MOVE 0 TO RETURN-CODE

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           CALL "business-date" USING WS-RUN-DATE
           MOVE SPACES TO WS-TODAY-FORMATTED
           STRING WS-RUN-DATE-YYYY "-" WS-RUN-DATE-MM "-"
               WS-RUN-DATE-DD DELIMITED BY SIZE
               INTO WS-TODAY-FORMATTED

           PERFORM SIGNON-SUPERVISOR-BADGE
           IF NOT WS-SUP-OK
               DISPLAY "BRANCH CLOSURE REFUSED - SUPERVISOR BADGE "
                   "REQUIRED"
           ELSE
               PERFORM LOAD-BRANCH-TABLE
               SET WS-MODE-NONE TO TRUE
               IF WS-BR-COUNT = ZERO
                   DISPLAY "NO BRANCHES ON BRANCHMASTER - NOTHING "
                       "TO CLOSE"
               ELSE
                   PERFORM GET-CLOSURE
               END-IF

               EVALUATE TRUE
                   WHEN WS-MODE-RECORD
                       PERFORM RECORD-CLOSURE
                   WHEN WS-MODE-EXECUTE
                       PERFORM CARRY-OUT-CLOSURE
                   WHEN OTHER
                       DISPLAY "NO CLOSURE RECORDED OR CARRIED OUT"
               END-EVALUATE
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
           MOVE "BRANCHMASTER" TO WS-TARGET-NAME

           OPEN INPUT CLOSE-TARGET-FILE
           IF WS-FILE-STATUS = "35"
               DISPLAY "BRANCHMASTER NOT FOUND"
           ELSE
               IF WS-FILE-STATUS NOT = "00"
                   STRING "UNABLE TO OPEN BRANCHMASTER, STATUS "
                       WS-FILE-STATUS DELIMITED BY SIZE
                       INTO WS-ABEND-MESSAGE
                   PERFORM ABEND-RTN
               END-IF

               MOVE SPACES TO TARGET-RECORD
               READ CLOSE-TARGET-FILE
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
                   MOVE BR-EXP-DATE TO WS-BR-EXP-DATE(WS-BR-COUNT)
                   MOVE BR-SUCCESSOR TO WS-BR-SUCCESSOR(WS-BR-COUNT)
                   MOVE SPACES TO TARGET-RECORD
                   READ CLOSE-TARGET-FILE
                       AT END SET WS-EOF TO TRUE
                   END-READ
               END-PERFORM

               CLOSE CLOSE-TARGET-FILE
           END-IF.

       FIND-BRANCH.

           MOVE ZERO TO WS-FOUND-SUB
           PERFORM VARYING WS-BR-SUB FROM 1 BY 1
                   UNTIL WS-BR-SUB > WS-BR-COUNT
               IF WS-BR-CODE(WS-BR-SUB) = WS-FIND-CODE
                   MOVE WS-BR-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM.

      ******************************************************************
      * which branch closes, into which, and whether the closure is
      * to be recorded or carried out
      ******************************************************************
       GET-CLOSURE.

           DISPLAY "ENTER CLOSING BRANCH CODE: "
           MOVE SPACES TO WS-CLOSING-CODE
           ACCEPT WS-CLOSING-CODE
           MOVE WS-CLOSING-CODE TO WS-FIND-CODE
           PERFORM FIND-BRANCH
           MOVE WS-FOUND-SUB TO WS-CLOSING-SUB

      * a branch another is still closing into would take that
      * branch's records after its own had gone - the earlier
      * closure is carried out first
           MOVE ZERO TO WS-FOUND-SUB
           PERFORM VARYING WS-BR-SUB FROM 1 BY 1
                   UNTIL WS-BR-SUB > WS-BR-COUNT
               IF WS-BR-SUCCESSOR(WS-BR-SUB) = WS-CLOSING-CODE
                       AND WS-BR-ACTIVE(WS-BR-SUB) NOT = "I"
                   MOVE WS-BR-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN WS-CLOSING-SUB = ZERO
                   DISPLAY "BRANCH NOT ON FILE: " WS-CLOSING-CODE
               WHEN WS-FOUND-SUB > ZERO
                   DISPLAY "BRANCH " WS-BR-CODE(WS-FOUND-SUB)
                       " IS STILL CLOSING INTO " WS-CLOSING-CODE
                       " - CARRY OUT THAT CLOSURE FIRST"
               WHEN WS-BR-SUCCESSOR(WS-CLOSING-SUB) NOT = SPACES
                       AND WS-BR-ACTIVE(WS-CLOSING-SUB) = "I"
                   PERFORM OFFER-SWEEP
               WHEN WS-BR-SUCCESSOR(WS-CLOSING-SUB) NOT = SPACES
                       AND WS-TODAY-FORMATTED
                           > WS-BR-EXP-DATE(WS-CLOSING-SUB)
                   PERFORM OFFER-DUE-CLOSURE
               WHEN WS-BR-SUCCESSOR(WS-CLOSING-SUB) NOT = SPACES
                   PERFORM OFFER-RESCHEDULE
               WHEN WS-BR-ACTIVE(WS-CLOSING-SUB) = "I"
                   PERFORM GET-RETIRED-CLOSURE
               WHEN OTHER
                   PERFORM GET-NEW-CLOSURE
           END-EVALUATE.

       OFFER-SWEEP.

           MOVE WS-BR-SUCCESSOR(WS-CLOSING-SUB) TO WS-SUCCESSOR-CODE
           MOVE WS-BR-EXP-DATE(WS-CLOSING-SUB) TO WS-CLOSE-DATE
           DISPLAY "BRANCH " WS-CLOSING-CODE " CLOSED INTO "
               WS-SUCCESSOR-CODE " AFTER " WS-CLOSE-DATE
           PERFORM CHECK-SUCCESSOR-STANDING
           IF WS-SUCCESSOR-OK
               DISPLAY "MOVE ANYTHING LEFT UNDER " WS-CLOSING-CODE
                   " TO " WS-SUCCESSOR-CODE " (Y/N): "
               PERFORM GET-CONFIRM
               IF WS-CONFIRM = "Y"
                   SET WS-MODE-EXECUTE TO TRUE
               END-IF
           END-IF.

       OFFER-DUE-CLOSURE.

           MOVE WS-BR-SUCCESSOR(WS-CLOSING-SUB) TO WS-SUCCESSOR-CODE
           MOVE WS-BR-EXP-DATE(WS-CLOSING-SUB) TO WS-CLOSE-DATE
           DISPLAY "CLOSURE OF " WS-CLOSING-CODE " INTO "
               WS-SUCCESSOR-CODE " AFTER " WS-CLOSE-DATE " IS DUE"
           PERFORM CHECK-SUCCESSOR-STANDING
           IF WS-SUCCESSOR-OK
               DISPLAY "MOVE ITS RECORDS NOW (Y/N): "
               PERFORM GET-CONFIRM
               IF WS-CONFIRM = "Y"
                   SET WS-MODE-EXECUTE TO TRUE
               END-IF
           END-IF.

       OFFER-RESCHEDULE.

           DISPLAY "BRANCH " WS-CLOSING-CODE " IS RECORDED TO CLOSE "
               "INTO " WS-BR-SUCCESSOR(WS-CLOSING-SUB) " AFTER "
               WS-BR-EXP-DATE(WS-CLOSING-SUB)
           DISPLAY "CHANGE THE CLOSURE (Y/N): "
           PERFORM GET-CONFIRM
           IF WS-CONFIRM = "Y"
               PERFORM GET-NEW-CLOSURE
           END-IF.

       GET-RETIRED-CLOSURE.

      * branch-maint's deactivation already stopped the branch's
      * files; its expiry date stands as the closure's last day
           PERFORM GET-SUCCESSOR-BRANCH
           IF WS-SUCCESSOR-OK
               MOVE WS-BR-EXP-DATE(WS-CLOSING-SUB) TO WS-CLOSE-DATE
               IF WS-CLOSE-DATE = SPACES
                       OR WS-CLOSE-DATE > WS-TODAY-FORMATTED
                   MOVE WS-TODAY-FORMATTED TO WS-CLOSE-DATE
               END-IF
               DISPLAY "BRANCH " WS-CLOSING-CODE " IS INACTIVE - "
                   "CLOSE IT INTO " WS-SUCCESSOR-CODE " AFTER "
                   WS-CLOSE-DATE " AND MOVE ITS RECORDS NOW (Y/N): "
               PERFORM GET-CONFIRM
               IF WS-CONFIRM = "Y"
                   SET WS-MODE-EXECUTE TO TRUE
               END-IF
           END-IF.

       GET-NEW-CLOSURE.

      * the last day may not be in the past - tran-merge may already
      * have taken files under the code since then
           PERFORM GET-SUCCESSOR-BRANCH
           IF WS-SUCCESSOR-OK
               DISPLAY "ENTER LAST DAY " WS-CLOSING-CODE
                   " FILES ARE TAKEN (YYYY-MM-DD): "
               PERFORM GET-CLOSE-DATE
               PERFORM UNTIL WS-CLOSE-DATE NOT < WS-TODAY-FORMATTED
                   DISPLAY "LAST DAY MAY NOT BE BEFORE THE BUSINESS "
                       "DATE " WS-TODAY-FORMATTED ". RE-ENTER: "
                   PERFORM GET-CLOSE-DATE
               END-PERFORM
               DISPLAY "CLOSE " WS-CLOSING-CODE " INTO "
                   WS-SUCCESSOR-CODE " AFTER " WS-CLOSE-DATE
                   " (Y/N): "
               PERFORM GET-CONFIRM
               IF WS-CONFIRM = "Y"
                   SET WS-MODE-RECORD TO TRUE
               END-IF
           END-IF.

       GET-SUCCESSOR-BRANCH.

           SET WS-SUCCESSOR-OK TO FALSE
           DISPLAY "ENTER SUCCESSOR BRANCH CODE: "
           MOVE SPACES TO WS-SUCCESSOR-CODE
           ACCEPT WS-SUCCESSOR-CODE
           IF WS-SUCCESSOR-CODE = WS-CLOSING-CODE
               DISPLAY "A BRANCH CANNOT CLOSE INTO ITSELF"
           ELSE
               PERFORM CHECK-SUCCESSOR-STANDING
           END-IF.

       CHECK-SUCCESSOR-STANDING.

      * the successor must be taking files itself and not be closing
           SET WS-SUCCESSOR-OK TO FALSE
           MOVE WS-SUCCESSOR-CODE TO WS-FIND-CODE
           PERFORM FIND-BRANCH
           MOVE WS-FOUND-SUB TO WS-SUCCESSOR-SUB
           EVALUATE TRUE
               WHEN WS-SUCCESSOR-SUB = ZERO
                   DISPLAY "SUCCESSOR NOT ON FILE: " WS-SUCCESSOR-CODE
               WHEN WS-BR-ACTIVE(WS-SUCCESSOR-SUB) = "I"
                   DISPLAY "SUCCESSOR " WS-SUCCESSOR-CODE
                       " IS NOT ACTIVE"
               WHEN WS-BR-SUCCESSOR(WS-SUCCESSOR-SUB) NOT = SPACES
                   DISPLAY "SUCCESSOR " WS-SUCCESSOR-CODE
                       " IS ITSELF CLOSING INTO "
                       WS-BR-SUCCESSOR(WS-SUCCESSOR-SUB)
               WHEN OTHER
                   SET WS-SUCCESSOR-OK TO TRUE
           END-EVALUATE.

       GET-CLOSE-DATE.

           MOVE SPACES TO WS-CLOSE-DATE
           ACCEPT WS-CLOSE-DATE
           PERFORM UNTIL WS-CLOSE-DATE(1:4) NUMERIC
                   AND WS-CLOSE-DATE(5:1) = "-"
                   AND WS-CLOSE-DATE(6:2) NUMERIC
                   AND WS-CLOSE-DATE(8:1) = "-"
                   AND WS-CLOSE-DATE(9:2) NUMERIC
                   AND WS-CLOSE-DATE(6:2) >= "01"
                   AND WS-CLOSE-DATE(6:2) <= "12"
                   AND WS-CLOSE-DATE(9:2) >= "01"
                   AND WS-CLOSE-DATE(9:2) <= "31"
               DISPLAY "INVALID DATE, YYYY-MM-DD. RE-ENTER: "
               MOVE SPACES TO WS-CLOSE-DATE
               ACCEPT WS-CLOSE-DATE
           END-PERFORM.

       GET-CONFIRM.

           MOVE SPACE TO WS-CONFIRM
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM = "y"
               MOVE "Y" TO WS-CONFIRM
           END-IF.

      ******************************************************************
      * recording a closure ahead of its last day
      ******************************************************************
       RECORD-CLOSURE.

           MOVE "BRANCHMASTER" TO WS-TARGET-NAME
           SET WS-TGT-BRANCHES TO TRUE
           PERFORM REPOINT-ONE-FILE

           DISPLAY "CLOSURE RECORDED: " WS-CLOSING-CODE " INTO "
               WS-SUCCESSOR-CODE
           DISPLAY "FILES UNDER " WS-CLOSING-CODE " ARE TAKEN "
               "THROUGH " WS-CLOSE-DATE " AND REFUSED AFTER IT"
           DISPLAY "RUN BRANCH-CLOSURE AGAIN AFTER " WS-CLOSE-DATE
               " TO MOVE ITS RECORDS".

      ******************************************************************
      * carrying out a closure: every file in turn, then the master
      ******************************************************************
       CARRY-OUT-CLOSURE.

           MOVE WS-RUN-DATE TO WS-NEXT-RUN-DATE
           CALL "BUSINESS-DATE-NEXT" USING WS-NEXT-RUN-DATE

           PERFORM OPEN-CERTIFICATE

           MOVE "ACCOUNTMASTER" TO WS-TARGET-NAME
           SET WS-TGT-ACCOUNTS TO TRUE
           MOVE "ACCOUNTS - OWNERSHIP AND BALANCES MOVED"
               TO WS-SECTION-TITLE
           PERFORM CERTIFY-ONE-FILE

           MOVE "FEESCHEDULE" TO WS-TARGET-NAME
           SET WS-TGT-FEES TO TRUE
           MOVE "FEE RATES - EXPIRED AT THE LAST DAY"
               TO WS-SECTION-TITLE
           PERFORM CERTIFY-ONE-FILE

           MOVE "BRANCHLIMITS" TO WS-TARGET-NAME
           SET WS-TGT-LIMITS TO TRUE
           MOVE "AMOUNT CEILINGS - EXPIRED AT THE LAST DAY"
               TO WS-SECTION-TITLE
           PERFORM CERTIFY-ONE-FILE

           MOVE "PENDRELEASE" TO WS-TARGET-NAME
           SET WS-TGT-PENDING TO TRUE
           MOVE "PENDING-RELEASE HOLDS - MOVED"
               TO WS-SECTION-TITLE
           PERFORM CERTIFY-ONE-FILE

           MOVE "REJECTMASTER" TO WS-TARGET-NAME
           SET WS-TGT-REJECTS TO TRUE
           MOVE "OPEN CALCULATOR REJECTS - MOVED"
               TO WS-SECTION-TITLE
           PERFORM CERTIFY-ONE-FILE

           MOVE "RESUBMIT" TO WS-TARGET-NAME
           SET WS-TGT-RESUBMITS TO TRUE
           MOVE "RESUBMITTED CORRECTIONS - MOVED"
               TO WS-SECTION-TITLE
           PERFORM CERTIFY-ONE-FILE

      * tran-merge takes tonight's carried work from the business
      * date's file and leaves tomorrow's on the next one
           MOVE SPACES TO WS-TARGET-NAME
           STRING "CARRYOVER" WS-RUN-DATE DELIMITED BY SIZE
               INTO WS-TARGET-NAME
           SET WS-TGT-CARRYOVER TO TRUE
           MOVE "CARRIED-OVER LATE WORK - MOVED"
               TO WS-SECTION-TITLE
           PERFORM CERTIFY-ONE-FILE

           MOVE SPACES TO WS-TARGET-NAME
           STRING "CARRYOVER" WS-NEXT-RUN-DATE DELIMITED BY SIZE
               INTO WS-TARGET-NAME
           PERFORM CERTIFY-ONE-FILE

           MOVE "BATCHREGISTER" TO WS-TARGET-NAME
           SET WS-TGT-REGISTER TO TRUE
           MOVE "BATCH REGISTER HISTORY - MOVED"
               TO WS-SECTION-TITLE
           PERFORM CERTIFY-ONE-FILE

      * the master goes last: a closure that stops part way is still
      * due, and running it again picks up where it stopped
           MOVE "BRANCHMASTER" TO WS-TARGET-NAME
           SET WS-TGT-BRANCHES TO TRUE
           MOVE "BRANCH MASTER - CLOSING BRANCH RETIRED"
               TO WS-SECTION-TITLE
           PERFORM CERTIFY-ONE-FILE

           PERFORM PRINT-CERTIFICATE-TOTALS

           DISPLAY "BRANCH " WS-CLOSING-CODE " CLOSED INTO "
               WS-SUCCESSOR-CODE " - ACCOUNTS MOVED "
               WS-CC-ACCOUNTS
           DISPLAY "CLOSURE CERTIFICATE PRINTED TO BRCLOSECERT".

       OPEN-CERTIFICATE.

           MOVE "BRCLOSECERT" TO RPT-FILE-NAME
           MOVE "BRANCH CLOSURE CERTIFICATE" TO RPT-TITLE
           MOVE WS-TODAY-FORMATTED TO RPT-RUN-DATE
           MOVE ZERO TO RPT-PAGE-NUMBER
           MOVE ZERO TO RPT-LINE-COUNT
           MOVE ZERO TO RPT-LINES-PER-PAGE
           MOVE ZERO TO RPT-RUN-NUMBER
           SET RPT-REQ-INIT TO TRUE
           CALL "report-writer" USING RPT-CONTROL
           SET WS-CERT-OPEN TO TRUE

      * the certificate belongs to both branches
           MOVE WS-CLOSING-CODE TO RPT-BRANCH-TAG
           MOVE WS-SUCCESSOR-CODE TO RPT-BRANCH-TAG-2

           MOVE SPACES TO RPT-LINE
           STRING "CLOSING BRANCH:   " WS-CLOSING-CODE "  "
               WS-BR-NAME(WS-CLOSING-SUB)
               DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-CERT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "SUCCESSOR BRANCH: " WS-SUCCESSOR-CODE "  "
               WS-BR-NAME(WS-SUCCESSOR-SUB)
               DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-CERT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "LAST DAY FILES TAKEN: " WS-CLOSE-DATE
               "   CARRIED OUT: " WS-TODAY-FORMATTED
               "   BADGE: " WS-SUP-BADGE
               DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-CERT-LINE.

       CERTIFY-ONE-FILE.

           MOVE SPACES TO RPT-LINE
           PERFORM WRITE-CERT-LINE
           MOVE SPACES TO RPT-LINE
           STRING WS-TARGET-NAME DELIMITED BY SPACE
               ": " WS-SECTION-TITLE DELIMITED BY SIZE
               INTO RPT-LINE
           PERFORM WRITE-CERT-LINE

           PERFORM REPOINT-ONE-FILE

           MOVE SPACES TO RPT-LINE
           IF WS-TARGET-ABSENT
               MOVE "  NOT ON FILE" TO RPT-LINE
           ELSE
               MOVE WS-FILE-MOVED TO WS-COUNT-DISPLAY
               STRING "  RECORDS MOVED: " WS-COUNT-DISPLAY
                   DELIMITED BY SIZE INTO RPT-LINE
           END-IF
           PERFORM WRITE-CERT-LINE.

      ******************************************************************
      * one file passed through the work file, the closing branch's
      * records changed on the way, and copied back when any were
      ******************************************************************
       REPOINT-ONE-FILE.

           MOVE ZERO TO WS-FILE-MOVED
           SET WS-TARGET-ABSENT TO FALSE
           SET WS-EOF TO FALSE

           OPEN INPUT CLOSE-TARGET-FILE
           IF WS-FILE-STATUS = "35"
               SET WS-TARGET-ABSENT TO TRUE
           ELSE
               IF WS-FILE-STATUS NOT = "00"
                   STRING "UNABLE TO OPEN " WS-TARGET-NAME
                       " STATUS " WS-FILE-STATUS
                       DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
                   PERFORM ABEND-RTN
               END-IF

               OPEN OUTPUT CLOSE-WORK-FILE
               IF WS-FILE-STATUS NOT = "00"
                   STRING "UNABLE TO OPEN BRCLOSEWORK, STATUS "
                       WS-FILE-STATUS DELIMITED BY SIZE
                       INTO WS-ABEND-MESSAGE
                   PERFORM ABEND-RTN
               END-IF

               MOVE SPACES TO TARGET-RECORD
               READ CLOSE-TARGET-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-EOF
                   SET WS-KEEP-RECORD TO TRUE
                   PERFORM REPOINT-ONE-RECORD
                   IF WS-KEEP-RECORD
                       MOVE TARGET-RECORD TO CLOSE-WORK-RECORD
                       WRITE CLOSE-WORK-RECORD
                   END-IF
                   MOVE SPACES TO TARGET-RECORD
                   READ CLOSE-TARGET-FILE
                       AT END SET WS-EOF TO TRUE
                   END-READ
               END-PERFORM

               CLOSE CLOSE-TARGET-FILE
               CLOSE CLOSE-WORK-FILE

               IF WS-FILE-MOVED > ZERO
                   PERFORM COPY-WORK-TO-TARGET
               END-IF
           END-IF

           SET WS-EOF TO FALSE.

       COPY-WORK-TO-TARGET.

           SET WS-EOF TO FALSE

           OPEN INPUT CLOSE-WORK-FILE
           IF WS-FILE-STATUS NOT = "00"
               STRING "UNABLE TO OPEN BRCLOSEWORK, STATUS "
                   WS-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RTN
           END-IF

           OPEN OUTPUT CLOSE-TARGET-FILE
           IF WS-FILE-STATUS NOT = "00"
               STRING "UNABLE TO OPEN " WS-TARGET-NAME
                   " STATUS " WS-FILE-STATUS
                   DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RTN
           END-IF

           READ CLOSE-WORK-FILE
               AT END SET WS-EOF TO TRUE
           END-READ
           PERFORM UNTIL WS-EOF
               MOVE CLOSE-WORK-RECORD TO TARGET-RECORD
               WRITE TARGET-RECORD
               READ CLOSE-WORK-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
           END-PERFORM

           CLOSE CLOSE-WORK-FILE
           CLOSE CLOSE-TARGET-FILE

           SET WS-EOF TO FALSE.

       REPOINT-ONE-RECORD.

           EVALUATE TRUE
               WHEN WS-TGT-BRANCHES
                   PERFORM CLOSE-BRANCH-RECORD
               WHEN WS-TGT-ACCOUNTS
                   PERFORM MOVE-ACCOUNT-RECORD
               WHEN WS-TGT-FEES
                   PERFORM EXPIRE-FEE-RECORD
               WHEN WS-TGT-LIMITS
                   PERFORM EXPIRE-LIMIT-RECORD
               WHEN WS-TGT-PENDING
                   PERFORM MOVE-PENDING-RECORD
               WHEN WS-TGT-REJECTS
                   PERFORM MOVE-REJECT-RECORD
               WHEN WS-TGT-RESUBMITS
                   PERFORM MOVE-RESUBMIT-RECORD
               WHEN WS-TGT-CARRYOVER
                   PERFORM MOVE-CARRY-RECORD
               WHEN WS-TGT-REGISTER
                   PERFORM MOVE-REGISTER-RECORD
           END-EVALUATE.

       CLOSE-BRANCH-RECORD.

           IF BR-BRANCH-CODE = WS-CLOSING-CODE
               MOVE WS-SUCCESSOR-CODE TO BR-SUCCESSOR
               MOVE WS-CLOSE-DATE TO BR-EXP-DATE
               IF WS-MODE-EXECUTE
                   SET BR-INACTIVE TO TRUE
               END-IF
               ADD 1 TO WS-FILE-MOVED
               MOVE SPACES TO RPT-LINE
               STRING "BRANCH " BR-BRANCH-CODE " FLAGGED INACTIVE, "
                   "SUCCESSOR " BR-SUCCESSOR ", LAST DAY "
                   BR-EXP-DATE
                   DELIMITED BY SIZE INTO RPT-LINE
               PERFORM WRITE-CERT-LINE
           END-IF.

       MOVE-ACCOUNT-RECORD.

      * the account moves whole - its balances go with it to the
      * successor, so the branch totals move to the cent
           IF AM-BRANCH = WS-SUCCESSOR-CODE
               ADD 1 TO WS-SUCC-ACCOUNTS
           END-IF
           IF AM-BRANCH = WS-CLOSING-CODE
               MOVE ACCOUNT-MASTER-RECORD TO WS-BEFORE-IMAGE
               MOVE WS-SUCCESSOR-CODE TO AM-BRANCH
               MOVE ACCOUNT-MASTER-RECORD TO WS-AFTER-IMAGE
               MOVE "B" TO WS-HIST-ACTION-CODE
               PERFORM WRITE-ACCOUNT-HISTORY
               ADD 1 TO WS-FILE-MOVED
               ADD 1 TO WS-CC-ACCOUNTS

               IF AM-OPEN-BALANCE NUMERIC
                   ADD AM-OPEN-BALANCE TO WS-OPEN-BAL-TOTAL
                   MOVE AM-OPEN-BALANCE TO WS-BAL-DISPLAY
               ELSE
                   MOVE ZERO TO WS-BAL-DISPLAY
               END-IF
               IF AM-CURR-BALANCE NUMERIC
                   ADD AM-CURR-BALANCE TO WS-CURR-BAL-TOTAL
                   MOVE AM-CURR-BALANCE TO WS-BAL-DISPLAY-2
               ELSE
                   MOVE ZERO TO WS-BAL-DISPLAY-2
               END-IF
               MOVE SPACES TO RPT-LINE
               STRING "ACCOUNT " AM-ACCOUNT " STATUS " AM-STATUS
                   " OPENING " WS-BAL-DISPLAY
                   " CURRENT " WS-BAL-DISPLAY-2
                   DELIMITED BY SIZE INTO RPT-LINE
               PERFORM WRITE-CERT-LINE
           END-IF.

       EXPIRE-FEE-RECORD.

      * a rate still in force after the last day ends on it; one not
      * yet in force by then never will be, and is deleted
           IF FS-BRANCH = WS-CLOSING-CODE
                   AND (FS-EXP-DATE = SPACES
                       OR FS-EXP-DATE > WS-CLOSE-DATE)
               MOVE FEE-SCHEDULE-RECORD TO WS-BEFORE-IMAGE
               MOVE "F" TO WS-HIST-FILE-CODE
               IF FS-RATE NUMERIC
                   MOVE FS-RATE TO WS-RATE-DISPLAY
               ELSE
                   MOVE ZERO TO WS-RATE-DISPLAY
               END-IF
               MOVE SPACES TO RPT-LINE
               IF FS-EFF-DATE > WS-CLOSE-DATE
                   SET WS-KEEP-RECORD TO FALSE
                   MOVE SPACES TO WS-AFTER-IMAGE
                   MOVE "D" TO WS-HIST-ACTION-CODE
                   STRING "OPERATION " FS-OPERATION
                       " RATE " WS-RATE-DISPLAY
                       " FROM " FS-EFF-DATE
                       " DELETED, NOT YET IN FORCE"
                       DELIMITED BY SIZE INTO RPT-LINE
               ELSE
                   MOVE WS-CLOSE-DATE TO FS-EXP-DATE
                   MOVE FEE-SCHEDULE-RECORD TO WS-AFTER-IMAGE
                   MOVE "E" TO WS-HIST-ACTION-CODE
                   STRING "OPERATION " FS-OPERATION
                       " RATE " WS-RATE-DISPLAY
                       " FROM " FS-EFF-DATE
                       " EXPIRED AFTER " FS-EXP-DATE
                       DELIMITED BY SIZE INTO RPT-LINE
               END-IF
               PERFORM WRITE-RATE-HISTORY
               PERFORM WRITE-CERT-LINE
               ADD 1 TO WS-FILE-MOVED
               ADD 1 TO WS-CC-FEES
           END-IF.

       EXPIRE-LIMIT-RECORD.

           IF BL-BRANCH = WS-CLOSING-CODE
                   AND (BL-EXP-DATE = SPACES
                       OR BL-EXP-DATE > WS-CLOSE-DATE)
               MOVE LIMITS-RECORD TO WS-BEFORE-IMAGE
               MOVE "L" TO WS-HIST-FILE-CODE
               IF BL-LIMIT NUMERIC
                   MOVE BL-LIMIT TO WS-LIMIT-DISPLAY
               ELSE
                   MOVE ZERO TO WS-LIMIT-DISPLAY
               END-IF
               MOVE SPACES TO RPT-LINE
               IF BL-EFF-DATE > WS-CLOSE-DATE
                   SET WS-KEEP-RECORD TO FALSE
                   MOVE SPACES TO WS-AFTER-IMAGE
                   MOVE "D" TO WS-HIST-ACTION-CODE
                   STRING "CEILING " WS-LIMIT-DISPLAY
                       " FROM " BL-EFF-DATE
                       " DELETED, NOT YET IN FORCE"
                       DELIMITED BY SIZE INTO RPT-LINE
               ELSE
                   MOVE WS-CLOSE-DATE TO BL-EXP-DATE
                   MOVE LIMITS-RECORD TO WS-AFTER-IMAGE
                   MOVE "E" TO WS-HIST-ACTION-CODE
                   STRING "CEILING " WS-LIMIT-DISPLAY
                       " FROM " BL-EFF-DATE
                       " EXPIRED AFTER " BL-EXP-DATE
                       DELIMITED BY SIZE INTO RPT-LINE
               END-IF
               PERFORM WRITE-RATE-HISTORY
               PERFORM WRITE-CERT-LINE
               ADD 1 TO WS-FILE-MOVED
               ADD 1 TO WS-CC-LIMITS
           END-IF.

       MOVE-PENDING-RECORD.

      * worked holds stay as they were for the audit trail
           IF PND-PENDING AND PND-BRANCH-CODE = WS-CLOSING-CODE
               MOVE WS-SUCCESSOR-CODE TO PND-BRANCH-CODE
               ADD 1 TO WS-FILE-MOVED
               ADD 1 TO WS-CC-PENDING
               MOVE SPACES TO RPT-LINE
               STRING "HELD " PND-DATE-HELD
                   " SEQUENCE " PND-SEQUENCE
                   " ACCOUNT " PND-ACCOUNT
                   " OPERATION " PND-OPERATION
                   DELIMITED BY SIZE INTO RPT-LINE
               PERFORM WRITE-CERT-LINE
           END-IF.

       MOVE-REJECT-RECORD.

      * a calculator reject starts with its branch code; only open
      * items move, worked and written-off ones are history
           IF RM-OPEN AND RM-SOURCE = "CALCREJECT"
                   AND RM-DATA(1:3) = WS-CLOSING-CODE
               MOVE SPACES TO RPT-LINE
               STRING "ADDED " RM-DATE-ADDED " <" RM-DATA ">"
                   DELIMITED BY SIZE INTO RPT-LINE
               PERFORM WRITE-CERT-LINE
               MOVE WS-SUCCESSOR-CODE TO RM-DATA(1:3)
               ADD 1 TO WS-FILE-MOVED
               ADD 1 TO WS-CC-REJECTS
           END-IF.

       MOVE-RESUBMIT-RECORD.

           IF RESUB-BRANCH = WS-CLOSING-CODE
               MOVE WS-SUCCESSOR-CODE TO RESUB-BRANCH
               ADD 1 TO WS-FILE-MOVED
               ADD 1 TO WS-CC-RESUBMITS
               MOVE SPACES TO RPT-LINE
               STRING "OPERATION " RESUB-OPERATION
                   " ACCOUNT " RESUB-ACCOUNT
                   " ORIGINAL SEQUENCE " RESUB-ORIG-SEQ
                   DELIMITED BY SIZE INTO RPT-LINE
               PERFORM WRITE-CERT-LINE
           END-IF.

       MOVE-CARRY-RECORD.

      * the closing branch's late batch merges under the successor;
      * another branch's transfer crediting the closing branch now
      * credits the successor, which owns the account
           IF CRY-BRANCH = WS-CLOSING-CODE
               MOVE WS-SUCCESSOR-CODE TO CRY-BRANCH
               MOVE SPACES TO RPT-LINE
               EVALUATE TRUE
                   WHEN CRY-HEADER
                       STRING "HEADER BATCH " CRY-BATCH-ID
                           " DATED " CRY-BATCH-DATE
                           DELIMITED BY SIZE INTO RPT-LINE
                   WHEN CRY-DETAIL
                       STRING "DETAIL OPERATION " CRY-OPERATION
                           " ACCOUNT " CRY-ACCOUNT
                           DELIMITED BY SIZE INTO RPT-LINE
                   WHEN CRY-REVERSAL
                       MOVE "REVERSAL" TO RPT-LINE
                   WHEN CRY-TRAILER
                       MOVE "TRAILER" TO RPT-LINE
                   WHEN OTHER
                       STRING "RECORD TYPE " CRY-RECORD-TYPE
                           DELIMITED BY SIZE INTO RPT-LINE
               END-EVALUATE
               PERFORM WRITE-CERT-LINE
               ADD 1 TO WS-FILE-MOVED
               ADD 1 TO WS-CC-CARRIED
           END-IF
           IF CRY-DETAIL AND CRY-TO-BRANCH = WS-CLOSING-CODE
               MOVE WS-SUCCESSOR-CODE TO CRY-TO-BRANCH
               MOVE SPACES TO RPT-LINE
               STRING "TRANSFER FROM BRANCH " CRY-BRANCH
                   " CREDITING ACCOUNT " CRY-TO-ACCOUNT
                   DELIMITED BY SIZE INTO RPT-LINE
               PERFORM WRITE-CERT-LINE
               ADD 1 TO WS-FILE-MOVED
               ADD 1 TO WS-CC-CARRIED
           END-IF.

       MOVE-REGISTER-RECORD.

      * the row keeps the code of the branch that sent the batch -
      * the first closure's, when a successor itself closes later
           IF BREG-BRANCH = WS-CLOSING-CODE
               IF BREG-FROM-BRANCH = SPACES
                   MOVE WS-CLOSING-CODE TO BREG-FROM-BRANCH
               END-IF
               MOVE WS-SUCCESSOR-CODE TO BREG-BRANCH
               ADD 1 TO WS-FILE-MOVED
               ADD 1 TO WS-CC-REGISTER
               MOVE SPACES TO RPT-LINE
               STRING "BATCH " BREG-BATCH-ID
                   " DATED " BREG-BATCH-DATE
                   " ACCEPTED " BREG-ACCEPT-DATE
                   " RUN " BREG-RUN-NUMBER
                   DELIMITED BY SIZE INTO RPT-LINE
               PERFORM WRITE-CERT-LINE
           END-IF.

       PRINT-CERTIFICATE-TOTALS.

           MOVE SPACES TO RPT-LINE
           PERFORM WRITE-CERT-LINE

           COMPUTE WS-SUCC-ACCOUNTS-AFTER =
               WS-SUCC-ACCOUNTS + WS-CC-ACCOUNTS
           MOVE SPACES TO RPT-LINE
           STRING "ACCOUNTS MOVED: " WS-CC-ACCOUNTS
               "   SUCCESSOR ACCOUNTS BEFORE: " WS-SUCC-ACCOUNTS
               " AFTER: " WS-SUCC-ACCOUNTS-AFTER
               DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-CERT-TOTAL
           MOVE WS-OPEN-BAL-TOTAL TO WS-BAL-DISPLAY
           MOVE WS-CURR-BAL-TOTAL TO WS-BAL-DISPLAY-2
           MOVE SPACES TO RPT-LINE
           STRING "BALANCES MOVED - OPENING " WS-BAL-DISPLAY
               "  CURRENT " WS-BAL-DISPLAY-2
               DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-CERT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "FEE RATES: " WS-CC-FEES
               "   CEILINGS: " WS-CC-LIMITS
               "   HOLDS: " WS-CC-PENDING
               "   REJECTS: " WS-CC-REJECTS
               DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-CERT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "RESUBMITS: " WS-CC-RESUBMITS
               "   CARRIED RECORDS: " WS-CC-CARRIED
               "   REGISTER ROWS: " WS-CC-REGISTER
               DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-CERT-LINE

           MOVE SPACES TO RPT-LINE
           PERFORM WRITE-CERT-LINE
           MOVE "CERTIFIED FOR FINANCE: ______________________________"
               TO RPT-LINE
           PERFORM WRITE-CERT-LINE
           MOVE SPACES TO RPT-LINE
           PERFORM WRITE-CERT-LINE
           MOVE "DATE: ______________" TO RPT-LINE
           PERFORM WRITE-CERT-LINE

           SET RPT-REQ-CLOSE TO TRUE
           CALL "report-writer" USING RPT-CONTROL
           SET WS-CERT-OPEN TO FALSE.

       WRITE-CERT-LINE.

           IF WS-CERT-OPEN
               SET RPT-REQ-DETAIL TO TRUE
               CALL "report-writer" USING RPT-CONTROL
           END-IF.

       WRITE-CERT-TOTAL.

           SET RPT-REQ-TOTAL TO TRUE
           CALL "report-writer" USING RPT-CONTROL.

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

       END-OF-LOGIC-PARAGRAPHS.
           CONTINUE.

       ENTRY "BRANCH-CLOSURE-SUB" USING LS-RETURN-CODE.

           PERFORM BRANCH-CLOSURE-LOGIC

           MOVE RETURN-CODE TO LS-RETURN-CODE

           GOBACK.

       COPY abendproc.

       END PROGRAM branch-closure.
