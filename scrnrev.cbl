      ******************************************************************
      * Author:
      * Date:
      * Purpose: Supervisor review of the screening queue. tran-edit
      *          screens every detail that passes its branch limit
      *          against the same account and branch's recent
      *          postings, and holds on SCREENQUEUE any detail that
      *          takes the count or total past the RUNPARMS
      *          thresholds, or that repeats an operation and amount
      *          pair already posted - the split and double-sent
      *          items the flat limit cannot see. This program signs
      *          on a badge (refusing anyone who is not an
      *          OP-CLASS-SUPERVISOR in good standing, PIN verified),
      *          lists the caught items with why each was caught, and
      *          lets the supervisor release each item onto the
      *          RESUBMIT file for the next tran-merge, marked
      *          released so it is not caught a second time, or
      *          refuse it into CALCREJECT for the rework loop - the
      *          same dispositions pending-release gives the limit
      *          queue, kept on a queue of their own. Worked items
      *          stay on the queue marked with the disposition,
      *          badge, and date. A supervisor may not release an
      *          item their own badge keyed in reject-rework
      *          (SCR-KEYED-BADGE); a second supervisor has to.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. screen-review.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCREEN-FILE ASSIGN TO "SCREENQUEUE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT RESUBMIT-FILE ASSIGN TO "RESUBMIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT REJECT-FILE ASSIGN TO "CALCREJECT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "OPERATORFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SCREEN-FILE
           LABEL RECORDS ARE STANDARD.
           COPY scrnrec.

       FD  RESUBMIT-FILE
           LABEL RECORDS ARE STANDARD.
       01  RESUBMIT-RECORD.
           05 RESUB-BRANCH          PIC X(3).
           05 RESUB-OPERATION       PIC X(1).
           05 RESUB-FIRST           PIC S9(7)V99
                                    SIGN LEADING SEPARATE.
           05 RESUB-SECOND          PIC S9(7)V99
                                    SIGN LEADING SEPARATE.
      * the held detail's own sequence number, so the merge keeps
      * it and the trace still shows one journey
           05 RESUB-ORIG-SEQ        PIC 9(7).
      * the held detail's cost account, and R so tran-edit knows a
      * supervisor already ruled on it and does not screen it again
           05 RESUB-ACCOUNT         PIC X(8).
           05 RESUB-RELEASED        PIC X(1).
      * the badge that keyed or released the detail, carried so the
      * same badge cannot release it if it is held again
           05 RESUB-KEYED-BADGE     PIC 9(3).

       FD  REJECT-FILE
           LABEL RECORDS ARE STANDARD.
       01  CALC-REJECT-RECORD.
           05 REJ-BRANCH-CODE      PIC X(3).
           05 REJ-OPERATION        PIC X(1).
           05 REJ-FIRST-NUMBER     PIC S9(7)V99
                                   SIGN LEADING SEPARATE.
           05 REJ-SECOND-NUMBER    PIC S9(7)V99
                                   SIGN LEADING SEPARATE.
           05 REJ-SEQUENCE         PIC 9(7).
           05 REJ-ACCOUNT          PIC X(8).

       FD  OPERATOR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY operrec.

       WORKING-STORAGE SECTION.
       01  WS-SCR-TABLE.
           05 WS-SCR-ROW OCCURS 100 TIMES.
               10 WS-SCR-STATUS      PIC X(1).
               10 WS-SCR-DATE        PIC X(10).
               10 WS-SCR-BRANCH      PIC X(3).
               10 WS-SCR-OPERATION   PIC X(1).
               10 WS-SCR-FIRST       PIC S9(7)V99.
               10 WS-SCR-SECOND      PIC S9(7)V99.
               10 WS-SCR-SEQUENCE    PIC 9(7).
               10 WS-SCR-ACCOUNT     PIC X(8).
               10 WS-SCR-BADGE       PIC 9(3).
               10 WS-SCR-WORK-DATE   PIC X(10).
               10 WS-SCR-REASONS.
                   15 WS-SCR-WHY-COUNT  PIC X(1).
                   15 WS-SCR-WHY-TOTAL  PIC X(1).
                   15 WS-SCR-WHY-REPEAT PIC X(1).
               10 WS-SCR-HITS        PIC 9(5).
               10 WS-SCR-TOTAL       PIC 9(9)V99.
               10 WS-SCR-MATCH-SEQ   PIC 9(7).
               10 WS-SCR-KEYED-BADGE PIC 9(3).
       01  WS-SCR-COUNT             PIC 9(3) VALUE ZERO.
       01  WS-SCR-SUB               PIC 9(3) VALUE ZERO.
       01  WS-SCR-PICK              PIC 9(3) VALUE ZERO.
       01  WS-SCR-PICK-X            PIC X(3).
       01  WS-OPEN-COUNT            PIC 9(3) VALUE ZERO.

       01  WS-SCR-ACTION            PIC X(1).
           88  WS-SCR-ACT-RELEASE           VALUE "R".
           88  WS-SCR-ACT-REFUSE            VALUE "F".

       01  WS-SIGNON-FIELDS.
           05 WS-SUP-BADGE-X        PIC X(3).
           05 WS-SUP-BADGE          PIC 9(3) VALUE ZERO.

       01  WS-SUP-OK-SW             PIC X(1) VALUE "N".
           88  WS-SUP-OK                    VALUE "Y" FALSE "N".

       01  WS-OP-EOF-SW             PIC X(1) VALUE "N".
           88  WS-OP-EOF                    VALUE "Y" FALSE "N".

       01  WS-AMOUNT-DISPLAY-1      PIC +9(7).99.
       01  WS-AMOUNT-DISPLAY-2      PIC +9(7).99.
       01  WS-TOTAL-DISPLAY         PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-TODAY-FORMATTED       PIC X(10).

       01  WS-RELEASED-COUNT        PIC 9(3) VALUE ZERO.

       01  WS-EOF-SW                PIC X(1) VALUE "N".
           88  WS-EOF                       VALUE "Y" FALSE "N".

       01  WS-DONE-SW               PIC X(1) VALUE "N".
           88  WS-DONE                      VALUE "Y" FALSE "N".

           COPY rundate.
           COPY pinws.
           COPY abendws.

       LINKAGE SECTION.
       01  LS-RETURN-CODE              PIC S9(4) COMP.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           PERFORM SCREEN-REVIEW-LOGIC

           GOBACK.

       SCREEN-REVIEW-LOGIC.

           MOVE "screen-review" TO WS-ABEND-PROGRAM

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           CALL "business-date" USING WS-RUN-DATE
           MOVE SPACES TO WS-TODAY-FORMATTED
           STRING WS-RUN-DATE-YYYY "-" WS-RUN-DATE-MM "-"
               WS-RUN-DATE-DD DELIMITED BY SIZE
               INTO WS-TODAY-FORMATTED

           PERFORM SIGNON-SUPERVISOR-BADGE
           IF NOT WS-SUP-OK
               DISPLAY "SCREENING QUEUE REFUSED - SUPERVISOR BADGE "
                   "REQUIRED"
           ELSE
               PERFORM LOAD-SCREEN-TABLE

               SET WS-DONE TO FALSE
               PERFORM UNTIL WS-DONE
                   PERFORM LIST-SCREEN-ITEMS
                   PERFORM PICK-ONE-ITEM
               END-PERFORM

               PERFORM REWRITE-SCREEN-FILE

               IF WS-RELEASED-COUNT > ZERO
                   DISPLAY WS-RELEASED-COUNT " ITEMS RELEASED - "
                       "THEY MERGE WITH THE NEXT RUN'S "
                       "RESUBMISSIONS"
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

      * the badge alone does not open the queue - the PIN must
      * verify too, after the operator file is closed so pin-verify
      * can rewrite failure counts and locks
               IF WS-SUP-OK
                   MOVE WS-SUP-BADGE TO PC-BADGE
                   CALL "pin-verify" USING PIN-CHECK-AREA
                   IF NOT PC-OK
                       SET WS-SUP-OK TO FALSE
                   END-IF
               END-IF
           END-IF.

       LOAD-SCREEN-TABLE.

           MOVE ZERO TO WS-SCR-COUNT
           SET WS-EOF TO FALSE

           OPEN INPUT SCREEN-FILE
           IF WS-FILE-STATUS = "35"
               CONTINUE
           ELSE
               IF WS-FILE-STATUS NOT = "00"
                   STRING "UNABLE TO OPEN SCREENQUEUE, STATUS "
                       WS-FILE-STATUS DELIMITED BY SIZE
                       INTO WS-ABEND-MESSAGE
                   PERFORM ABEND-RTN
               END-IF

               READ SCREEN-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-EOF
                   IF WS-SCR-COUNT >= 100
                       MOVE "WS-SCR-TABLE OVERFLOW - MORE THAN 100"
                           TO WS-ABEND-MESSAGE
                       PERFORM ABEND-RTN
                   END-IF
                   ADD 1 TO WS-SCR-COUNT
                   MOVE SCR-STATUS TO WS-SCR-STATUS(WS-SCR-COUNT)
                   MOVE SCR-DATE-HELD TO WS-SCR-DATE(WS-SCR-COUNT)
                   MOVE SCR-BRANCH-CODE
                       TO WS-SCR-BRANCH(WS-SCR-COUNT)
                   MOVE SCR-OPERATION
                       TO WS-SCR-OPERATION(WS-SCR-COUNT)
                   MOVE SCR-FIRST-NUMBER
                       TO WS-SCR-FIRST(WS-SCR-COUNT)
                   MOVE SCR-SECOND-NUMBER
                       TO WS-SCR-SECOND(WS-SCR-COUNT)
                   MOVE SCR-SEQUENCE
                       TO WS-SCR-SEQUENCE(WS-SCR-COUNT)
                   MOVE SCR-ACCOUNT TO WS-SCR-ACCOUNT(WS-SCR-COUNT)
                   IF SCR-WORKED-BADGE NUMERIC
                       MOVE SCR-WORKED-BADGE
                           TO WS-SCR-BADGE(WS-SCR-COUNT)
                   ELSE
                       MOVE ZERO TO WS-SCR-BADGE(WS-SCR-COUNT)
                   END-IF
                   MOVE SCR-WORKED-DATE
                       TO WS-SCR-WORK-DATE(WS-SCR-COUNT)
                   MOVE SCR-REASONS
                       TO WS-SCR-REASONS(WS-SCR-COUNT)
                   MOVE SCR-WINDOW-COUNT
                       TO WS-SCR-HITS(WS-SCR-COUNT)
                   MOVE SCR-WINDOW-TOTAL
                       TO WS-SCR-TOTAL(WS-SCR-COUNT)
                   MOVE SCR-MATCH-SEQUENCE
                       TO WS-SCR-MATCH-SEQ(WS-SCR-COUNT)
                   IF SCR-KEYED-BADGE NUMERIC
                       MOVE SCR-KEYED-BADGE
                           TO WS-SCR-KEYED-BADGE(WS-SCR-COUNT)
                   ELSE
                       MOVE ZERO TO WS-SCR-KEYED-BADGE(WS-SCR-COUNT)
                   END-IF
                   READ SCREEN-FILE
                       AT END SET WS-EOF TO TRUE
                   END-READ
               END-PERFORM

               CLOSE SCREEN-FILE
           END-IF.

       REWRITE-SCREEN-FILE.

           OPEN OUTPUT SCREEN-FILE
           IF WS-FILE-STATUS NOT = "00"
               STRING "UNABLE TO OPEN SCREENQUEUE, STATUS "
                   WS-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RTN
           END-IF

           PERFORM VARYING WS-SCR-SUB FROM 1 BY 1
                   UNTIL WS-SCR-SUB > WS-SCR-COUNT
               MOVE WS-SCR-STATUS(WS-SCR-SUB) TO SCR-STATUS
               MOVE WS-SCR-DATE(WS-SCR-SUB) TO SCR-DATE-HELD
               MOVE WS-SCR-BRANCH(WS-SCR-SUB) TO SCR-BRANCH-CODE
               MOVE WS-SCR-OPERATION(WS-SCR-SUB) TO SCR-OPERATION
               MOVE WS-SCR-FIRST(WS-SCR-SUB) TO SCR-FIRST-NUMBER
               MOVE WS-SCR-SECOND(WS-SCR-SUB) TO SCR-SECOND-NUMBER
               MOVE WS-SCR-SEQUENCE(WS-SCR-SUB) TO SCR-SEQUENCE
               MOVE WS-SCR-ACCOUNT(WS-SCR-SUB) TO SCR-ACCOUNT
               MOVE WS-SCR-BADGE(WS-SCR-SUB) TO SCR-WORKED-BADGE
               MOVE WS-SCR-WORK-DATE(WS-SCR-SUB) TO SCR-WORKED-DATE
               MOVE WS-SCR-REASONS(WS-SCR-SUB) TO SCR-REASONS
               MOVE WS-SCR-HITS(WS-SCR-SUB) TO SCR-WINDOW-COUNT
               MOVE WS-SCR-TOTAL(WS-SCR-SUB) TO SCR-WINDOW-TOTAL
               MOVE WS-SCR-MATCH-SEQ(WS-SCR-SUB)
                   TO SCR-MATCH-SEQUENCE
               MOVE WS-SCR-KEYED-BADGE(WS-SCR-SUB) TO SCR-KEYED-BADGE
               WRITE SCREEN-RECORD
           END-PERFORM

           CLOSE SCREEN-FILE.

       LIST-SCREEN-ITEMS.

           MOVE ZERO TO WS-OPEN-COUNT

           DISPLAY "===== SCREENING REVIEW QUEUE ====="
           PERFORM VARYING WS-SCR-SUB FROM 1 BY 1
                   UNTIL WS-SCR-SUB > WS-SCR-COUNT
               IF WS-SCR-STATUS(WS-SCR-SUB) = "P"
                   ADD 1 TO WS-OPEN-COUNT
                   MOVE WS-SCR-FIRST(WS-SCR-SUB)
                       TO WS-AMOUNT-DISPLAY-1
                   MOVE WS-SCR-SECOND(WS-SCR-SUB)
                       TO WS-AMOUNT-DISPLAY-2
                   DISPLAY WS-SCR-SUB " " WS-SCR-DATE(WS-SCR-SUB)
                       " BRANCH " WS-SCR-BRANCH(WS-SCR-SUB)
                       " OP " WS-SCR-OPERATION(WS-SCR-SUB)
                       " SEQ " WS-SCR-SEQUENCE(WS-SCR-SUB)
                   DISPLAY "    AMOUNTS " WS-AMOUNT-DISPLAY-1
                       " " WS-AMOUNT-DISPLAY-2
                       " ACCOUNT " WS-SCR-ACCOUNT(WS-SCR-SUB)
                   PERFORM SHOW-SCREEN-REASONS
                   IF WS-SCR-KEYED-BADGE(WS-SCR-SUB) NOT = ZERO
                       DISPLAY "    KEYED BY BADGE "
                           WS-SCR-KEYED-BADGE(WS-SCR-SUB)
                   END-IF
               END-IF
           END-PERFORM
           DISPLAY "ITEMS AWAITING REVIEW: " WS-OPEN-COUNT
           DISPLAY "===================================".

       SHOW-SCREEN-REASONS.

      * why tran-edit caught it, and the window figures it was
      * judged on
           IF WS-SCR-WHY-COUNT(WS-SCR-SUB) = "C"
               DISPLAY "    CAUGHT: TOO MANY DETAILS FOR THE ACCOUNT"
           END-IF
           IF WS-SCR-WHY-TOTAL(WS-SCR-SUB) = "T"
               DISPLAY "    CAUGHT: ACCOUNT TOTAL OVER THRESHOLD"
           END-IF
           IF WS-SCR-WHY-REPEAT(WS-SCR-SUB) = "D"
               IF WS-SCR-MATCH-SEQ(WS-SCR-SUB) > ZERO
                   DISPLAY "    CAUGHT: REPEATS SEQ "
                       WS-SCR-MATCH-SEQ(WS-SCR-SUB)
               ELSE
                   DISPLAY "    CAUGHT: REPEATS AN EARLIER DETAIL"
               END-IF
           END-IF
           MOVE WS-SCR-TOTAL(WS-SCR-SUB) TO WS-TOTAL-DISPLAY
           DISPLAY "    WINDOW COUNT " WS-SCR-HITS(WS-SCR-SUB)
               " TOTAL " WS-TOTAL-DISPLAY.

       PICK-ONE-ITEM.

           IF WS-OPEN-COUNT = ZERO
               DISPLAY "NO ITEMS AWAITING REVIEW"
               SET WS-DONE TO TRUE
           ELSE
               DISPLAY "ENTER ITEM NUMBER TO WORK (000 TO EXIT): "
               MOVE SPACES TO WS-SCR-PICK-X
               ACCEPT WS-SCR-PICK-X
               IF WS-SCR-PICK-X NOT NUMERIC
                   DISPLAY "INVALID ENTRY, NUMBERS ONLY."
               ELSE
                   MOVE WS-SCR-PICK-X TO WS-SCR-PICK
                   IF WS-SCR-PICK = ZERO
                       SET WS-DONE TO TRUE
                   ELSE
                       IF WS-SCR-PICK > WS-SCR-COUNT
                               OR WS-SCR-STATUS(WS-SCR-PICK)
                                   NOT = "P"
                           DISPLAY "NOT A CAUGHT ITEM: "
                               WS-SCR-PICK
                       ELSE
                           PERFORM WORK-ONE-ITEM
                       END-IF
                   END-IF
               END-IF
           END-IF.

       WORK-ONE-ITEM.

           DISPLAY "R)ELEASE TO CALCULATORS OR F)REFUSE TO REJECTS: "
           ACCEPT WS-SCR-ACTION

           EVALUATE TRUE
      * maker-checker: the badge that keyed the detail may not be
      * the one to release it
               WHEN WS-SCR-ACT-RELEASE
                       AND WS-SCR-KEYED-BADGE(WS-SCR-PICK)
                           = WS-SUP-BADGE
                   DISPLAY "RELEASE REFUSED - ITEM " WS-SCR-PICK
                       " WAS KEYED BY YOUR OWN BADGE; A SECOND "
                       "SUPERVISOR MUST RELEASE IT"
               WHEN WS-SCR-ACT-RELEASE
                   PERFORM RELEASE-ONE-ITEM
               WHEN WS-SCR-ACT-REFUSE
                   PERFORM REFUSE-ONE-ITEM
               WHEN OTHER
                   DISPLAY "INVALID ACTION, R OR F ONLY."
           END-EVALUATE.

       RELEASE-ONE-ITEM.

           OPEN EXTEND RESUBMIT-FILE
           IF WS-FILE-STATUS = "35"
               OPEN OUTPUT RESUBMIT-FILE
               CLOSE RESUBMIT-FILE
               OPEN EXTEND RESUBMIT-FILE
           END-IF
           IF WS-FILE-STATUS NOT = "00"
               STRING "UNABLE TO OPEN RESUBMIT, STATUS "
                   WS-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RTN
           END-IF

           MOVE SPACES TO RESUBMIT-RECORD
           MOVE WS-SCR-BRANCH(WS-SCR-PICK)    TO RESUB-BRANCH
           MOVE WS-SCR-OPERATION(WS-SCR-PICK) TO RESUB-OPERATION
           MOVE WS-SCR-FIRST(WS-SCR-PICK)     TO RESUB-FIRST
           MOVE WS-SCR-SECOND(WS-SCR-PICK)    TO RESUB-SECOND
           MOVE WS-SCR-SEQUENCE(WS-SCR-PICK)  TO RESUB-ORIG-SEQ
           MOVE WS-SCR-ACCOUNT(WS-SCR-PICK)   TO RESUB-ACCOUNT
           MOVE "R"                           TO RESUB-RELEASED
           MOVE WS-SUP-BADGE                  TO RESUB-KEYED-BADGE
           WRITE RESUBMIT-RECORD

           CLOSE RESUBMIT-FILE

           PERFORM MARK-ITEM-WORKED
           MOVE "R" TO WS-SCR-STATUS(WS-SCR-PICK)
           ADD 1 TO WS-RELEASED-COUNT
           DISPLAY "ITEM " WS-SCR-PICK " RELEASED TO THE "
               "RESUBMISSION STREAM".

       REFUSE-ONE-ITEM.

           OPEN EXTEND REJECT-FILE
           IF WS-FILE-STATUS = "35"
               OPEN OUTPUT REJECT-FILE
               CLOSE REJECT-FILE
               OPEN EXTEND REJECT-FILE
           END-IF
           IF WS-FILE-STATUS NOT = "00"
               STRING "UNABLE TO OPEN CALCREJECT, STATUS "
                   WS-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RTN
           END-IF

           MOVE WS-SCR-BRANCH(WS-SCR-PICK)    TO REJ-BRANCH-CODE
           MOVE WS-SCR-OPERATION(WS-SCR-PICK) TO REJ-OPERATION
           MOVE WS-SCR-FIRST(WS-SCR-PICK)     TO REJ-FIRST-NUMBER
           MOVE WS-SCR-SECOND(WS-SCR-PICK)    TO REJ-SECOND-NUMBER
           MOVE WS-SCR-SEQUENCE(WS-SCR-PICK)  TO REJ-SEQUENCE
           MOVE WS-SCR-ACCOUNT(WS-SCR-PICK)   TO REJ-ACCOUNT
           WRITE CALC-REJECT-RECORD

           CLOSE REJECT-FILE

           PERFORM MARK-ITEM-WORKED
           MOVE "F" TO WS-SCR-STATUS(WS-SCR-PICK)
           DISPLAY "ITEM " WS-SCR-PICK " REFUSED TO CALCREJECT".

       MARK-ITEM-WORKED.

           MOVE WS-SUP-BADGE TO WS-SCR-BADGE(WS-SCR-PICK)
           MOVE WS-TODAY-FORMATTED
               TO WS-SCR-WORK-DATE(WS-SCR-PICK)
           SUBTRACT 1 FROM WS-OPEN-COUNT.

       END-OF-LOGIC-PARAGRAPHS.
           CONTINUE.

       ENTRY "SCREEN-REVIEW-SUB" USING LS-RETURN-CODE.

           PERFORM SCREEN-REVIEW-LOGIC

           MOVE RETURN-CODE TO LS-RETURN-CODE

           GOBACK.

       COPY abendproc.

       END PROGRAM screen-review.
