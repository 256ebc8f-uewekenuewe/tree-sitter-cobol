      * Purpose: Reject aging and write-off policy over REJECTMASTER.
      *          Prints the daily aged-rejects report on REJAGERPT
      *          with the open items bucketed 1-7, 8-30, and over 30
      *          days from RM-DATE-ADDED; a calculator reject's line
      *          is tagged with its branch for report-distribution.
      *          The W)RITE-OFF action - a supervisor badge and PIN
      *          required - proposes items older than WRITEOFF-DAYS
      *          (RUNPARMS card, default 60) for write-off with a
      *          reason code, stamping the proposing badge and date
      *          on the record; the C)ONFIRM action lets a second
      *          supervisor approve (closing the item with the
      *          approving badge and date) or decline each proposal -
      *          the proposing badge may not approve its own. The
      *          R)EGISTER action prints the write-off register on
      *          REJWOFFRPT so the auditors can see what was
      *          abandoned, who proposed it and who approved it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05 RM-REASON-CODE        PIC X(3).
           05 RM-WRITEOFF-BADGE     PIC 9(3).
           05 RM-WRITEOFF-DATE      PIC X(10).
      * the supervisor who proposed the write-off; a different
      * supervisor approves it. zero or spaces when none is proposed
      * and on write-offs from before the two-step approval
           05 RM-PROPOSE-BADGE      PIC 9(3).
           05 RM-PROPOSE-DATE       PIC X(10).

       FD  OPERATOR-FILE
           LABEL RECORDS ARE STANDARD.
               10 WS-REJ-REASON      PIC X(3).
               10 WS-REJ-WO-BADGE    PIC 9(3).
               10 WS-REJ-WO-DATE     PIC X(10).
               10 WS-REJ-PROP-BADGE  PIC 9(3).
               10 WS-REJ-PROP-DATE   PIC X(10).
               10 WS-REJ-AGE         PIC 9(5).
       01  WS-REJ-COUNT             PIC 9(3) VALUE ZERO.
       01  WS-REJ-SUB               PIC 9(3) VALUE ZERO.
           05 WS-BUCKET-OVER-30     PIC 9(3) VALUE ZERO.
           05 WS-ELIGIBLE-COUNT     PIC 9(3) VALUE ZERO.
           05 WS-WRITTEN-OFF-COUNT  PIC 9(3) VALUE ZERO.
           05 WS-PROPOSED-COUNT     PIC 9(3) VALUE ZERO.

       01  WS-AGING-ACTION          PIC X(1).
           88  WS-ACT-REPORT                VALUE "A".
           88  WS-ACT-WRITEOFF              VALUE "W".
           88  WS-ACT-CONFIRM               VALUE "C".
           88  WS-ACT-REGISTER              VALUE "R".
           88  WS-ACT-NONE                  VALUE "N".

       01  WS-WRITEOFF-AGE          PIC 9(3) VALUE 60.
       01  WS-ENTRY-REASON          PIC X(3).

       01  WS-CONFIRM-DECISION      PIC X(1).
           88  WS-CONFIRM-APPROVE           VALUE "A".
           88  WS-CONFIRM-DECLINE           VALUE "D".

       01  WS-SIGNON-FIELDS.
           05 WS-SUP-BADGE-X        PIC X(3).
           05 WS-SUP-BADGE          PIC 9(3) VALUE ZERO.
           SET WS-DONE TO FALSE
           PERFORM UNTIL WS-DONE
               DISPLAY "REJECT AGING - A)GED REPORT W)RITE-OFF "
                   "C)ONFIRM R)EGISTER N)ONE: "
               ACCEPT WS-AGING-ACTION
               EVALUATE TRUE
                   WHEN WS-ACT-REPORT
                       PERFORM PRINT-AGED-REPORT
                   WHEN WS-ACT-WRITEOFF
                       PERFORM WRITE-OFF-ITEMS
                   WHEN WS-ACT-CONFIRM
                       PERFORM CONFIRM-WRITE-OFFS
                   WHEN WS-ACT-REGISTER
                       PERFORM PRINT-WRITEOFF-REGISTER
                   WHEN WS-ACT-NONE
                   END-IF
                   MOVE RM-WRITEOFF-DATE
                       TO WS-REJ-WO-DATE(WS-REJ-COUNT)
                   IF RM-PROPOSE-BADGE NUMERIC
                       MOVE RM-PROPOSE-BADGE
                           TO WS-REJ-PROP-BADGE(WS-REJ-COUNT)
                   ELSE
                       MOVE ZERO TO WS-REJ-PROP-BADGE(WS-REJ-COUNT)
                   END-IF
                   MOVE RM-PROPOSE-DATE
                       TO WS-REJ-PROP-DATE(WS-REJ-COUNT)
                   MOVE ZERO TO WS-REJ-AGE(WS-REJ-COUNT)
                   READ REJECT-MASTER
                       AT END SET WS-EOF TO TRUE
                       TO RM-WRITEOFF-BADGE
                   MOVE WS-REJ-WO-DATE(WS-REJ-SUB)
                       TO RM-WRITEOFF-DATE
                   MOVE WS-REJ-PROP-BADGE(WS-REJ-SUB)
                       TO RM-PROPOSE-BADGE
                   MOVE WS-REJ-PROP-DATE(WS-REJ-SUB)
                       TO RM-PROPOSE-DATE
                   WRITE REJECT-MASTER-RECORD
               END-PERFORM

           MOVE ZERO TO WS-BUCKET-8-30
           MOVE ZERO TO WS-BUCKET-OVER-30
           MOVE ZERO TO WS-ELIGIBLE-COUNT
           MOVE ZERO TO WS-PROPOSED-COUNT

           PERFORM VARYING WS-REJ-SUB FROM 1 BY 1
                   UNTIL WS-REJ-SUB > WS-REJ-COUNT
               IF WS-REJ-AGE(WS-REJ-SUB) > WS-WRITEOFF-AGE
                   ADD 1 TO WS-ELIGIBLE-COUNT
               END-IF
               IF WS-REJ-PROP-BADGE(WS-REJ-SUB) NOT = ZERO
                   ADD 1 TO WS-PROPOSED-COUNT
               END-IF
           END-IF.

       PRINT-AGED-REPORT.
           PERFORM VARYING WS-REJ-SUB FROM 1 BY 1
                   UNTIL WS-REJ-SUB > WS-REJ-COUNT
               IF WS-REJ-STATUS(WS-REJ-SUB) = "O"
      * a calculator reject starts with its branch code; the code
      * rejects carry none and go to the shop-wide copy only
                   IF WS-REJ-SOURCE(WS-REJ-SUB) = "CALCREJECT"
                       MOVE WS-REJ-DATA(WS-REJ-SUB)(1:3)
                           TO RPT-BRANCH-TAG
                   ELSE
                       MOVE SPACES TO RPT-BRANCH-TAG
                   END-IF
                   MOVE SPACES TO RPT-LINE
                   STRING "AGE " WS-REJ-AGE(WS-REJ-SUB) "D "
                       WS-REJ-DATE(WS-REJ-SUB) " "
               END-IF
           END-PERFORM

           MOVE SPACES TO RPT-BRANCH-TAG
           MOVE SPACES TO RPT-LINE
           STRING "BUCKETS: 1-7 DAYS " WS-BUCKET-1-7
               "  8-30 DAYS " WS-BUCKET-8-30
               " 8-30/" WS-BUCKET-8-30
               " OVER-30/" WS-BUCKET-OVER-30
           DISPLAY "ELIGIBLE FOR WRITE-OFF (OVER "
               WS-WRITEOFF-AGE " DAYS): " WS-ELIGIBLE-COUNT
           DISPLAY "PROPOSED, AWAITING CONFIRMATION: "
               WS-PROPOSED-COUNT.

       SIGNON-SUPERVISOR-BADGE.

                       WS-REJ-AGE(WS-REJ-SUB) "D "
                       WS-REJ-SOURCE(WS-REJ-SUB) " <"
                       WS-REJ-DATA(WS-REJ-SUB)(1:31) ">"
                   IF WS-REJ-PROP-BADGE(WS-REJ-SUB) NOT = ZERO
                       DISPLAY "    PROPOSED BY BADGE "
                           WS-REJ-PROP-BADGE(WS-REJ-SUB) " ON "
                           WS-REJ-PROP-DATE(WS-REJ-SUB)
                   END-IF
               END-IF
           END-PERFORM

           DISPLAY "ENTER ITEM NUMBER TO PROPOSE (000 TO STOP): "
           MOVE SPACES TO WS-REJ-PICK-X
           ACCEPT WS-REJ-PICK-X
           PERFORM UNTIL WS-REJ-PICK-X = "000"
                       OR WS-REJ-AGE(WS-REJ-PICK)
                           NOT > WS-WRITEOFF-AGE
                   DISPLAY "NOT AN ELIGIBLE ITEM: " WS-REJ-PICK
               ELSE
               IF WS-REJ-PROP-BADGE(WS-REJ-PICK) NOT = ZERO
                   DISPLAY "ITEM " WS-REJ-PICK " ALREADY PROPOSED BY "
                       "BADGE " WS-REJ-PROP-BADGE(WS-REJ-PICK)
                       " - AWAITING CONFIRMATION"
               ELSE
                   DISPLAY "ENTER REASON CODE (XXX): "
                   MOVE SPACES TO WS-ENTRY-REASON
                       MOVE SPACES TO WS-ENTRY-REASON
                       ACCEPT WS-ENTRY-REASON
                   END-PERFORM
                   MOVE WS-ENTRY-REASON
                       TO WS-REJ-REASON(WS-REJ-PICK)
                   MOVE WS-SUP-BADGE
                       TO WS-REJ-PROP-BADGE(WS-REJ-PICK)
                   MOVE WS-TODAY-FORMATTED
                       TO WS-REJ-PROP-DATE(WS-REJ-PICK)
                   ADD 1 TO WS-PROPOSED-COUNT
                   DISPLAY "ITEM " WS-REJ-PICK " PROPOSED FOR "
                       "WRITE-OFF - A SECOND SUPERVISOR MUST CONFIRM"
               END-IF
               END-IF
               DISPLAY "ENTER ITEM NUMBER TO PROPOSE "
                   "(000 TO STOP): "
               MOVE SPACES TO WS-REJ-PICK-X
               ACCEPT WS-REJ-PICK-X
           END-PERFORM.

       CONFIRM-WRITE-OFFS.

           IF WS-PROPOSED-COUNT = ZERO
               DISPLAY "NO WRITE-OFFS AWAITING CONFIRMATION"
           ELSE
               PERFORM SIGNON-SUPERVISOR-BADGE
               IF NOT WS-SUP-OK
                   DISPLAY "CONFIRMATION REFUSED - SUPERVISOR BADGE "
                       "REQUIRED"
               ELSE
                   PERFORM WORK-CONFIRM-QUEUE
               END-IF
           END-IF.

       WORK-CONFIRM-QUEUE.

           DISPLAY "WRITE-OFFS AWAITING CONFIRMATION:"
           PERFORM VARYING WS-REJ-SUB FROM 1 BY 1
                   UNTIL WS-REJ-SUB > WS-REJ-COUNT
               IF WS-REJ-STATUS(WS-REJ-SUB) = "O"
                       AND WS-REJ-PROP-BADGE(WS-REJ-SUB) NOT = ZERO
                   DISPLAY WS-REJ-SUB " AGE "
                       WS-REJ-AGE(WS-REJ-SUB) "D "
                       WS-REJ-SOURCE(WS-REJ-SUB) " <"
                       WS-REJ-DATA(WS-REJ-SUB)(1:31) ">"
                   DISPLAY "    REASON " WS-REJ-REASON(WS-REJ-SUB)
                       " PROPOSED BY BADGE "
                       WS-REJ-PROP-BADGE(WS-REJ-SUB) " ON "
                       WS-REJ-PROP-DATE(WS-REJ-SUB)
               END-IF
           END-PERFORM

           DISPLAY "ENTER ITEM NUMBER TO CONFIRM (000 TO STOP): "
           MOVE SPACES TO WS-REJ-PICK-X
           ACCEPT WS-REJ-PICK-X
           PERFORM UNTIL WS-REJ-PICK-X = "000"
                   OR WS-REJ-PICK-X NOT NUMERIC
               MOVE WS-REJ-PICK-X TO WS-REJ-PICK
               IF WS-REJ-PICK > WS-REJ-COUNT
                       OR WS-REJ-STATUS(WS-REJ-PICK) NOT = "O"
                       OR WS-REJ-PROP-BADGE(WS-REJ-PICK) = ZERO
                   DISPLAY "NOT A PROPOSED ITEM: " WS-REJ-PICK
               ELSE
                   PERFORM CONFIRM-ONE-ITEM
               END-IF
               DISPLAY "ENTER ITEM NUMBER TO CONFIRM "
                   "(000 TO STOP): "
               MOVE SPACES TO WS-REJ-PICK-X
               ACCEPT WS-REJ-PICK-X
           END-PERFORM.

       CONFIRM-ONE-ITEM.

           DISPLAY "A)PPROVE OR D)ECLINE: "
           ACCEPT WS-CONFIRM-DECISION

           EVALUATE TRUE
      * maker-checker: the proposing badge may decline (withdraw) its
      * own proposal but never approve it
               WHEN WS-CONFIRM-APPROVE
                       AND WS-REJ-PROP-BADGE(WS-REJ-PICK) = WS-SUP-BADGE
                   DISPLAY "APPROVAL REFUSED - ITEM " WS-REJ-PICK
                       " WAS PROPOSED BY YOUR OWN BADGE; A SECOND "
                       "SUPERVISOR MUST APPROVE IT"
               WHEN WS-CONFIRM-APPROVE
                   MOVE "X" TO WS-REJ-STATUS(WS-REJ-PICK)
                   MOVE WS-SUP-BADGE
                       TO WS-REJ-WO-BADGE(WS-REJ-PICK)
                   MOVE WS-TODAY-FORMATTED
                       TO WS-REJ-WO-DATE(WS-REJ-PICK)
                   SUBTRACT 1 FROM WS-ELIGIBLE-COUNT
                   SUBTRACT 1 FROM WS-PROPOSED-COUNT
                   ADD 1 TO WS-WRITTEN-OFF-COUNT
                   DISPLAY "ITEM " WS-REJ-PICK " WRITTEN OFF"
               WHEN WS-CONFIRM-DECLINE
                   MOVE SPACES TO WS-REJ-REASON(WS-REJ-PICK)
                   MOVE ZERO TO WS-REJ-PROP-BADGE(WS-REJ-PICK)
                   MOVE SPACES TO WS-REJ-PROP-DATE(WS-REJ-PICK)
                   SUBTRACT 1 FROM WS-PROPOSED-COUNT
                   DISPLAY "ITEM " WS-REJ-PICK " DECLINED - LEFT OPEN"
               WHEN OTHER
                   DISPLAY "INVALID DECISION, A OR D ONLY."
           END-EVALUATE.

       PRINT-WRITEOFF-REGISTER.

           MOVE "REJWOFFRPT" TO RPT-FILE-NAME
                       " <" WS-REJ-DATA(WS-REJ-SUB)(1:31) ">"
                       DELIMITED BY SIZE INTO RPT-LINE
                   PERFORM WRITE-REPORT-LINE
                   MOVE SPACES TO RPT-LINE
                   IF WS-REJ-PROP-BADGE(WS-REJ-SUB) = ZERO
                       STRING "  PROPOSED: NOT RECORDED (ONE-STEP "
                           "WRITE-OFF)" DELIMITED BY SIZE INTO RPT-LINE
                   ELSE
                       STRING "  PROPOSED BY BADGE "
                           WS-REJ-PROP-BADGE(WS-REJ-SUB) " ON "
                           WS-REJ-PROP-DATE(WS-REJ-SUB)
                           DELIMITED BY SIZE INTO RPT-LINE
                   END-IF
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-PERFORM

