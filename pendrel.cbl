      * Date:
      * Purpose: Supervisor review of the pending-release queue.
      *          tran-edit holds details over their branch's
      *          BRANCHLIMITS ceiling, and details posted to a
      *          frozen account, on PENDRELEASE; this program
      *          signs on a badge (refusing anyone who is not an
      *          OP-CLASS-SUPERVISOR in good standing, PIN verified),
      *          lists the pending items, and lets the supervisor
      *          merge like any other resubmission, keeping its
      *          sequence number. Worked items stay on the queue
      *          marked with the disposition, badge, and date, so
      *          the release decisions audit. A supervisor may not
      *          release an item their own badge keyed in
      *          reject-rework or released before (PND-KEYED-BADGE);
      *          a second supervisor has to.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      * supervisor already ruled on the amount
           05 RESUB-ACCOUNT         PIC X(8).
           05 RESUB-RELEASED        PIC X(1).
      * the badge that keyed or released the detail, carried so the
      * same badge cannot release it if it is held again
           05 RESUB-KEYED-BADGE     PIC 9(3).

       FD  REJECT-FILE
           LABEL RECORDS ARE STANDARD.
               10 WS-PND-ACCOUNT     PIC X(8).
               10 WS-PND-BADGE       PIC 9(3).
               10 WS-PND-WORK-DATE   PIC X(10).
               10 WS-PND-REASON      PIC X(1).
               10 WS-PND-KEYED-BADGE PIC 9(3).
       01  WS-PND-COUNT             PIC 9(3) VALUE ZERO.
       01  WS-PND-SUB               PIC 9(3) VALUE ZERO.
       01  WS-PND-PICK              PIC 9(3) VALUE ZERO.
                   END-IF
                   MOVE PND-WORKED-DATE
                       TO WS-PND-WORK-DATE(WS-PND-COUNT)
                   MOVE PND-HOLD-REASON
                       TO WS-PND-REASON(WS-PND-COUNT)
                   IF PND-KEYED-BADGE NUMERIC
                       MOVE PND-KEYED-BADGE
                           TO WS-PND-KEYED-BADGE(WS-PND-COUNT)
                   ELSE
                       MOVE ZERO TO WS-PND-KEYED-BADGE(WS-PND-COUNT)
                   END-IF
                   READ PENDING-FILE
                       AT END SET WS-EOF TO TRUE
                   END-READ
               MOVE WS-PND-ACCOUNT(WS-PND-SUB) TO PND-ACCOUNT
               MOVE WS-PND-BADGE(WS-PND-SUB) TO PND-WORKED-BADGE
               MOVE WS-PND-WORK-DATE(WS-PND-SUB) TO PND-WORKED-DATE
               MOVE WS-PND-REASON(WS-PND-SUB) TO PND-HOLD-REASON
               MOVE WS-PND-KEYED-BADGE(WS-PND-SUB) TO PND-KEYED-BADGE
               WRITE PENDING-RECORD
           END-PERFORM

                   DISPLAY "    AMOUNTS " WS-AMOUNT-DISPLAY-1
                       " " WS-AMOUNT-DISPLAY-2
                       " ACCOUNT " WS-PND-ACCOUNT(WS-PND-SUB)
                   IF WS-PND-REASON(WS-PND-SUB) = "F"
                       DISPLAY "    HELD: ACCOUNT FROZEN"
                   ELSE
                       DISPLAY "    HELD: OVER BRANCH AMOUNT LIMIT"
                   END-IF
                   IF WS-PND-KEYED-BADGE(WS-PND-SUB) NOT = ZERO
                       DISPLAY "    KEYED BY BADGE "
                           WS-PND-KEYED-BADGE(WS-PND-SUB)
                   END-IF
               END-IF
           END-PERFORM
           DISPLAY "ITEMS AWAITING RELEASE: " WS-OPEN-COUNT
           ACCEPT WS-PND-ACTION

           EVALUATE TRUE
      * maker-checker: the badge that keyed the detail, or released
      * it on an earlier pass, may not be the one to release it
               WHEN WS-PND-ACT-RELEASE
                       AND WS-PND-KEYED-BADGE(WS-PND-PICK)
                           = WS-SUP-BADGE
                   DISPLAY "RELEASE REFUSED - ITEM " WS-PND-PICK
                       " WAS KEYED BY YOUR OWN BADGE; A SECOND "
                       "SUPERVISOR MUST RELEASE IT"
               WHEN WS-PND-ACT-RELEASE
                   PERFORM RELEASE-ONE-ITEM
               WHEN WS-PND-ACT-REFUSE
           MOVE WS-PND-SEQUENCE(WS-PND-PICK)  TO RESUB-ORIG-SEQ
           MOVE WS-PND-ACCOUNT(WS-PND-PICK)   TO RESUB-ACCOUNT
           MOVE "R"                           TO RESUB-RELEASED
           MOVE WS-SUP-BADGE                  TO RESUB-KEYED-BADGE
           WRITE RESUBMIT-RECORD

           CLOSE RESUBMIT-FILE
