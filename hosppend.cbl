      *          rewrite pattern - journaled to HOSPHIST with the
      *          approving badge, as every master change is. Refused
      *          items are marked and kept, so both decisions audit.
      *          The badge that requested an item (HP-REQ-BADGE) may
      *          not approve it; batch requests (badge 000) can be
      *          approved by any supervisor.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ACCEPT WS-PND-DECISION

           EVALUATE TRUE
      * maker-checker: the requesting badge may refuse (withdraw) its
      * own item but never approve it
               WHEN WS-PND-APPROVE
                       AND WS-PND-REQ-BADGE(WS-PND-PICK) = WS-SUP-BADGE
                   DISPLAY "APPROVAL REFUSED - ITEM " WS-PND-PICK
                       " WAS REQUESTED BY YOUR OWN BADGE; A SECOND "
                       "SUPERVISOR MUST APPROVE IT"
               WHEN WS-PND-APPROVE
                   PERFORM APPROVE-ONE-ITEM
               WHEN WS-PND-REFUSE
