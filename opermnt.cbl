      *          with its expiry date set), inquire, and a printed
      *          operator roster on OPERRPT. Replaces hand-editing the
      *          file, which is how a duplicate badge got on last
      *          quarter. Each badge is assigned the supervisor who
      *          recertifies it; E)RECERTIFY is the quarterly review,
      *          where a supervisor signs on with badge and PIN and
      *          confirms or revokes every active badge assigned to
      *          them (never their own), the decision recorded on the
      *          badge. A deactivation records its reason - manual
      *          here, revoked at recertification, or dormant from
      *          operator-dormancy.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               10 WS-OP-PIN-DATE     PIC X(10).
               10 WS-OP-FAILS        PIC 9(1).
               10 WS-OP-LOCK         PIC X(1).
               10 WS-OP-SUPERVISOR   PIC 9(3).
               10 WS-OP-LAST-ACTIVE  PIC X(10).
               10 WS-OP-DORMANT-DATE PIC X(10).
               10 WS-OP-OFF-REASON   PIC X(1).
               10 WS-OP-RECERT-DATE  PIC X(10).
               10 WS-OP-RECERT-BADGE PIC 9(3).
               10 WS-OP-RECERT-DEC   PIC X(1).
       01  WS-OP-COUNT              PIC 9(2) VALUE ZERO.
       01  WS-OP-SUB                PIC 9(2) VALUE ZERO.
       01  WS-OP-MATCH-SUB          PIC 9(2) VALUE ZERO.
           88  WS-OP-INQUIRE                VALUE "I".
           88  WS-OP-ROSTER                 VALUE "R".
           88  WS-OP-UNLOCK                 VALUE "U".
           88  WS-OP-RECERTIFY              VALUE "E".
           88  WS-OP-NONE                   VALUE "N".

       01  WS-OP-NOT-FOUND-SW       PIC X(1) VALUE "N".
           88  WS-SUP-OK                    VALUE "Y" FALSE "N".
       01  WS-FORCE-PIN-ANSWER      PIC X(1).

       01  WS-ENTRY-SUPERVISOR-X    PIC X(3).
       01  WS-ENTRY-SUPERVISOR      PIC 9(3) VALUE ZERO.
       01  WS-SUP-ASSIGN-OK-SW      PIC X(1) VALUE "N".
           88  WS-SUP-ASSIGN-OK             VALUE "Y" FALSE "N".
       01  WS-RECERT-ANSWER         PIC X(1).
       01  WS-RECERT-COUNT          PIC 9(2) VALUE ZERO.

       01  WS-TODAY-FORMATTED       PIC X(10).

       01  WS-DONE-SW               PIC X(1) VALUE "N".

           COPY rundate.
           COPY rptws.
           COPY pinws.
           COPY abendws.

       LINKAGE SECTION.
           SET WS-DONE TO FALSE
           PERFORM UNTIL WS-DONE
               DISPLAY "OPERATOR MASTER - A)DD C)HANGE D)EACTIVATE "
                   "I)NQUIRE R)OSTER U)NLOCK E)RECERTIFY N)ONE: "
               ACCEPT WS-OP-ACTION
               EVALUATE TRUE
                   WHEN WS-OP-ADD
                       PERFORM PRINT-ROSTER
                   WHEN WS-OP-UNLOCK
                       PERFORM UNLOCK-OPERATOR
                   WHEN WS-OP-RECERTIFY
                       PERFORM RECERTIFY-ACCESS
                   WHEN WS-OP-NONE
                       SET WS-DONE TO TRUE
                   WHEN OTHER
                   ELSE
                       MOVE SPACE TO WS-OP-LOCK(WS-OP-COUNT)
                   END-IF
      * records from before the supervisor and recertification
      * fields existed carry blanks - no supervisor assigned, never
      * recertified
                   IF OP-SUPERVISOR NUMERIC
                       MOVE OP-SUPERVISOR
                           TO WS-OP-SUPERVISOR(WS-OP-COUNT)
                   ELSE
                       MOVE ZERO TO WS-OP-SUPERVISOR(WS-OP-COUNT)
                   END-IF
                   MOVE OP-LAST-ACTIVE TO WS-OP-LAST-ACTIVE(WS-OP-COUNT)
                   MOVE OP-DORMANT-DATE
                       TO WS-OP-DORMANT-DATE(WS-OP-COUNT)
                   MOVE OP-INACTIVE-REASON
                       TO WS-OP-OFF-REASON(WS-OP-COUNT)
                   MOVE OP-RECERT-DATE TO WS-OP-RECERT-DATE(WS-OP-COUNT)
                   IF OP-RECERT-BADGE NUMERIC
                       MOVE OP-RECERT-BADGE
                           TO WS-OP-RECERT-BADGE(WS-OP-COUNT)
                   ELSE
                       MOVE ZERO TO WS-OP-RECERT-BADGE(WS-OP-COUNT)
                   END-IF
                   MOVE OP-RECERT-DECISION
                       TO WS-OP-RECERT-DEC(WS-OP-COUNT)
                   READ OPERATOR-FILE
                       AT END SET WS-EOF TO TRUE
                   END-READ
               MOVE WS-OP-PIN-DATE(WS-OP-SUB) TO OP-PIN-DATE
               MOVE WS-OP-FAILS(WS-OP-SUB) TO OP-PIN-FAILS
               MOVE WS-OP-LOCK(WS-OP-SUB) TO OP-LOCK-FLAG
               MOVE WS-OP-SUPERVISOR(WS-OP-SUB) TO OP-SUPERVISOR
               MOVE WS-OP-LAST-ACTIVE(WS-OP-SUB) TO OP-LAST-ACTIVE
               MOVE WS-OP-DORMANT-DATE(WS-OP-SUB) TO OP-DORMANT-DATE
               MOVE WS-OP-OFF-REASON(WS-OP-SUB) TO OP-INACTIVE-REASON
               MOVE WS-OP-RECERT-DATE(WS-OP-SUB) TO OP-RECERT-DATE
               MOVE WS-OP-RECERT-BADGE(WS-OP-SUB) TO OP-RECERT-BADGE
               MOVE WS-OP-RECERT-DEC(WS-OP-SUB) TO OP-RECERT-DECISION
               WRITE OPERATOR-RECORD
           END-PERFORM

                   DISPLAY "INVALID CLASS, O OR S ONLY. RE-ENTER: "
                   ACCEPT WS-ENTRY-CLASS
               END-PERFORM
               SET WS-SUP-ASSIGN-OK TO FALSE
               PERFORM UNTIL WS-SUP-ASSIGN-OK
                   PERFORM GET-SUPERVISOR-ASSIGNMENT
               END-PERFORM
               ADD 1 TO WS-OP-COUNT
               MOVE WS-ENTRY-BADGE TO WS-OP-BADGE(WS-OP-COUNT)
               MOVE WS-ENTRY-NAME TO WS-OP-NAME(WS-OP-COUNT)
               MOVE SPACES TO WS-OP-PIN-DATE(WS-OP-COUNT)
               MOVE ZERO TO WS-OP-FAILS(WS-OP-COUNT)
               MOVE SPACE TO WS-OP-LOCK(WS-OP-COUNT)
               MOVE WS-ENTRY-SUPERVISOR
                   TO WS-OP-SUPERVISOR(WS-OP-COUNT)
               MOVE SPACES TO WS-OP-LAST-ACTIVE(WS-OP-COUNT)
               MOVE SPACES TO WS-OP-DORMANT-DATE(WS-OP-COUNT)
               MOVE SPACE TO WS-OP-OFF-REASON(WS-OP-COUNT)
               MOVE SPACES TO WS-OP-RECERT-DATE(WS-OP-COUNT)
               MOVE ZERO TO WS-OP-RECERT-BADGE(WS-OP-COUNT)
               MOVE SPACE TO WS-OP-RECERT-DEC(WS-OP-COUNT)
               DISPLAY "OPERATOR ADDED: " WS-ENTRY-BADGE
           END-IF.

                   MOVE WS-ENTRY-CLASS
                       TO WS-OP-CLASS(WS-OP-MATCH-SUB)
               END-IF
               DISPLAY "RECERTIFYING SUPERVISOR NOW "
                   WS-OP-SUPERVISOR(WS-OP-MATCH-SUB)
                   " - CHANGE IT (Y/N)? "
               MOVE SPACE TO WS-RECERT-ANSWER
               ACCEPT WS-RECERT-ANSWER
               IF WS-RECERT-ANSWER = "Y"
                   SET WS-SUP-ASSIGN-OK TO FALSE
                   PERFORM UNTIL WS-SUP-ASSIGN-OK
                       PERFORM GET-SUPERVISOR-ASSIGNMENT
                   END-PERFORM
                   MOVE WS-ENTRY-SUPERVISOR
                       TO WS-OP-SUPERVISOR(WS-OP-MATCH-SUB)
               END-IF
               DISPLAY "OPERATOR CHANGED: " WS-ENTRY-BADGE
           END-IF.

               MOVE "I" TO WS-OP-ACTIVE(WS-OP-MATCH-SUB)
               MOVE WS-TODAY-FORMATTED
                   TO WS-OP-EXP-DATE(WS-OP-MATCH-SUB)
               MOVE "M" TO WS-OP-OFF-REASON(WS-OP-MATCH-SUB)
               DISPLAY "OPERATOR DEACTIVATED: " WS-ENTRY-BADGE
           END-IF.

               END-IF
               DISPLAY "PIN SET: " WS-OP-PIN-DATE(WS-OP-MATCH-SUB)
                   " FAILURES: " WS-OP-FAILS(WS-OP-MATCH-SUB)
               EVALUATE WS-OP-OFF-REASON(WS-OP-MATCH-SUB)
                   WHEN "M"
                       DISPLAY "INACTIVE: DEACTIVATED BY HAND"
                   WHEN "D"
                       DISPLAY "INACTIVE: DORMANT - NO SIGN-ON"
                   WHEN "R"
                       DISPLAY "INACTIVE: REVOKED AT RECERTIFICATION"
               END-EVALUATE
               DISPLAY "SUPERVISOR: "
                   WS-OP-SUPERVISOR(WS-OP-MATCH-SUB)
                   " LAST ACTIVE: "
                   WS-OP-LAST-ACTIVE(WS-OP-MATCH-SUB)
               IF WS-OP-DORMANT-DATE(WS-OP-MATCH-SUB) NOT = SPACES
                   DISPLAY "*** FLAGGED DORMANT ON "
                       WS-OP-DORMANT-DATE(WS-OP-MATCH-SUB) " ***"
               END-IF
               DISPLAY "LAST RECERTIFIED: "
                   WS-OP-RECERT-DATE(WS-OP-MATCH-SUB)
                   " BY " WS-OP-RECERT-BADGE(WS-OP-MATCH-SUB)
                   " DECISION " WS-OP-RECERT-DEC(WS-OP-MATCH-SUB)
           END-IF.

       GET-SUPERVISOR-ASSIGNMENT.

      * spaces leave the badge unassigned; otherwise the supervisor
      * must be an active supervisor on file, and not the badge
      * itself - nobody recertifies their own access
           SET WS-SUP-ASSIGN-OK TO FALSE
           MOVE ZERO TO WS-ENTRY-SUPERVISOR
           DISPLAY "ENTER RECERTIFYING SUPERVISOR BADGE "
               "(SPACES FOR NONE): "
           MOVE SPACES TO WS-ENTRY-SUPERVISOR-X
           ACCEPT WS-ENTRY-SUPERVISOR-X
           IF WS-ENTRY-SUPERVISOR-X = SPACES
               SET WS-SUP-ASSIGN-OK TO TRUE
           ELSE
               IF WS-ENTRY-SUPERVISOR-X NOT NUMERIC
                   DISPLAY "INVALID BADGE, NUMBERS ONLY."
               ELSE
                   MOVE WS-ENTRY-SUPERVISOR-X TO WS-ENTRY-SUPERVISOR
                   IF WS-ENTRY-SUPERVISOR = WS-ENTRY-BADGE
                       DISPLAY "A BADGE CANNOT BE ITS OWN "
                           "RECERTIFYING SUPERVISOR."
                   ELSE
                       PERFORM VARYING WS-SUP-SUB FROM 1 BY 1
                               UNTIL WS-SUP-SUB > WS-OP-COUNT
                           IF WS-OP-BADGE(WS-SUP-SUB)
                                   = WS-ENTRY-SUPERVISOR
                                   AND WS-OP-CLASS(WS-SUP-SUB) = "S"
                                   AND WS-OP-ACTIVE(WS-SUP-SUB)
                                       NOT = "I"
                               SET WS-SUP-ASSIGN-OK TO TRUE
                           END-IF
                       END-PERFORM
                       IF NOT WS-SUP-ASSIGN-OK
                           DISPLAY "NOT AN ACTIVE SUPERVISOR BADGE: "
                               WS-ENTRY-SUPERVISOR
                       END-IF
                   END-IF
               END-IF
           END-IF.

       UNLOCK-OPERATOR.
               END-IF
           END-IF.

       RECERTIFY-ACCESS.

      * the supervisor's badge is checked against this table as for
      * an unlock, then the PIN - the table is saved first and
      * reloaded after so pin-verify's failure counts and locks are
      * not overwritten by this session
           SET WS-SUP-OK TO FALSE
           DISPLAY "ENTER SUPERVISOR BADGE: "
           MOVE SPACES TO WS-SUP-BADGE-X
           ACCEPT WS-SUP-BADGE-X
           IF WS-SUP-BADGE-X NOT NUMERIC
               DISPLAY "INVALID BADGE, NUMBERS ONLY."
           ELSE
               MOVE WS-SUP-BADGE-X TO WS-SUP-BADGE
               PERFORM VARYING WS-SUP-SUB FROM 1 BY 1
                       UNTIL WS-SUP-SUB > WS-OP-COUNT
                   IF WS-OP-BADGE(WS-SUP-SUB) = WS-SUP-BADGE
                           AND WS-OP-CLASS(WS-SUP-SUB) = "S"
                           AND WS-OP-ACTIVE(WS-SUP-SUB) NOT = "I"
                       SET WS-SUP-OK TO TRUE
                   END-IF
               END-PERFORM
           END-IF

           IF WS-SUP-OK
               PERFORM REWRITE-OPERATOR-FILE
               MOVE WS-SUP-BADGE TO PC-BADGE
               CALL "pin-verify" USING PIN-CHECK-AREA
               PERFORM LOAD-OPERATOR-TABLE
               IF NOT PC-OK
                   SET WS-SUP-OK TO FALSE
               END-IF
           END-IF

           IF NOT WS-SUP-OK
               DISPLAY "RECERTIFICATION REFUSED - NOT AN ACTIVE "
                   "SUPERVISOR BADGE"
           ELSE
               MOVE ZERO TO WS-RECERT-COUNT
               PERFORM VARYING WS-OP-SUB FROM 1 BY 1
                       UNTIL WS-OP-SUB > WS-OP-COUNT
                   IF WS-OP-SUPERVISOR(WS-OP-SUB) = WS-SUP-BADGE
                           AND WS-OP-ACTIVE(WS-OP-SUB) NOT = "I"
                       ADD 1 TO WS-RECERT-COUNT
                       PERFORM RECERTIFY-ONE-BADGE
                   END-IF
               END-PERFORM
               IF WS-RECERT-COUNT = ZERO
                   DISPLAY "NO ACTIVE BADGES ASSIGNED TO SUPERVISOR "
                       WS-SUP-BADGE
               END-IF
           END-IF.

       RECERTIFY-ONE-BADGE.

           DISPLAY "BADGE " WS-OP-BADGE(WS-OP-SUB) " "
               WS-OP-NAME(WS-OP-SUB) " CLASS "
               WS-OP-CLASS(WS-OP-SUB)
           DISPLAY "  LAST ACTIVE: " WS-OP-LAST-ACTIVE(WS-OP-SUB)
               "  LAST RECERTIFIED: " WS-OP-RECERT-DATE(WS-OP-SUB)
               " " WS-OP-RECERT-DEC(WS-OP-SUB)
           IF WS-OP-DORMANT-DATE(WS-OP-SUB) NOT = SPACES
               DISPLAY "  FLAGGED DORMANT ON "
                   WS-OP-DORMANT-DATE(WS-OP-SUB)
           END-IF

           IF WS-OP-BADGE(WS-OP-SUB) = WS-SUP-BADGE
               DISPLAY "  YOUR OWN BADGE - ANOTHER SUPERVISOR MUST "
                   "RECERTIFY IT"
           ELSE
               DISPLAY "  C)ONFIRM R)EVOKE S)KIP: "
               MOVE SPACE TO WS-RECERT-ANSWER
               ACCEPT WS-RECERT-ANSWER
               EVALUATE WS-RECERT-ANSWER
                   WHEN "C"
                       MOVE WS-TODAY-FORMATTED
                           TO WS-OP-RECERT-DATE(WS-OP-SUB)
                       MOVE WS-SUP-BADGE
                           TO WS-OP-RECERT-BADGE(WS-OP-SUB)
                       MOVE "C" TO WS-OP-RECERT-DEC(WS-OP-SUB)
                       DISPLAY "  ACCESS CONFIRMED: "
                           WS-OP-BADGE(WS-OP-SUB)
                   WHEN "R"
                       MOVE WS-TODAY-FORMATTED
                           TO WS-OP-RECERT-DATE(WS-OP-SUB)
                       MOVE WS-SUP-BADGE
                           TO WS-OP-RECERT-BADGE(WS-OP-SUB)
                       MOVE "R" TO WS-OP-RECERT-DEC(WS-OP-SUB)
                       MOVE "I" TO WS-OP-ACTIVE(WS-OP-SUB)
                       MOVE WS-TODAY-FORMATTED
                           TO WS-OP-EXP-DATE(WS-OP-SUB)
                       MOVE "R" TO WS-OP-OFF-REASON(WS-OP-SUB)
                       DISPLAY "  ACCESS REVOKED: "
                           WS-OP-BADGE(WS-OP-SUB)
                   WHEN OTHER
                       DISPLAY "  SKIPPED - NO DECISION RECORDED"
               END-EVALUATE
           END-IF.

       PRINT-ROSTER.

           MOVE "OPERRPT" TO RPT-FILE-NAME
                   WS-OP-CLASS(WS-OP-SUB) " "
                   WS-OP-ACTIVE(WS-OP-SUB) " "
                   WS-OP-EFF-DATE(WS-OP-SUB) " "
                   WS-OP-EXP-DATE(WS-OP-SUB) " SUP "
                   WS-OP-SUPERVISOR(WS-OP-SUB)
                   DELIMITED BY SIZE INTO RPT-LINE
               PERFORM WRITE-REPORT-LINE
           END-PERFORM
