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
                   ELSE
                       MOVE SPACE TO WS-OP-LOCK(WS-OP-COUNT)
                   END-IF
      * the supervisor, dormancy and recertification fields are
      * not this program's business - carried through as they are
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
               MOVE WS-OP-RECERT-BADGE(WS-OP-SUB)
                   TO OP-RECERT-BADGE
               MOVE WS-OP-RECERT-DEC(WS-OP-SUB) TO OP-RECERT-DECISION
               WRITE OPERATOR-RECORD
           END-PERFORM

