      *          the one day they need directly. The live CALCAUDIT
      *          keeps only the current date's records and its
      *          CALCAUDITCTL control sidecar is refreshed to match.
      *          Records move with their AT-CHAIN-HASH untouched, so
      *          the trail's hash chain runs on from one segment into
      *          the next and into the live file; each segment's
      *          AUDITINDEX line also carries the chain value its
      *          first record was hashed from and the hash of its last
      *          record, which audit-chain-check uses to prove that no
      *          segment has gone missing from the sequence.
      *          Indexed (ISAM) organization is deliberately not
      *          used, for the same build-portability reason the
      *          hospital master is kept on a flat file. Runs

       FD  AUDIT-SEG-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-SEG-RECORD            PIC X(200).

       FD  AUDIT-WORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-WORK-RECORD           PIC X(200).

       FD  AUDIT-INDEX-FILE
           LABEL RECORDS ARE STANDARD.
           05 AX-COUNT              PIC 9(7).
           05 AX-LOW-RUN            PIC 9(7).
           05 AX-HIGH-RUN           PIC 9(7).
           05 AX-OPEN-HASH          PIC X(18).
           05 AX-CLOSE-HASH         PIC X(18).

       FD  AUDIT-CTL-FILE
           LABEL RECORDS ARE STANDARD.
               10 WS-AX-COUNT        PIC 9(7).
               10 WS-AX-LOW          PIC 9(7).
               10 WS-AX-HIGH         PIC 9(7).
               10 WS-AX-OPEN-HASH    PIC X(18).
               10 WS-AX-CLOSE-HASH   PIC X(18).
       01  WS-AX-USED               PIC 9(3) VALUE ZERO.
       01  WS-AX-SUB                PIC 9(3) VALUE ZERO.
       01  WS-AX-MATCH-SUB          PIC 9(3) VALUE ZERO.

       01  WS-CTL-HASH              PIC S9(11)V99 VALUE ZERO.

      * the chain hash of the record before the one being split,
      * starting from the newest segment's closing hash
       01  WS-PREV-CHAIN            PIC X(18) VALUE ZEROS.
       01  WS-NEWEST-DATE           PIC X(10) VALUE SPACES.

       01  WS-CUR-SEG-DATE          PIC X(10) VALUE SPACES.
       01  WS-SEG-OPEN-SW           PIC X(1) VALUE "N".
           88  WS-SEG-OPEN                  VALUE "Y" FALSE "N".
                   ELSE
                       MOVE ZERO TO WS-AX-HIGH(WS-AX-USED)
                   END-IF
                   MOVE AX-OPEN-HASH TO WS-AX-OPEN-HASH(WS-AX-USED)
                   MOVE AX-CLOSE-HASH TO WS-AX-CLOSE-HASH(WS-AX-USED)
                   IF AX-DATE > WS-NEWEST-DATE
                       MOVE AX-DATE TO WS-NEWEST-DATE
                       MOVE AX-CLOSE-HASH TO WS-PREV-CHAIN
                   END-IF
                   READ AUDIT-INDEX-FILE
                       AT END SET WS-EOF TO TRUE
                   END-READ
               CLOSE AUDIT-INDEX-FILE
           END-IF

           IF WS-PREV-CHAIN NOT NUMERIC
               MOVE ZEROS TO WS-PREV-CHAIN
           END-IF

           SET WS-EOF TO FALSE.

       REWRITE-INDEX-FILE.
               MOVE WS-AX-COUNT(WS-AX-SUB) TO AX-COUNT
               MOVE WS-AX-LOW(WS-AX-SUB) TO AX-LOW-RUN
               MOVE WS-AX-HIGH(WS-AX-SUB) TO AX-HIGH-RUN
               MOVE WS-AX-OPEN-HASH(WS-AX-SUB) TO AX-OPEN-HASH
               MOVE WS-AX-CLOSE-HASH(WS-AX-SUB) TO AX-CLOSE-HASH
               WRITE AUDIT-INDEX-RECORD
           END-PERFORM

               WRITE AUDIT-SEG-RECORD
               ADD 1 TO WS-MOVED-COUNT
               PERFORM NOTE-SEGMENT-RECORD
           END-IF

           IF AT-CHAIN-HASH NUMERIC
               MOVE AT-CHAIN-HASH TO WS-PREV-CHAIN
           ELSE
               MOVE ZEROS TO WS-PREV-CHAIN
           END-IF.

       SWITCH-SEGMENT.
               MOVE ZERO TO WS-AX-COUNT(WS-AX-USED)
               MOVE 9999999 TO WS-AX-LOW(WS-AX-USED)
               MOVE ZERO TO WS-AX-HIGH(WS-AX-USED)
               MOVE WS-PREV-CHAIN TO WS-AX-OPEN-HASH(WS-AX-USED)
               MOVE WS-AX-USED TO WS-AX-MATCH-SUB
           END-IF

           MOVE AT-CHAIN-HASH TO WS-AX-CLOSE-HASH(WS-AX-MATCH-SUB)

           ADD 1 TO WS-AX-COUNT(WS-AX-MATCH-SUB)
           IF AT-RUN-NUMBER NUMERIC
               IF AT-RUN-NUMBER < WS-AX-LOW(WS-AX-MATCH-SUB)
