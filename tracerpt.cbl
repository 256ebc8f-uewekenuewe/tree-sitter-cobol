      *          stage of the record's journey: the merged detail, the
      *          edited clean record, the computed result, the audit
      *          entries, any calculator reject, and any REJECTMASTER
      *          inventory item holding it. A reversal and the
      *          transaction it backed out are shown as one linked
      *          history: tracing either one traces the other straight
      *          after it. Replaces eyeballing four files side by side
      *          to answer one finance query.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05 TRAN-IN-SEQUENCE      PIC 9(7).
           05 TRAN-IN-ACCOUNT       PIC X(8).
           05 TRAN-IN-RELEASED      PIC X(1).
           05 TRAN-IN-ORIG-SEQ      PIC X(7).
           05 FILLER                PIC X(32).

       FD  CLEAN-FILE
           LABEL RECORDS ARE STANDARD.
           05 CLEAN-SEQUENCE       PIC 9(7).
           05 CLEAN-ACCOUNT        PIC X(8).
           05 CLEAN-CYCLE          PIC 9(3).
           05 CLEAN-REVERSAL-FIELDS.
               10 CLEAN-ORIG-SEQUENCE  PIC 9(7).
               10 CLEAN-ORIG-RESULT    PIC S9(9)V99
                                       SIGN LEADING SEPARATE.
           05 CLEAN-CURRENCY       PIC X(3).
           05 CLEAN-RATE           PIC 9(4)V9(6).
           05 CLEAN-TO-BRANCH      PIC X(3).
           05 CLEAN-TO-ACCOUNT     PIC X(8).

       FD  RESULT-FILE
           LABEL RECORDS ARE STANDARD.
           05 OUT-SEQUENCE         PIC 9(7).
           05 OUT-ACCOUNT          PIC X(8).
           05 OUT-CYCLE            PIC 9(3).
           05 OUT-REVERSAL-FIELDS.
               10 OUT-ORIG-SEQUENCE    PIC 9(7).
           05 OUT-BRANCH           PIC X(3).
           05 OUT-CURRENCY         PIC X(3).
           05 OUT-RATE             PIC 9(4)V9(6).
           05 OUT-BASE-FIRST       PIC S9(9)V99
                                   SIGN LEADING SEPARATE.
           05 OUT-BASE-SECOND      PIC S9(9)V99
                                   SIGN LEADING SEPARATE.
           05 OUT-BASE-RESULT      PIC S9(9)V99
                                   SIGN LEADING SEPARATE.

       FD  AUDIT-TRAIL-FILE
           LABEL RECORDS ARE STANDARD.
      * field access
       FD  AUDIT-SEG-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-SEG-RECORD            PIC X(200).

       FD  AUDIT-INDEX-FILE
           LABEL RECORDS ARE STANDARD.
           05 AX-COUNT              PIC 9(7).
           05 AX-LOW-RUN            PIC 9(7).
           05 AX-HIGH-RUN           PIC 9(7).
           05 AX-OPEN-HASH          PIC X(18).
           05 AX-CLOSE-HASH         PIC X(18).

       FD  REJECT-FILE
           LABEL RECORDS ARE STANDARD.
           05 RM-REASON-CODE        PIC X(3).
           05 RM-WRITEOFF-BADGE     PIC 9(3).
           05 RM-WRITEOFF-DATE      PIC X(10).
      * the supervisor who proposed the write-off; a different
      * supervisor approves it. zero or spaces when none is proposed
      * and on write-offs from before the two-step approval
           05 RM-PROPOSE-BADGE      PIC 9(3).
           05 RM-PROPOSE-DATE       PIC X(10).

       WORKING-STORAGE SECTION.
       01  WS-TRACE-SEQ-X           PIC X(7).
       01  WS-TRACE-SEQ             PIC 9(7) VALUE ZERO.

      * the other half of a reversal pair, found while tracing - traced
      * once straight after, without looking for a further link
       01  WS-FIRST-SEQ             PIC 9(7) VALUE ZERO.
       01  WS-LINK-SEQ              PIC 9(7) VALUE ZERO.
       01  WS-LINK-ROLE             PIC X(11) VALUE SPACES.
       01  WS-LINK-PASS-SW          PIC X(1) VALUE "N".
           88  WS-LINK-PASS                 VALUE "Y" FALSE "N".

       01  WS-STAGE-HITS.
           05 WS-HIT-TRANFILE       PIC 9(3) VALUE ZERO.
           05 WS-HIT-CLEAN          PIC 9(3) VALUE ZERO.

       TRACE-ONE-SEQUENCE.

           MOVE ZERO TO WS-LINK-SEQ
           MOVE SPACES TO WS-LINK-ROLE
           SET WS-LINK-PASS TO FALSE

           PERFORM TRACE-ALL-STAGES

           IF WS-LINK-SEQ > ZERO AND WS-LINK-SEQ NOT = WS-TRACE-SEQ
               MOVE WS-TRACE-SEQ TO WS-FIRST-SEQ
               DISPLAY "LINKED HISTORY: SEQUENCE " WS-FIRST-SEQ " "
                   WS-LINK-ROLE " SEQUENCE " WS-LINK-SEQ
               MOVE WS-LINK-SEQ TO WS-TRACE-SEQ
               MOVE WS-LINK-SEQ TO WS-TRACE-SEQ-X
               SET WS-LINK-PASS TO TRUE
               PERFORM TRACE-ALL-STAGES
               SET WS-LINK-PASS TO FALSE
               MOVE WS-FIRST-SEQ TO WS-TRACE-SEQ
               MOVE WS-FIRST-SEQ TO WS-TRACE-SEQ-X
           END-IF.

       TRACE-ALL-STAGES.

           MOVE ZERO TO WS-HIT-TRANFILE
           MOVE ZERO TO WS-HIT-CLEAN
           MOVE ZERO TO WS-HIT-RESULT
                       " OP " TRAN-IN-OPERATION
                       " AMOUNTS " TRAN-IN-FIRST " "
                       TRAN-IN-SECOND
                   IF TRAN-IN-OPERATION = "R"
                       DISPLAY "              REVERSES SEQUENCE "
                           TRAN-IN-ORIG-SEQ
                       IF TRAN-IN-ORIG-SEQ NUMERIC
                               AND NOT WS-LINK-PASS
                               AND WS-LINK-SEQ = ZERO
                           MOVE TRAN-IN-ORIG-SEQ TO WS-LINK-SEQ
                           MOVE "REVERSES" TO WS-LINK-ROLE
                       END-IF
                   END-IF
               END-IF
               READ TRAN-FILE
                   AT END SET WS-EOF TO TRUE
                       " OP " CLEAN-OPERATION
                       " AMOUNTS " CLEAN-FIRST-NUMBER " "
                       CLEAN-SECOND-NUMBER
                   IF CLEAN-OPERATION = "R"
                       DISPLAY "              REVERSES SEQUENCE "
                           CLEAN-ORIG-SEQUENCE " ACCOUNT "
                           CLEAN-ACCOUNT
                   END-IF
                   IF CLEAN-OPERATION = "X"
                       DISPLAY "              TRANSFERS FROM ACCOUNT "
                           CLEAN-ACCOUNT " TO BRANCH " CLEAN-TO-BRANCH
                           " ACCOUNT " CLEAN-TO-ACCOUNT
                   END-IF
                   IF CLEAN-CURRENCY NOT = SPACES
                       DISPLAY "              CURRENCY " CLEAN-CURRENCY
                           " RATE " CLEAN-RATE
                   END-IF
               END-IF
               READ CLEAN-FILE
                   AT END SET WS-EOF TO TRUE
                       " RESULT " WS-RESULT-DISPLAY
                       " STATUS " OUT-STATUS
                       " " OUT-REJECT-REASON
                   IF OUT-OPERATION = "R"
                       DISPLAY "              REVERSES SEQUENCE "
                           OUT-ORIG-SEQUENCE
                   END-IF
                   IF OUT-CURRENCY NOT = SPACES
                           AND OUT-BASE-RESULT NUMERIC
                       MOVE OUT-BASE-RESULT TO WS-RESULT-DISPLAY
                       DISPLAY "              IN " OUT-CURRENCY
                           " BASE RESULT " WS-RESULT-DISPLAY
                   END-IF
               END-IF
               READ RESULT-FILE
                   AT END SET WS-EOF TO TRUE
               DISPLAY "CALCAUDIT:    " AT-PROGRAM-NAME
                   " " AT-TIMESTAMP
                   " RUN " AT-RUN-NUMBER
               IF AT-OPERATION = "R"
                   DISPLAY "              REVERSES SEQUENCE "
                       AT-ORIG-SEQUENCE
                   IF AT-ORIG-SEQUENCE NUMERIC
                           AND NOT WS-LINK-PASS
                           AND WS-LINK-SEQ = ZERO
                       MOVE AT-ORIG-SEQUENCE TO WS-LINK-SEQ
                       MOVE "REVERSES" TO WS-LINK-ROLE
                   END-IF
               END-IF
           END-IF

      * a processed reversal naming this sequence is the other half
      * of its history
           IF AT-OPERATION = "R"
                   AND AT-STATUS NOT = "R"
                   AND AT-ORIG-SEQUENCE NUMERIC
                   AND AT-ORIG-SEQUENCE = WS-TRACE-SEQ
                   AND AT-SEQUENCE NUMERIC
                   AND NOT WS-LINK-PASS
                   AND WS-LINK-SEQ = ZERO
               MOVE AT-SEQUENCE TO WS-LINK-SEQ
               MOVE "REVERSED BY" TO WS-LINK-ROLE
           END-IF.

       TRACE-REJECT-FILE.
