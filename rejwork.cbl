      *          the next nightly run (RESUBMIT for calculator
      *          transactions, CODESRESUBMIT for unit codes), and marks
      *          the original reject as worked so the loop is closed.
      *          The operator signs on by badge and PIN; the badge is
      *          written with each calculator correction so that, if
      *          tran-edit holds it, pending-release will not let the
      *          same badge release it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT CODE-RESUBMIT-FILE ASSIGN TO "CODESRESUBMIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "OPERATORFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CALC-REJECT-FILE
           05 RM-REASON-CODE        PIC X(3).
           05 RM-WRITEOFF-BADGE     PIC 9(3).
           05 RM-WRITEOFF-DATE      PIC X(10).
      * the supervisor who proposed the write-off; a different
      * supervisor approves it. zero or spaces when none is proposed
      * and on write-offs from before the two-step approval
           05 RM-PROPOSE-BADGE      PIC 9(3).
           05 RM-PROPOSE-DATE       PIC X(10).

       FD  RESUBMIT-FILE
           LABEL RECORDS ARE STANDARD.
           05 RESUB-ORIG-SEQ        PIC 9(7).
           05 RESUB-ACCOUNT         PIC X(8).
           05 RESUB-RELEASED        PIC X(1).
      * the badge that keyed or released the detail, carried so the
      * same badge cannot release it if it is held again
           05 RESUB-KEYED-BADGE     PIC 9(3).

       FD  CODE-RESUBMIT-FILE
           LABEL RECORDS ARE STANDARD.
       01  CODE-RESUBMIT-RECORD        PIC X(2).

       FD  OPERATOR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY operrec.

       WORKING-STORAGE SECTION.
       01  WS-REJECT-TABLE.
           05 WS-REJ-ROW OCCURS 100 TIMES.
               10 WS-REJ-REASON      PIC X(3).
               10 WS-REJ-WO-BADGE    PIC 9(3).
               10 WS-REJ-WO-DATE     PIC X(10).
               10 WS-REJ-PROP-BADGE  PIC 9(3).
               10 WS-REJ-PROP-DATE   PIC X(10).
       01  WS-REJ-COUNT             PIC 9(3) VALUE ZERO.
       01  WS-REJ-SUB               PIC 9(3) VALUE ZERO.
       01  WS-REJ-PICK              PIC 9(3) VALUE ZERO.
       01  WS-ENTRY-OK-SW           PIC X(1) VALUE "N".
           88  WS-ENTRY-OK                  VALUE "Y" FALSE "N".

       01  WS-SIGNON-FIELDS.
           05 WS-OPR-BADGE-X        PIC X(3).
           05 WS-OPR-BADGE          PIC 9(3) VALUE ZERO.

       01  WS-OPR-OK-SW             PIC X(1) VALUE "N".
           88  WS-OPR-OK                    VALUE "Y" FALSE "N".

       01  WS-OP-EOF-SW             PIC X(1) VALUE "N".
           88  WS-OP-EOF                    VALUE "Y" FALSE "N".

           COPY rundate.
           COPY pinws.
           COPY abendws.

       LINKAGE SECTION.

           PERFORM LOAD-REJECT-TABLE

      * the keying badge rides with every correction, so the
      * supervisor queues downstream can refuse to let it approve
      * its own work
           PERFORM SIGNON-OPERATOR-BADGE
           IF NOT WS-OPR-OK
               DISPLAY "REWORK REFUSED - OPERATOR BADGE REQUIRED"
           ELSE
               SET WS-DONE TO FALSE
               PERFORM UNTIL WS-DONE
                   PERFORM LIST-OPEN-REJECTS
                   PERFORM PICK-ONE-REJECT
               END-PERFORM
           END-IF

           PERFORM REWRITE-REJECT-MASTER.

       SIGNON-OPERATOR-BADGE.

           SET WS-OPR-OK TO FALSE
           SET WS-OP-EOF TO FALSE

           DISPLAY "ENTER YOUR BADGE NUMBER: "
           MOVE SPACES TO WS-OPR-BADGE-X
           ACCEPT WS-OPR-BADGE-X
           IF WS-OPR-BADGE-X NOT NUMERIC
               DISPLAY "INVALID BADGE, NUMBERS ONLY."
           ELSE
               MOVE WS-OPR-BADGE-X TO WS-OPR-BADGE

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

               PERFORM UNTIL WS-OP-EOF OR WS-OPR-OK
                   READ OPERATOR-FILE
                       AT END
                           SET WS-OP-EOF TO TRUE
                       NOT AT END
                           IF OP-BADGE = WS-OPR-BADGE
                                   AND OP-ACTIVE-FLAG NOT = "I"
                               SET WS-OPR-OK TO TRUE
                           END-IF
                   END-READ
               END-PERFORM

               IF WS-FILE-STATUS NOT = "35"
                   CLOSE OPERATOR-FILE
               END-IF

               IF WS-OPR-OK
                   MOVE WS-OPR-BADGE TO PC-BADGE
                   CALL "pin-verify" USING PIN-CHECK-AREA
                   IF NOT PC-OK
                       SET WS-OPR-OK TO FALSE
                   END-IF
               END-IF
           END-IF.

       SWEEP-CALC-REJECTS.

      * move newly arrived calculator rejects into the inventory and
                   MOVE SPACES TO RM-REASON-CODE
                   MOVE ZERO TO RM-WRITEOFF-BADGE
                   MOVE SPACES TO RM-WRITEOFF-DATE
                   MOVE ZERO TO RM-PROPOSE-BADGE
                   MOVE SPACES TO RM-PROPOSE-DATE
                   WRITE REJECT-MASTER-RECORD
                   READ CALC-REJECT-FILE
                       AT END SET WS-EOF TO TRUE
                   MOVE SPACES TO RM-REASON-CODE
                   MOVE ZERO TO RM-WRITEOFF-BADGE
                   MOVE SPACES TO RM-WRITEOFF-DATE
                   MOVE ZERO TO RM-PROPOSE-BADGE
                   MOVE SPACES TO RM-PROPOSE-DATE
                   WRITE REJECT-MASTER-RECORD
                   READ CODE-REJECT-FILE
                       AT END SET WS-EOF TO TRUE
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
                   READ REJECT-MASTER
                       AT END SET WS-EOF TO TRUE
                   END-READ
                   TO RM-WRITEOFF-BADGE
               MOVE WS-REJ-WO-DATE(WS-REJ-SUB)
                   TO RM-WRITEOFF-DATE
               MOVE WS-REJ-PROP-BADGE(WS-REJ-SUB)
                   TO RM-PROPOSE-BADGE
               MOVE WS-REJ-PROP-DATE(WS-REJ-SUB)
                   TO RM-PROPOSE-DATE
               WRITE REJECT-MASTER-RECORD
           END-PERFORM

           END-IF
           MOVE WS-REJ-DATA(WS-REJ-PICK)(32:8) TO RESUB-ACCOUNT
           MOVE SPACE TO RESUB-RELEASED
           MOVE WS-OPR-BADGE TO RESUB-KEYED-BADGE
           WRITE RESUBMIT-RECORD
           CLOSE RESUBMIT-FILE

