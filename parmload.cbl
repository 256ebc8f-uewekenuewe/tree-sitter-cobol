      *              PIN-MAX-AGE-DAYS=090
      *              WINDOW-DEADLINE=0600
      *              WRITEOFF-DAYS=060
      *              DORMANT-DAYS=090
      *              DORMANT-GRACE-DAYS=014
      *              SHIFT-HOURS=08
      *              BASE-CURRENCY=USD
      *              AR-TERMS-DAYS=030
      *              SCREEN-DAYS=005
      *              SCREEN-COUNT=010
      *              SCREEN-AMOUNT=0050000
      *              LARGE-TRAN-AMOUNT=0010000
      *              LARGE-MONTH-AMOUNT=0025000
      *              REHEARSAL=Y
      *          Missing file or missing cards leave the documented
      *          defaults in place; a card whose value is not of the
      *          parameter's form is reported and the default kept.
      *          Changes staged through parm-maint (PARMSTAGE) are
      *          laid over the cards once the business date reaches
      *          their effective date - the latest due change for a
      *          keyword wins - until parm-maint folds them into
      *          RUNPARMS itself. The parameters in effect are
      *          printed so every calling program shows what it ran
      *          with at the top of its output, followed by the
      *          staged changes taking effect with this business date.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT PARM-FILE ASSIGN TO "RUNPARMS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT PARM-STAGE-FILE ASSIGN TO "PARMSTAGE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  PARM-RECORD                 PIC X(80).

       FD  PARM-STAGE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY parmstg.

       WORKING-STORAGE SECTION.
       01  WS-PARM-CARD             PIC X(80).
       01  WS-PARM-KEY              PIC X(20).
       01  WS-PARM-VALUE            PIC X(40).

      * staged changes due by the business date, one per keyword
       01  WS-ST-TABLE.
           05 WS-ST-ROW OCCURS 50 TIMES.
               10 WS-ST-KEYWORD      PIC X(20).
               10 WS-ST-VALUE        PIC X(20).
               10 WS-ST-EFF-DATE     PIC X(10).
               10 WS-ST-BADGE        PIC 9(3).
               10 WS-ST-BEFORE       PIC X(20).
       01  WS-ST-COUNT              PIC 9(2) VALUE ZERO.
       01  WS-ST-SUB                PIC 9(2) VALUE ZERO.
       01  WS-ST-MATCH              PIC 9(2) VALUE ZERO.
       01  WS-ST-TONIGHT            PIC 9(2) VALUE ZERO.
       01  WS-ST-CARRIED            PIC 9(2) VALUE ZERO.

       01  WS-PL-RUN-DATE.
           05 WS-PL-RUN-DATE-YYYY   PIC 9(4).
           05 WS-PL-RUN-DATE-MM     PIC 9(2).
           05 WS-PL-RUN-DATE-DD     PIC 9(2).
       01  WS-PL-TODAY              PIC X(10).

       01  WS-EOF-SW                PIC X(1) VALUE "N".
           88  WS-EOF                       VALUE "Y" FALSE "N".


           PERFORM READ-PARM-FILE

           PERFORM READ-STAGED-CHANGES

           PERFORM PRINT-PARMS-IN-EFFECT

           PERFORM PRINT-STAGED-CHANGES

           SET RP-LOADED TO TRUE

           GOBACK.
           MOVE 90 TO RP-PIN-MAX-AGE-DAYS
           MOVE 0600 TO RP-WINDOW-DEADLINE
           MOVE 60 TO RP-WRITEOFF-DAYS
           MOVE 90 TO RP-DORMANT-DAYS
           MOVE 14 TO RP-DORMANT-GRACE-DAYS
           MOVE 8 TO RP-SHIFT-HOURS
           MOVE "USD" TO RP-BASE-CURRENCY
           MOVE 30 TO RP-AR-TERMS-DAYS
           MOVE 5 TO RP-SCREEN-DAYS
           MOVE 10 TO RP-SCREEN-COUNT
           MOVE 50000 TO RP-SCREEN-AMOUNT
           MOVE 10000 TO RP-LARGE-TRAN-AMOUNT
           MOVE 25000 TO RP-LARGE-MONTH-AMOUNT
           MOVE SPACE TO RP-REHEARSAL.

       READ-PARM-FILE.
           PERFORM UNTIL WS-EOF
               IF PARM-RECORD(1:1) NOT = "*"
                       AND PARM-RECORD NOT = SPACES
                   MOVE PARM-RECORD TO WS-PARM-CARD
                   PERFORM APPLY-ONE-PARM
               END-IF
               MOVE SPACES TO PARM-RECORD

           MOVE SPACES TO WS-PARM-KEY
           MOVE SPACES TO WS-PARM-VALUE
           UNSTRING WS-PARM-CARD DELIMITED BY "="
               INTO WS-PARM-KEY WS-PARM-VALUE
           END-UNSTRING

               WHEN "REJECT-RATE-PCT"
                   IF WS-PARM-VALUE(1:3) NUMERIC
                       MOVE WS-PARM-VALUE(1:3) TO RP-REJECT-RATE-PCT
                   ELSE
                       PERFORM REPORT-BAD-PARM
                   END-IF
               WHEN "DROP-PCT"
                   IF WS-PARM-VALUE(1:3) NUMERIC
                       MOVE WS-PARM-VALUE(1:3) TO RP-DROP-PCT
                   ELSE
                       PERFORM REPORT-BAD-PARM
                   END-IF
               WHEN "RETENTION-DAYS"
                   IF WS-PARM-VALUE(1:3) NUMERIC
                       MOVE WS-PARM-VALUE(1:3) TO RP-RETENTION-DAYS
                   ELSE
                       PERFORM REPORT-BAD-PARM
                   END-IF
               WHEN "GENERATIONS-KEPT"
                   IF WS-PARM-VALUE(1:2) NUMERIC
                       MOVE WS-PARM-VALUE(1:2) TO RP-GENERATIONS-KEPT
                   ELSE
                       PERFORM REPORT-BAD-PARM
                   END-IF
               WHEN "TABLE-LIMIT"
                   IF WS-PARM-VALUE(1:3) NUMERIC
                       MOVE WS-PARM-VALUE(1:3) TO RP-TABLE-LIMIT
                   ELSE
                       PERFORM REPORT-BAD-PARM
                   END-IF
               WHEN "TRAN-FILE-NAME"
                   IF WS-PARM-VALUE NOT = SPACES
                       MOVE WS-PARM-VALUE(1:20) TO RP-TRAN-FILE-NAME
                   ELSE
                       PERFORM REPORT-BAD-PARM
                   END-IF
               WHEN "RECON-REPAIR"
                   MOVE WS-PARM-VALUE(1:1) TO RP-RECON-REPAIR
               WHEN "RECON-TOLERANCE"
                   IF WS-PARM-VALUE(1:3) NUMERIC
                       MOVE WS-PARM-VALUE(1:3) TO RP-RECON-TOLERANCE
                   ELSE
                       PERFORM REPORT-BAD-PARM
                   END-IF
      * supervisor override for a legitimate duplicate-batch re-run -
      * the card is expected to be removed again the same day
                   IF WS-PARM-VALUE(1:3) NUMERIC
                       MOVE WS-PARM-VALUE(1:3)
                           TO RP-ALERT-ESC-HOURS
                   ELSE
                       PERFORM REPORT-BAD-PARM
                   END-IF
               WHEN "PIN-MAX-AGE-DAYS"
                   IF WS-PARM-VALUE(1:3) NUMERIC
                       MOVE WS-PARM-VALUE(1:3)
                           TO RP-PIN-MAX-AGE-DAYS
                   ELSE
                       PERFORM REPORT-BAD-PARM
                   END-IF
               WHEN "WINDOW-DEADLINE"
                   IF WS-PARM-VALUE(1:4) NUMERIC
                       MOVE WS-PARM-VALUE(1:4)
                           TO RP-WINDOW-DEADLINE
                   ELSE
                       PERFORM REPORT-BAD-PARM
                   END-IF
               WHEN "WRITEOFF-DAYS"
                   IF WS-PARM-VALUE(1:3) NUMERIC
                       MOVE WS-PARM-VALUE(1:3)
                           TO RP-WRITEOFF-DAYS
                   ELSE
                       PERFORM REPORT-BAD-PARM
                   END-IF
               WHEN "DORMANT-DAYS"
                   IF WS-PARM-VALUE(1:3) NUMERIC
                       MOVE WS-PARM-VALUE(1:3)
                           TO RP-DORMANT-DAYS
                   ELSE
                       PERFORM REPORT-BAD-PARM
                   END-IF
               WHEN "DORMANT-GRACE-DAYS"
                   IF WS-PARM-VALUE(1:3) NUMERIC
                       MOVE WS-PARM-VALUE(1:3)
                           TO RP-DORMANT-GRACE-DAYS
                   ELSE
                       PERFORM REPORT-BAD-PARM
                   END-IF
               WHEN "SHIFT-HOURS"
                   IF WS-PARM-VALUE(1:2) NUMERIC
                       MOVE WS-PARM-VALUE(1:2)
                           TO RP-SHIFT-HOURS
                   ELSE
                       PERFORM REPORT-BAD-PARM
                   END-IF
               WHEN "BASE-CURRENCY"
                   IF WS-PARM-VALUE(1:3) NOT = SPACES
                       MOVE WS-PARM-VALUE(1:3) TO RP-BASE-CURRENCY
                   ELSE
                       PERFORM REPORT-BAD-PARM
                   END-IF
               WHEN "AR-TERMS-DAYS"
                   IF WS-PARM-VALUE(1:3) NUMERIC
                       MOVE WS-PARM-VALUE(1:3) TO RP-AR-TERMS-DAYS
                   ELSE
                       PERFORM REPORT-BAD-PARM
                   END-IF
               WHEN "SCREEN-DAYS"
                   IF WS-PARM-VALUE(1:3) NUMERIC
                       MOVE WS-PARM-VALUE(1:3) TO RP-SCREEN-DAYS
                   ELSE
                       PERFORM REPORT-BAD-PARM
                   END-IF
               WHEN "SCREEN-COUNT"
                   IF WS-PARM-VALUE(1:3) NUMERIC
                       MOVE WS-PARM-VALUE(1:3) TO RP-SCREEN-COUNT
                   ELSE
                       PERFORM REPORT-BAD-PARM
                   END-IF
               WHEN "SCREEN-AMOUNT"
                   IF WS-PARM-VALUE(1:7) NUMERIC
                       MOVE WS-PARM-VALUE(1:7) TO RP-SCREEN-AMOUNT
                   ELSE
                       PERFORM REPORT-BAD-PARM
                   END-IF
               WHEN "LARGE-TRAN-AMOUNT"
                   IF WS-PARM-VALUE(1:7) NUMERIC
                       MOVE WS-PARM-VALUE(1:7)
                           TO RP-LARGE-TRAN-AMOUNT
                   ELSE
                       PERFORM REPORT-BAD-PARM
                   END-IF
               WHEN "LARGE-MONTH-AMOUNT"
                   IF WS-PARM-VALUE(1:7) NUMERIC
                       MOVE WS-PARM-VALUE(1:7)
                           TO RP-LARGE-MONTH-AMOUNT
                   ELSE
                       PERFORM REPORT-BAD-PARM
                   END-IF
               WHEN "REHEARSAL"
                   MOVE WS-PARM-VALUE(1:1) TO RP-REHEARSAL
                       WS-PARM-KEY
           END-EVALUATE.

       REPORT-BAD-PARM.

           DISPLAY "RUNPARMS: INVALID VALUE FOR " WS-PARM-KEY
               " IGNORED: " WS-PARM-VALUE(1:20).

       READ-STAGED-CHANGES.

           MOVE ZERO TO WS-ST-COUNT
           SET WS-EOF TO FALSE

           ACCEPT WS-PL-RUN-DATE FROM DATE YYYYMMDD
           CALL "business-date" USING WS-PL-RUN-DATE
           MOVE SPACES TO WS-PL-TODAY
           STRING WS-PL-RUN-DATE-YYYY "-" WS-PL-RUN-DATE-MM "-"
               WS-PL-RUN-DATE-DD DELIMITED BY SIZE
               INTO WS-PL-TODAY

           OPEN INPUT PARM-STAGE-FILE
           IF WS-FILE-STATUS = "35"
               SET WS-EOF TO TRUE
           ELSE
               IF WS-FILE-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN PARMSTAGE, STATUS "
                       WS-FILE-STATUS ", NO STAGED CHANGES APPLIED"
                   SET WS-EOF TO TRUE
               END-IF
           END-IF

           PERFORM UNTIL WS-EOF
               READ PARM-STAGE-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF PS-PENDING
                               AND PS-EFF-DATE NOT > WS-PL-TODAY
                           PERFORM KEEP-STAGED-CHANGE
                       END-IF
               END-READ
           END-PERFORM

           IF WS-FILE-STATUS NOT = "35"
               CLOSE PARM-STAGE-FILE
           END-IF

           PERFORM VARYING WS-ST-SUB FROM 1 BY 1
                   UNTIL WS-ST-SUB > WS-ST-COUNT
               MOVE SPACES TO WS-PARM-CARD
               STRING WS-ST-KEYWORD(WS-ST-SUB) DELIMITED BY SPACE
                   "=" WS-ST-VALUE(WS-ST-SUB) DELIMITED BY SIZE
                   INTO WS-PARM-CARD
               PERFORM APPLY-ONE-PARM
           END-PERFORM.

       KEEP-STAGED-CHANGE.

      * of the changes due for a keyword only the latest dated one
      * stands; on the same date the one staged last
           MOVE ZERO TO WS-ST-MATCH
           PERFORM VARYING WS-ST-SUB FROM 1 BY 1
                   UNTIL WS-ST-SUB > WS-ST-COUNT
               IF WS-ST-KEYWORD(WS-ST-SUB) = PS-KEYWORD
                   MOVE WS-ST-SUB TO WS-ST-MATCH
               END-IF
           END-PERFORM

           IF WS-ST-MATCH = ZERO
               IF WS-ST-COUNT >= 50
                   DISPLAY "PARMSTAGE: MORE THAN 50 KEYWORDS STAGED, "
                       PS-KEYWORD " IGNORED"
               ELSE
                   ADD 1 TO WS-ST-COUNT
                   MOVE WS-ST-COUNT TO WS-ST-MATCH
                   MOVE SPACES TO WS-ST-EFF-DATE(WS-ST-MATCH)
               END-IF
           END-IF

           IF WS-ST-MATCH NOT = ZERO
               IF PS-EFF-DATE NOT < WS-ST-EFF-DATE(WS-ST-MATCH)
                   MOVE PS-KEYWORD TO WS-ST-KEYWORD(WS-ST-MATCH)
                   MOVE PS-VALUE TO WS-ST-VALUE(WS-ST-MATCH)
                   MOVE PS-EFF-DATE TO WS-ST-EFF-DATE(WS-ST-MATCH)
                   MOVE PS-BADGE TO WS-ST-BADGE(WS-ST-MATCH)
                   MOVE PS-BEFORE-VALUE TO WS-ST-BEFORE(WS-ST-MATCH)
               END-IF
           END-IF.

       PRINT-PARMS-IN-EFFECT.

           DISPLAY "===== RUN PARAMETERS IN EFFECT ====="
           DISPLAY "PIN-MAX-AGE-DAYS: " RP-PIN-MAX-AGE-DAYS
           DISPLAY "WINDOW-DEADLINE:  " RP-WINDOW-DEADLINE
           DISPLAY "WRITEOFF-DAYS:    " RP-WRITEOFF-DAYS
           DISPLAY "DORMANT-DAYS:     " RP-DORMANT-DAYS
           DISPLAY "DORMANT-GRACE-DAYS: " RP-DORMANT-GRACE-DAYS
           DISPLAY "SHIFT-HOURS:      " RP-SHIFT-HOURS
           DISPLAY "BASE-CURRENCY:    " RP-BASE-CURRENCY
           DISPLAY "AR-TERMS-DAYS:    " RP-AR-TERMS-DAYS
           DISPLAY "SCREEN-DAYS:      " RP-SCREEN-DAYS
           DISPLAY "SCREEN-COUNT:     " RP-SCREEN-COUNT
           DISPLAY "SCREEN-AMOUNT:    " RP-SCREEN-AMOUNT
           DISPLAY "LARGE-TRAN-AMOUNT: " RP-LARGE-TRAN-AMOUNT
           DISPLAY "LARGE-MONTH-AMOUNT: " RP-LARGE-MONTH-AMOUNT
           DISPLAY "REHEARSAL:        " RP-REHEARSAL
           DISPLAY "====================================".

       PRINT-STAGED-CHANGES.

           MOVE ZERO TO WS-ST-TONIGHT
           MOVE ZERO TO WS-ST-CARRIED
           PERFORM VARYING WS-ST-SUB FROM 1 BY 1
                   UNTIL WS-ST-SUB > WS-ST-COUNT
               IF WS-ST-EFF-DATE(WS-ST-SUB) = WS-PL-TODAY
                   IF WS-ST-TONIGHT = ZERO
                       DISPLAY "===== STAGED CHANGES IN EFFECT FROM "
                           WS-PL-TODAY " ====="
                   END-IF
                   ADD 1 TO WS-ST-TONIGHT
                   DISPLAY WS-ST-KEYWORD(WS-ST-SUB) " WAS "
                       WS-ST-BEFORE(WS-ST-SUB)
                   DISPLAY "                     NOW "
                       WS-ST-VALUE(WS-ST-SUB) " BADGE "
                       WS-ST-BADGE(WS-ST-SUB)
               ELSE
                   ADD 1 TO WS-ST-CARRIED
               END-IF
           END-PERFORM

           IF WS-ST-TONIGHT > ZERO
               DISPLAY "===================================="
           END-IF

      * earlier changes stay laid over the cards until parm-maint
      * folds them in at its next sign-on
           IF WS-ST-CARRIED > ZERO
               DISPLAY "PARMSTAGE: " WS-ST-CARRIED
                   " EARLIER STAGED CHANGE(S) STILL APPLIED - NOT "
                   "YET FOLDED INTO RUNPARMS"
           END-IF.

       END PROGRAM parm-loader.
