      *          instead of one-off programs. Any rows already posted
      *          for the same business date and run number are removed
      *          first, so a rerun replaces its own rows instead of
      *          duplicating them. Each row carries the cost account
      *          and the branch the detail came in from, so results
      *          can be analysed by account and branch in the
      *          database, and the branch's currency with the amounts
      *          converted to the base currency beside the amounts as
      *          the branch sent them, so totals across branches are
      *          taken in the base currency. Uses the DBCREDFILE
      *          connection and the SHOW-STATUS/COMMIT discipline
      *          established by open-fetch-close.cbl.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05 OUT-SEQUENCE         PIC 9(7).
           05 OUT-ACCOUNT          PIC X(8).
           05 OUT-CYCLE            PIC 9(3).
           05 OUT-REVERSAL-FIELDS.
               10 OUT-ORIG-SEQUENCE    PIC 9(7).
           05 OUT-BRANCH           PIC X(3).
      * the amounts above are in the branch's currency; the same
      * amounts converted to the base currency follow
           05 OUT-CURRENCY         PIC X(3).
           05 OUT-RATE             PIC 9(4)V9(6).
           05 OUT-BASE-FIRST       PIC S9(9)V99
                                   SIGN LEADING SEPARATE.
           05 OUT-BASE-SECOND      PIC S9(9)V99
                                   SIGN LEADING SEPARATE.
           05 OUT-BASE-RESULT      PIC S9(9)V99
                                   SIGN LEADING SEPARATE.

       FD  CRED-FILE
           LABEL RECORDS ARE STANDARD.
       01 POST-RESULT              PIC S9(9)V99.
       01 POST-STATUS              PIC X(1).
       01 POST-REASON              PIC X(20).
       01 POST-ACCOUNT             PIC X(8).
       01 POST-BRANCH              PIC X(3).
       01 POST-CURRENCY            PIC X(3).
       01 POST-BASE-FIRST          PIC S9(9)V99.
       01 POST-BASE-SECOND         PIC S9(9)V99.
       01 POST-BASE-RESULT         PIC S9(9)V99.
       01 DBNAME                   PIC X(30) VALUE SPACE.
       01 USERNAME                 PIC X(30) VALUE SPACE.
       01 PASSWD                   PIC X(10) VALUE SPACE.
                 OP        char(1),
                 RESULT    numeric(11,2),
                 STATUS    char(1),
                 REASON    char(20),
                 ACCOUNT   char(8),
                 BRANCH    char(3),
                 CURRENCY  char(3),
                 BASEFIRST numeric(11,2),
                 BASESECOND numeric(11,2),
                 BASERESULT numeric(11,2)
               )
           END-EXEC.
           PERFORM SHOW-STATUS.

      * a table created before the account and branch were carried
      * gains the two columns; its older rows hold nulls there
           EXEC SQL
               ALTER TABLE CALCRESULTS
                 ADD COLUMN IF NOT EXISTS ACCOUNT char(8)
           END-EXEC.
           PERFORM SHOW-STATUS.

           EXEC SQL
               ALTER TABLE CALCRESULTS
                 ADD COLUMN IF NOT EXISTS BRANCH char(3)
           END-EXEC.
           PERFORM SHOW-STATUS.

      * the branch's currency and the base-currency amounts came
      * later still; rows posted before then hold nulls there, and
      * their amounts are already in the base currency
           EXEC SQL
               ALTER TABLE CALCRESULTS
                 ADD COLUMN IF NOT EXISTS CURRENCY char(3)
           END-EXEC.
           PERFORM SHOW-STATUS.

           EXEC SQL
               ALTER TABLE CALCRESULTS
                 ADD COLUMN IF NOT EXISTS BASEFIRST numeric(11,2)
           END-EXEC.
           PERFORM SHOW-STATUS.

           EXEC SQL
               ALTER TABLE CALCRESULTS
                 ADD COLUMN IF NOT EXISTS BASESECOND numeric(11,2)
           END-EXEC.
           PERFORM SHOW-STATUS.

           EXEC SQL
               ALTER TABLE CALCRESULTS
                 ADD COLUMN IF NOT EXISTS BASERESULT numeric(11,2)
           END-EXEC.
           PERFORM SHOW-STATUS.

       CLEAR-PRIOR-POSTING.

           EXEC SQL
               MOVE OUT-RESULT        TO POST-RESULT
               MOVE OUT-STATUS        TO POST-STATUS
               MOVE OUT-REJECT-REASON TO POST-REASON
               MOVE OUT-ACCOUNT       TO POST-ACCOUNT
               MOVE OUT-BRANCH        TO POST-BRANCH
               PERFORM SET-BASE-AMOUNTS

               EXEC SQL
                   INSERT INTO CALCRESULTS
                     (BUSDATE, RUNNUM, SEQ, FIRSTAMT, SECONDAMT, OP,
                      RESULT, STATUS, REASON, ACCOUNT, BRANCH,
                      CURRENCY, BASEFIRST, BASESECOND, BASERESULT)
                   VALUES
                     (:POST-BUSDATE, :POST-RUNNUM, :POST-SEQ,
                      :POST-FIRST, :POST-SECOND, :POST-OP,
                      :POST-RESULT, :POST-STATUS, :POST-REASON,
                      :POST-ACCOUNT, :POST-BRANCH,
                      :POST-CURRENCY, :POST-BASE-FIRST,
                      :POST-BASE-SECOND, :POST-BASE-RESULT)
               END-EXEC
               PERFORM SHOW-STATUS
               ADD 1 TO WS-COUNT-OUT
           END-IF.

       SET-BASE-AMOUNTS.

      * a result written before currencies were carried ends at
      * OUT-BRANCH; its amounts are already in the base currency
           MOVE OUT-CURRENCY TO POST-CURRENCY
           IF OUT-BASE-FIRST NUMERIC
                   AND OUT-BASE-SECOND NUMERIC
                   AND OUT-BASE-RESULT NUMERIC
               MOVE OUT-BASE-FIRST    TO POST-BASE-FIRST
               MOVE OUT-BASE-SECOND   TO POST-BASE-SECOND
               MOVE OUT-BASE-RESULT   TO POST-BASE-RESULT
           ELSE
               MOVE SPACES            TO POST-CURRENCY
               MOVE OUT-FIRST-NUMBER  TO POST-BASE-FIRST
               MOVE OUT-SECOND-NUMBER TO POST-BASE-SECOND
               MOVE OUT-RESULT        TO POST-BASE-RESULT
           END-IF.

       DEFER-RESULT-FILE.

           SET WS-RESULT-EOF TO FALSE
               MOVE OUT-RESULT TO DP-RESULT
               MOVE OUT-STATUS TO DP-STATUS
               MOVE OUT-REJECT-REASON TO DP-REASON
               MOVE OUT-ACCOUNT TO DP-ACCOUNT
               MOVE OUT-BRANCH TO DP-BRANCH
               PERFORM SET-BASE-AMOUNTS
               MOVE POST-CURRENCY TO DP-CURRENCY
               MOVE POST-BASE-FIRST TO DP-BASE-FIRST
               MOVE POST-BASE-SECOND TO DP-BASE-SECOND
               MOVE POST-BASE-RESULT TO DP-BASE-RESULT
               WRITE DEFER-RECORD
               ADD 1 TO WS-COUNT-OUT
           END-IF.
