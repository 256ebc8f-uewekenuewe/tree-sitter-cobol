      *          discipline), removes any CALCRESULTS rows already
      *          present for each business date and run number on the
      *          queue - the same replace-own-rows rule result-post
      *          follows on a rerun - then posts the queued rows, with
      *          their cost account, branch, currency and base-currency
      *          amounts, in
      *          order and consumes the queue only after a clean
      *          COMMIT. If the database is still down the queue is
      *          left exactly as it stands and the step ends with
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
               GOBACK
           END-IF

           PERFORM CREATE-RESULTS-TABLE

           PERFORM CLEAR-QUEUED-GROUPS

           PERFORM POST-QUEUED-ROWS
               END-IF
           END-PERFORM.

      ******************************************************************
       CREATE-RESULTS-TABLE.
      ******************************************************************

      * the queue may be drained before result-post has ever reached
      * the database, so the table is made ready here the same way
           EXEC SQL
               CREATE TABLE IF NOT EXISTS CALCRESULTS
               (
                 BUSDATE   char(10),
                 RUNNUM    integer,
                 SEQ       integer,
                 FIRSTAMT  numeric(9,2),
                 SECONDAMT numeric(9,2),
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

      ******************************************************************
       CLEAR-QUEUED-GROUPS.
      ******************************************************************
               MOVE DP-RESULT  TO POST-RESULT
               MOVE DP-STATUS  TO POST-STATUS
               MOVE DP-REASON  TO POST-REASON
               MOVE DP-ACCOUNT TO POST-ACCOUNT
               MOVE DP-BRANCH  TO POST-BRANCH
      * an entry queued before currencies were carried ends at
      * DP-BRANCH; its amounts are already in the base currency
               MOVE DP-CURRENCY TO POST-CURRENCY
               IF DP-BASE-FIRST NUMERIC
                       AND DP-BASE-SECOND NUMERIC
                       AND DP-BASE-RESULT NUMERIC
                   MOVE DP-BASE-FIRST  TO POST-BASE-FIRST
                   MOVE DP-BASE-SECOND TO POST-BASE-SECOND
                   MOVE DP-BASE-RESULT TO POST-BASE-RESULT
               ELSE
                   MOVE SPACES     TO POST-CURRENCY
                   MOVE DP-FIRST   TO POST-BASE-FIRST
                   MOVE DP-SECOND  TO POST-BASE-SECOND
                   MOVE DP-RESULT  TO POST-BASE-RESULT
               END-IF

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
