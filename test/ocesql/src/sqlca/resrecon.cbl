      ******************************************************************
      * Author:
      * Date:
      * Purpose: Reconciles a business date's CALCRESULTS rows, and
      *          any DEFERPOST entries still queued for that date,
      *          against the RESULTFILE generation generation-keeper
      *          saved for it (RESULTGEN + date), proving every result
      *          record reached the table exactly once, directly or
      *          through the deferred catch-up. Result records are
      *          matched on the posting sequence result-post and the
      *          queue assign - the record's position among the
      *          postable records of the file - and each is reported
      *          by its pipeline sequence as well. RESULTRECON lists
      *          every record missing from both the table and the
      *          queue, every record present more than once (posted
      *          twice, posted and still queued, or queued twice),
      *          every row or queue entry whose amounts or result
      *          differ from the file, and every row or entry with no
      *          record on the file behind it. Any break raises an
      *          operator alert through abend-alert and ends the
      *          step with return code 4, so the night carries on but
      *          the table is not trusted until the break is cleared.
      *          When the database cannot be reached the file is
      *          reconciled against the queue alone, which is where
      *          a deferred night's rows are, and the report says so.
      *          The date is passed on the command line as
      *          YYYY-MM-DD; when omitted the business date is used.
      *          Uses the DBCREDFILE connection and the SHOW-STATUS
      *          discipline established by open-fetch-close.cbl, with
      *          the same retry-and-pause on connect.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. result-recon.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GEN-FILE ASSIGN USING WS-GEN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT DEFER-FILE ASSIGN TO "DEFERPOST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT CRED-FILE ASSIGN TO "DBCREDFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT STATS-FILE ASSIGN TO "JOBSTATS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  GEN-FILE
           LABEL RECORDS ARE STANDARD.
       01  RESULT-RECORD.
           05 OUT-FIRST-NUMBER     PIC S9(7)V99
                                   SIGN LEADING SEPARATE.
           05 OUT-SECOND-NUMBER    PIC S9(7)V99
                                   SIGN LEADING SEPARATE.
           05 OUT-OPERATION        PIC X(1).
           05 OUT-RESULT           PIC S9(9)V99
                                   SIGN LEADING SEPARATE.
           05 OUT-STATUS           PIC X(1).
           05 OUT-REJECT-REASON    PIC X(20).
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

       FD  DEFER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY deferrec.

       FD  CRED-FILE
           LABEL RECORDS ARE STANDARD.
       01  CRED-FILE-RECORD.
           05 CRED-DBNAME               PIC X(30).
           05 CRED-USERNAME             PIC X(30).
           05 CRED-PASSWD               PIC X(10).

       FD  STATS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY jobstats.

       WORKING-STORAGE SECTION.
       01  WS-JOB-COUNTS.
           05 WS-COUNT-IN               PIC 9(7) VALUE ZERO.
           05 WS-COUNT-OUT              PIC 9(7) VALUE ZERO.
           05 WS-COUNT-REJECTED         PIC 9(7) VALUE ZERO.

       01  WS-GEN-FILE-NAME         PIC X(24).
       01  WS-RECON-DATE-X          PIC X(10).
       01  WS-RECON-DATE-PARTS REDEFINES WS-RECON-DATE-X.
           05 WS-RECON-YYYY         PIC X(4).
           05 FILLER                PIC X(1).
           05 WS-RECON-MM           PIC X(2).
           05 FILLER                PIC X(1).
           05 WS-RECON-DD           PIC X(2).

       01  WS-GEN-EOF-SW            PIC X(1) VALUE "N".
           88  WS-GEN-EOF                   VALUE "Y" FALSE "N".
       01  WS-DEFER-EOF-SW          PIC X(1) VALUE "N".
           88  WS-DEFER-EOF                 VALUE "Y" FALSE "N".
       01  WS-GEN-FOUND-SW          PIC X(1) VALUE "N".
           88  WS-GEN-FOUND                 VALUE "Y" FALSE "N".
       01  WS-DB-UP-SW              PIC X(1) VALUE "N".
           88  WS-DB-UP                     VALUE "Y" FALSE "N".
       01  WS-CONNECT-TRIES         PIC 9(1) VALUE ZERO.
       01  WS-RETRY-SECS            PIC 9(4) VALUE 30.

      * one row per postable record of the generation, in posting
      * sequence order, with what was found for it
       01  WS-RG-TABLE.
           05 WS-RG-ROW OCCURS 5000 TIMES.
               10 WS-RG-TRAN-SEQ        PIC 9(7).
               10 WS-RG-FIRST           PIC S9(7)V99.
               10 WS-RG-SECOND          PIC S9(7)V99.
               10 WS-RG-RESULT          PIC S9(9)V99.
               10 WS-RG-POSTED-COUNT    PIC 9(3).
               10 WS-RG-QUEUED-COUNT    PIC 9(3).
       01  WS-RG-USED               PIC 9(4) VALUE ZERO.
       01  WS-RG-SUB                PIC 9(4) VALUE ZERO.
       01  WS-RG-PRESENT            PIC 9(4) VALUE ZERO.
       01  WS-POST-SEQ              PIC 9(7) VALUE ZERO.

      * the row or queue entry being checked against the generation
       01  WS-CHECK-FIELDS.
           05 WS-CHK-SOURCE         PIC X(6).
           05 WS-CHK-RUNNUM         PIC 9(7).
           05 WS-CHK-SEQ            PIC 9(7).
           05 WS-CHK-FIRST          PIC S9(7)V99.
           05 WS-CHK-SECOND         PIC S9(7)V99.
           05 WS-CHK-RESULT         PIC S9(9)V99.

       01  WS-BREAK-COUNTS.
           05 WS-MISSING-COUNT      PIC 9(5) VALUE ZERO.
           05 WS-DUPLICATE-COUNT    PIC 9(5) VALUE ZERO.
           05 WS-MISMATCH-COUNT     PIC 9(5) VALUE ZERO.
           05 WS-EXTRA-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-BREAK-TOTAL           PIC 9(6) VALUE ZERO.
       01  WS-POSTED-ROWS           PIC 9(7) VALUE ZERO.
       01  WS-QUEUED-ROWS           PIC 9(7) VALUE ZERO.
       01  WS-UNPOSTABLE-COUNT      PIC 9(7) VALUE ZERO.

       01  WS-AMOUNT-DISPLAY-1      PIC -ZZZZZZ9.99.
       01  WS-AMOUNT-DISPLAY-2      PIC -ZZZZZZ9.99.
       01  WS-RESULT-DISPLAY        PIC -ZZZZZZZZ9.99.

       01  WS-RUN-NUMBER            PIC 9(7) VALUE ZERO.
       01  WS-TODAY-FORMATTED       PIC X(10).

       01  WS-ABEND-SQLCODE-9       PIC S9(9) SIGN LEADING SEPARATE.
       01  WS-ABEND-SQLCODE-X REDEFINES WS-ABEND-SQLCODE-9
                                    PIC X(10).

           COPY rundate.
           COPY rptws.
           COPY abendws.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 RECON-BUSDATE            PIC X(10).
       01 Q-RUNNUM                 PIC 9(7).
       01 Q-SEQ                    PIC 9(7).
       01 Q-FIRST                  PIC S9(7)V99.
       01 Q-SECOND                 PIC S9(7)V99.
       01 Q-RESULT                 PIC S9(9)V99.
       01 DBNAME                   PIC X(30) VALUE SPACE.
       01 USERNAME                 PIC X(30) VALUE SPACE.
       01 PASSWD                   PIC X(10) VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.

       MAIN-RTN.

           MOVE "result-recon" TO WS-ABEND-PROGRAM

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           CALL "business-date" USING WS-RUN-DATE
           CALL "run-control" USING WS-RUN-NUMBER
           MOVE SPACES TO WS-TODAY-FORMATTED
           STRING WS-RUN-DATE-YYYY "-" WS-RUN-DATE-MM "-"
               WS-RUN-DATE-DD DELIMITED BY SIZE
               INTO WS-TODAY-FORMATTED

           PERFORM SET-RECON-DATE

           PERFORM LOAD-RESULT-GENERATION

           PERFORM START-RECON-REPORT

           PERFORM SETUP-DB-CONNECTION

           IF WS-DB-UP
               PERFORM MATCH-CALCRESULTS
               PERFORM CLEANUP-DB
           ELSE
               DISPLAY "RESULT-RECON: DATABASE UNREACHABLE - "
                   "RECONCILING AGAINST THE QUEUE ONLY"
               MOVE SPACES TO RPT-LINE
               STRING "DATABASE UNREACHABLE - FILE RECONCILED "
                   "AGAINST THE DEFERPOST QUEUE ONLY"
                   DELIMITED BY SIZE INTO RPT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF

           PERFORM MATCH-DEFERRED-QUEUE

           PERFORM CHECK-EACH-RECORD

           PERFORM FINISH-RECON-REPORT

           PERFORM PRINT-JOB-STATS

           IF WS-BREAK-TOTAL > ZERO
               PERFORM RAISE-RECON-ALERT
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF

           GOBACK.

      ******************************************************************
       SET-RECON-DATE.
      ******************************************************************

           MOVE SPACES TO WS-RECON-DATE-X
           ACCEPT WS-RECON-DATE-X FROM COMMAND-LINE
           IF WS-RECON-YYYY NUMERIC AND WS-RECON-MM NUMERIC
                   AND WS-RECON-DD NUMERIC
               MOVE WS-RECON-DATE-X TO RECON-BUSDATE
           ELSE
               MOVE WS-TODAY-FORMATTED TO RECON-BUSDATE
               MOVE RECON-BUSDATE TO WS-RECON-DATE-X
           END-IF

      * generation-keeper names the generation from the date
      * without its dashes
           MOVE SPACES TO WS-GEN-FILE-NAME
           STRING "RESULTGEN" WS-RECON-YYYY WS-RECON-MM WS-RECON-DD
               DELIMITED BY SIZE INTO WS-GEN-FILE-NAME

           DISPLAY "RECONCILING CALCRESULTS FOR " RECON-BUSDATE
               " AGAINST " WS-GEN-FILE-NAME.

      ******************************************************************
       LOAD-RESULT-GENERATION.
      ******************************************************************

      * the posting sequence is the record's place among the
      * records result-post would post: control records and
      * records that are not numeric are passed over, as they are
      * there
           MOVE ZERO TO WS-RG-USED
           SET WS-GEN-EOF TO FALSE
           SET WS-GEN-FOUND TO FALSE

           OPEN INPUT GEN-FILE
           IF WS-FILE-STATUS = "35"
               DISPLAY "RESULT-RECON: " WS-GEN-FILE-NAME
                   " NOT FOUND"
               SET WS-GEN-EOF TO TRUE
           ELSE
               IF WS-FILE-STATUS NOT = "00"
                   STRING "UNABLE TO OPEN RESULTGEN, STATUS "
                       WS-FILE-STATUS DELIMITED BY SIZE
                       INTO WS-ABEND-MESSAGE
                   PERFORM ABEND-RTN
               END-IF
               SET WS-GEN-FOUND TO TRUE
               READ GEN-FILE
                   AT END SET WS-GEN-EOF TO TRUE
               END-READ
           END-IF

           PERFORM UNTIL WS-GEN-EOF
               IF RESULT-RECORD(1:4) NOT = "*CTL"
                   IF OUT-FIRST-NUMBER NOT NUMERIC
                           OR OUT-SECOND-NUMBER NOT NUMERIC
                           OR OUT-RESULT NOT NUMERIC
                       ADD 1 TO WS-UNPOSTABLE-COUNT
                   ELSE
                       IF WS-RG-USED >= 5000
                           MOVE "WS-RG-TABLE OVERFLOW - MORE THAN 5000"
                               TO WS-ABEND-MESSAGE
                           PERFORM ABEND-RTN
                       END-IF
                       ADD 1 TO WS-RG-USED
                       MOVE OUT-SEQUENCE
                           TO WS-RG-TRAN-SEQ(WS-RG-USED)
                       MOVE OUT-FIRST-NUMBER
                           TO WS-RG-FIRST(WS-RG-USED)
                       MOVE OUT-SECOND-NUMBER
                           TO WS-RG-SECOND(WS-RG-USED)
                       MOVE OUT-RESULT TO WS-RG-RESULT(WS-RG-USED)
                       MOVE ZERO TO WS-RG-POSTED-COUNT(WS-RG-USED)
                       MOVE ZERO TO WS-RG-QUEUED-COUNT(WS-RG-USED)
                   END-IF
               END-IF
               READ GEN-FILE
                   AT END SET WS-GEN-EOF TO TRUE
               END-READ
           END-PERFORM

           IF WS-GEN-FOUND
               CLOSE GEN-FILE
           END-IF

           MOVE WS-RG-USED TO WS-COUNT-IN.

      ******************************************************************
       SETUP-DB-CONNECTION.
      ******************************************************************

           OPEN INPUT CRED-FILE
           IF WS-FILE-STATUS NOT = "00"
               STRING "UNABLE TO OPEN CRED-FILE, STATUS "
                   WS-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RTN
           END-IF
           READ CRED-FILE
               AT END
                   MOVE "DBCREDFILE IS EMPTY" TO WS-ABEND-MESSAGE
                   PERFORM ABEND-RTN
           END-READ
           CLOSE CRED-FILE

           MOVE CRED-DBNAME   TO DBNAME
           MOVE CRED-USERNAME TO USERNAME
           MOVE CRED-PASSWD   TO PASSWD

           SET WS-DB-UP TO FALSE
           MOVE ZERO TO WS-CONNECT-TRIES
           PERFORM UNTIL WS-DB-UP OR WS-CONNECT-TRIES >= 3
               ADD 1 TO WS-CONNECT-TRIES
               EXEC SQL
                   CONNECT :USERNAME IDENTIFIED BY :PASSWD
                       USING :DBNAME
               END-EXEC
               IF SQLCODE < 0
                   DISPLAY "RESULT-RECON: CONNECT ATTEMPT "
                       WS-CONNECT-TRIES " FAILED, SQLCODE "
                       SQLCODE
                   IF WS-CONNECT-TRIES < 3
                       CALL "C$SLEEP" USING WS-RETRY-SECS
                   END-IF
               ELSE
                   SET WS-DB-UP TO TRUE
               END-IF
           END-PERFORM.

      ******************************************************************
       MATCH-CALCRESULTS.
      ******************************************************************

      * every run's rows for the date are read, so a rerun that
      * posted under a new run number shows up as a duplicate
           EXEC SQL
             DECLARE RECON CURSOR FOR
               SELECT RUNNUM, SEQ, FIRSTAMT, SECONDAMT, RESULT
               FROM CALCRESULTS
               WHERE BUSDATE = :RECON-BUSDATE
               ORDER BY SEQ, RUNNUM
           END-EXEC.

           EXEC SQL
             OPEN RECON
           END-EXEC.
           PERFORM SHOW-STATUS.

           EXEC SQL
             FETCH RECON INTO :Q-RUNNUM, :Q-SEQ, :Q-FIRST,
                              :Q-SECOND, :Q-RESULT
           END-EXEC.
           PERFORM SHOW-STATUS.

           PERFORM UNTIL SQLCODE = 100
               ADD 1 TO WS-POSTED-ROWS
               MOVE "TABLE" TO WS-CHK-SOURCE
               MOVE Q-RUNNUM TO WS-CHK-RUNNUM
               MOVE Q-SEQ TO WS-CHK-SEQ
               MOVE Q-FIRST TO WS-CHK-FIRST
               MOVE Q-SECOND TO WS-CHK-SECOND
               MOVE Q-RESULT TO WS-CHK-RESULT
               PERFORM CHECK-ONE-POSTING
               EXEC SQL
                 FETCH RECON INTO :Q-RUNNUM, :Q-SEQ, :Q-FIRST,
                                  :Q-SECOND, :Q-RESULT
               END-EXEC
               PERFORM SHOW-STATUS
           END-PERFORM.

           EXEC SQL
             CLOSE RECON
           END-EXEC.
           PERFORM SHOW-STATUS.

      ******************************************************************
       MATCH-DEFERRED-QUEUE.
      ******************************************************************

           SET WS-DEFER-EOF TO FALSE

           OPEN INPUT DEFER-FILE
           IF WS-FILE-STATUS = "35"
               SET WS-DEFER-EOF TO TRUE
           ELSE
               IF WS-FILE-STATUS NOT = "00"
                   STRING "UNABLE TO OPEN DEFERPOST, STATUS "
                       WS-FILE-STATUS DELIMITED BY SIZE
                       INTO WS-ABEND-MESSAGE
                   PERFORM ABEND-RTN
               END-IF
               READ DEFER-FILE
                   AT END SET WS-DEFER-EOF TO TRUE
               END-READ
           END-IF

           PERFORM UNTIL WS-DEFER-EOF
               IF DP-BUSDATE = RECON-BUSDATE
                   ADD 1 TO WS-QUEUED-ROWS
                   MOVE "QUEUED" TO WS-CHK-SOURCE
                   MOVE DP-RUNNUM TO WS-CHK-RUNNUM
                   MOVE DP-SEQ TO WS-CHK-SEQ
                   MOVE DP-FIRST TO WS-CHK-FIRST
                   MOVE DP-SECOND TO WS-CHK-SECOND
                   MOVE DP-RESULT TO WS-CHK-RESULT
                   PERFORM CHECK-ONE-POSTING
               END-IF
               READ DEFER-FILE
                   AT END SET WS-DEFER-EOF TO TRUE
               END-READ
           END-PERFORM

           IF WS-FILE-STATUS NOT = "35"
               CLOSE DEFER-FILE
           END-IF.

      ******************************************************************
       CHECK-ONE-POSTING.
      ******************************************************************

           IF WS-CHK-SEQ < 1 OR WS-CHK-SEQ > WS-RG-USED
               ADD 1 TO WS-EXTRA-COUNT
               MOVE SPACES TO RPT-LINE
               STRING "NOT ON FILE POST SEQ " WS-CHK-SEQ
                   "                  " WS-CHK-SOURCE
                   " RUN " WS-CHK-RUNNUM
                   DELIMITED BY SIZE INTO RPT-LINE
               PERFORM WRITE-REPORT-LINE
           ELSE
               MOVE WS-CHK-SEQ TO WS-RG-SUB
               IF WS-CHK-SOURCE = "TABLE"
                   ADD 1 TO WS-RG-POSTED-COUNT(WS-RG-SUB)
               ELSE
                   ADD 1 TO WS-RG-QUEUED-COUNT(WS-RG-SUB)
               END-IF
               IF WS-CHK-FIRST NOT = WS-RG-FIRST(WS-RG-SUB)
                       OR WS-CHK-SECOND NOT = WS-RG-SECOND(WS-RG-SUB)
                       OR WS-CHK-RESULT NOT = WS-RG-RESULT(WS-RG-SUB)
                   PERFORM REPORT-AMOUNT-MISMATCH
               END-IF
           END-IF.

      ******************************************************************
       REPORT-AMOUNT-MISMATCH.
      ******************************************************************

           ADD 1 TO WS-MISMATCH-COUNT

           MOVE SPACES TO RPT-LINE
           STRING "MISMATCH    POST SEQ " WS-CHK-SEQ
               " TRAN SEQ " WS-RG-TRAN-SEQ(WS-RG-SUB)
               " " WS-CHK-SOURCE " RUN " WS-CHK-RUNNUM
               DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE WS-RG-FIRST(WS-RG-SUB) TO WS-AMOUNT-DISPLAY-1
           MOVE WS-RG-SECOND(WS-RG-SUB) TO WS-AMOUNT-DISPLAY-2
           MOVE WS-RG-RESULT(WS-RG-SUB) TO WS-RESULT-DISPLAY
           MOVE SPACES TO RPT-LINE
           STRING "              FILE   " WS-AMOUNT-DISPLAY-1
               " " WS-AMOUNT-DISPLAY-2 " RESULT " WS-RESULT-DISPLAY
               DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE WS-CHK-FIRST TO WS-AMOUNT-DISPLAY-1
           MOVE WS-CHK-SECOND TO WS-AMOUNT-DISPLAY-2
           MOVE WS-CHK-RESULT TO WS-RESULT-DISPLAY
           MOVE SPACES TO RPT-LINE
           STRING "              " WS-CHK-SOURCE " " WS-AMOUNT-DISPLAY-1
               " " WS-AMOUNT-DISPLAY-2 " RESULT " WS-RESULT-DISPLAY
               DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-REPORT-LINE.

      ******************************************************************
       CHECK-EACH-RECORD.
      ******************************************************************

      * every record must be on the table or in the queue, once
           PERFORM VARYING WS-RG-SUB FROM 1 BY 1
                   UNTIL WS-RG-SUB > WS-RG-USED
               COMPUTE WS-RG-PRESENT =
                   WS-RG-POSTED-COUNT(WS-RG-SUB)
                   + WS-RG-QUEUED-COUNT(WS-RG-SUB)
               MOVE WS-RG-SUB TO WS-POST-SEQ
               EVALUATE TRUE
                   WHEN WS-RG-PRESENT = ZERO
                       ADD 1 TO WS-MISSING-COUNT
                       MOVE SPACES TO RPT-LINE
                       STRING "MISSING     POST SEQ " WS-POST-SEQ
                           " TRAN SEQ " WS-RG-TRAN-SEQ(WS-RG-SUB)
                           DELIMITED BY SIZE INTO RPT-LINE
                       PERFORM WRITE-REPORT-LINE
                   WHEN WS-RG-PRESENT > 1
                       ADD 1 TO WS-DUPLICATE-COUNT
                       MOVE SPACES TO RPT-LINE
                       STRING "DUPLICATED  POST SEQ " WS-POST-SEQ
                           " TRAN SEQ " WS-RG-TRAN-SEQ(WS-RG-SUB)
                           " TABLE " WS-RG-POSTED-COUNT(WS-RG-SUB)
                           " QUEUED " WS-RG-QUEUED-COUNT(WS-RG-SUB)
                           DELIMITED BY SIZE INTO RPT-LINE
                       PERFORM WRITE-REPORT-LINE
                   WHEN OTHER
                       ADD 1 TO WS-COUNT-OUT
               END-EVALUATE
           END-PERFORM

           COMPUTE WS-BREAK-TOTAL = WS-MISSING-COUNT
               + WS-DUPLICATE-COUNT + WS-MISMATCH-COUNT
               + WS-EXTRA-COUNT

           MOVE WS-BREAK-TOTAL TO WS-COUNT-REJECTED.

      ******************************************************************
       START-RECON-REPORT.
      ******************************************************************

           MOVE "RESULTRECON" TO RPT-FILE-NAME
           MOVE SPACES TO RPT-TITLE
           STRING "CALCRESULTS RECONCILIATION FOR " RECON-BUSDATE
               DELIMITED BY SIZE INTO RPT-TITLE
           MOVE WS-TODAY-FORMATTED TO RPT-RUN-DATE
           MOVE ZERO TO RPT-PAGE-NUMBER
           MOVE ZERO TO RPT-LINE-COUNT
           MOVE ZERO TO RPT-LINES-PER-PAGE
           MOVE WS-RUN-NUMBER TO RPT-RUN-NUMBER
           SET RPT-REQ-INIT TO TRUE
           CALL "report-writer" USING RPT-CONTROL

           MOVE SPACES TO RPT-LINE
           IF WS-GEN-FOUND
               STRING "RESULT GENERATION " WS-GEN-FILE-NAME
                   " POSTABLE RECORDS " WS-RG-USED
                   DELIMITED BY SIZE INTO RPT-LINE
           ELSE
               STRING "RESULT GENERATION " WS-GEN-FILE-NAME
                   " NOT FOUND"
                   DELIMITED BY SIZE INTO RPT-LINE
           END-IF
           PERFORM WRITE-REPORT-LINE

           IF WS-UNPOSTABLE-COUNT > ZERO
               MOVE SPACES TO RPT-LINE
               STRING "RECORDS NOT NUMERIC, NEVER POSTED: "
                   WS-UNPOSTABLE-COUNT
                   DELIMITED BY SIZE INTO RPT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

      ******************************************************************
       FINISH-RECON-REPORT.
      ******************************************************************

           MOVE SPACES TO RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "TABLE ROWS " WS-POSTED-ROWS
               "  QUEUED ENTRIES " WS-QUEUED-ROWS
               "  MATCHED ONCE " WS-COUNT-OUT
               DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "MISSING " WS-MISSING-COUNT
               "  DUPLICATED " WS-DUPLICATE-COUNT
               "  MISMATCHED " WS-MISMATCH-COUNT
               "  NOT ON FILE " WS-EXTRA-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO RPT-LINE
           IF WS-BREAK-TOTAL > ZERO
               STRING "CALCRESULTS OUT OF BALANCE FOR " RECON-BUSDATE
                   DELIMITED BY SIZE INTO RPT-LINE
           ELSE
               STRING "CALCRESULTS IN BALANCE FOR " RECON-BUSDATE
                   DELIMITED BY SIZE INTO RPT-LINE
           END-IF
           SET RPT-REQ-TOTAL TO TRUE
           CALL "report-writer" USING RPT-CONTROL

           SET RPT-REQ-CLOSE TO TRUE
           CALL "report-writer" USING RPT-CONTROL

           DISPLAY "RESULT-RECON: MISSING " WS-MISSING-COUNT
               " DUPLICATED " WS-DUPLICATE-COUNT
               " MISMATCHED " WS-MISMATCH-COUNT
               " NOT ON FILE " WS-EXTRA-COUNT.

       WRITE-REPORT-LINE.

           SET RPT-REQ-DETAIL TO TRUE
           CALL "report-writer" USING RPT-CONTROL.

      ******************************************************************
       RAISE-RECON-ALERT.
      ******************************************************************

           MOVE "result-recon" TO WS-ABEND-PROGRAM
           MOVE SPACES TO WS-ABEND-MESSAGE
           IF WS-GEN-FOUND
               STRING "CALCRESULTS OUT OF BALANCE FOR " RECON-BUSDATE
                   " - SEE RESULTRECON"
                   DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
           ELSE
               STRING "NO RESULT GENERATION TO PROVE CALCRESULTS "
                   RECON-BUSDATE
                   DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
           END-IF
           MOVE "RECON" TO WS-ABEND-STATUS
      * an alert, not an abend - the record goes to ABENDALERTS and
      * the night keeps running
           CALL "abend-alert" USING WS-ABEND-FIELDS.

      ******************************************************************
       PRINT-JOB-STATS.
      ******************************************************************

           OPEN EXTEND STATS-FILE
           IF WS-FILE-STATUS = "35"
               OPEN OUTPUT STATS-FILE
               CLOSE STATS-FILE
               OPEN EXTEND STATS-FILE
           END-IF
           IF WS-FILE-STATUS NOT = "00"
               STRING "UNABLE TO OPEN JOBSTATS, STATUS "
                   WS-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RTN
           END-IF

           MOVE "result-recon"      TO JS-PROGRAM-NAME
           MOVE WS-TODAY-FORMATTED  TO JS-RUN-DATE
           MOVE WS-COUNT-IN         TO JS-COUNT-IN
           MOVE WS-COUNT-OUT        TO JS-COUNT-OUT
           MOVE WS-COUNT-REJECTED   TO JS-COUNT-REJECTED
           MOVE WS-RUN-NUMBER       TO JS-RUN-NUMBER
           MOVE ZERO                TO JS-CYCLE-NUMBER
           WRITE JOBSTATS-RECORD

           CLOSE STATS-FILE

           DISPLAY "===== END OF JOB STATISTICS ====="
           DISPLAY "RECORDS IN:       " WS-COUNT-IN
           DISPLAY "RECORDS OUT:      " WS-COUNT-OUT
           DISPLAY "RECORDS REJECTED: " WS-COUNT-REJECTED
           DISPLAY "===================================".

      ******************************************************************
       CLEANUP-DB.
      ******************************************************************

           EXEC SQL
               DISCONNECT ALL
           END-EXEC.

      ******************************************************************
       SHOW-STATUS.
      ******************************************************************
           DISPLAY SQLCODE.
           DISPLAY SQLSTATE.

           IF SQLCODE < 0
               MOVE "SQL ERROR ENCOUNTERED" TO WS-ABEND-MESSAGE
               PERFORM ABEND-RTN
           END-IF.

      ******************************************************************
       ABEND-RTN.
      ******************************************************************
           DISPLAY "ABEND: " WS-ABEND-MESSAGE.
           DISPLAY "SQLCODE:  " SQLCODE.
           DISPLAY "SQLSTATE: " SQLSTATE.

           MOVE "result-recon" TO WS-ABEND-PROGRAM.
           MOVE SQLCODE TO WS-ABEND-SQLCODE-9.
           MOVE WS-ABEND-SQLCODE-X TO WS-ABEND-STATUS.
           CALL "abend-alert" USING WS-ABEND-FIELDS.

           EXEC SQL
               ROLLBACK
           END-EXEC.

           MOVE SQLCODE TO RETURN-CODE.

           PERFORM CLEANUP-DB.

           GOBACK.

       END PROGRAM result-recon.
