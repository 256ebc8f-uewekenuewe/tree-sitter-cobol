      ******************************************************************
      * Author:
      * Date:
      * Purpose: Year-to-date results analysis straight from the
      *          CALCRESULTS table, in the open-fetch-close family,
      *          replacing the quarterly spreadsheet built from
      *          FINEXTRACT files. For a requested year it opens one
      *          cursor that aggregates the year's rows, and the same
      *          period of the year before, by branch, cost account,
      *          month, operation code, and status, and prints
      *          YTDANALRPT through report-writer: for each account
      *          within each branch, month by month, the transaction
      *          counts by operation code (A, S, M, D, and R
      *          reversals), the reject count, and the result amount
      *          total, with last year's count and amount for the
      *          same month beside them and the percentage change in
      *          the amount, all amounts in the base currency, so
      *          branches that send other currencies total together.
      *          Each branch is then totalled month by month the same
      *          way, and all branches after the last.
      *          The year is passed on the command line as YYYY; when
      *          omitted the business year is used. For the business
      *          year the period runs to the business date, and last
      *          year is cut off on the same month and day; for an
      *          earlier year both run to 31 December. Rows posted
      *          before the branch and account were carried show
      *          under branch ??? with a blank account. Uses the
      *          DBCREDFILE connection and the SHOW-STATUS discipline
      *          established by open-fetch-close.cbl, with the same
      *          retry-and-pause on connect.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ytd-analytics.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CRED-FILE ASSIGN TO "DBCREDFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CRED-FILE
           LABEL RECORDS ARE STANDARD.
       01  CRED-FILE-RECORD.
           05 CRED-DBNAME               PIC X(30).
           05 CRED-USERNAME             PIC X(30).
           05 CRED-PASSWD               PIC X(10).

       WORKING-STORAGE SECTION.
       01  WS-SELECT-YEAR-X         PIC X(4).
       01  WS-SELECT-YEAR           PIC 9(4) VALUE ZERO.
       01  WS-PRIOR-YEAR            PIC 9(4) VALUE ZERO.
       01  WS-CUTOFF-MMDD           PIC X(5).
       01  WS-LAST-MONTH            PIC 9(2) VALUE 12.
       01  WS-TODAY-FORMATTED       PIC X(10).

       01  WS-DB-UP-SW              PIC X(1) VALUE "N".
           88  WS-DB-UP                     VALUE "Y" FALSE "N".
       01  WS-CONNECT-TRIES         PIC 9(1) VALUE ZERO.
       01  WS-RETRY-SECS            PIC 9(4) VALUE 30.

      * accumulators by month at three levels: 1 = the account in
      * hand, 2 = its branch, 3 = all branches. Operation counts are
      * in the order A, S, M, D, R.
       01  WS-LEVEL-TABLE.
           05 WS-LV OCCURS 3 TIMES.
               10 WS-LV-MONTH OCCURS 12 TIMES.
                   15 WS-LV-OP-COUNT OCCURS 5 TIMES PIC 9(7).
                   15 WS-LV-REJ-COUNT    PIC 9(7).
                   15 WS-LV-AMOUNT       PIC S9(13)V99.
                   15 WS-LV-PY-COUNT     PIC 9(7).
                   15 WS-LV-PY-AMOUNT    PIC S9(13)V99.
       01  WS-LV-SUB                PIC 9(1) VALUE ZERO.
       01  WS-MONTH-SUB             PIC 9(2) VALUE ZERO.
       01  WS-OP-SUB                PIC 9(1) VALUE ZERO.

       01  WS-OP-CODES              PIC X(5) VALUE "ASMDR".

      * one printed line's worth, a month or the period total
       01  WS-LINE-FIGURES.
           05 WS-LF-OP-COUNT OCCURS 5 TIMES PIC 9(7).
           05 WS-LF-REJ-COUNT       PIC 9(7).
           05 WS-LF-AMOUNT          PIC S9(13)V99.
           05 WS-LF-PY-COUNT        PIC 9(7).
           05 WS-LF-PY-AMOUNT       PIC S9(13)V99.
           05 WS-LF-COUNT           PIC 9(7).

       01  WS-CHANGE-PCT            PIC S9(5)V9 VALUE ZERO.
       01  WS-CHANGE-DISPLAY        PIC -ZZZ9.9.
       01  WS-CHANGE-TEXT           PIC X(8).
       01  WS-COUNT-DISPLAY         PIC ZZZZ9.
       01  WS-PY-COUNT-DISPLAY      PIC ZZZZZ9.
       01  WS-AMOUNT-DISPLAY        PIC -ZZZZZZZ9.99.
       01  WS-PY-AMOUNT-DISPLAY     PIC -ZZZZZZZ9.99.
       01  WS-COUNTS-TEXT           PIC X(30).
       01  WS-COUNTS-POS            PIC 9(2) VALUE ZERO.
       01  WS-MONTH-TEXT            PIC X(7).

       01  WS-CUR-BRANCH            PIC X(3).
       01  WS-CUR-ACCOUNT           PIC X(8).
       01  WS-ROWS-FETCHED          PIC 9(7) VALUE ZERO.
       01  WS-ACCOUNT-COUNT         PIC 9(5) VALUE ZERO.
       01  WS-BRANCH-COUNT          PIC 9(3) VALUE ZERO.
       01  WS-BLOCK-TITLE           PIC X(60).

       01  WS-RUN-NUMBER            PIC 9(7) VALUE ZERO.

       01  WS-ABEND-SQLCODE-9       PIC S9(9) SIGN LEADING SEPARATE.
       01  WS-ABEND-SQLCODE-X REDEFINES WS-ABEND-SQLCODE-9
                                    PIC X(10).

           COPY rundate.
           COPY rptws.
           COPY abendws.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 CY-FROM                  PIC X(10).
       01 CY-TO                    PIC X(10).
       01 PY-FROM                  PIC X(10).
       01 PY-TO                    PIC X(10).
       01 Q-BRANCH                 PIC X(3).
       01 Q-ACCOUNT                PIC X(8).
       01 Q-YEAR                   PIC X(4).
       01 Q-MONTH                  PIC 9(2).
       01 Q-OP                     PIC X(1).
       01 Q-STATUS                 PIC X(1).
       01 Q-COUNT                  PIC 9(9).
       01 Q-AMOUNT                 PIC S9(13)V99.
       01 DBNAME                   PIC X(30) VALUE SPACE.
       01 USERNAME                 PIC X(30) VALUE SPACE.
       01 PASSWD                   PIC X(10) VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.

       MAIN-RTN.

           MOVE "ytd-analytics" TO WS-ABEND-PROGRAM

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           CALL "business-date" USING WS-RUN-DATE
           CALL "run-control" USING WS-RUN-NUMBER
           MOVE SPACES TO WS-TODAY-FORMATTED
           STRING WS-RUN-DATE-YYYY "-" WS-RUN-DATE-MM "-"
               WS-RUN-DATE-DD DELIMITED BY SIZE
               INTO WS-TODAY-FORMATTED

           PERFORM SET-ANALYSIS-PERIOD

           PERFORM SETUP-DB-CONNECTION

           IF NOT WS-DB-UP
               MOVE "DATABASE UNREACHABLE AFTER 3 TRIES"
                   TO WS-ABEND-MESSAGE
               PERFORM ABEND-RTN
           END-IF

           PERFORM START-ANALYSIS-REPORT

           PERFORM AGGREGATE-CALCRESULTS

           PERFORM CLEANUP-DB

           PERFORM FINISH-ANALYSIS-REPORT

           GOBACK.

      ******************************************************************
       SET-ANALYSIS-PERIOD.
      ******************************************************************

           MOVE SPACES TO WS-SELECT-YEAR-X
           ACCEPT WS-SELECT-YEAR-X FROM COMMAND-LINE
           IF WS-SELECT-YEAR-X NUMERIC
               MOVE WS-SELECT-YEAR-X TO WS-SELECT-YEAR
           ELSE
               MOVE WS-RUN-DATE-YYYY TO WS-SELECT-YEAR
           END-IF
           COMPUTE WS-PRIOR-YEAR = WS-SELECT-YEAR - 1

      * the business year runs only to the business date, and last
      * year is cut at the same point so the periods compare
           IF WS-SELECT-YEAR = WS-RUN-DATE-YYYY
               MOVE WS-TODAY-FORMATTED(6:5) TO WS-CUTOFF-MMDD
               MOVE WS-RUN-DATE-MM TO WS-LAST-MONTH
           ELSE
               MOVE "12-31" TO WS-CUTOFF-MMDD
               MOVE 12 TO WS-LAST-MONTH
           END-IF

           MOVE SPACES TO CY-FROM CY-TO PY-FROM PY-TO
           STRING WS-SELECT-YEAR "-01-01" DELIMITED BY SIZE
               INTO CY-FROM
           STRING WS-SELECT-YEAR "-" WS-CUTOFF-MMDD
               DELIMITED BY SIZE INTO CY-TO
           STRING WS-PRIOR-YEAR "-01-01" DELIMITED BY SIZE
               INTO PY-FROM
           STRING WS-PRIOR-YEAR "-" WS-CUTOFF-MMDD
               DELIMITED BY SIZE INTO PY-TO

           DISPLAY "YTD ANALYSIS " CY-FROM " TO " CY-TO
               " AGAINST " PY-FROM " TO " PY-TO.

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
                   DISPLAY "YTD-ANALYTICS: CONNECT ATTEMPT "
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
       AGGREGATE-CALCRESULTS.
      ******************************************************************

      * the database does the summing; the cursor returns one row
      * per branch, account, year, month, operation and status.
      * amounts are totalled in the base currency - rows posted
      * before the base amounts were carried are in it already
           EXEC SQL
             DECLARE YTD CURSOR FOR
               SELECT COALESCE(BRANCH, '???'),
                      COALESCE(ACCOUNT, ' '),
                      SUBSTR(BUSDATE, 1, 4),
                      CAST(SUBSTR(BUSDATE, 6, 2) AS integer),
                      OP, STATUS, COUNT(*),
                      COALESCE(SUM(COALESCE(BASERESULT, RESULT)), 0)
               FROM CALCRESULTS
               WHERE BUSDATE BETWEEN :CY-FROM AND :CY-TO
                  OR BUSDATE BETWEEN :PY-FROM AND :PY-TO
               GROUP BY 1, 2, 3, 4, 5, 6
               ORDER BY 1, 2, 4, 3, 5, 6
           END-EXEC.

           EXEC SQL
             OPEN YTD
           END-EXEC.
           PERFORM SHOW-STATUS.

           INITIALIZE WS-LEVEL-TABLE
           MOVE SPACES TO WS-CUR-BRANCH
           MOVE SPACES TO WS-CUR-ACCOUNT

           EXEC SQL
             FETCH YTD INTO :Q-BRANCH, :Q-ACCOUNT, :Q-YEAR,
                            :Q-MONTH, :Q-OP, :Q-STATUS,
                            :Q-COUNT, :Q-AMOUNT
           END-EXEC.
           PERFORM SHOW-STATUS.

           PERFORM UNTIL SQLCODE = 100
               PERFORM CHECK-CONTROL-BREAK
               PERFORM TALLY-ONE-GROUP
               EXEC SQL
                 FETCH YTD INTO :Q-BRANCH, :Q-ACCOUNT, :Q-YEAR,
                                :Q-MONTH, :Q-OP, :Q-STATUS,
                                :Q-COUNT, :Q-AMOUNT
               END-EXEC
               PERFORM SHOW-STATUS
           END-PERFORM.

           EXEC SQL
             CLOSE YTD
           END-EXEC.
           PERFORM SHOW-STATUS.

      * the last account and branch are still in hand
           IF WS-ROWS-FETCHED > ZERO
               PERFORM PRINT-ACCOUNT-BLOCK
               PERFORM PRINT-BRANCH-BLOCK
           END-IF.

      ******************************************************************
       CHECK-CONTROL-BREAK.
      ******************************************************************

           IF WS-ROWS-FETCHED > ZERO
               IF Q-BRANCH NOT = WS-CUR-BRANCH
                   PERFORM PRINT-ACCOUNT-BLOCK
                   PERFORM PRINT-BRANCH-BLOCK
               ELSE
                   IF Q-ACCOUNT NOT = WS-CUR-ACCOUNT
                       PERFORM PRINT-ACCOUNT-BLOCK
                   END-IF
               END-IF
           END-IF

           MOVE Q-BRANCH TO WS-CUR-BRANCH
           MOVE Q-ACCOUNT TO WS-CUR-ACCOUNT
           ADD 1 TO WS-ROWS-FETCHED.

      ******************************************************************
       TALLY-ONE-GROUP.
      ******************************************************************

           IF Q-MONTH >= 1 AND Q-MONTH <= 12
               MOVE Q-MONTH TO WS-MONTH-SUB

               MOVE ZERO TO WS-OP-SUB
               PERFORM VARYING WS-OP-SUB FROM 1 BY 1
                       UNTIL WS-OP-SUB > 5
                           OR WS-OP-CODES(WS-OP-SUB:1) = Q-OP
                   CONTINUE
               END-PERFORM

               PERFORM VARYING WS-LV-SUB FROM 1 BY 1
                       UNTIL WS-LV-SUB > 3
                   IF Q-YEAR = CY-FROM(1:4)
                       IF WS-OP-SUB <= 5
                           ADD Q-COUNT TO WS-LV-OP-COUNT
                               (WS-LV-SUB, WS-MONTH-SUB, WS-OP-SUB)
                       END-IF
                       IF Q-STATUS = "R"
                           ADD Q-COUNT TO WS-LV-REJ-COUNT
                               (WS-LV-SUB, WS-MONTH-SUB)
                       END-IF
                       ADD Q-AMOUNT TO WS-LV-AMOUNT
                           (WS-LV-SUB, WS-MONTH-SUB)
                   ELSE
                       ADD Q-COUNT TO WS-LV-PY-COUNT
                           (WS-LV-SUB, WS-MONTH-SUB)
                       ADD Q-AMOUNT TO WS-LV-PY-AMOUNT
                           (WS-LV-SUB, WS-MONTH-SUB)
                   END-IF
               END-PERFORM
           END-IF.

      ******************************************************************
       START-ANALYSIS-REPORT.
      ******************************************************************

           MOVE "YTDANALRPT" TO RPT-FILE-NAME
           MOVE SPACES TO RPT-TITLE
           STRING "YEAR-TO-DATE RESULTS BY BRANCH AND ACCOUNT - "
               WS-SELECT-YEAR DELIMITED BY SIZE INTO RPT-TITLE
           MOVE WS-TODAY-FORMATTED TO RPT-RUN-DATE
           MOVE ZERO TO RPT-PAGE-NUMBER
           MOVE ZERO TO RPT-LINE-COUNT
           MOVE ZERO TO RPT-LINES-PER-PAGE
           MOVE WS-RUN-NUMBER TO RPT-RUN-NUMBER
           SET RPT-REQ-INIT TO TRUE
           CALL "report-writer" USING RPT-CONTROL

           MOVE SPACES TO RPT-LINE
           STRING "PERIOD " CY-FROM " TO " CY-TO
               "  AGAINST " PY-FROM " TO " PY-TO
               DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO RPT-LINE
           STRING "COUNTS BY OPERATION, REJECTS, AND BASE-CURRENCY "
               "RESULT AMOUNT; PY = SAME MONTH LAST YEAR"
               DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-REPORT-LINE.

      ******************************************************************
       FINISH-ANALYSIS-REPORT.
      ******************************************************************

           IF WS-ROWS-FETCHED = ZERO
               MOVE SPACES TO RPT-LINE
               STRING "NO CALCRESULTS ROWS IN EITHER PERIOD"
                   DELIMITED BY SIZE INTO RPT-LINE
               PERFORM WRITE-REPORT-LINE
           ELSE
               MOVE 3 TO WS-LV-SUB
               MOVE "ALL BRANCHES" TO WS-BLOCK-TITLE
               PERFORM PRINT-LEVEL-BLOCK
           END-IF

           MOVE SPACES TO RPT-LINE
           STRING "BRANCHES " WS-BRANCH-COUNT
               "  ACCOUNTS " WS-ACCOUNT-COUNT
               "  SUMMARY ROWS READ " WS-ROWS-FETCHED
               DELIMITED BY SIZE INTO RPT-LINE
           SET RPT-REQ-TOTAL TO TRUE
           CALL "report-writer" USING RPT-CONTROL

           SET RPT-REQ-CLOSE TO TRUE
           CALL "report-writer" USING RPT-CONTROL

           DISPLAY "YTD ANALYSIS PRINTED TO YTDANALRPT: "
               WS-BRANCH-COUNT " BRANCHES, " WS-ACCOUNT-COUNT
               " ACCOUNTS".

      ******************************************************************
       PRINT-ACCOUNT-BLOCK.
      ******************************************************************

           ADD 1 TO WS-ACCOUNT-COUNT
           MOVE 1 TO WS-LV-SUB
           MOVE SPACES TO WS-BLOCK-TITLE
           STRING "BRANCH " WS-CUR-BRANCH "  ACCOUNT " WS-CUR-ACCOUNT
               DELIMITED BY SIZE INTO WS-BLOCK-TITLE
           PERFORM PRINT-LEVEL-BLOCK
           INITIALIZE WS-LV(1).

      ******************************************************************
       PRINT-BRANCH-BLOCK.
      ******************************************************************

           ADD 1 TO WS-BRANCH-COUNT
           MOVE 2 TO WS-LV-SUB
           MOVE SPACES TO WS-BLOCK-TITLE
           STRING "BRANCH " WS-CUR-BRANCH " - ALL ACCOUNTS"
               DELIMITED BY SIZE INTO WS-BLOCK-TITLE
           PERFORM PRINT-LEVEL-BLOCK
           INITIALIZE WS-LV(2).

      ******************************************************************
       PRINT-LEVEL-BLOCK.
      ******************************************************************

      * one line per month that has activity in either year, then
      * the period total for the level in WS-LV-SUB
           MOVE SPACES TO RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-BLOCK-TITLE TO RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "MONTH    ADD  SUB  MUL  DIV  REV  REJ       "
               "AMOUNT PY-CNT    PY-AMOUNT    CHG %"
               DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-REPORT-LINE

           INITIALIZE WS-LINE-FIGURES
           PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
                   UNTIL WS-MONTH-SUB > WS-LAST-MONTH
               PERFORM PRINT-ONE-MONTH
           END-PERFORM

      * the period total is built up from the months after they
      * print, so figures for the total are moved in last
           PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
                   UNTIL WS-MONTH-SUB > WS-LAST-MONTH
               PERFORM VARYING WS-OP-SUB FROM 1 BY 1
                       UNTIL WS-OP-SUB > 5
                   ADD WS-LV-OP-COUNT(WS-LV-SUB, WS-MONTH-SUB,
                       WS-OP-SUB) TO WS-LF-OP-COUNT(WS-OP-SUB)
               END-PERFORM
               ADD WS-LV-REJ-COUNT(WS-LV-SUB, WS-MONTH-SUB)
                   TO WS-LF-REJ-COUNT
               ADD WS-LV-AMOUNT(WS-LV-SUB, WS-MONTH-SUB)
                   TO WS-LF-AMOUNT
               ADD WS-LV-PY-COUNT(WS-LV-SUB, WS-MONTH-SUB)
                   TO WS-LF-PY-COUNT
               ADD WS-LV-PY-AMOUNT(WS-LV-SUB, WS-MONTH-SUB)
                   TO WS-LF-PY-AMOUNT
           END-PERFORM
           MOVE "TOTAL" TO WS-MONTH-TEXT
           PERFORM FORMAT-FIGURES-LINE
           PERFORM WRITE-REPORT-LINE.

      ******************************************************************
       PRINT-ONE-MONTH.
      ******************************************************************

           MOVE ZERO TO WS-LF-COUNT
           PERFORM VARYING WS-OP-SUB FROM 1 BY 1
                   UNTIL WS-OP-SUB > 5
               ADD WS-LV-OP-COUNT(WS-LV-SUB, WS-MONTH-SUB, WS-OP-SUB)
                   TO WS-LF-COUNT
           END-PERFORM

           IF WS-LF-COUNT > ZERO
                   OR WS-LV-PY-COUNT(WS-LV-SUB, WS-MONTH-SUB) > ZERO
               INITIALIZE WS-LINE-FIGURES
               PERFORM VARYING WS-OP-SUB FROM 1 BY 1
                       UNTIL WS-OP-SUB > 5
                   MOVE WS-LV-OP-COUNT(WS-LV-SUB, WS-MONTH-SUB,
                       WS-OP-SUB) TO WS-LF-OP-COUNT(WS-OP-SUB)
               END-PERFORM
               MOVE WS-LV-REJ-COUNT(WS-LV-SUB, WS-MONTH-SUB)
                   TO WS-LF-REJ-COUNT
               MOVE WS-LV-AMOUNT(WS-LV-SUB, WS-MONTH-SUB)
                   TO WS-LF-AMOUNT
               MOVE WS-LV-PY-COUNT(WS-LV-SUB, WS-MONTH-SUB)
                   TO WS-LF-PY-COUNT
               MOVE WS-LV-PY-AMOUNT(WS-LV-SUB, WS-MONTH-SUB)
                   TO WS-LF-PY-AMOUNT
               MOVE SPACES TO WS-MONTH-TEXT
               STRING CY-FROM(1:4) "-" WS-MONTH-SUB
                   DELIMITED BY SIZE INTO WS-MONTH-TEXT
               PERFORM FORMAT-FIGURES-LINE
               PERFORM WRITE-REPORT-LINE
               INITIALIZE WS-LINE-FIGURES
           END-IF.

      ******************************************************************
       FORMAT-FIGURES-LINE.
      ******************************************************************

      * MONTH, five operation counts and the reject count at five
      * columns each, the amount, last year's count and amount, and
      * the percentage change in the amount
           MOVE SPACES TO WS-COUNTS-TEXT
           MOVE 1 TO WS-COUNTS-POS
           PERFORM VARYING WS-OP-SUB FROM 1 BY 1
                   UNTIL WS-OP-SUB > 5
               MOVE WS-LF-OP-COUNT(WS-OP-SUB) TO WS-COUNT-DISPLAY
               MOVE WS-COUNT-DISPLAY
                   TO WS-COUNTS-TEXT(WS-COUNTS-POS:5)
               ADD 5 TO WS-COUNTS-POS
           END-PERFORM
           MOVE WS-LF-REJ-COUNT TO WS-COUNT-DISPLAY
           MOVE WS-COUNT-DISPLAY TO WS-COUNTS-TEXT(WS-COUNTS-POS:5)

           MOVE WS-LF-AMOUNT TO WS-AMOUNT-DISPLAY
           MOVE WS-LF-PY-COUNT TO WS-PY-COUNT-DISPLAY
           MOVE WS-LF-PY-AMOUNT TO WS-PY-AMOUNT-DISPLAY

           IF WS-LF-PY-AMOUNT = ZERO
               MOVE "     N/A" TO WS-CHANGE-TEXT
           ELSE
               IF WS-LF-PY-AMOUNT < ZERO
                   COMPUTE WS-CHANGE-PCT ROUNDED =
                       (WS-LF-AMOUNT - WS-LF-PY-AMOUNT) * 100
                       / (ZERO - WS-LF-PY-AMOUNT)
                       ON SIZE ERROR MOVE 99999.9 TO WS-CHANGE-PCT
                   END-COMPUTE
               ELSE
                   COMPUTE WS-CHANGE-PCT ROUNDED =
                       (WS-LF-AMOUNT - WS-LF-PY-AMOUNT) * 100
                       / WS-LF-PY-AMOUNT
                       ON SIZE ERROR MOVE 99999.9 TO WS-CHANGE-PCT
                   END-COMPUTE
               END-IF
               IF WS-CHANGE-PCT > 9999.9 OR WS-CHANGE-PCT < -9999.9
                   MOVE " >9999 %" TO WS-CHANGE-TEXT
               ELSE
                   MOVE WS-CHANGE-PCT TO WS-CHANGE-DISPLAY
                   MOVE SPACES TO WS-CHANGE-TEXT
                   STRING WS-CHANGE-DISPLAY "%" DELIMITED BY SIZE
                       INTO WS-CHANGE-TEXT
               END-IF
           END-IF

           MOVE SPACES TO RPT-LINE
           STRING WS-MONTH-TEXT WS-COUNTS-TEXT " " WS-AMOUNT-DISPLAY
               " " WS-PY-COUNT-DISPLAY " " WS-PY-AMOUNT-DISPLAY
               " " WS-CHANGE-TEXT
               DELIMITED BY SIZE INTO RPT-LINE.

       WRITE-REPORT-LINE.

           SET RPT-REQ-DETAIL TO TRUE
           CALL "report-writer" USING RPT-CONTROL.

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

           MOVE "ytd-analytics" TO WS-ABEND-PROGRAM.
           MOVE SQLCODE TO WS-ABEND-SQLCODE-9.
           MOVE WS-ABEND-SQLCODE-X TO WS-ABEND-STATUS.
           CALL "abend-alert" USING WS-ABEND-FIELDS.

           EXEC SQL
               ROLLBACK
           END-EXEC.

           MOVE SQLCODE TO RETURN-CODE.

           PERFORM CLEANUP-DB.

           GOBACK.

       END PROGRAM ytd-analytics.
