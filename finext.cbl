      *          amounts, operation, result, status, reject reason,
      *          and the pipeline sequence number - the key
      *          finance-return uses to recognize a corrected
      *          transaction coming back through the rework loop -
      *          and, on a reversal, the sequence number it backed
      *          out (blank on every other row), then the currency
      *          the amounts are in, the exchange rate, and both
      *          amounts and the result converted to the base
      *          currency - a result from before currencies were
      *          carried shows the base currency at a rate of one -
      *          and last the branch the detail came from, which a
      *          row finance returns carries onto FINRETURNED.
      *          Replaces the morning rekeying of RESULTFILE numbers
      *          into the finance spreadsheet.
      * Tectonics: cobc
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

       FD  EXTRACT-FILE
           LABEL RECORDS ARE STANDARD.
       01  EXTRACT-RECORD              PIC X(200).

       FD  STATS-FILE
           LABEL RECORDS ARE STANDARD.
           05 WS-CSV-SECOND         PIC +9(7).99.
           05 WS-CSV-RESULT         PIC +9(9).99.
           05 WS-CSV-SEQ            PIC 9(7).
           05 WS-CSV-ORIG-SEQ       PIC X(7).
           05 WS-CSV-CURRENCY       PIC X(3).
           05 WS-CSV-RATE           PIC 9(4).9(6).
           05 WS-CSV-BASE-FIRST     PIC +9(9).99.
           05 WS-CSV-BASE-SECOND    PIC +9(9).99.
           05 WS-CSV-BASE-RESULT    PIC +9(9).99.

       01  WS-EOF-SW                PIC X(1) VALUE "N".
           88  WS-EOF                       VALUE "Y" FALSE "N".
           05 WS-CYCLE-NUMBER       PIC 9(3).

           COPY rundate.
           COPY runparm.
           COPY ctlws.
           COPY abendws.


           MOVE "finance-extract" TO WS-ABEND-PROGRAM

           CALL "parm-loader" USING RUN-PARMS

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           CALL "business-date" USING WS-RUN-DATE
           CALL "run-control" USING WS-RUN-NUMBER

           MOVE SPACES TO EXTRACT-RECORD
           STRING "PROGRAM,TIMESTAMP,FIRST-AMOUNT,SECOND-AMOUNT,"
               "OPERATION,RESULT,STATUS,REJECT-REASON,SEQ,ORIG-SEQ,"
               "CURRENCY,RATE,BASE-FIRST-AMOUNT,BASE-SECOND-AMOUNT,"
               "BASE-RESULT,BRANCH"
               DELIMITED BY SIZE INTO EXTRACT-RECORD
           WRITE EXTRACT-RECORD

           ELSE
               MOVE ZERO TO WS-CSV-SEQ
           END-IF
           IF OUT-OPERATION = "R" AND OUT-ORIG-SEQUENCE NUMERIC
               MOVE OUT-ORIG-SEQUENCE TO WS-CSV-ORIG-SEQ
           ELSE
               MOVE SPACES TO WS-CSV-ORIG-SEQ
           END-IF
           IF OUT-CURRENCY NOT = SPACES
                   AND OUT-RATE NUMERIC
                   AND OUT-BASE-FIRST NUMERIC
                   AND OUT-BASE-SECOND NUMERIC
                   AND OUT-BASE-RESULT NUMERIC
               MOVE OUT-CURRENCY    TO WS-CSV-CURRENCY
               MOVE OUT-RATE        TO WS-CSV-RATE
               MOVE OUT-BASE-FIRST  TO WS-CSV-BASE-FIRST
               MOVE OUT-BASE-SECOND TO WS-CSV-BASE-SECOND
               MOVE OUT-BASE-RESULT TO WS-CSV-BASE-RESULT
           ELSE
               MOVE RP-BASE-CURRENCY  TO WS-CSV-CURRENCY
               MOVE 1                 TO WS-CSV-RATE
               MOVE OUT-FIRST-NUMBER  TO WS-CSV-BASE-FIRST
               MOVE OUT-SECOND-NUMBER TO WS-CSV-BASE-SECOND
               MOVE OUT-RESULT        TO WS-CSV-BASE-RESULT
           END-IF

           MOVE SPACES TO EXTRACT-RECORD
           IF WS-AUD-MATCH-SUB > ZERO
                   OUT-OPERATION "," WS-CSV-RESULT ","
                   OUT-STATUS "," DELIMITED BY SIZE
                   OUT-REJECT-REASON DELIMITED BY "  "
                   "," WS-CSV-SEQ "," WS-CSV-ORIG-SEQ
                   "," WS-CSV-CURRENCY "," WS-CSV-RATE
                   "," WS-CSV-BASE-FIRST "," WS-CSV-BASE-SECOND
                   "," WS-CSV-BASE-RESULT "," OUT-BRANCH
                       DELIMITED BY SIZE
                   INTO EXTRACT-RECORD
               ADD 1 TO WS-COUNT-OUT
           ELSE
                   OUT-OPERATION "," WS-CSV-RESULT ","
                   OUT-STATUS "," DELIMITED BY SIZE
                   OUT-REJECT-REASON DELIMITED BY "  "
                   "," WS-CSV-SEQ "," WS-CSV-ORIG-SEQ
                   "," WS-CSV-CURRENCY "," WS-CSV-RATE
                   "," WS-CSV-BASE-FIRST "," WS-CSV-BASE-SECOND
                   "," WS-CSV-BASE-RESULT "," OUT-BRANCH
                       DELIMITED BY SIZE
                   INTO EXTRACT-RECORD
               ADD 1 TO WS-COUNT-REJECTED
           END-IF
