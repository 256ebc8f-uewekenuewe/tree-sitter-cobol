      ******************************************************************
      * Author:
      * Date:
      * Purpose: Audit-trail hash-chain verification. Walks the dated
      *          CALCAUDIT segments on AUDITINDEX in order, and then
      *          the live CALCAUDIT, for a range of business dates
      *          (command line YYYY-MM-DD YYYY-MM-DD; one date runs
      *          from that date to the end of the trail, none walks
      *          the whole trail), rehashing every record through
      *          audit-chain from the hash of the record before it.
      *          CHAINCHKRPT lists each segment walked and every
      *          break found: a record whose AT-CHAIN-HASH no longer
      *          matches (it, or a record before it, was edited,
      *          inserted, or removed), a chained record with its
      *          hash blanked, a segment on AUDITINDEX that is not on
      *          disk, a segment whose record count or last hash
      *          differs from its AUDITINDEX line, a segment that
      *          does not open from the hash the segment before it
      *          closed at - one removed together with its AUDITINDEX
      *          line - and segments out of date order. The first
      *          break is repeated at the foot of the report. Records
      *          written before the trail was chained carry no hash
      *          and are counted, not checked. The chain is picked up
      *          from the segment before the range, so a range can
      *          start anywhere. Ends with return code 4 when any
      *          break is found.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. audit-chain-check.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-INDEX-FILE ASSIGN TO "AUDITINDEX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INDEX-STATUS.
           SELECT AUDIT-SEG-FILE ASSIGN USING WS-SEG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT AUDIT-TRAIL-FILE ASSIGN TO "CALCAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT STATS-FILE ASSIGN TO "JOBSTATS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-INDEX-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-INDEX-RECORD.
           05 AX-DATE               PIC X(10).
           05 AX-SEG-NAME           PIC X(20).
           05 AX-COUNT              PIC 9(7).
           05 AX-LOW-RUN            PIC 9(7).
           05 AX-HIGH-RUN           PIC 9(7).
           05 AX-OPEN-HASH          PIC X(18).
           05 AX-CLOSE-HASH         PIC X(18).

      * one dated segment split off by audit-reorg; records are in
      * the audit layout and are moved into AUDIT-TRAIL-RECORD for
      * field access
       FD  AUDIT-SEG-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-SEG-RECORD            PIC X(200).

       FD  AUDIT-TRAIL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY audittrl.

       FD  STATS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY jobstats.

       WORKING-STORAGE SECTION.
       01  WS-INDEX-STATUS          PIC X(2) VALUE "00".
       01  WS-SEG-NAME              PIC X(20).

       01  WS-RANGE-PARM            PIC X(40).
       01  WS-FROM-PARM             PIC X(10).
       01  WS-TO-PARM               PIC X(10).
       01  WS-FROM-DATE             PIC X(10).
       01  WS-TO-DATE               PIC X(10).

      * the chain value the next record must be hashed from; blank
      * hashes count as zeros, the value before chaining began
       01  WS-CHAIN                 PIC X(18) VALUE ZEROS.
       01  WS-OPEN-HASH             PIC X(18).
       01  WS-CLOSE-HASH            PIC X(18).
       01  WS-PREV-SEG-NAME         PIC X(20) VALUE SPACES.
       01  WS-PREV-SEG-DATE         PIC X(10) VALUE SPACES.

       01  WS-SEG-RECORDS           PIC 9(7) VALUE ZERO.
       01  WS-SEG-BREAKS            PIC 9(7) VALUE ZERO.
       01  WS-RECORD-DATE           PIC X(10).

       01  WS-CHAINED-SEEN-SW       PIC X(1) VALUE "N".
           88  WS-CHAINED-SEEN              VALUE "Y" FALSE "N".
       01  WS-IN-RANGE-SW           PIC X(1) VALUE "N".
           88  WS-IN-RANGE                  VALUE "Y" FALSE "N".
       01  WS-WALKED-SW             PIC X(1) VALUE "N".
           88  WS-WALKED                    VALUE "Y" FALSE "N".
       01  WS-FOLLOWS-SEGMENT-SW    PIC X(1) VALUE "N".
           88  WS-FOLLOWS-SEGMENT           VALUE "Y" FALSE "N".

       01  WS-CHECK-TOTALS.
           05 WS-SEGMENTS-WALKED    PIC 9(5) VALUE ZERO.
           05 WS-RECORDS-CHECKED    PIC 9(7) VALUE ZERO.
           05 WS-RECORDS-UNCHAINED  PIC 9(7) VALUE ZERO.
           05 WS-BREAK-COUNT        PIC 9(7) VALUE ZERO.

       01  WS-BREAK-TEXT            PIC X(76).
       01  WS-FIRST-BREAK           PIC X(76) VALUE SPACES.
       01  WS-FIRST-WHERE           PIC X(40) VALUE SPACES.
       01  WS-FIRST-BREAK-WHERE     PIC X(40) VALUE SPACES.

       01  WS-TODAY-FORMATTED       PIC X(10).
       01  WS-EOF-SW                PIC X(1) VALUE "N".
           88  WS-EOF                       VALUE "Y" FALSE "N".
       01  WS-INDEX-EOF-SW          PIC X(1) VALUE "N".
           88  WS-INDEX-EOF                 VALUE "Y" FALSE "N".

       01  WS-JOB-COUNTS.
           05 WS-COUNT-IN           PIC 9(7) VALUE ZERO.
           05 WS-COUNT-OUT          PIC 9(7) VALUE ZERO.
           05 WS-COUNT-REJECTED     PIC 9(7) VALUE ZERO.

       01  WS-RUN-NUMBER            PIC 9(7) VALUE ZERO.
       01  WS-CYCLE-AREA.
           05 WS-CYCLE-DATE         PIC X(8).
           05 WS-CYCLE-NUMBER       PIC 9(3).

           COPY rundate.
           COPY runparm.
           COPY rptws.
           COPY chainws.
           COPY abendws.

       LINKAGE SECTION.
       01  LS-RETURN-CODE              PIC S9(4) COMP.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           PERFORM AUDIT-CHAIN-CHECK-LOGIC

           GOBACK.

       AUDIT-CHAIN-CHECK-LOGIC.

           MOVE "audit-chain-check" TO WS-ABEND-PROGRAM
           MOVE 0 TO RETURN-CODE

           CALL "parm-loader" USING RUN-PARMS

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           CALL "business-date" USING WS-RUN-DATE
           CALL "run-control" USING WS-RUN-NUMBER
           MOVE WS-RUN-DATE TO WS-CYCLE-DATE
           CALL "cycle-control" USING WS-CYCLE-AREA
           DISPLAY "RUN DATE: " WS-RUN-DATE-YYYY "-" WS-RUN-DATE-MM
               "-" WS-RUN-DATE-DD

           MOVE SPACES TO WS-TODAY-FORMATTED
           STRING WS-RUN-DATE-YYYY "-" WS-RUN-DATE-MM "-"
               WS-RUN-DATE-DD DELIMITED BY SIZE
               INTO WS-TODAY-FORMATTED

           MOVE SPACES TO WS-RANGE-PARM
           MOVE SPACES TO WS-FROM-PARM
           MOVE SPACES TO WS-TO-PARM
           ACCEPT WS-RANGE-PARM FROM COMMAND-LINE
           UNSTRING WS-RANGE-PARM DELIMITED BY ALL SPACE
               INTO WS-FROM-PARM WS-TO-PARM
           END-UNSTRING
           IF WS-FROM-PARM(5:1) = "-" AND WS-FROM-PARM(8:1) = "-"
               MOVE WS-FROM-PARM TO WS-FROM-DATE
               IF WS-TO-PARM(5:1) = "-" AND WS-TO-PARM(8:1) = "-"
                   MOVE WS-TO-PARM TO WS-TO-DATE
               ELSE
                   MOVE "9999-12-31" TO WS-TO-DATE
               END-IF
           ELSE
               MOVE "0000-00-00" TO WS-FROM-DATE
               MOVE "9999-12-31" TO WS-TO-DATE
           END-IF
           DISPLAY "CHECKING AUDIT CHAIN FROM " WS-FROM-DATE
               " TO " WS-TO-DATE

           MOVE "CHAINCHKRPT" TO RPT-FILE-NAME
           MOVE "CALCAUDIT HASH CHAIN VERIFICATION" TO RPT-TITLE
           MOVE WS-TODAY-FORMATTED TO RPT-RUN-DATE
           MOVE WS-RUN-NUMBER TO RPT-RUN-NUMBER
           MOVE ZERO TO RPT-PAGE-NUMBER
           MOVE ZERO TO RPT-LINE-COUNT
           MOVE ZERO TO RPT-LINES-PER-PAGE
           SET RPT-REQ-INIT TO TRUE
           CALL "report-writer" USING RPT-CONTROL

           MOVE SPACES TO RPT-LINE
           STRING "DATES " WS-FROM-DATE " TO " WS-TO-DATE
               DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "SEGMENT              DATE        RECORDS  "
               "RESULT"
               DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-REPORT-LINE

           PERFORM WALK-INDEXED-SEGMENTS
           PERFORM WALK-LIVE-TRAIL

           PERFORM PRINT-CHECK-TOTALS

           IF WS-BREAK-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM PRINT-JOB-STATS.

       WALK-INDEXED-SEGMENTS.

      * the segments before the range only hand on their closing
      * hash; those after it are not read
           SET WS-INDEX-EOF TO FALSE

           OPEN INPUT AUDIT-INDEX-FILE
           IF WS-INDEX-STATUS = "35"
               DISPLAY "AUDITINDEX NOT FOUND, LIVE TRAIL ONLY"
               SET WS-INDEX-EOF TO TRUE
           ELSE
               IF WS-INDEX-STATUS NOT = "00"
                   STRING "UNABLE TO OPEN AUDITINDEX, STATUS "
                       WS-INDEX-STATUS DELIMITED BY SIZE
                       INTO WS-ABEND-MESSAGE
                   PERFORM ABEND-RTN
               END-IF
           END-IF

           IF NOT WS-INDEX-EOF
               MOVE SPACES TO AUDIT-INDEX-RECORD
               READ AUDIT-INDEX-FILE
                   AT END SET WS-INDEX-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-INDEX-EOF
                   ADD 1 TO WS-COUNT-IN
                   MOVE AX-OPEN-HASH TO WS-OPEN-HASH
                   IF WS-OPEN-HASH NOT NUMERIC
                       MOVE ZEROS TO WS-OPEN-HASH
                   END-IF
                   MOVE AX-CLOSE-HASH TO WS-CLOSE-HASH
                   IF WS-CLOSE-HASH NOT NUMERIC
                       MOVE ZEROS TO WS-CLOSE-HASH
                   END-IF
                   EVALUATE TRUE
                       WHEN AX-DATE < WS-FROM-DATE
                           MOVE WS-CLOSE-HASH TO WS-CHAIN
                           MOVE AX-SEG-NAME TO WS-PREV-SEG-NAME
                           MOVE AX-DATE TO WS-PREV-SEG-DATE
                       WHEN AX-DATE > WS-TO-DATE
                           CONTINUE
                       WHEN OTHER
                           PERFORM CHECK-ONE-SEGMENT
                           MOVE WS-CLOSE-HASH TO WS-CHAIN
                           MOVE AX-SEG-NAME TO WS-PREV-SEG-NAME
                           MOVE AX-DATE TO WS-PREV-SEG-DATE
                   END-EVALUATE
                   MOVE SPACES TO AUDIT-INDEX-RECORD
                   READ AUDIT-INDEX-FILE
                       AT END SET WS-INDEX-EOF TO TRUE
                   END-READ
               END-PERFORM

               CLOSE AUDIT-INDEX-FILE
           END-IF.

       CHECK-ONE-SEGMENT.

           ADD 1 TO WS-SEGMENTS-WALKED
           MOVE ZERO TO WS-SEG-RECORDS
           MOVE ZERO TO WS-SEG-BREAKS
           MOVE AX-SEG-NAME TO WS-SEG-NAME
           MOVE SPACES TO WS-FIRST-WHERE
           STRING "SEGMENT " AX-SEG-NAME DELIMITED BY SIZE
               INTO WS-FIRST-WHERE

           IF WS-PREV-SEG-DATE NOT = SPACES
               IF AX-DATE NOT > WS-PREV-SEG-DATE
                   MOVE SPACES TO WS-BREAK-TEXT
                   STRING "OUT OF DATE ORDER AFTER "
                       WS-PREV-SEG-NAME
                       DELIMITED BY SIZE INTO WS-BREAK-TEXT
                   PERFORM NOTE-BREAK
               END-IF
               IF WS-OPEN-HASH NOT = WS-CHAIN
                   MOVE SPACES TO WS-BREAK-TEXT
                   STRING "DOES NOT OPEN FROM THE CLOSE OF "
                       WS-PREV-SEG-NAME " - SEGMENT MISSING"
                       DELIMITED BY SIZE INTO WS-BREAK-TEXT
                   PERFORM NOTE-BREAK
               END-IF
           END-IF

           SET WS-EOF TO FALSE
           OPEN INPUT AUDIT-SEG-FILE
           IF WS-FILE-STATUS = "35"
               MOVE "SEGMENT FILE IS NOT ON DISK" TO WS-BREAK-TEXT
               PERFORM NOTE-BREAK
               SET WS-EOF TO TRUE
           ELSE
               IF WS-FILE-STATUS NOT = "00"
                   STRING "UNABLE TO OPEN SEGMENT " WS-SEG-NAME
                       " STATUS " WS-FILE-STATUS
                       DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
                   PERFORM ABEND-RTN
               END-IF

      * each segment is proved from the chain value its own index
      * line says it opens from, so one break is not reported again
      * in every segment after it
               MOVE WS-OPEN-HASH TO WS-CHAIN
               READ AUDIT-SEG-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-EOF
                   ADD 1 TO WS-SEG-RECORDS
                   MOVE AUDIT-SEG-RECORD TO AUDIT-TRAIL-RECORD
                   PERFORM CHECK-ONE-RECORD
                   READ AUDIT-SEG-FILE
                       AT END SET WS-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE AUDIT-SEG-FILE

               IF AX-COUNT NUMERIC
                   IF WS-SEG-RECORDS NOT = AX-COUNT
                       MOVE SPACES TO WS-BREAK-TEXT
                       STRING "HOLDS " WS-SEG-RECORDS
                           " RECORDS, AUDITINDEX SAYS " AX-COUNT
                           DELIMITED BY SIZE INTO WS-BREAK-TEXT
                       PERFORM NOTE-BREAK
                   END-IF
               END-IF
               IF AX-CLOSE-HASH NUMERIC
                       AND WS-CHAIN NOT = WS-CLOSE-HASH
                   MOVE "LAST RECORD DOES NOT MATCH THE CLOSING HASH"
                       TO WS-BREAK-TEXT
                   PERFORM NOTE-BREAK
               END-IF
           END-IF

           MOVE SPACES TO RPT-LINE
           IF WS-SEG-BREAKS = ZERO
               STRING AX-SEG-NAME " " AX-DATE "  " WS-SEG-RECORDS
                   "  CHAIN INTACT"
                   DELIMITED BY SIZE INTO RPT-LINE
           ELSE
               STRING AX-SEG-NAME " " AX-DATE "  " WS-SEG-RECORDS
                   "  BROKEN"
                   DELIMITED BY SIZE INTO RPT-LINE
           END-IF
           PERFORM WRITE-REPORT-LINE.

       WALK-LIVE-TRAIL.

      * the live file's first record carries on from the newest
      * segment's close; records before the range only move the
      * chain along
           MOVE ZERO TO WS-SEG-RECORDS
           MOVE ZERO TO WS-SEG-BREAKS
           SET WS-WALKED TO FALSE
           MOVE "CALCAUDIT" TO WS-FIRST-WHERE
           SET WS-EOF TO FALSE
           IF WS-PREV-SEG-NAME NOT = SPACES
               SET WS-FOLLOWS-SEGMENT TO TRUE
           END-IF

           OPEN INPUT AUDIT-TRAIL-FILE
           IF WS-FILE-STATUS = "35"
               SET WS-EOF TO TRUE
           ELSE
               IF WS-FILE-STATUS NOT = "00"
                   STRING "UNABLE TO OPEN CALCAUDIT, STATUS "
                       WS-FILE-STATUS DELIMITED BY SIZE
                       INTO WS-ABEND-MESSAGE
                   PERFORM ABEND-RTN
               END-IF
               READ AUDIT-TRAIL-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-EOF
                   MOVE AT-TIMESTAMP(1:10) TO WS-RECORD-DATE
                   EVALUATE TRUE
                       WHEN WS-RECORD-DATE > WS-TO-DATE
                           SET WS-EOF TO TRUE
                       WHEN WS-RECORD-DATE < WS-FROM-DATE
                           IF AT-CHAIN-HASH NUMERIC
                               MOVE AT-CHAIN-HASH TO WS-CHAIN
                           ELSE
                               MOVE ZEROS TO WS-CHAIN
                           END-IF
                       WHEN OTHER
                           SET WS-WALKED TO TRUE
                           ADD 1 TO WS-SEG-RECORDS
                           PERFORM CHECK-ONE-RECORD
                   END-EVALUATE
                   SET WS-FOLLOWS-SEGMENT TO FALSE
                   IF NOT WS-EOF
                       READ AUDIT-TRAIL-FILE
                           AT END SET WS-EOF TO TRUE
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE AUDIT-TRAIL-FILE
           END-IF

           IF WS-WALKED
               ADD 1 TO WS-SEGMENTS-WALKED
               MOVE SPACES TO RPT-LINE
               IF WS-SEG-BREAKS = ZERO
                   STRING "CALCAUDIT (LIVE)     "
                       "            " WS-SEG-RECORDS
                       "  CHAIN INTACT"
                       DELIMITED BY SIZE INTO RPT-LINE
               ELSE
                   STRING "CALCAUDIT (LIVE)     "
                       "            " WS-SEG-RECORDS
                       "  BROKEN"
                       DELIMITED BY SIZE INTO RPT-LINE
               END-IF
               PERFORM WRITE-REPORT-LINE
           END-IF.

       CHECK-ONE-RECORD.

      * AUDIT-TRAIL-RECORD is rehashed from WS-CHAIN; after a break
      * the walk carries on from the hash the record holds, so
      * each later break is found on its own
           ADD 1 TO WS-RECORDS-CHECKED
           IF AT-CHAIN-HASH = SPACES
               IF WS-CHAINED-SEEN
                   MOVE SPACES TO WS-BREAK-TEXT
                   STRING "RECORD " WS-SEG-RECORDS
                       " HAS NO CHAIN HASH - SEQ " AT-SEQUENCE
                       " " AT-TIMESTAMP
                       DELIMITED BY SIZE INTO WS-BREAK-TEXT
                   PERFORM NOTE-BREAK
               ELSE
                   ADD 1 TO WS-RECORDS-UNCHAINED
               END-IF
               MOVE ZEROS TO WS-CHAIN
           ELSE
               SET WS-CHAINED-SEEN TO TRUE
               MOVE WS-CHAIN TO CHN-LAST-HASH
               MOVE AUDIT-TRAIL-RECORD TO CHN-RECORD
               SET CHN-REQ-HASH TO TRUE
               CALL "audit-chain" USING CHN-CONTROL
               IF CHN-HASH NOT = AT-CHAIN-HASH
                   MOVE SPACES TO WS-BREAK-TEXT
      * the live file's first record is hashed from the newest
      * segment's close, so a break there is also what a newest
      * segment removed together with its index line looks like
                   IF WS-FOLLOWS-SEGMENT
                       STRING "RECORD " WS-SEG-RECORDS
                           " DOES NOT FOLLOW " WS-PREV-SEG-NAME
                           " - SEGMENT MISSING?"
                           DELIMITED BY SIZE INTO WS-BREAK-TEXT
                   ELSE
                       STRING "CHAIN BREAKS AT RECORD "
                           WS-SEG-RECORDS
                           " - SEQ " AT-SEQUENCE " " AT-TIMESTAMP
                           DELIMITED BY SIZE INTO WS-BREAK-TEXT
                   END-IF
                   PERFORM NOTE-BREAK
               END-IF
               MOVE AT-CHAIN-HASH TO WS-CHAIN
           END-IF.

       NOTE-BREAK.

           ADD 1 TO WS-BREAK-COUNT
           ADD 1 TO WS-SEG-BREAKS
           IF WS-FIRST-BREAK = SPACES
               MOVE WS-FIRST-WHERE TO WS-FIRST-BREAK-WHERE
               MOVE WS-BREAK-TEXT TO WS-FIRST-BREAK
           END-IF
           MOVE SPACES TO RPT-LINE
           STRING "  ** " WS-BREAK-TEXT DELIMITED BY SIZE
               INTO RPT-LINE
           PERFORM WRITE-REPORT-LINE.

       PRINT-CHECK-TOTALS.

           MOVE SPACES TO RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "SEGMENTS WALKED          " WS-SEGMENTS-WALKED
               DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "RECORDS CHECKED          " WS-RECORDS-CHECKED
               DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "WRITTEN BEFORE CHAINING  " WS-RECORDS-UNCHAINED
               DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO RPT-LINE
           IF WS-BREAK-COUNT = ZERO
               MOVE "CHAIN INTACT OVER THE RANGE" TO RPT-LINE
               SET RPT-REQ-TOTAL TO TRUE
               CALL "report-writer" USING RPT-CONTROL
           ELSE
               STRING "BREAKS FOUND             " WS-BREAK-COUNT
                   DELIMITED BY SIZE INTO RPT-LINE
               SET RPT-REQ-TOTAL TO TRUE
               CALL "report-writer" USING RPT-CONTROL
               MOVE SPACES TO RPT-LINE
               STRING "FIRST BREAK: " WS-FIRST-BREAK-WHERE
                   DELIMITED BY SIZE INTO RPT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE SPACES TO RPT-LINE
               STRING "  " WS-FIRST-BREAK DELIMITED BY SIZE
                   INTO RPT-LINE
               PERFORM WRITE-REPORT-LINE
               DISPLAY "AUDIT CHAIN BROKEN - FIRST BREAK: "
                   WS-FIRST-BREAK-WHERE
               DISPLAY "  " WS-FIRST-BREAK
           END-IF

           SET RPT-REQ-CLOSE TO TRUE
           CALL "report-writer" USING RPT-CONTROL.

       WRITE-REPORT-LINE.

           SET RPT-REQ-DETAIL TO TRUE
           CALL "report-writer" USING RPT-CONTROL.

       PRINT-JOB-STATS.

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

           MOVE WS-RECORDS-CHECKED TO WS-COUNT-IN
           MOVE WS-SEGMENTS-WALKED TO WS-COUNT-OUT
           MOVE WS-BREAK-COUNT TO WS-COUNT-REJECTED

           MOVE "audit-chain-check" TO JS-PROGRAM-NAME
           STRING WS-RUN-DATE-YYYY "-" WS-RUN-DATE-MM "-"
               WS-RUN-DATE-DD DELIMITED BY SIZE INTO JS-RUN-DATE
           MOVE WS-COUNT-IN         TO JS-COUNT-IN
           MOVE WS-COUNT-OUT        TO JS-COUNT-OUT
           MOVE WS-COUNT-REJECTED   TO JS-COUNT-REJECTED
           MOVE WS-RUN-NUMBER       TO JS-RUN-NUMBER
           MOVE WS-CYCLE-NUMBER     TO JS-CYCLE-NUMBER
           WRITE JOBSTATS-RECORD

           CLOSE STATS-FILE

           DISPLAY "===== END OF JOB STATISTICS ====="
           DISPLAY "SEGMENTS WALKED:  " WS-SEGMENTS-WALKED
           DISPLAY "RECORDS IN:       " WS-COUNT-IN
           DISPLAY "BEFORE CHAINING:  " WS-RECORDS-UNCHAINED
           DISPLAY "BREAKS FOUND:     " WS-COUNT-REJECTED
           DISPLAY "===================================".

       END-OF-LOGIC-PARAGRAPHS.
           CONTINUE.

       ENTRY "AUDIT-CHAIN-CHECK-SUB" USING LS-RETURN-CODE.

           PERFORM AUDIT-CHAIN-CHECK-LOGIC

           MOVE RETURN-CODE TO LS-RETURN-CODE

           GOBACK.

       COPY abendproc.

       END PROGRAM audit-chain-check.
