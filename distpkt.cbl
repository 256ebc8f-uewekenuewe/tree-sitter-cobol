      ******************************************************************
      * Author:
      * Date:
      * Purpose: Nightly report distribution. For every recipient on
      *          DISTLIST (kept by distribution-maint) builds one
      *          packet file, PKT + recipient type + recipient +
      *          YYYYMMDD, holding each of its reports as cataloged on
      *          RPTCATALOG for the packet date (the newest run of the
      *          day when a report ran twice). A department gets the
      *          whole dated keep copy; a branch gets the report's
      *          first heading and the lines report-writer tagged with
      *          that branch in the keep copy's TAG sidecar, and a
      *          region the lines tagged with any branch BRANCHMASTER
      *          puts in it. Every report sent is logged to
      *          DISTREGISTER with the lines it carried - or that it
      *          carried none, or that its keep copy had gone (return
      *          code 4). The packet date is the business date unless
      *          YYYY-MM-DD is given on the command line.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. report-distribution.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIST-LIST-FILE ASSIGN TO "DISTLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT DIST-REGISTER-FILE ASSIGN TO "DISTREGISTER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT CATALOG-FILE ASSIGN TO "RPTCATALOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT BRANCH-FILE ASSIGN TO "BRANCHMASTER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT KEEP-FILE ASSIGN USING WS-KEEP-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT TAG-FILE ASSIGN USING WS-TAG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAG-STATUS.
           SELECT PACKET-FILE ASSIGN USING WS-PACKET-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT STATS-FILE ASSIGN TO "JOBSTATS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DIST-LIST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY distlist.

       FD  DIST-REGISTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY distreg.

       FD  CATALOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  CATALOG-RECORD.
           05 RC-NAME               PIC X(20).
           05 RC-TITLE              PIC X(60).
           05 RC-RUN-DATE           PIC X(10).
           05 RC-RUN-NUMBER         PIC 9(7).
           05 RC-PAGES              PIC 9(4).
           05 RC-KEEP-NAME          PIC X(30).

       FD  BRANCH-FILE
           LABEL RECORDS ARE STANDARD.
           COPY brchrec.

       FD  KEEP-FILE
           LABEL RECORDS ARE STANDARD.
       01  KEEP-RECORD                 PIC X(80).

       FD  TAG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY rpttag.

       FD  PACKET-FILE
           LABEL RECORDS ARE STANDARD.
       01  PACKET-RECORD               PIC X(80).

       FD  STATS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY jobstats.

       WORKING-STORAGE SECTION.
       01  WS-DL-TABLE.
           05 WS-DL-ROW OCCURS 200 TIMES.
               10 WS-DL-REPORT       PIC X(20).
               10 WS-DL-TYPE         PIC X(1).
               10 WS-DL-RECIPIENT    PIC X(10).
               10 WS-DL-PACKED       PIC X(1).
       01  WS-DL-COUNT              PIC 9(3) VALUE ZERO.
       01  WS-DL-SUB                PIC 9(3) VALUE ZERO.
       01  WS-DL-SUB-2              PIC 9(3) VALUE ZERO.

      * the packet date's catalog entries, one per report name; a
      * later entry for the same name replaces the earlier run
       01  WS-CT-TABLE.
           05 WS-CT-ROW OCCURS 100 TIMES.
               10 WS-CT-NAME         PIC X(20).
               10 WS-CT-TITLE        PIC X(60).
               10 WS-CT-RUN-NUMBER   PIC 9(7).
               10 WS-CT-KEEP-NAME    PIC X(30).
       01  WS-CT-COUNT              PIC 9(3) VALUE ZERO.
       01  WS-CT-SUB                PIC 9(3) VALUE ZERO.
       01  WS-CT-FOUND              PIC 9(3) VALUE ZERO.

       01  WS-BR-TABLE.
           05 WS-BR-ROW OCCURS 50 TIMES.
               10 WS-BR-CODE         PIC X(3).
               10 WS-BR-REGION       PIC X(3).
       01  WS-BR-COUNT              PIC 9(2) VALUE ZERO.
       01  WS-BR-SUB                PIC 9(2) VALUE ZERO.

       01  WS-PACKET-PARM           PIC X(10).
       01  WS-PACKET-DATE           PIC X(10).
       01  WS-TODAY-FORMATTED       PIC X(10).
       01  WS-TRAN-TIME             PIC X(8).

       01  WS-KEEP-FILE-NAME        PIC X(30).
       01  WS-TAG-FILE-NAME         PIC X(40).
       01  WS-PACKET-FILE-NAME      PIC X(30).
       01  WS-TAG-STATUS            PIC X(2) VALUE "00".

       01  WS-CUR-TYPE              PIC X(1).
           88  WS-CUR-BRANCH                VALUE "B".
           88  WS-CUR-REGION                VALUE "R".
           88  WS-CUR-DEPARTMENT            VALUE "D".
       01  WS-CUR-RECIPIENT         PIC X(10).

       01  WS-KEEP-LINE             PIC 9(5) VALUE ZERO.
       01  WS-LINES-SENT            PIC 9(5) VALUE ZERO.
       01  WS-MATCH-BRANCH          PIC X(3).

       01  WS-KEEP-EOF-SW           PIC X(1) VALUE "N".
           88  WS-KEEP-EOF                  VALUE "Y" FALSE "N".
       01  WS-TAG-EOF-SW            PIC X(1) VALUE "N".
           88  WS-TAG-EOF                   VALUE "Y" FALSE "N".
       01  WS-COPY-MISSING-SW       PIC X(1) VALUE "N".
           88  WS-COPY-MISSING              VALUE "Y" FALSE "N".
       01  WS-LINE-WANTED-SW        PIC X(1) VALUE "N".
           88  WS-LINE-WANTED               VALUE "Y" FALSE "N".
       01  WS-EOF-SW                PIC X(1) VALUE "N".
           88  WS-EOF                       VALUE "Y" FALSE "N".

       01  WS-RULE-LINE             PIC X(80) VALUE ALL "=".

       01  WS-PACKET-COUNT          PIC 9(5) VALUE ZERO.
       01  WS-NOT-RUN-COUNT         PIC 9(5) VALUE ZERO.

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
           COPY abendws.

       LINKAGE SECTION.
       01  LS-RETURN-CODE              PIC S9(4) COMP.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           PERFORM REPORT-DISTRIBUTION-LOGIC

           GOBACK.

       REPORT-DISTRIBUTION-LOGIC.

           MOVE "report-distribution" TO WS-ABEND-PROGRAM
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

           MOVE SPACES TO WS-PACKET-PARM
           ACCEPT WS-PACKET-PARM FROM COMMAND-LINE
           IF WS-PACKET-PARM(5:1) = "-"
                   AND WS-PACKET-PARM(8:1) = "-"
               MOVE WS-PACKET-PARM TO WS-PACKET-DATE
           ELSE
               MOVE WS-TODAY-FORMATTED TO WS-PACKET-DATE
           END-IF
           DISPLAY "DISTRIBUTING REPORTS RUN ON: " WS-PACKET-DATE

           PERFORM LOAD-DIST-TABLE

           IF WS-DL-COUNT = ZERO
               DISPLAY "DISTLIST EMPTY OR NOT FOUND, NOTHING TO "
                   "DISTRIBUTE"
           ELSE
               PERFORM LOAD-BRANCH-TABLE
               PERFORM LOAD-CATALOG-TABLE
               PERFORM OPEN-REGISTER-FILE
               PERFORM VARYING WS-DL-SUB FROM 1 BY 1
                       UNTIL WS-DL-SUB > WS-DL-COUNT
                   IF WS-DL-PACKED(WS-DL-SUB) NOT = "Y"
                       PERFORM BUILD-RECIPIENT-PACKET
                   END-IF
               END-PERFORM
               CLOSE DIST-REGISTER-FILE
           END-IF

           PERFORM PRINT-JOB-STATS.

       LOAD-DIST-TABLE.

           MOVE ZERO TO WS-DL-COUNT
           SET WS-EOF TO FALSE

           OPEN INPUT DIST-LIST-FILE
           IF WS-FILE-STATUS = "35"
               CONTINUE
           ELSE
               IF WS-FILE-STATUS NOT = "00"
                   STRING "UNABLE TO OPEN DISTLIST, STATUS "
                       WS-FILE-STATUS DELIMITED BY SIZE
                       INTO WS-ABEND-MESSAGE
                   PERFORM ABEND-RTN
               END-IF

               READ DIST-LIST-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-EOF
                   IF WS-DL-COUNT >= 200
                       MOVE "WS-DL-TABLE OVERFLOW - MORE THAN 200"
                           TO WS-ABEND-MESSAGE
                       PERFORM ABEND-RTN
                   END-IF
                   ADD 1 TO WS-DL-COUNT
                   ADD 1 TO WS-COUNT-IN
                   MOVE DL-REPORT-NAME TO WS-DL-REPORT(WS-DL-COUNT)
                   MOVE DL-RECIPIENT-TYPE TO WS-DL-TYPE(WS-DL-COUNT)
                   MOVE DL-RECIPIENT TO WS-DL-RECIPIENT(WS-DL-COUNT)
                   MOVE "N" TO WS-DL-PACKED(WS-DL-COUNT)
                   READ DIST-LIST-FILE
                       AT END SET WS-EOF TO TRUE
                   END-READ
               END-PERFORM

               CLOSE DIST-LIST-FILE
           END-IF.

       LOAD-BRANCH-TABLE.

           MOVE ZERO TO WS-BR-COUNT
           SET WS-EOF TO FALSE

           OPEN INPUT BRANCH-FILE
           IF WS-FILE-STATUS = "35"
               DISPLAY "BRANCHMASTER NOT FOUND, REGIONS WILL "
                   "RECEIVE NO LINES"
           ELSE
               IF WS-FILE-STATUS NOT = "00"
                   STRING "UNABLE TO OPEN BRANCH-FILE, STATUS "
                       WS-FILE-STATUS DELIMITED BY SIZE
                       INTO WS-ABEND-MESSAGE
                   PERFORM ABEND-RTN
               END-IF

               READ BRANCH-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-EOF
                   IF WS-BR-COUNT >= 50
                       MOVE "WS-BR-TABLE OVERFLOW - MORE THAN 50"
                           TO WS-ABEND-MESSAGE
                       PERFORM ABEND-RTN
                   END-IF
                   ADD 1 TO WS-BR-COUNT
                   MOVE BR-BRANCH-CODE TO WS-BR-CODE(WS-BR-COUNT)
                   MOVE BR-REGION TO WS-BR-REGION(WS-BR-COUNT)
                   READ BRANCH-FILE
                       AT END SET WS-EOF TO TRUE
                   END-READ
               END-PERFORM

               CLOSE BRANCH-FILE
           END-IF.

       LOAD-CATALOG-TABLE.

           MOVE ZERO TO WS-CT-COUNT
           SET WS-EOF TO FALSE

           OPEN INPUT CATALOG-FILE
           IF WS-FILE-STATUS = "35"
               DISPLAY "RPTCATALOG NOT FOUND, NO REPORTS TO SEND"
           ELSE
               IF WS-FILE-STATUS NOT = "00"
                   STRING "UNABLE TO OPEN RPTCATALOG, STATUS "
                       WS-FILE-STATUS DELIMITED BY SIZE
                       INTO WS-ABEND-MESSAGE
                   PERFORM ABEND-RTN
               END-IF

               READ CATALOG-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-EOF
                   IF RC-RUN-DATE = WS-PACKET-DATE
                       PERFORM NOTE-CATALOG-ENTRY
                   END-IF
                   READ CATALOG-FILE
                       AT END SET WS-EOF TO TRUE
                   END-READ
               END-PERFORM

               CLOSE CATALOG-FILE
           END-IF.

       NOTE-CATALOG-ENTRY.

           MOVE ZERO TO WS-CT-FOUND
           PERFORM VARYING WS-CT-SUB FROM 1 BY 1
                   UNTIL WS-CT-SUB > WS-CT-COUNT
               IF WS-CT-NAME(WS-CT-SUB) = RC-NAME
                   MOVE WS-CT-SUB TO WS-CT-FOUND
               END-IF
           END-PERFORM

           IF WS-CT-FOUND = ZERO
               IF WS-CT-COUNT >= 100
                   MOVE "WS-CT-TABLE OVERFLOW - MORE THAN 100"
                       TO WS-ABEND-MESSAGE
                   PERFORM ABEND-RTN
               END-IF
               ADD 1 TO WS-CT-COUNT
               MOVE WS-CT-COUNT TO WS-CT-FOUND
           END-IF

           MOVE RC-NAME TO WS-CT-NAME(WS-CT-FOUND)
           MOVE RC-TITLE TO WS-CT-TITLE(WS-CT-FOUND)
           MOVE RC-RUN-NUMBER TO WS-CT-RUN-NUMBER(WS-CT-FOUND)
           MOVE RC-KEEP-NAME TO WS-CT-KEEP-NAME(WS-CT-FOUND).

       OPEN-REGISTER-FILE.

           OPEN EXTEND DIST-REGISTER-FILE
           IF WS-FILE-STATUS = "35"
               OPEN OUTPUT DIST-REGISTER-FILE
               CLOSE DIST-REGISTER-FILE
               OPEN EXTEND DIST-REGISTER-FILE
           END-IF
           IF WS-FILE-STATUS NOT = "00"
               STRING "UNABLE TO OPEN DISTREGISTER, STATUS "
                   WS-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RTN
           END-IF.

      ******************************************************************
      * one packet per recipient, holding every report listed for it
      ******************************************************************
       BUILD-RECIPIENT-PACKET.

           MOVE WS-DL-TYPE(WS-DL-SUB) TO WS-CUR-TYPE
           MOVE WS-DL-RECIPIENT(WS-DL-SUB) TO WS-CUR-RECIPIENT

           MOVE SPACES TO WS-PACKET-FILE-NAME
           STRING "PKT" WS-CUR-TYPE DELIMITED BY SIZE
               WS-CUR-RECIPIENT DELIMITED BY SPACE
               WS-PACKET-DATE(1:4) WS-PACKET-DATE(6:2)
               WS-PACKET-DATE(9:2) DELIMITED BY SIZE
               INTO WS-PACKET-FILE-NAME

           OPEN OUTPUT PACKET-FILE
           IF WS-FILE-STATUS NOT = "00"
               STRING "UNABLE TO OPEN " WS-PACKET-FILE-NAME
                   " STATUS " WS-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RTN
           END-IF
           ADD 1 TO WS-PACKET-COUNT

           PERFORM VARYING WS-DL-SUB-2 FROM WS-DL-SUB BY 1
                   UNTIL WS-DL-SUB-2 > WS-DL-COUNT
               IF WS-DL-TYPE(WS-DL-SUB-2) = WS-CUR-TYPE
                       AND WS-DL-RECIPIENT(WS-DL-SUB-2)
                           = WS-CUR-RECIPIENT
                   MOVE "Y" TO WS-DL-PACKED(WS-DL-SUB-2)
                   PERFORM SEND-ONE-REPORT
               END-IF
           END-PERFORM

           CLOSE PACKET-FILE
           DISPLAY "PACKET WRITTEN: " WS-PACKET-FILE-NAME.

       SEND-ONE-REPORT.

           MOVE ZERO TO WS-CT-FOUND
           PERFORM VARYING WS-CT-SUB FROM 1 BY 1
                   UNTIL WS-CT-SUB > WS-CT-COUNT
               IF WS-CT-NAME(WS-CT-SUB) = WS-DL-REPORT(WS-DL-SUB-2)
                   MOVE WS-CT-SUB TO WS-CT-FOUND
               END-IF
           END-PERFORM

           MOVE WS-RULE-LINE TO PACKET-RECORD
           WRITE PACKET-RECORD

      * a report that did not run on the packet date is noted in the
      * packet but not registered as sent
           IF WS-CT-FOUND = ZERO
               MOVE SPACES TO PACKET-RECORD
               STRING WS-DL-REPORT(WS-DL-SUB-2) DELIMITED BY SPACE
                   " WAS NOT RUN ON " WS-PACKET-DATE
                   DELIMITED BY SIZE INTO PACKET-RECORD
               WRITE PACKET-RECORD
               MOVE WS-RULE-LINE TO PACKET-RECORD
               WRITE PACKET-RECORD
               ADD 1 TO WS-NOT-RUN-COUNT
           ELSE
               PERFORM WRITE-REPORT-BANNER
               PERFORM COPY-RECIPIENT-LINES
               PERFORM WRITE-REGISTER-ROW
           END-IF.

       WRITE-REPORT-BANNER.

           MOVE SPACES TO PACKET-RECORD
           MOVE WS-CT-TITLE(WS-CT-FOUND) TO PACKET-RECORD
           WRITE PACKET-RECORD

           MOVE SPACES TO PACKET-RECORD
           STRING "REPORT " WS-CT-NAME(WS-CT-FOUND)
               " RUN " WS-CT-RUN-NUMBER(WS-CT-FOUND)
               " OF " WS-PACKET-DATE
               " FOR " WS-CUR-TYPE " " WS-CUR-RECIPIENT
               DELIMITED BY SIZE INTO PACKET-RECORD
           WRITE PACKET-RECORD

           MOVE WS-RULE-LINE TO PACKET-RECORD
           WRITE PACKET-RECORD.

       COPY-RECIPIENT-LINES.

           MOVE ZERO TO WS-KEEP-LINE
           MOVE ZERO TO WS-LINES-SENT
           SET WS-COPY-MISSING TO FALSE
           MOVE WS-CT-KEEP-NAME(WS-CT-FOUND) TO WS-KEEP-FILE-NAME
           MOVE SPACES TO WS-TAG-FILE-NAME
           STRING WS-KEEP-FILE-NAME DELIMITED BY SPACE
               "TAG" DELIMITED BY SIZE
               INTO WS-TAG-FILE-NAME

           SET WS-KEEP-EOF TO FALSE
           OPEN INPUT KEEP-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "REPORT-DISTRIBUTION WARNING: KEPT COPY "
                   WS-KEEP-FILE-NAME " NOT FOUND, STATUS "
                   WS-FILE-STATUS
               MOVE SPACES TO PACKET-RECORD
               STRING "KEPT COPY " DELIMITED BY SIZE
                   WS-KEEP-FILE-NAME DELIMITED BY SPACE
                   " IS MISSING - ASK FOR A REPRINT"
                   DELIMITED BY SIZE INTO PACKET-RECORD
               WRITE PACKET-RECORD
               ADD 1 TO WS-COUNT-REJECTED
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               SET WS-COPY-MISSING TO TRUE
           ELSE
      * the tag sidecar is read in step with the keep copy; a report
      * that tags nothing has none, and gives a branch or region
      * only its heading
               SET WS-TAG-EOF TO FALSE
               OPEN INPUT TAG-FILE
               IF WS-TAG-STATUS NOT = "00"
                   SET WS-TAG-EOF TO TRUE
               ELSE
                   READ TAG-FILE
                       AT END SET WS-TAG-EOF TO TRUE
                   END-READ
               END-IF

               READ KEEP-FILE
                   AT END SET WS-KEEP-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-KEEP-EOF
                   ADD 1 TO WS-KEEP-LINE
                   PERFORM UNTIL WS-TAG-EOF
                           OR TG-LINE-NUMBER >= WS-KEEP-LINE
                       READ TAG-FILE
                           AT END SET WS-TAG-EOF TO TRUE
                       END-READ
                   END-PERFORM
                   PERFORM CHECK-LINE-WANTED
                   IF WS-LINE-WANTED
                       MOVE KEEP-RECORD TO PACKET-RECORD
                       WRITE PACKET-RECORD
                       IF WS-KEEP-LINE > 3
                           ADD 1 TO WS-LINES-SENT
                       END-IF
                   END-IF
                   READ KEEP-FILE
                       AT END SET WS-KEEP-EOF TO TRUE
                   END-READ
               END-PERFORM

               CLOSE KEEP-FILE
               IF WS-TAG-STATUS NOT = "35"
                   CLOSE TAG-FILE
               END-IF

               IF WS-LINES-SENT = ZERO
                   MOVE SPACES TO PACKET-RECORD
                   MOVE "NO LINES FOR THIS RECIPIENT"
                       TO PACKET-RECORD
                   WRITE PACKET-RECORD
               END-IF
           END-IF.

       CHECK-LINE-WANTED.

      * the first page heading always goes; after it a department
      * takes every line, a branch or region only its tagged lines
           SET WS-LINE-WANTED TO FALSE
           EVALUATE TRUE
               WHEN WS-KEEP-LINE <= 3
                   SET WS-LINE-WANTED TO TRUE
               WHEN WS-CUR-DEPARTMENT
                   SET WS-LINE-WANTED TO TRUE
               WHEN WS-TAG-EOF
                   CONTINUE
               WHEN TG-LINE-NUMBER NOT = WS-KEEP-LINE
                   CONTINUE
               WHEN OTHER
                   MOVE TG-BRANCH TO WS-MATCH-BRANCH
                   PERFORM CHECK-BRANCH-WANTED
                   IF NOT WS-LINE-WANTED
                           AND TG-BRANCH-2 NOT = SPACES
                       MOVE TG-BRANCH-2 TO WS-MATCH-BRANCH
                       PERFORM CHECK-BRANCH-WANTED
                   END-IF
           END-EVALUATE.

       CHECK-BRANCH-WANTED.

           IF WS-CUR-BRANCH
               IF WS-MATCH-BRANCH = WS-CUR-RECIPIENT
                   SET WS-LINE-WANTED TO TRUE
               END-IF
           ELSE
               PERFORM VARYING WS-BR-SUB FROM 1 BY 1
                       UNTIL WS-BR-SUB > WS-BR-COUNT
                   IF WS-BR-CODE(WS-BR-SUB) = WS-MATCH-BRANCH
                           AND WS-BR-REGION(WS-BR-SUB)
                               = WS-CUR-RECIPIENT
                       SET WS-LINE-WANTED TO TRUE
                   END-IF
               END-PERFORM
           END-IF.

       WRITE-REGISTER-ROW.

           ACCEPT WS-TRAN-TIME FROM TIME

           MOVE SPACES TO DIST-REGISTER-RECORD
           MOVE WS-PACKET-DATE TO DG-PACKET-DATE
           STRING WS-TODAY-FORMATTED " " WS-TRAN-TIME
               DELIMITED BY SIZE INTO DG-TIMESTAMP
           MOVE WS-CUR-TYPE TO DG-RECIPIENT-TYPE
           MOVE WS-CUR-RECIPIENT TO DG-RECIPIENT
           MOVE WS-CT-NAME(WS-CT-FOUND) TO DG-REPORT-NAME
           MOVE WS-PACKET-DATE TO DG-REPORT-DATE
           MOVE WS-CT-RUN-NUMBER(WS-CT-FOUND) TO DG-REPORT-RUN
           MOVE WS-KEEP-FILE-NAME TO DG-KEEP-NAME
           MOVE WS-PACKET-FILE-NAME TO DG-PACKET-NAME
           MOVE WS-LINES-SENT TO DG-LINES
           EVALUATE TRUE
               WHEN WS-COPY-MISSING
                   SET DG-COPY-MISSING TO TRUE
               WHEN WS-LINES-SENT = ZERO
                   SET DG-SENT-EMPTY TO TRUE
                   ADD 1 TO WS-COUNT-OUT
               WHEN OTHER
                   SET DG-SENT TO TRUE
                   ADD 1 TO WS-COUNT-OUT
           END-EVALUATE
           WRITE DIST-REGISTER-RECORD.

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

           MOVE "report-distribution" TO JS-PROGRAM-NAME
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
           DISPLAY "PACKETS WRITTEN:  " WS-PACKET-COUNT
           DISPLAY "NOT RUN ON DATE:  " WS-NOT-RUN-COUNT
           DISPLAY "RECORDS IN:       " WS-COUNT-IN
           DISPLAY "RECORDS OUT:      " WS-COUNT-OUT
           DISPLAY "RECORDS REJECTED: " WS-COUNT-REJECTED
           DISPLAY "===================================".

       END-OF-LOGIC-PARAGRAPHS.
           CONTINUE.

       ENTRY "REPORT-DISTRIBUTION-SUB" USING LS-RETURN-CODE.

           PERFORM REPORT-DISTRIBUTION-LOGIC

           MOVE RETURN-CODE TO LS-RETURN-CODE

           GOBACK.

       COPY abendproc.

       END PROGRAM report-distribution.
