      ******************************************************************
      * Author:
      * Date:
      * Purpose: On-call paging interface. CALLed by abend-alert each
      *          time an alert is raised on ABENDALERTS (the shared
      *          ABEND-RTN, sla-monitor's window-miss alert, the job
      *          lock), and by alert-aging each time an unacknowledged
      *          alert escalates. Works out who to page for the
      *          current shift (1 = 0600-1359, 2 = 1400-2159,
      *          3 = 2200-0559, the shift-checkin bands): a fresh
      *          alert or one at level 1 pages the operator rostered
      *          on SHIFTROSTER for the shift; from level 2 up it
      *          pages a supervisor-class operator from OPERATORFILE,
      *          one rostered on the shift when there is one. Only
      *          operators active and in effect are paged, and either
      *          choice falls back to the other rather than paging
      *          nobody. The page - who, the alerting program, its
      *          message, and the escalation level - is appended in
      *          the fixed PAGEREC layout to PAGEOUT for the paging
      *          gateway to collect, and the same record to the
      *          permanent PAGELOG as proof of who was notified and
      *          when. Like abend-alert, it never abends its caller:
      *          a file it cannot open is reported on the console.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. on-call-page.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROSTER-FILE ASSIGN TO "SHIFTROSTER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAGE-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "OPERATORFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAGE-STATUS.
           SELECT PAGE-OUT-FILE ASSIGN TO "PAGEOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAGE-STATUS.
           SELECT PAGE-LOG-FILE ASSIGN TO "PAGELOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAGE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ROSTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  ROSTER-RECORD.
           05 SR-SHIFT              PIC X(1).
           05 SR-BADGE              PIC 9(3).

       FD  OPERATOR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY operrec.

       FD  PAGE-OUT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY pagerec.

       FD  PAGE-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  PAGE-LOG-RECORD             PIC X(164).

       WORKING-STORAGE SECTION.
       01  WS-PAGE-STATUS           PIC X(2) VALUE "00".
       01  WS-PAGE-DATE             PIC 9(8).
       01  WS-PAGE-DATE-SPLIT REDEFINES WS-PAGE-DATE.
           05 WS-PD-YYYY            PIC 9(4).
           05 WS-PD-MM              PIC 9(2).
           05 WS-PD-DD              PIC 9(2).
       01  WS-PAGE-TIME             PIC 9(8).
       01  WS-PAGE-HH               PIC 9(2).
       01  WS-PAGE-SHIFT            PIC X(1).
       01  WS-TODAY-FORMATTED       PIC X(10).

      * badges rostered on the current shift
       01  WS-RS-TABLE.
           05 WS-RS-BADGE OCCURS 20 TIMES PIC 9(3).
       01  WS-RS-COUNT              PIC 9(2) VALUE ZERO.
       01  WS-RS-SUB                PIC 9(2) VALUE ZERO.

       01  WS-ON-SHIFT-SW           PIC X(1) VALUE "N".
           88  WS-ON-SHIFT                  VALUE "Y" FALSE "N".

      * the candidates found on OPERATORFILE
       01  WS-ROSTERED-BADGE        PIC 9(3) VALUE ZERO.
       01  WS-ROSTERED-NAME         PIC X(30).
       01  WS-SHIFT-SUP-BADGE       PIC 9(3) VALUE ZERO.
       01  WS-SHIFT-SUP-NAME        PIC X(30).
       01  WS-ANY-SUP-BADGE         PIC 9(3) VALUE ZERO.
       01  WS-ANY-SUP-NAME          PIC X(30).

       01  WS-EOF-SW                PIC X(1) VALUE "N".
           88  WS-EOF                       VALUE "Y" FALSE "N".

           COPY rundate.

       LINKAGE SECTION.
           COPY pagews.

       PROCEDURE DIVISION USING PAGE-REQUEST.

       MAIN-PROCEDURE.

           PERFORM ON-CALL-PAGE-LOGIC

           GOBACK.

       ON-CALL-PAGE-LOGIC.

      * the page is stamped, and the shift chosen, from the wall
      * clock; the roster and operator effective dates are kept by
      * business date
           ACCEPT WS-PAGE-DATE FROM DATE YYYYMMDD
           ACCEPT WS-PAGE-TIME FROM TIME
           MOVE WS-PAGE-TIME(1:2) TO WS-PAGE-HH
           EVALUATE TRUE
               WHEN WS-PAGE-HH >= 6 AND WS-PAGE-HH < 14
                   MOVE "1" TO WS-PAGE-SHIFT
               WHEN WS-PAGE-HH >= 14 AND WS-PAGE-HH < 22
                   MOVE "2" TO WS-PAGE-SHIFT
               WHEN OTHER
                   MOVE "3" TO WS-PAGE-SHIFT
           END-EVALUATE

           MOVE WS-PAGE-DATE TO WS-RUN-DATE
           CALL "business-date" USING WS-RUN-DATE
           MOVE SPACES TO WS-TODAY-FORMATTED
           STRING WS-RUN-DATE-YYYY "-" WS-RUN-DATE-MM "-"
               WS-RUN-DATE-DD DELIMITED BY SIZE
               INTO WS-TODAY-FORMATTED

           PERFORM LOAD-SHIFT-ROSTER
           PERFORM FIND-ON-CALL-CANDIDATES
           PERFORM BUILD-PAGE-RECORD

           IF NOT PG-ROLE-NOBODY
               PERFORM WRITE-PAGE-OUT
           END-IF
           PERFORM WRITE-PAGE-LOG.

       LOAD-SHIFT-ROSTER.

           MOVE ZERO TO WS-RS-COUNT
           SET WS-EOF TO FALSE

           OPEN INPUT ROSTER-FILE
           IF WS-PAGE-STATUS NOT = "00"
               DISPLAY "ON-CALL-PAGE: SHIFTROSTER NOT AVAILABLE, "
                   "STATUS " WS-PAGE-STATUS
           ELSE
               READ ROSTER-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-EOF
                   IF SR-SHIFT = WS-PAGE-SHIFT
                           AND SR-BADGE NUMERIC
                           AND WS-RS-COUNT < 20
                       ADD 1 TO WS-RS-COUNT
                       MOVE SR-BADGE TO WS-RS-BADGE(WS-RS-COUNT)
                   END-IF
                   READ ROSTER-FILE
                       AT END SET WS-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ROSTER-FILE
           END-IF.

       FIND-ON-CALL-CANDIDATES.

           MOVE ZERO TO WS-ROSTERED-BADGE
           MOVE ZERO TO WS-SHIFT-SUP-BADGE
           MOVE ZERO TO WS-ANY-SUP-BADGE
           MOVE SPACES TO WS-ROSTERED-NAME
           MOVE SPACES TO WS-SHIFT-SUP-NAME
           MOVE SPACES TO WS-ANY-SUP-NAME
           SET WS-EOF TO FALSE

           OPEN INPUT OPERATOR-FILE
           IF WS-PAGE-STATUS NOT = "00"
               DISPLAY "ON-CALL-PAGE: OPERATORFILE NOT AVAILABLE, "
                   "STATUS " WS-PAGE-STATUS
           ELSE
               READ OPERATOR-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-EOF
                   IF OP-ACTIVE-FLAG NOT = "I"
                           AND (OP-EFF-DATE = SPACES
                               OR OP-EFF-DATE
                                   NOT > WS-TODAY-FORMATTED)
                           AND (OP-EXP-DATE = SPACES
                               OR OP-EXP-DATE
                                   NOT < WS-TODAY-FORMATTED)
                       PERFORM CHECK-ONE-OPERATOR
                   END-IF
                   READ OPERATOR-FILE
                       AT END SET WS-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE OPERATOR-FILE
           END-IF.

       CHECK-ONE-OPERATOR.

           SET WS-ON-SHIFT TO FALSE
           PERFORM VARYING WS-RS-SUB FROM 1 BY 1
                   UNTIL WS-RS-SUB > WS-RS-COUNT
               IF WS-RS-BADGE(WS-RS-SUB) = OP-BADGE
                   SET WS-ON-SHIFT TO TRUE
               END-IF
           END-PERFORM

      * first found of each kind, in OPERATORFILE order
           IF WS-ON-SHIFT AND WS-ROSTERED-BADGE = ZERO
               MOVE OP-BADGE TO WS-ROSTERED-BADGE
               MOVE OP-NAME TO WS-ROSTERED-NAME
           END-IF
           IF OP-CLASS-SUPERVISOR
               IF WS-ON-SHIFT AND WS-SHIFT-SUP-BADGE = ZERO
                   MOVE OP-BADGE TO WS-SHIFT-SUP-BADGE
                   MOVE OP-NAME TO WS-SHIFT-SUP-NAME
               END-IF
               IF WS-ANY-SUP-BADGE = ZERO
                   MOVE OP-BADGE TO WS-ANY-SUP-BADGE
                   MOVE OP-NAME TO WS-ANY-SUP-NAME
               END-IF
           END-IF.

       BUILD-PAGE-RECORD.

           MOVE SPACES TO PAGE-RECORD
           STRING WS-PD-YYYY "-" WS-PD-MM "-" WS-PD-DD " "
               WS-PAGE-TIME DELIMITED BY SIZE INTO PG-PAGE-TIMESTAMP
           MOVE ZERO TO PG-BADGE
           SET PG-ROLE-NOBODY TO TRUE

      * a supervisor on the shift is preferred to one who is not
           IF WS-SHIFT-SUP-BADGE NOT = ZERO
               MOVE WS-SHIFT-SUP-BADGE TO WS-ANY-SUP-BADGE
               MOVE WS-SHIFT-SUP-NAME TO WS-ANY-SUP-NAME
           END-IF

           IF PQ-ESC-LEVEL NOT > 1
               IF WS-ROSTERED-BADGE NOT = ZERO
                   MOVE WS-ROSTERED-BADGE TO PG-BADGE
                   MOVE WS-ROSTERED-NAME TO PG-NAME
                   SET PG-ROLE-ROSTERED TO TRUE
               ELSE
                   IF WS-ANY-SUP-BADGE NOT = ZERO
                       MOVE WS-ANY-SUP-BADGE TO PG-BADGE
                       MOVE WS-ANY-SUP-NAME TO PG-NAME
                       SET PG-ROLE-SUPERVISOR TO TRUE
                   END-IF
               END-IF
           ELSE
               IF WS-ANY-SUP-BADGE NOT = ZERO
                   MOVE WS-ANY-SUP-BADGE TO PG-BADGE
                   MOVE WS-ANY-SUP-NAME TO PG-NAME
                   SET PG-ROLE-SUPERVISOR TO TRUE
               ELSE
                   IF WS-ROSTERED-BADGE NOT = ZERO
                       MOVE WS-ROSTERED-BADGE TO PG-BADGE
                       MOVE WS-ROSTERED-NAME TO PG-NAME
                       SET PG-ROLE-ROSTERED TO TRUE
                   END-IF
               END-IF
           END-IF

           MOVE WS-PAGE-SHIFT TO PG-SHIFT
           MOVE PQ-ESC-LEVEL TO PG-ESC-LEVEL
           MOVE PQ-PROGRAM TO PG-PROGRAM
           MOVE PQ-ALERT-TIMESTAMP TO PG-ALERT-TIMESTAMP
           MOVE PQ-STATUS TO PG-STATUS
           MOVE PQ-MESSAGE TO PG-MESSAGE

           IF PG-ROLE-NOBODY
               DISPLAY "ON-CALL-PAGE WARNING: NOBODY ON CALL FOR "
                   "SHIFT " WS-PAGE-SHIFT " - " PQ-PROGRAM
                   " LEVEL " PQ-ESC-LEVEL " NOT PAGED"
           ELSE
               DISPLAY "PAGED BADGE " PG-BADGE " " PG-NAME
                   " FOR " PQ-PROGRAM " LEVEL " PQ-ESC-LEVEL
           END-IF.

       WRITE-PAGE-OUT.

           OPEN EXTEND PAGE-OUT-FILE
           IF WS-PAGE-STATUS = "35"
               OPEN OUTPUT PAGE-OUT-FILE
               CLOSE PAGE-OUT-FILE
               OPEN EXTEND PAGE-OUT-FILE
           END-IF
           IF WS-PAGE-STATUS NOT = "00"
               DISPLAY "UNABLE TO WRITE PAGEOUT, STATUS "
                   WS-PAGE-STATUS
           ELSE
               WRITE PAGE-RECORD
               CLOSE PAGE-OUT-FILE
           END-IF.

       WRITE-PAGE-LOG.

           OPEN EXTEND PAGE-LOG-FILE
           IF WS-PAGE-STATUS = "35"
               OPEN OUTPUT PAGE-LOG-FILE
               CLOSE PAGE-LOG-FILE
               OPEN EXTEND PAGE-LOG-FILE
           END-IF
           IF WS-PAGE-STATUS NOT = "00"
               DISPLAY "UNABLE TO WRITE PAGELOG, STATUS "
                   WS-PAGE-STATUS
           ELSE
               MOVE PAGE-RECORD TO PAGE-LOG-RECORD
               WRITE PAGE-LOG-RECORD
               CLOSE PAGE-LOG-FILE
           END-IF.

       END PROGRAM on-call-page.
