      ******************************************************************
      * Author:
      * Date:
      * Purpose: Maintenance for the HOSPUNITS hospital-unit
      *          cross-reference, recording which units each
      *          hospital actually operates, in the validcode-maint
      *          mold. Supports add (the hospital must be on
      *          HOSPITALMASTER, active and open; the unit code must
      *          be in force on VALIDCODES; no second open row for
      *          the same hospital and unit), end (the row stays on
      *          file with its expiry date set, so history holds),
      *          inquire by hospital, and list, under a badge and
      *          PIN; every change is printed to HOSPUNITRPT with the
      *          badge that made it. ENTRY HOSP-UNIT-CHECK-SUB is the
      *          nightly exceptions check: every open row whose unit
      *          code validcode-maint has since retired, or whose
      *          hospital has been closed, deactivated or deleted
      *          through the pending queue, is listed on HOSPUNITEXC
      *          and the step ends with return code 4.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. hosp-unit-maint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOSP-UNIT-FILE ASSIGN TO "HOSPUNITS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT HOSPITAL-MASTER ASSIGN TO "HOSPITALMASTER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT VALID-CODES-FILE ASSIGN TO "VALIDCODES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "OPERATORFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HOSP-UNIT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY hunitrec.

       FD  HOSPITAL-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY hosprec.

       FD  VALID-CODES-FILE
           LABEL RECORDS ARE STANDARD.
       01  VALID-CODES-RECORD.
           05 VC-CODE               PIC 99.
           05 VC-DESCRIPTION        PIC X(20).
           05 VC-EFF-DATE           PIC X(10).
           05 VC-EXP-DATE           PIC X(10).

       FD  OPERATOR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY operrec.

       WORKING-STORAGE SECTION.
       01  WS-HU-TABLE.
           05 WS-HU-ROW OCCURS 500 TIMES.
               10 WS-HU-KEY          PIC X(20).
               10 WS-HU-CODE         PIC 99.
               10 WS-HU-EFF          PIC X(10).
               10 WS-HU-EXP          PIC X(10).
       01  WS-HU-COUNT              PIC 9(3) VALUE ZERO.
       01  WS-HU-SUB                PIC 9(3) VALUE ZERO.
       01  WS-HU-MATCH-SUB          PIC 9(3) VALUE ZERO.

       01  WS-HM-TABLE.
           05 WS-HM-ROW OCCURS 200 TIMES.
               10 WS-HM-KEY          PIC X(20).
               10 WS-HM-STATUS       PIC X(1).
               10 WS-HM-ACTIVE       PIC X(1).
       01  WS-HM-COUNT              PIC 9(3) VALUE ZERO.
       01  WS-HM-SUB                PIC 9(3) VALUE ZERO.
       01  WS-HM-MATCH-SUB          PIC 9(3) VALUE ZERO.

       01  WS-VC-TABLE.
           05 WS-VC-ROW OCCURS 100 TIMES.
               10 WS-VC-CODE         PIC 99.
               10 WS-VC-DESC         PIC X(20).
               10 WS-VC-EFF          PIC X(10).
               10 WS-VC-EXP          PIC X(10).
       01  WS-VC-COUNT              PIC 9(3) VALUE ZERO.
       01  WS-VC-SUB                PIC 9(3) VALUE ZERO.

      * what CHECK-CODE-IN-FORCE found for WS-ENTRY-CODE: the row in
      * force, or else the latest expiry the code has on file
       01  WS-CODE-IN-FORCE-SW      PIC X(1) VALUE "N".
           88  WS-CODE-IN-FORCE             VALUE "Y" FALSE "N".
       01  WS-CODE-DESC             PIC X(20).
       01  WS-CODE-LAST-EXP         PIC X(10).

       01  WS-HU-ACTION             PIC X(1).
           88  WS-HU-ADD                    VALUE "A".
           88  WS-HU-END                    VALUE "E".
           88  WS-HU-INQUIRE                VALUE "I".
           88  WS-HU-LIST                   VALUE "L".
           88  WS-HU-NONE                   VALUE "N".

       01  WS-ENTRY-KEY             PIC X(20).
       01  WS-ENTRY-CODE-X          PIC X(2).
       01  WS-ENTRY-CODE            PIC 99.

       01  WS-EXCEPTION-REASON      PIC X(30).
       01  WS-CHECK-COUNTS.
           05 WS-OPEN-UNITS         PIC 9(4) VALUE ZERO.
           05 WS-EXCEPTIONS         PIC 9(4) VALUE ZERO.

       01  WS-SIGNON-FIELDS.
           05 WS-MNT-BADGE-X        PIC X(3).
           05 WS-MNT-BADGE          PIC 9(3) VALUE ZERO.

       01  WS-BADGE-OK-SW           PIC X(1) VALUE "N".
           88  WS-BADGE-OK                  VALUE "Y" FALSE "N".

       01  WS-OP-EOF-SW             PIC X(1) VALUE "N".
           88  WS-OP-EOF                    VALUE "Y" FALSE "N".

       01  WS-TODAY-FORMATTED       PIC X(10).

       01  WS-DONE-SW               PIC X(1) VALUE "N".
           88  WS-DONE                      VALUE "Y" FALSE "N".

       01  WS-EOF-SW                PIC X(1) VALUE "N".
           88  WS-EOF                       VALUE "Y" FALSE "N".

           COPY rundate.
           COPY rptws.
           COPY pinws.
           COPY abendws.

       LINKAGE SECTION.
       01  LS-RETURN-CODE              PIC S9(4) COMP.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           PERFORM HOSP-UNIT-MAINT-LOGIC

           GOBACK.

       HOSP-UNIT-MAINT-LOGIC.

           PERFORM SET-BUSINESS-DATE

           PERFORM SIGNON-MAINT-BADGE
           IF NOT WS-BADGE-OK
               DISPLAY "MAINTENANCE REFUSED - NO VALID BADGE"
           ELSE
               PERFORM LOAD-UNIT-TABLE
               PERFORM LOAD-HOSPITAL-TABLE
               PERFORM LOAD-CODES-TABLE
               PERFORM OPEN-AUDIT-REPORT

               SET WS-DONE TO FALSE
               PERFORM UNTIL WS-DONE
                   DISPLAY "HOSPITAL UNITS - A)DD E)ND I)NQUIRE "
                       "L)IST N)ONE: "
                   ACCEPT WS-HU-ACTION
                   EVALUATE TRUE
                       WHEN WS-HU-ADD
                           PERFORM ADD-UNIT
                       WHEN WS-HU-END
                           PERFORM END-UNIT
                       WHEN WS-HU-INQUIRE
                           PERFORM INQUIRE-HOSPITAL-UNITS
                       WHEN WS-HU-LIST
                           PERFORM LIST-UNITS
                       WHEN WS-HU-NONE
                           SET WS-DONE TO TRUE
                       WHEN OTHER
                           DISPLAY "INVALID ACTION, PLEASE "
                               "RE-ENTER."
                   END-EVALUATE
               END-PERFORM

               PERFORM REWRITE-UNIT-FILE
               PERFORM CLOSE-AUDIT-REPORT
           END-IF.

       SET-BUSINESS-DATE.

           MOVE "hosp-unit-maint" TO WS-ABEND-PROGRAM

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           CALL "business-date" USING WS-RUN-DATE
           MOVE SPACES TO WS-TODAY-FORMATTED
           STRING WS-RUN-DATE-YYYY "-" WS-RUN-DATE-MM "-"
               WS-RUN-DATE-DD DELIMITED BY SIZE
               INTO WS-TODAY-FORMATTED.

       SIGNON-MAINT-BADGE.

           SET WS-BADGE-OK TO FALSE
           SET WS-OP-EOF TO FALSE

           DISPLAY "ENTER YOUR BADGE NUMBER: "
           MOVE SPACES TO WS-MNT-BADGE-X
           ACCEPT WS-MNT-BADGE-X
           IF WS-MNT-BADGE-X NOT NUMERIC
               DISPLAY "INVALID BADGE, NUMBERS ONLY."
           ELSE
               MOVE WS-MNT-BADGE-X TO WS-MNT-BADGE

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

               PERFORM UNTIL WS-OP-EOF OR WS-BADGE-OK
                   READ OPERATOR-FILE
                       AT END
                           SET WS-OP-EOF TO TRUE
                       NOT AT END
                           IF OP-BADGE = WS-MNT-BADGE
                                   AND OP-ACTIVE-FLAG NOT = "I"
                               SET WS-BADGE-OK TO TRUE
                           END-IF
                   END-READ
               END-PERFORM

               IF WS-FILE-STATUS NOT = "35"
                   CLOSE OPERATOR-FILE
               END-IF

               IF WS-BADGE-OK
                   MOVE WS-MNT-BADGE TO PC-BADGE
                   CALL "pin-verify" USING PIN-CHECK-AREA
                   IF NOT PC-OK
                       SET WS-BADGE-OK TO FALSE
                   END-IF
               END-IF
           END-IF.

       OPEN-AUDIT-REPORT.

           MOVE "HOSPUNITRPT" TO RPT-FILE-NAME
           MOVE "HOSPITAL UNITS MAINTENANCE AUDIT" TO RPT-TITLE
           MOVE WS-TODAY-FORMATTED TO RPT-RUN-DATE
           MOVE ZERO TO RPT-PAGE-NUMBER
           MOVE ZERO TO RPT-LINE-COUNT
           MOVE ZERO TO RPT-LINES-PER-PAGE
           SET RPT-REQ-INIT TO TRUE
           CALL "report-writer" USING RPT-CONTROL

           MOVE SPACES TO RPT-LINE
           STRING "MAINTAINED UNDER BADGE " WS-MNT-BADGE
               DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-REPORT-LINE.

       CLOSE-AUDIT-REPORT.

           MOVE SPACES TO RPT-LINE
           STRING "UNIT ROWS ON FILE: " WS-HU-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           SET RPT-REQ-TOTAL TO TRUE
           CALL "report-writer" USING RPT-CONTROL

           SET RPT-REQ-CLOSE TO TRUE
           CALL "report-writer" USING RPT-CONTROL.

       LOAD-UNIT-TABLE.

           MOVE ZERO TO WS-HU-COUNT
           SET WS-EOF TO FALSE

           OPEN INPUT HOSP-UNIT-FILE
           IF WS-FILE-STATUS = "35"
               DISPLAY "HOSPUNITS NOT FOUND - STARTING AN EMPTY FILE"
           ELSE
               IF WS-FILE-STATUS NOT = "00"
                   STRING "UNABLE TO OPEN HOSPUNITS, STATUS "
                       WS-FILE-STATUS DELIMITED BY SIZE
                       INTO WS-ABEND-MESSAGE
                   PERFORM ABEND-RTN
               END-IF

               READ HOSP-UNIT-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-EOF
                   IF WS-HU-COUNT >= 500
                       MOVE "WS-HU-TABLE OVERFLOW - MORE THAN 500"
                           TO WS-ABEND-MESSAGE
                       PERFORM ABEND-RTN
                   END-IF
                   ADD 1 TO WS-HU-COUNT
                   MOVE HU-HOSPITAL-KEY TO WS-HU-KEY(WS-HU-COUNT)
                   IF HU-UNIT-CODE NUMERIC
                       MOVE HU-UNIT-CODE TO WS-HU-CODE(WS-HU-COUNT)
                   ELSE
                       MOVE ZERO TO WS-HU-CODE(WS-HU-COUNT)
                   END-IF
                   MOVE HU-EFF-DATE TO WS-HU-EFF(WS-HU-COUNT)
                   MOVE HU-EXP-DATE TO WS-HU-EXP(WS-HU-COUNT)
                   READ HOSP-UNIT-FILE
                       AT END SET WS-EOF TO TRUE
                   END-READ
               END-PERFORM

               CLOSE HOSP-UNIT-FILE
           END-IF.

       REWRITE-UNIT-FILE.

           OPEN OUTPUT HOSP-UNIT-FILE
           IF WS-FILE-STATUS NOT = "00"
               STRING "UNABLE TO OPEN HOSPUNITS, STATUS "
                   WS-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RTN
           END-IF

           PERFORM VARYING WS-HU-SUB FROM 1 BY 1
                   UNTIL WS-HU-SUB > WS-HU-COUNT
               MOVE WS-HU-KEY(WS-HU-SUB) TO HU-HOSPITAL-KEY
               MOVE WS-HU-CODE(WS-HU-SUB) TO HU-UNIT-CODE
               MOVE WS-HU-EFF(WS-HU-SUB) TO HU-EFF-DATE
               MOVE WS-HU-EXP(WS-HU-SUB) TO HU-EXP-DATE
               WRITE HOSPITAL-UNIT-RECORD
           END-PERFORM

           CLOSE HOSP-UNIT-FILE.

       LOAD-HOSPITAL-TABLE.

           MOVE ZERO TO WS-HM-COUNT
           SET WS-EOF TO FALSE

           OPEN INPUT HOSPITAL-MASTER
           IF WS-FILE-STATUS = "35"
               CONTINUE
           ELSE
               IF WS-FILE-STATUS NOT = "00"
                   STRING "UNABLE TO OPEN HOSPITAL-MASTER, STATUS "
                       WS-FILE-STATUS DELIMITED BY SIZE
                       INTO WS-ABEND-MESSAGE
                   PERFORM ABEND-RTN
               END-IF

               READ HOSPITAL-MASTER
                   AT END SET WS-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-EOF
                   IF WS-HM-COUNT >= 200
                       MOVE "WS-HM-TABLE OVERFLOW - MORE THAN 200"
                           TO WS-ABEND-MESSAGE
                       PERFORM ABEND-RTN
                   END-IF
                   ADD 1 TO WS-HM-COUNT
                   MOVE HM-HOSPITAL-KEY TO WS-HM-KEY(WS-HM-COUNT)
                   MOVE HM-STATUS TO WS-HM-STATUS(WS-HM-COUNT)
      * records from before the profile existed count as active
                   IF HM-INACTIVE
                       MOVE "I" TO WS-HM-ACTIVE(WS-HM-COUNT)
                   ELSE
                       MOVE "A" TO WS-HM-ACTIVE(WS-HM-COUNT)
                   END-IF
                   READ HOSPITAL-MASTER
                       AT END SET WS-EOF TO TRUE
                   END-READ
               END-PERFORM

               CLOSE HOSPITAL-MASTER
           END-IF.

       LOAD-CODES-TABLE.

           MOVE ZERO TO WS-VC-COUNT
           SET WS-EOF TO FALSE

           OPEN INPUT VALID-CODES-FILE
           IF WS-FILE-STATUS = "35"
               DISPLAY "VALIDCODES NOT FOUND - NO UNIT CODE IS IN "
                   "FORCE"
           ELSE
               IF WS-FILE-STATUS NOT = "00"
                   STRING "UNABLE TO OPEN VALIDCODES, STATUS "
                       WS-FILE-STATUS DELIMITED BY SIZE
                       INTO WS-ABEND-MESSAGE
                   PERFORM ABEND-RTN
               END-IF

               READ VALID-CODES-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-EOF
                   IF VC-CODE NUMERIC
                       IF WS-VC-COUNT >= 100
                           MOVE "WS-VC-TABLE OVERFLOW - MORE THAN 100"
                               TO WS-ABEND-MESSAGE
                           PERFORM ABEND-RTN
                       END-IF
                       ADD 1 TO WS-VC-COUNT
                       MOVE VC-CODE TO WS-VC-CODE(WS-VC-COUNT)
                       MOVE VC-DESCRIPTION TO WS-VC-DESC(WS-VC-COUNT)
                       MOVE VC-EFF-DATE TO WS-VC-EFF(WS-VC-COUNT)
                       MOVE VC-EXP-DATE TO WS-VC-EXP(WS-VC-COUNT)
                   END-IF
                   READ VALID-CODES-FILE
                       AT END SET WS-EOF TO TRUE
                   END-READ
               END-PERFORM

               CLOSE VALID-CODES-FILE
           END-IF.

       CHECK-CODE-IN-FORCE.

      * in force means effective by today and not retired - a code
      * validcode-maint retires today is already out of force here,
      * so no unit is taken on a code being withdrawn
           SET WS-CODE-IN-FORCE TO FALSE
           MOVE SPACES TO WS-CODE-DESC
           MOVE SPACES TO WS-CODE-LAST-EXP

           PERFORM VARYING WS-VC-SUB FROM 1 BY 1
                   UNTIL WS-VC-SUB > WS-VC-COUNT
               IF WS-VC-CODE(WS-VC-SUB) = WS-ENTRY-CODE
                   IF (WS-VC-EFF(WS-VC-SUB) = SPACES
                           OR WS-VC-EFF(WS-VC-SUB)
                               NOT > WS-TODAY-FORMATTED)
                       AND (WS-VC-EXP(WS-VC-SUB) = SPACES
                           OR WS-VC-EXP(WS-VC-SUB)
                               > WS-TODAY-FORMATTED)
                       SET WS-CODE-IN-FORCE TO TRUE
                       MOVE WS-VC-DESC(WS-VC-SUB) TO WS-CODE-DESC
                   ELSE
                       IF WS-CODE-DESC = SPACES
                           MOVE WS-VC-DESC(WS-VC-SUB) TO WS-CODE-DESC
                       END-IF
                       IF WS-VC-EXP(WS-VC-SUB) > WS-CODE-LAST-EXP
                           MOVE WS-VC-EXP(WS-VC-SUB)
                               TO WS-CODE-LAST-EXP
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       FIND-HOSPITAL.

           MOVE ZERO TO WS-HM-MATCH-SUB

           PERFORM VARYING WS-HM-SUB FROM 1 BY 1
                   UNTIL WS-HM-SUB > WS-HM-COUNT
               IF WS-HM-KEY(WS-HM-SUB) = WS-ENTRY-KEY
                   MOVE WS-HM-SUB TO WS-HM-MATCH-SUB
               END-IF
           END-PERFORM.

       FIND-OPEN-UNIT.

           MOVE ZERO TO WS-HU-MATCH-SUB

           PERFORM VARYING WS-HU-SUB FROM 1 BY 1
                   UNTIL WS-HU-SUB > WS-HU-COUNT
               IF WS-HU-KEY(WS-HU-SUB) = WS-ENTRY-KEY
                       AND WS-HU-CODE(WS-HU-SUB) = WS-ENTRY-CODE
                       AND WS-HU-EXP(WS-HU-SUB) = SPACES
                   MOVE WS-HU-SUB TO WS-HU-MATCH-SUB
               END-IF
           END-PERFORM.

       GET-ENTRY-KEY.

           DISPLAY "ENTER HOSPITAL NAME: "
           MOVE SPACES TO WS-ENTRY-KEY
           ACCEPT WS-ENTRY-KEY
           PERFORM UNTIL WS-ENTRY-KEY NOT = SPACES
               DISPLAY "HOSPITAL NAME REQUIRED. RE-ENTER: "
               MOVE SPACES TO WS-ENTRY-KEY
               ACCEPT WS-ENTRY-KEY
           END-PERFORM.

       GET-ENTRY-CODE.

           DISPLAY "ENTER UNIT CODE (99): "
           MOVE SPACES TO WS-ENTRY-CODE-X
           ACCEPT WS-ENTRY-CODE-X
           PERFORM UNTIL WS-ENTRY-CODE-X NUMERIC
               DISPLAY "INVALID CODE, NUMBERS ONLY. RE-ENTER: "
               MOVE SPACES TO WS-ENTRY-CODE-X
               ACCEPT WS-ENTRY-CODE-X
           END-PERFORM
           MOVE WS-ENTRY-CODE-X TO WS-ENTRY-CODE.

       ADD-UNIT.

           PERFORM GET-ENTRY-KEY
           PERFORM FIND-HOSPITAL

           EVALUATE TRUE
               WHEN WS-HM-MATCH-SUB = ZERO
                   DISPLAY "HOSPITAL NOT ON FILE: " WS-ENTRY-KEY
               WHEN WS-HM-ACTIVE(WS-HM-MATCH-SUB) = "I"
                   DISPLAY "HOSPITAL IS INACTIVE: " WS-ENTRY-KEY
               WHEN WS-HM-STATUS(WS-HM-MATCH-SUB) = "C"
                   DISPLAY "HOSPITAL IS CLOSED: " WS-ENTRY-KEY
               WHEN OTHER
                   PERFORM GET-ENTRY-CODE
                   PERFORM CHECK-CODE-IN-FORCE
                   PERFORM FIND-OPEN-UNIT
                   EVALUATE TRUE
                       WHEN NOT WS-CODE-IN-FORCE
                               AND WS-CODE-DESC = SPACES
                           DISPLAY "UNIT CODE NOT ON VALIDCODES: "
                               WS-ENTRY-CODE
                       WHEN NOT WS-CODE-IN-FORCE
                           DISPLAY "UNIT CODE NOT IN FORCE: "
                               WS-ENTRY-CODE " (" WS-CODE-DESC ")"
                       WHEN WS-HU-MATCH-SUB > ZERO
                           DISPLAY "UNIT ALREADY ON FILE FOR THIS "
                               "HOSPITAL SINCE "
                               WS-HU-EFF(WS-HU-MATCH-SUB)
                       WHEN OTHER
                           PERFORM APPLY-ADD-UNIT
                   END-EVALUATE
           END-EVALUATE.

       APPLY-ADD-UNIT.

           IF WS-HU-COUNT >= 500
               MOVE "WS-HU-TABLE OVERFLOW - MORE THAN 500"
                   TO WS-ABEND-MESSAGE
               PERFORM ABEND-RTN
           END-IF
           ADD 1 TO WS-HU-COUNT
           MOVE WS-ENTRY-KEY TO WS-HU-KEY(WS-HU-COUNT)
           MOVE WS-ENTRY-CODE TO WS-HU-CODE(WS-HU-COUNT)
           MOVE WS-TODAY-FORMATTED TO WS-HU-EFF(WS-HU-COUNT)
           MOVE SPACES TO WS-HU-EXP(WS-HU-COUNT)
           DISPLAY "UNIT ADDED: " WS-ENTRY-KEY " " WS-ENTRY-CODE
               " " WS-CODE-DESC

           MOVE SPACES TO RPT-LINE
           STRING "ADD " WS-ENTRY-KEY " " WS-ENTRY-CODE " "
               WS-CODE-DESC " BADGE " WS-MNT-BADGE
               " " WS-TODAY-FORMATTED
               DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-REPORT-LINE.

       END-UNIT.

      * ending needs no check on the hospital or the code - it is
      * how a unit left on a closed hospital or an expired code is
      * cleared
           PERFORM GET-ENTRY-KEY
           PERFORM GET-ENTRY-CODE
           PERFORM FIND-OPEN-UNIT

           IF WS-HU-MATCH-SUB = ZERO
               DISPLAY "NO OPEN UNIT " WS-ENTRY-CODE " FOR "
                   WS-ENTRY-KEY
           ELSE
               MOVE WS-TODAY-FORMATTED TO WS-HU-EXP(WS-HU-MATCH-SUB)
               DISPLAY "UNIT ENDED: " WS-ENTRY-KEY " " WS-ENTRY-CODE

               MOVE SPACES TO RPT-LINE
               STRING "END " WS-ENTRY-KEY " " WS-ENTRY-CODE
                   " SINCE " WS-HU-EFF(WS-HU-MATCH-SUB)
                   " BADGE " WS-MNT-BADGE " " WS-TODAY-FORMATTED
                   DELIMITED BY SIZE INTO RPT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

       INQUIRE-HOSPITAL-UNITS.

           PERFORM GET-ENTRY-KEY
           PERFORM FIND-HOSPITAL

           IF WS-HM-MATCH-SUB = ZERO
               DISPLAY "HOSPITAL NOT ON FILE: " WS-ENTRY-KEY
           ELSE
               DISPLAY "HOSPITAL: " WS-ENTRY-KEY
                   " STATUS " WS-HM-STATUS(WS-HM-MATCH-SUB)
                   " ACTIVE " WS-HM-ACTIVE(WS-HM-MATCH-SUB)
           END-IF
           PERFORM VARYING WS-HU-SUB FROM 1 BY 1
                   UNTIL WS-HU-SUB > WS-HU-COUNT
               IF WS-HU-KEY(WS-HU-SUB) = WS-ENTRY-KEY
                   DISPLAY "  UNIT " WS-HU-CODE(WS-HU-SUB)
                       " EFF " WS-HU-EFF(WS-HU-SUB)
                       " EXP " WS-HU-EXP(WS-HU-SUB)
               END-IF
           END-PERFORM.

       LIST-UNITS.

           DISPLAY "===== HOSPITAL UNITS ====="
           PERFORM VARYING WS-HU-SUB FROM 1 BY 1
                   UNTIL WS-HU-SUB > WS-HU-COUNT
               DISPLAY WS-HU-KEY(WS-HU-SUB) " "
                   WS-HU-CODE(WS-HU-SUB)
                   " EFF " WS-HU-EFF(WS-HU-SUB)
                   " EXP " WS-HU-EXP(WS-HU-SUB)
           END-PERFORM
           DISPLAY "UNIT ROWS ON FILE: " WS-HU-COUNT
           DISPLAY "==========================".

       CHECK-UNIT-EXCEPTIONS.

           PERFORM LOAD-UNIT-TABLE
           PERFORM LOAD-HOSPITAL-TABLE
           PERFORM LOAD-CODES-TABLE

           MOVE "HOSPUNITEXC" TO RPT-FILE-NAME
           MOVE "HOSPITAL UNIT EXCEPTIONS" TO RPT-TITLE
           MOVE WS-TODAY-FORMATTED TO RPT-RUN-DATE
           MOVE ZERO TO RPT-PAGE-NUMBER
           MOVE ZERO TO RPT-LINE-COUNT
           MOVE ZERO TO RPT-LINES-PER-PAGE
           SET RPT-REQ-INIT TO TRUE
           CALL "report-writer" USING RPT-CONTROL

           MOVE ZERO TO WS-OPEN-UNITS
           MOVE ZERO TO WS-EXCEPTIONS
           PERFORM VARYING WS-HU-SUB FROM 1 BY 1
                   UNTIL WS-HU-SUB > WS-HU-COUNT
               IF WS-HU-EXP(WS-HU-SUB) = SPACES
                   ADD 1 TO WS-OPEN-UNITS
                   PERFORM CHECK-ONE-UNIT
               END-IF
           END-PERFORM

           IF WS-EXCEPTIONS = ZERO
               MOVE "NO EXCEPTIONS - EVERY OPEN UNIT IS CURRENT"
                   TO RPT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF

           MOVE SPACES TO RPT-LINE
           STRING "OPEN UNITS " WS-OPEN-UNITS
               "  EXCEPTIONS " WS-EXCEPTIONS
               DELIMITED BY SIZE INTO RPT-LINE
           SET RPT-REQ-TOTAL TO TRUE
           CALL "report-writer" USING RPT-CONTROL

           SET RPT-REQ-CLOSE TO TRUE
           CALL "report-writer" USING RPT-CONTROL

           DISPLAY "HOSPITAL UNITS: OPEN " WS-OPEN-UNITS
               " EXCEPTIONS " WS-EXCEPTIONS

      * the units stay on file until someone ends them - return code
      * 4 keeps them in front of the operators each night until then
           IF WS-EXCEPTIONS > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

       CHECK-ONE-UNIT.

           MOVE WS-HU-KEY(WS-HU-SUB) TO WS-ENTRY-KEY
           MOVE WS-HU-CODE(WS-HU-SUB) TO WS-ENTRY-CODE
           PERFORM FIND-HOSPITAL
           PERFORM CHECK-CODE-IN-FORCE

           MOVE SPACES TO WS-EXCEPTION-REASON
           EVALUATE TRUE
               WHEN WS-HM-MATCH-SUB = ZERO
                   MOVE "HOSPITAL NOT ON MASTER"
                       TO WS-EXCEPTION-REASON
               WHEN WS-HM-STATUS(WS-HM-MATCH-SUB) = "C"
                   MOVE "HOSPITAL CLOSED" TO WS-EXCEPTION-REASON
               WHEN WS-HM-ACTIVE(WS-HM-MATCH-SUB) = "I"
                   MOVE "HOSPITAL INACTIVE" TO WS-EXCEPTION-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-EXCEPTION-REASON = SPACES AND NOT WS-CODE-IN-FORCE
               IF WS-CODE-DESC = SPACES
                   MOVE "CODE NOT ON VALIDCODES"
                       TO WS-EXCEPTION-REASON
               ELSE
               IF WS-CODE-LAST-EXP = SPACES
                   MOVE "CODE NOT YET IN FORCE"
                       TO WS-EXCEPTION-REASON
               ELSE
                   STRING "CODE EXPIRED " WS-CODE-LAST-EXP
                       DELIMITED BY SIZE INTO WS-EXCEPTION-REASON
               END-IF
               END-IF
           END-IF

           IF WS-EXCEPTION-REASON NOT = SPACES
               ADD 1 TO WS-EXCEPTIONS
               MOVE SPACES TO RPT-LINE
               STRING WS-HU-KEY(WS-HU-SUB) " UNIT "
                   WS-HU-CODE(WS-HU-SUB) " "
                   WS-CODE-DESC " " WS-EXCEPTION-REASON
                   DELIMITED BY SIZE INTO RPT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

       WRITE-REPORT-LINE.

           SET RPT-REQ-DETAIL TO TRUE
           CALL "report-writer" USING RPT-CONTROL.

       END-OF-LOGIC-PARAGRAPHS.
           CONTINUE.

       ENTRY "HOSP-UNIT-MAINT-SUB" USING LS-RETURN-CODE.

           PERFORM HOSP-UNIT-MAINT-LOGIC

           MOVE RETURN-CODE TO LS-RETURN-CODE

           GOBACK.

       ENTRY "HOSP-UNIT-CHECK-SUB" USING LS-RETURN-CODE.

           PERFORM SET-BUSINESS-DATE
           PERFORM CHECK-UNIT-EXCEPTIONS

           MOVE RETURN-CODE TO LS-RETURN-CODE

           GOBACK.

       COPY abendproc.

       END PROGRAM hosp-unit-maint.
