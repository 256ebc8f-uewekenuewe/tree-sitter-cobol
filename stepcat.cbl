      ******************************************************************
      * Author:
      * Date:
      * Purpose: Loads the STEPCATALOG control file into the caller's
      *          DRIVER-STEP-CATALOG area (see the DRVSTEP copybook,
      *          and STEPCARD for the card columns) and puts the steps
      *          in run order. Every step must have a name and a
      *          program, appear once, and carry a numeric warning
      *          return code; every dependency must name another step
      *          in the catalog. Each step is then given a wave one
      *          later than the latest wave it depends on, so steps in
      *          the same wave can run at the same time, and the rows
      *          are returned by wave and then in card order. A
      *          catalog that breaks any of these rules, or whose
      *          dependencies form a cycle so that some steps can
      *          never start, is returned with DRIVER-CATALOG-BAD set
      *          and the first reason in DRIVER-CATALOG-MESSAGE; every
      *          problem found is also displayed.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. step-catalog.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATALOG-FILE ASSIGN TO "STEPCATALOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CATALOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY stepcard.

       WORKING-STORAGE SECTION.
       01  WS-EOF-SW                PIC X(1) VALUE "N".
           88  WS-EOF                       VALUE "Y" FALSE "N".

      * the steps in card order while the catalog is checked; moved
      * to the caller's area in run order once every wave is known
       01  WS-CT-TABLE.
           05 WS-CT-ROW OCCURS 50 TIMES.
               10 WS-CT-NAME         PIC X(20).
               10 WS-CT-PROGRAM      PIC X(30).
               10 WS-CT-WARN-RC      PIC 9(2).
               10 WS-CT-PARM         PIC X(10).
               10 WS-CT-ESQL         PIC X(1).
               10 WS-CT-SOURCE       PIC X(50).
               10 WS-CT-WAVE         PIC 9(2).
               10 WS-CT-DEP-COUNT    PIC 9(2).
               10 WS-CT-DEP OCCURS 10 TIMES PIC X(20).
       01  WS-CT-COUNT              PIC 9(2) VALUE ZERO.
       01  WS-CT-SUB                PIC 9(2) VALUE ZERO.
       01  WS-CT-FIND-SUB           PIC 9(2) VALUE ZERO.
       01  WS-CT-DEP-SUB            PIC 9(2) VALUE ZERO.
       01  WS-CT-LOOK-SUB           PIC 9(2) VALUE ZERO.

      * D cards are held until every S card is in, so a dependency
      * may be written ahead of the step it names
       01  WS-CD-TABLE.
           05 WS-CD-ROW OCCURS 200 TIMES.
               10 WS-CD-STEP         PIC X(20).
               10 WS-CD-ON           PIC X(20).
       01  WS-CD-COUNT              PIC 9(3) VALUE ZERO.
       01  WS-CD-SUB                PIC 9(3) VALUE ZERO.

       01  WS-FIND-NAME             PIC X(20).
       01  WS-FOUND-SW              PIC X(1) VALUE "N".
           88  WS-FOUND                     VALUE "Y" FALSE "N".

       01  WS-WAVE                  PIC 9(2) VALUE ZERO.
       01  WS-OUT-SUB               PIC 9(2) VALUE ZERO.
       01  WS-ASSIGNED-COUNT        PIC 9(2) VALUE ZERO.
       01  WS-PASS-COUNT            PIC 9(2) VALUE ZERO.
       01  WS-READY-SW              PIC X(1) VALUE "N".
           88  WS-READY                     VALUE "Y" FALSE "N".

       01  WS-CAT-ERROR             PIC X(80).

           COPY abendws.

       LINKAGE SECTION.
           COPY drvstep.

       PROCEDURE DIVISION USING DRIVER-STEP-CATALOG.

       MAIN-PROCEDURE.

           SET DRIVER-CATALOG-OK TO TRUE
           MOVE SPACES TO DRIVER-CATALOG-MESSAGE
           MOVE ZERO TO DRIVER-STEP-COUNT
           MOVE ZERO TO DRIVER-WAVE-COUNT

           PERFORM READ-CATALOG-FILE

           PERFORM ATTACH-DEPENDENCIES

           IF DRIVER-CATALOG-OK
               PERFORM ASSIGN-WAVES
           END-IF

           PERFORM RETURN-CATALOG-ROWS

           IF DRIVER-CATALOG-OK
               DISPLAY "STEPCATALOG: " DRIVER-STEP-COUNT " STEPS IN "
                   DRIVER-WAVE-COUNT " WAVES"
           ELSE
               DISPLAY "STEPCATALOG REJECTED: " DRIVER-CATALOG-MESSAGE
           END-IF

           GOBACK.

       READ-CATALOG-FILE.

           MOVE ZERO TO WS-CT-COUNT
           MOVE ZERO TO WS-CD-COUNT
           SET WS-EOF TO FALSE

           OPEN INPUT CATALOG-FILE
           IF WS-FILE-STATUS = "35"
               MOVE "STEPCATALOG NOT FOUND" TO WS-CAT-ERROR
               PERFORM NOTE-CATALOG-ERROR
               SET WS-EOF TO TRUE
           ELSE
               IF WS-FILE-STATUS NOT = "00"
                   MOVE SPACES TO WS-CAT-ERROR
                   STRING "UNABLE TO OPEN STEPCATALOG, STATUS "
                       WS-FILE-STATUS
                       DELIMITED BY SIZE INTO WS-CAT-ERROR
                   PERFORM NOTE-CATALOG-ERROR
                   SET WS-EOF TO TRUE
               END-IF
           END-IF

           IF NOT WS-EOF
               MOVE SPACES TO STEP-CATALOG-CARD
               READ CATALOG-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-EOF
                   EVALUATE TRUE
                       WHEN SCC-STEP-CARD
                           PERFORM LOAD-STEP-CARD
                       WHEN SCC-DEPEND-CARD
                           PERFORM LOAD-DEPEND-CARD
                       WHEN SCC-COMMENT
                           CONTINUE
                       WHEN STEP-CATALOG-CARD = SPACES
                           CONTINUE
                       WHEN OTHER
                           MOVE SPACES TO WS-CAT-ERROR
                           STRING "UNKNOWN CARD TYPE " SCC-TYPE
                               " FOR STEP " SCC-STEP
                               DELIMITED BY SIZE INTO WS-CAT-ERROR
                           PERFORM NOTE-CATALOG-ERROR
                   END-EVALUATE
                   MOVE SPACES TO STEP-CATALOG-CARD
                   READ CATALOG-FILE
                       AT END SET WS-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CATALOG-FILE
           END-IF

           IF DRIVER-CATALOG-OK AND WS-CT-COUNT = ZERO
               MOVE "STEPCATALOG HOLDS NO STEP CARDS" TO WS-CAT-ERROR
               PERFORM NOTE-CATALOG-ERROR
           END-IF.

       LOAD-STEP-CARD.

           EVALUATE TRUE
               WHEN SCC-STEP = SPACES
                   MOVE "STEP CARD WITH NO STEP NAME" TO WS-CAT-ERROR
                   PERFORM NOTE-CATALOG-ERROR
               WHEN SCC-PROGRAM = SPACES
                   MOVE SPACES TO WS-CAT-ERROR
                   STRING "STEP " SCC-STEP " HAS NO PROGRAM"
                       DELIMITED BY SIZE INTO WS-CAT-ERROR
                   PERFORM NOTE-CATALOG-ERROR
               WHEN SCC-WARN-RC NOT NUMERIC
                   MOVE SPACES TO WS-CAT-ERROR
                   STRING "STEP " SCC-STEP
                       " WARNING RETURN CODE NOT NUMERIC"
                       DELIMITED BY SIZE INTO WS-CAT-ERROR
                   PERFORM NOTE-CATALOG-ERROR
               WHEN OTHER
                   MOVE SCC-STEP TO WS-FIND-NAME
                   PERFORM FIND-CATALOG-STEP
                   IF WS-FOUND
                       MOVE SPACES TO WS-CAT-ERROR
                       STRING "STEP " SCC-STEP
                           " IS CATALOGED TWICE"
                           DELIMITED BY SIZE INTO WS-CAT-ERROR
                       PERFORM NOTE-CATALOG-ERROR
                   ELSE
                       IF WS-CT-COUNT >= 50
                           MOVE "WS-CT-TABLE OVERFLOW - MORE THAN 50"
                               TO WS-CAT-ERROR
                           PERFORM NOTE-CATALOG-ERROR
                       ELSE
                           ADD 1 TO WS-CT-COUNT
                           MOVE SCC-STEP TO WS-CT-NAME(WS-CT-COUNT)
                           MOVE SCC-PROGRAM
                               TO WS-CT-PROGRAM(WS-CT-COUNT)
                           MOVE SCC-WARN-RC
                               TO WS-CT-WARN-RC(WS-CT-COUNT)
                           MOVE SCC-PARM TO WS-CT-PARM(WS-CT-COUNT)
                           MOVE SCC-ESQL TO WS-CT-ESQL(WS-CT-COUNT)
                           MOVE SCC-SOURCE
                               TO WS-CT-SOURCE(WS-CT-COUNT)
                           MOVE ZERO TO WS-CT-WAVE(WS-CT-COUNT)
                           MOVE ZERO TO WS-CT-DEP-COUNT(WS-CT-COUNT)
                       END-IF
                   END-IF
           END-EVALUATE.

       LOAD-DEPEND-CARD.

           IF WS-CD-COUNT >= 200
               MOVE "WS-CD-TABLE OVERFLOW - MORE THAN 200"
                   TO WS-CAT-ERROR
               PERFORM NOTE-CATALOG-ERROR
           ELSE
               ADD 1 TO WS-CD-COUNT
               MOVE SCC-STEP TO WS-CD-STEP(WS-CD-COUNT)
               MOVE SCC-DEPENDS-ON TO WS-CD-ON(WS-CD-COUNT)
           END-IF.

       ATTACH-DEPENDENCIES.

           PERFORM VARYING WS-CD-SUB FROM 1 BY 1
                   UNTIL WS-CD-SUB > WS-CD-COUNT
               MOVE WS-CD-ON(WS-CD-SUB) TO WS-FIND-NAME
               PERFORM FIND-CATALOG-STEP
               EVALUATE TRUE
                   WHEN WS-CD-ON(WS-CD-SUB) = SPACES
                       MOVE SPACES TO WS-CAT-ERROR
                       STRING "DEPENDENCY CARD FOR "
                           WS-CD-STEP(WS-CD-SUB)
                           " NAMES NO STEP"
                           DELIMITED BY SIZE INTO WS-CAT-ERROR
                       PERFORM NOTE-CATALOG-ERROR
                   WHEN NOT WS-FOUND
                       MOVE SPACES TO WS-CAT-ERROR
                       STRING "STEP " WS-CD-STEP(WS-CD-SUB)
                           " DEPENDS ON MISSING STEP "
                           WS-CD-ON(WS-CD-SUB)
                           DELIMITED BY SIZE INTO WS-CAT-ERROR
                       PERFORM NOTE-CATALOG-ERROR
                   WHEN WS-CD-ON(WS-CD-SUB) = WS-CD-STEP(WS-CD-SUB)
                       MOVE SPACES TO WS-CAT-ERROR
                       STRING "STEP " WS-CD-STEP(WS-CD-SUB)
                           " DEPENDS ON ITSELF"
                           DELIMITED BY SIZE INTO WS-CAT-ERROR
                       PERFORM NOTE-CATALOG-ERROR
                   WHEN OTHER
                       MOVE WS-CD-STEP(WS-CD-SUB) TO WS-FIND-NAME
                       PERFORM FIND-CATALOG-STEP
                       IF NOT WS-FOUND
                           MOVE SPACES TO WS-CAT-ERROR
                           STRING "DEPENDENCY CARD FOR MISSING STEP "
                               WS-CD-STEP(WS-CD-SUB)
                               DELIMITED BY SIZE INTO WS-CAT-ERROR
                           PERFORM NOTE-CATALOG-ERROR
                       ELSE
                           PERFORM ADD-STEP-DEPENDENCY
                       END-IF
               END-EVALUATE
           END-PERFORM.

       ADD-STEP-DEPENDENCY.

           MOVE WS-CT-FIND-SUB TO WS-CT-SUB
           IF WS-CT-DEP-COUNT(WS-CT-SUB) >= 10
               MOVE SPACES TO WS-CAT-ERROR
               STRING "WS-CT-DEP OVERFLOW - MORE THAN 10 FOR "
                   WS-CT-NAME(WS-CT-SUB)
                   DELIMITED BY SIZE INTO WS-CAT-ERROR
               PERFORM NOTE-CATALOG-ERROR
           ELSE
               ADD 1 TO WS-CT-DEP-COUNT(WS-CT-SUB)
               MOVE WS-CD-ON(WS-CD-SUB)
                   TO WS-CT-DEP(WS-CT-SUB, WS-CT-DEP-COUNT(WS-CT-SUB))
           END-IF.

       ASSIGN-WAVES.

      * one pass per wave: a step joins the wave when everything it
      * depends on finished in an earlier wave. a pass that places
      * nothing while steps remain means those steps wait on each
      * other
           MOVE ZERO TO WS-ASSIGNED-COUNT
           MOVE ZERO TO WS-WAVE
           MOVE 1 TO WS-PASS-COUNT

           PERFORM UNTIL WS-ASSIGNED-COUNT >= WS-CT-COUNT
                   OR WS-PASS-COUNT = ZERO
               ADD 1 TO WS-WAVE
               MOVE ZERO TO WS-PASS-COUNT
               PERFORM VARYING WS-CT-SUB FROM 1 BY 1
                       UNTIL WS-CT-SUB > WS-CT-COUNT
                   IF WS-CT-WAVE(WS-CT-SUB) = ZERO
                       PERFORM CHECK-STEP-READY
                       IF WS-READY
                           MOVE WS-WAVE TO WS-CT-WAVE(WS-CT-SUB)
                           ADD 1 TO WS-PASS-COUNT
                       END-IF
                   END-IF
               END-PERFORM
               ADD WS-PASS-COUNT TO WS-ASSIGNED-COUNT
           END-PERFORM

           IF WS-ASSIGNED-COUNT < WS-CT-COUNT
               PERFORM REPORT-DEPENDENCY-CYCLE
           ELSE
               MOVE WS-WAVE TO DRIVER-WAVE-COUNT
           END-IF.

       CHECK-STEP-READY.

           SET WS-READY TO TRUE
           PERFORM VARYING WS-CT-DEP-SUB FROM 1 BY 1
                   UNTIL WS-CT-DEP-SUB > WS-CT-DEP-COUNT(WS-CT-SUB)
               MOVE WS-CT-DEP(WS-CT-SUB, WS-CT-DEP-SUB) TO WS-FIND-NAME
               PERFORM FIND-CATALOG-STEP
               IF WS-CT-WAVE(WS-CT-FIND-SUB) = ZERO
                       OR WS-CT-WAVE(WS-CT-FIND-SUB) = WS-WAVE
                   SET WS-READY TO FALSE
               END-IF
           END-PERFORM.

       REPORT-DEPENDENCY-CYCLE.

           MOVE SPACES TO WS-FIND-NAME
           DISPLAY "STEPCATALOG: DEPENDENCY CYCLE - THESE STEPS CAN "
               "NEVER START:"
           PERFORM VARYING WS-CT-SUB FROM 1 BY 1
                   UNTIL WS-CT-SUB > WS-CT-COUNT
               IF WS-CT-WAVE(WS-CT-SUB) = ZERO
                   DISPLAY "  " WS-CT-NAME(WS-CT-SUB)
                   IF WS-FIND-NAME = SPACES
                       MOVE WS-CT-NAME(WS-CT-SUB) TO WS-FIND-NAME
                   END-IF
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-CAT-ERROR
           STRING "DEPENDENCY CYCLE - " WS-ASSIGNED-COUNT " OF "
               WS-CT-COUNT " STEPS PLACED, FIRST BLOCKED: "
               WS-FIND-NAME
               DELIMITED BY SIZE INTO WS-CAT-ERROR
           PERFORM NOTE-CATALOG-ERROR.

       RETURN-CATALOG-ROWS.

      * a rejected catalog still hands back its rows in card order,
      * so schedule-maint can check names against it
           MOVE WS-CT-COUNT TO DRIVER-STEP-COUNT
           MOVE ZERO TO WS-OUT-SUB

           IF DRIVER-CATALOG-OK
               PERFORM VARYING WS-WAVE FROM 1 BY 1
                       UNTIL WS-WAVE > DRIVER-WAVE-COUNT
                   PERFORM VARYING WS-CT-SUB FROM 1 BY 1
                           UNTIL WS-CT-SUB > WS-CT-COUNT
                       IF WS-CT-WAVE(WS-CT-SUB) = WS-WAVE
                           ADD 1 TO WS-OUT-SUB
                           MOVE WS-CT-ROW(WS-CT-SUB)
                               TO DRIVER-STEP-ROW(WS-OUT-SUB)
                       END-IF
                   END-PERFORM
               END-PERFORM
           ELSE
               MOVE ZERO TO DRIVER-WAVE-COUNT
               PERFORM VARYING WS-CT-SUB FROM 1 BY 1
                       UNTIL WS-CT-SUB > WS-CT-COUNT
                   MOVE WS-CT-ROW(WS-CT-SUB)
                       TO DRIVER-STEP-ROW(WS-CT-SUB)
                   MOVE ZERO TO DRIVER-STEP-WAVE(WS-CT-SUB)
               END-PERFORM
           END-IF.

       FIND-CATALOG-STEP.

           SET WS-FOUND TO FALSE
           MOVE ZERO TO WS-CT-FIND-SUB
           PERFORM VARYING WS-CT-LOOK-SUB FROM 1 BY 1
                   UNTIL WS-CT-LOOK-SUB > WS-CT-COUNT OR WS-FOUND
               IF WS-CT-NAME(WS-CT-LOOK-SUB) = WS-FIND-NAME
                   SET WS-FOUND TO TRUE
                   MOVE WS-CT-LOOK-SUB TO WS-CT-FIND-SUB
               END-IF
           END-PERFORM.

       NOTE-CATALOG-ERROR.

           DISPLAY "STEPCATALOG: " WS-CAT-ERROR
           IF DRIVER-CATALOG-OK
               SET DRIVER-CATALOG-BAD TO TRUE
               MOVE WS-CAT-ERROR TO DRIVER-CATALOG-MESSAGE
           END-IF.

       END PROGRAM step-catalog.
