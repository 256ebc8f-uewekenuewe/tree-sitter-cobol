      *          a detail line with automatic page overflow at
      *          RPT-LINES-PER-PAGE (default 55), T prints a total
      *          line set off by a rule, and C closes the file.
      *          Lines the caller tags with a branch are numbered
      *          on the keep copy's RPTTAG sidecar, so
      *          report-distribution can send each branch only its
      *          own lines.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT CATALOG-FILE ASSIGN TO "RPTCATALOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.
           SELECT TAG-FILE ASSIGN USING WS-TAG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-PRINT-FILE
           05 RC-PAGES              PIC 9(4).
           05 RC-KEEP-NAME          PIC X(30).

       FD  TAG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY rpttag.

       WORKING-STORAGE SECTION.
       01  WS-PRINT-FILE-NAME       PIC X(20).
       01  WS-KEEP-FILE-NAME        PIC X(30).
       01  WS-TAG-FILE-NAME         PIC X(40).
       01  WS-PRINT-STATUS          PIC X(2) VALUE "00".

       01  WS-KEEP-EOF-SW           PIC X(1) VALUE "N".

       01  WS-RULE-LINE             PIC X(80) VALUE ALL "-".

      * lines written to the print file so far, headings and rules
      * included - the numbering the tag sidecar uses
       01  WS-LINES-PRINTED         PIC 9(5) VALUE ZERO.

       01  WS-TAG-OPEN-SW           PIC X(1) VALUE "N".
           88  WS-TAG-OPEN                  VALUE "Y" FALSE "N".
       01  WS-TAG-FAILED-SW         PIC X(1) VALUE "N".
           88  WS-TAG-FAILED                VALUE "Y" FALSE "N".

       LINKAGE SECTION.
           COPY rptws.

       INIT-REPORT.

           MOVE RPT-FILE-NAME TO WS-PRINT-FILE-NAME
           MOVE SPACES TO RPT-BRANCH-TAG
           MOVE SPACES TO RPT-BRANCH-TAG-2
           MOVE ZERO TO WS-LINES-PRINTED
           SET WS-TAG-OPEN TO FALSE
           SET WS-TAG-FAILED TO FALSE

           OPEN OUTPUT REPORT-PRINT-FILE
           IF WS-PRINT-STATUS NOT = "00"
               MOVE 55 TO RPT-LINES-PER-PAGE
           END-IF

      * a sidecar left by an earlier run of the report on the same
      * date would tag the wrong lines of tonight's copy
           PERFORM SET-KEEP-FILE-NAME
           OPEN INPUT TAG-FILE
           IF WS-PRINT-STATUS = "00"
               CLOSE TAG-FILE
               OPEN OUTPUT TAG-FILE
               IF WS-PRINT-STATUS = "00"
                   CLOSE TAG-FILE
               END-IF
           END-IF

           PERFORM PRINT-PAGE-HEADING.

       SET-KEEP-FILE-NAME.

           MOVE SPACES TO WS-KEEP-FILE-NAME
           STRING RPT-FILE-NAME DELIMITED BY SPACE
               RPT-RUN-DATE(1:4) RPT-RUN-DATE(6:2)
               RPT-RUN-DATE(9:2) DELIMITED BY SIZE
               INTO WS-KEEP-FILE-NAME
           MOVE SPACES TO WS-TAG-FILE-NAME
           STRING WS-KEEP-FILE-NAME DELIMITED BY SPACE
               "TAG" DELIMITED BY SIZE
               INTO WS-TAG-FILE-NAME.

       PRINT-PAGE-HEADING.

           ADD 1 TO RPT-PAGE-NUMBER
           MOVE WS-RULE-LINE TO REPORT-PRINT-RECORD
           WRITE REPORT-PRINT-RECORD

           ADD 3 TO WS-LINES-PRINTED
           MOVE 3 TO RPT-LINE-COUNT.

       PRINT-DETAIL-LINE.

           MOVE RPT-LINE TO REPORT-PRINT-RECORD
           WRITE REPORT-PRINT-RECORD
           ADD 1 TO RPT-LINE-COUNT
           ADD 1 TO WS-LINES-PRINTED
           IF RPT-BRANCH-TAG NOT = SPACES
               PERFORM WRITE-LINE-TAG
           END-IF.

       PRINT-TOTAL-LINE.

           WRITE REPORT-PRINT-RECORD
           MOVE RPT-LINE TO REPORT-PRINT-RECORD
           WRITE REPORT-PRINT-RECORD
           ADD 2 TO RPT-LINE-COUNT
           ADD 2 TO WS-LINES-PRINTED
           IF RPT-BRANCH-TAG NOT = SPACES
               PERFORM WRITE-LINE-TAG
           END-IF.

       WRITE-LINE-TAG.

      * the sidecar is only created once the report tags a line, so
      * reports that never tag leave nothing beside their keep copy
           IF NOT WS-TAG-OPEN AND NOT WS-TAG-FAILED
               OPEN OUTPUT TAG-FILE
               IF WS-PRINT-STATUS = "00"
                   SET WS-TAG-OPEN TO TRUE
               ELSE
                   SET WS-TAG-FAILED TO TRUE
                   DISPLAY "REPORT-WRITER: UNABLE TO OPEN "
                       WS-TAG-FILE-NAME " STATUS " WS-PRINT-STATUS
               END-IF
           END-IF

           IF WS-TAG-OPEN
               MOVE WS-LINES-PRINTED TO TG-LINE-NUMBER
               MOVE RPT-BRANCH-TAG TO TG-BRANCH
               MOVE RPT-BRANCH-TAG-2 TO TG-BRANCH-2
               WRITE REPORT-TAG-RECORD
           END-IF.

       CLOSE-REPORT.

           CLOSE REPORT-PRINT-FILE
           IF WS-TAG-OPEN
               CLOSE TAG-FILE
               SET WS-TAG-OPEN TO FALSE
           END-IF

           PERFORM KEEP-AND-CATALOG.

      * the finished print file is copied to a name stamped with the
      * run date and registered in the catalog; the live name still
      * holds the newest copy so nothing downstream changes
           PERFORM SET-KEEP-FILE-NAME

           SET WS-KEEP-EOF TO FALSE

