      *          copy, no job rerun; H)OUSEKEEP prunes entries older
      *          than RETENTION-DAYS (the RUNPARMS card
      *          generation-keeper already honors), emptying each
      *          pruned keep file - and the branch-tag sidecar beside
      *          it, where the report has one - so the print library
      *          does not grow without bound.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT REPRINT-FILE ASSIGN USING WS-REPRINT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT TAG-FILE ASSIGN USING WS-TAG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CATALOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPRINT-RECORD              PIC X(80).

       FD  TAG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY rpttag.

       WORKING-STORAGE SECTION.
       01  WS-KEEP-FILE-NAME        PIC X(30).
       01  WS-REPRINT-NAME          PIC X(30).
       01  WS-TAG-FILE-NAME         PIC X(40).

       01  WS-CAT-TABLE.
           05 WS-CAT-ROW OCCURS 200 TIMES.
           IF WS-FILE-STATUS = "00"
               CLOSE KEEP-FILE
           END-IF
           PERFORM EMPTY-TAG-SIDECAR

           DISPLAY "PRUNED " WS-CAT-NAME(1)
               " OF " WS-CAT-DATE(1) " FOR ROOM"
           IF WS-FILE-STATUS = "00"
               CLOSE KEEP-FILE
           END-IF
           PERFORM EMPTY-TAG-SIDECAR

           DISPLAY "PRUNED " WS-CAT-NAME(WS-CAT-SUB)
               " OF " WS-CAT-DATE(WS-CAT-SUB)
           SUBTRACT 1 FROM WS-CAT-COUNT
           ADD 1 TO WS-PRUNED-COUNT.

       EMPTY-TAG-SIDECAR.

      * only reports that tag branch lines have a sidecar; one that
      * is not there is left alone rather than created empty
           MOVE SPACES TO WS-TAG-FILE-NAME
           STRING WS-KEEP-FILE-NAME DELIMITED BY SPACE
               "TAG" DELIMITED BY SIZE
               INTO WS-TAG-FILE-NAME
           OPEN INPUT TAG-FILE
           IF WS-FILE-STATUS = "00"
               CLOSE TAG-FILE
               OPEN OUTPUT TAG-FILE
               IF WS-FILE-STATUS = "00"
                   CLOSE TAG-FILE
               END-IF
           END-IF.

       END-OF-LOGIC-PARAGRAPHS.
           CONTINUE.

