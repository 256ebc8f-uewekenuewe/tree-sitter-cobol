      *          hour, transaction counts, totals of the computed
      *          results, and a grand-total line, so the supervisors no
      *          longer read the raw fixed-format file with a ruler.
      *          Result totals are in the base currency, so entries
      *          from branches in other currencies add up.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
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

       WORKING-STORAGE SECTION.
       01  WS-SELECT-DATE           PIC X(10).

       01  WS-TOTAL-DISPLAY         PIC +Z(12)9.99.

      * one entry's result in the base currency
       01  WS-ENTRY-RESULT          PIC S9(9)V99 VALUE ZERO.

       01  WS-EOF-SW                PIC X(1) VALUE "N".
           88  WS-EOF                       VALUE "Y" FALSE "N".


           ADD 1 TO WS-SELECTED-COUNT

           MOVE ZERO TO WS-ENTRY-RESULT
           IF AT-CURRENCY NOT = SPACES
                   AND AT-BASE-RESULT NUMERIC
               MOVE AT-BASE-RESULT TO WS-ENTRY-RESULT
           ELSE
           IF AT-RESULT NUMERIC
               MOVE AT-RESULT TO WS-ENTRY-RESULT
           END-IF
           END-IF
           ADD WS-ENTRY-RESULT TO WS-GRAND-RESULT-TOT

           PERFORM FIND-PROGRAM-ROW
           IF WS-PGM-MATCH-SUB > ZERO
               ADD 1 TO WS-PGM-COUNT(WS-PGM-MATCH-SUB)
               ADD WS-ENTRY-RESULT
                   TO WS-PGM-RESULT-TOT(WS-PGM-MATCH-SUB)
           END-IF

      * AT-TIMESTAMP carries the time as HHMMSSHH after the date
