      *          MON-SUN working-days mask); one-off swaps go on
      *          ROSTERSWAPS (date, shift, badge out, badge in). The
      *          G)ENERATE action walks a requested range of business
      *          days - skipping Saturdays, Sundays, and every
      *          company-wide date on the HOLIDAYS calendar
      *          business-date already uses -
      *          rebuilding the live SHIFTROSTER for the current
      *          business date and printing an exception report on
      *          ROSTEREXCRPT for any date and shift the patterns

       FD  HOLIDAY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY holrec.

       WORKING-STORAGE SECTION.
       01  WS-RT-TABLE.
       01  WS-SWP-SUB               PIC 9(2) VALUE ZERO.

       01  WS-HOLIDAY-TABLE.
           05 WS-HOL-ROW OCCURS 200 TIMES.
               10 WS-HOL-DATE        PIC X(10).
       01  WS-HOL-USED              PIC 9(3) VALUE ZERO.
       01  WS-HOL-SUB               PIC 9(3) VALUE ZERO.

       01  WS-GEN-ACTION            PIC X(1).
           88  WS-GEN-GENERATE              VALUE "G".
                   AT END SET WS-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-EOF
      * regional holidays are still worked by the operations floor
                   IF HOL-DATE NOT = SPACES
                           AND HOL-COMPANY-WIDE
                           AND WS-HOL-USED < 200
                       ADD 1 TO WS-HOL-USED
                       MOVE HOL-DATE
                           TO WS-HOL-DATE(WS-HOL-USED)
                   END-IF
                   READ HOLIDAY-FILE
