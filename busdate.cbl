      *          is performed by nightly-driver at successful end of
      *          job: it moves the passed date forward to the next
      *          business day - skipping Saturdays, Sundays, and every
      *          company-wide date in the HOLIDAYS calendar file - and
      *          rewrites BUSDATE with it. A holiday observed only in
      *          one region does not stop the business day; callers
      *          ask about it through
      *            CALL "BUSINESS-DATE-REGION-HOLIDAY" USING area
      *          which says whether a date is a holiday in a region
      *          and returns its description.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

       FD  HOLIDAY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY holrec.

       FD  PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  WS-MONTH-LIMIT           PIC 9(2).

       01  WS-HOLIDAY-TABLE.
           05 WS-HOL-ROW OCCURS 200 TIMES.
               10 WS-HOL-DATE        PIC X(10).
       01  WS-HOL-USED              PIC 9(3) VALUE ZERO.
       01  WS-HOL-SUB               PIC 9(3) VALUE ZERO.

       01  WS-DAY-OK-SW             PIC X(1) VALUE "N".
           88  WS-DAY-OK                    VALUE "Y" FALSE "N".
           05 LS-DA-MONTH-END-SW    PIC X(1).
               88  LS-DA-MONTH-END         VALUE "Y" FALSE "N".

      * regional holiday inquiry for BUSINESS-DATE-REGION-HOLIDAY:
      * the caller passes a YYYY-MM-DD date and a region, and gets
      * back whether that region observes a holiday on the date
       01  LS-REGION-HOLIDAY.
           05 LS-RH-DATE            PIC X(10).
           05 LS-RH-REGION          PIC X(3).
           05 LS-RH-HOLIDAY-SW      PIC X(1).
               88  LS-RH-HOLIDAY           VALUE "Y" FALSE "N".
           05 LS-RH-DESCRIPTION     PIC X(30).

       PROCEDURE DIVISION USING LS-RUN-DATE.

       MAIN-PROCEDURE.
               END-READ
           END-IF

      * only company-wide holidays stop the business day
           PERFORM UNTIL WS-EOF
               IF HOL-DATE NOT = SPACES
                       AND HOL-COMPANY-WIDE
                       AND WS-HOL-USED < 200
                   ADD 1 TO WS-HOL-USED
                   MOVE HOL-DATE TO WS-HOL-DATE(WS-HOL-USED)
               END-IF
               READ HOLIDAY-FILE
                   AT END SET WS-EOF TO TRUE

           GOBACK.

       ENTRY "BUSINESS-DATE-REGION-HOLIDAY" USING LS-REGION-HOLIDAY.

      * a company-wide holiday is not reported here - no business
      * day falls on one - only a holiday kept by the region itself
           SET LS-RH-HOLIDAY TO FALSE
           MOVE SPACES TO LS-RH-DESCRIPTION
           SET WS-EOF TO FALSE

           IF LS-RH-REGION = SPACES OR LS-RH-REGION = "ALL"
               SET WS-EOF TO TRUE
           ELSE
               OPEN INPUT HOLIDAY-FILE
               IF WS-FILE-STATUS NOT = "00"
                   SET WS-EOF TO TRUE
               END-IF
           END-IF

           IF NOT WS-EOF
               READ HOLIDAY-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-EOF
                   IF HOL-DATE = LS-RH-DATE
                           AND HOL-REGION = LS-RH-REGION
                       SET LS-RH-HOLIDAY TO TRUE
                       MOVE HOL-DESCRIPTION TO LS-RH-DESCRIPTION
                   END-IF
                   READ HOLIDAY-FILE
                       AT END SET WS-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE HOLIDAY-FILE
           END-IF

           GOBACK.

       END PROGRAM business-date.
