      ******************************************************************
      * Author:
      * Date:
      * Purpose: Shift check-out writer. CALLed with an operator badge
      *          at sign-off from the ad hoc menu and the hello-world
      *          greeting to append a check-out record to
      *          SHIFTCHECKOUT, in the SHIFTCHECKIN layout. The record
      *          carries the business date and shift of the shift
      *          being closed - the badge's latest check-in for
      *          today, or its latest shift 3 check-in of the last
      *          three days for a night shift that ran past midnight -
      *          so shift-hours can pair it with its check-in; with no
      *          such check-in it takes today and the shift the
      *          wall-clock time falls in. Shifts as shift-checkin:
      *          1 = 0600-1359, 2 = 1400-2159, 3 = 2200-0559.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. shift-checkout.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHECKIN-FILE ASSIGN TO "SHIFTCHECKIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECKOUT-STATUS.
           SELECT CHECKOUT-FILE ASSIGN TO "SHIFTCHECKOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECKOUT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CHECKIN-FILE
           LABEL RECORDS ARE STANDARD.
       01  CHECKIN-RECORD.
           05 CI-DATE               PIC X(10).
           05 CI-SHIFT              PIC X(1).
           05 CI-BADGE              PIC 9(3).
           05 CI-TIME               PIC X(8).

       FD  CHECKOUT-FILE
           LABEL RECORDS ARE STANDARD.
       01  CHECKOUT-RECORD.
           05 CO-DATE               PIC X(10).
           05 CO-SHIFT              PIC X(1).
           05 CO-BADGE              PIC 9(3).
           05 CO-TIME               PIC X(8).

       WORKING-STORAGE SECTION.
       01  WS-CHECKOUT-STATUS       PIC X(2) VALUE "00".
       01  WS-CHECKOUT-TIME         PIC 9(8).
       01  WS-CHECKOUT-HH           PIC 9(2).
       01  WS-TODAY-FORMATTED       PIC X(10).

      * the shift being closed
       01  WS-CLOSE-DATE            PIC X(10).
       01  WS-CLOSE-SHIFT           PIC X(1).

      * day-serial work fields, the same computation business-date
      * uses, for the night-shift look-back
       01  WS-SERIAL-WORK.
           05 WS-SW-Y               PIC 9(5).
           05 WS-SW-M               PIC 9(2).
           05 WS-SW-Q1              PIC 9(5).
           05 WS-SW-Q2              PIC 9(5).
           05 WS-SW-Q3              PIC 9(5).
           05 WS-SW-Q4              PIC 9(5).
           05 WS-SW-SERIAL          PIC 9(7).

       01  WS-SERIAL-DATE.
           05 WS-SD-YYYY            PIC 9(4).
           05 WS-SD-MM              PIC 9(2).
           05 WS-SD-DD              PIC 9(2).

       01  WS-TODAY-SERIAL          PIC 9(7) VALUE ZERO.
       01  WS-CHECKIN-AGE           PIC S9(7) VALUE ZERO.

       01  WS-EOF-SW                PIC X(1) VALUE "N".
           88  WS-EOF                       VALUE "Y" FALSE "N".

           COPY rundate.

       LINKAGE SECTION.
       01  LS-BADGE                 PIC 9(3).

       PROCEDURE DIVISION USING LS-BADGE.

       MAIN-PROCEDURE.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           CALL "business-date" USING WS-RUN-DATE
           MOVE SPACES TO WS-TODAY-FORMATTED
           STRING WS-RUN-DATE-YYYY "-" WS-RUN-DATE-MM "-"
               WS-RUN-DATE-DD DELIMITED BY SIZE
               INTO WS-TODAY-FORMATTED
           MOVE WS-RUN-DATE-YYYY TO WS-SD-YYYY
           MOVE WS-RUN-DATE-MM   TO WS-SD-MM
           MOVE WS-RUN-DATE-DD   TO WS-SD-DD
           PERFORM COMPUTE-DAY-SERIAL
           MOVE WS-SW-SERIAL TO WS-TODAY-SERIAL

           ACCEPT WS-CHECKOUT-TIME FROM TIME
           MOVE WS-CHECKOUT-TIME(1:2) TO WS-CHECKOUT-HH

           MOVE WS-TODAY-FORMATTED TO WS-CLOSE-DATE
           EVALUATE TRUE
               WHEN WS-CHECKOUT-HH >= 6 AND WS-CHECKOUT-HH < 14
                   MOVE "1" TO WS-CLOSE-SHIFT
               WHEN WS-CHECKOUT-HH >= 14 AND WS-CHECKOUT-HH < 22
                   MOVE "2" TO WS-CLOSE-SHIFT
               WHEN OTHER
                   MOVE "3" TO WS-CLOSE-SHIFT
           END-EVALUATE

           PERFORM FIND-OPEN-CHECKIN

           OPEN EXTEND CHECKOUT-FILE
           IF WS-CHECKOUT-STATUS = "35"
               OPEN OUTPUT CHECKOUT-FILE
               CLOSE CHECKOUT-FILE
               OPEN EXTEND CHECKOUT-FILE
           END-IF
           IF WS-CHECKOUT-STATUS NOT = "00"
               DISPLAY "UNABLE TO WRITE SHIFTCHECKOUT, STATUS "
                   WS-CHECKOUT-STATUS
               GOBACK
           END-IF

           MOVE SPACES TO CHECKOUT-RECORD
           MOVE WS-CLOSE-DATE TO CO-DATE
           MOVE WS-CLOSE-SHIFT TO CO-SHIFT
           MOVE LS-BADGE TO CO-BADGE
           MOVE WS-CHECKOUT-TIME TO CO-TIME
           WRITE CHECKOUT-RECORD

           CLOSE CHECKOUT-FILE

           DISPLAY "SHIFT " CO-SHIFT " OF " CO-DATE
               " CHECK-OUT RECORDED FOR BADGE " LS-BADGE

           GOBACK.

       FIND-OPEN-CHECKIN.

      * SHIFTCHECKIN is in time order, so the last qualifying record
      * for the badge is the shift it is closing
           SET WS-EOF TO FALSE

           OPEN INPUT CHECKIN-FILE
           IF WS-CHECKOUT-STATUS NOT = "00"
               SET WS-EOF TO TRUE
           ELSE
               READ CHECKIN-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
           END-IF

           PERFORM UNTIL WS-EOF
               IF CI-BADGE = LS-BADGE
                   IF CI-DATE = WS-TODAY-FORMATTED
                       MOVE CI-DATE TO WS-CLOSE-DATE
                       MOVE CI-SHIFT TO WS-CLOSE-SHIFT
                   ELSE
                       IF CI-SHIFT = "3"
                               AND CI-DATE < WS-TODAY-FORMATTED
                               AND CI-DATE(1:4) NUMERIC
                               AND CI-DATE(6:2) NUMERIC
                               AND CI-DATE(9:2) NUMERIC
                           MOVE CI-DATE(1:4) TO WS-SD-YYYY
                           MOVE CI-DATE(6:2) TO WS-SD-MM
                           MOVE CI-DATE(9:2) TO WS-SD-DD
                           PERFORM COMPUTE-DAY-SERIAL
                           COMPUTE WS-CHECKIN-AGE =
                               WS-TODAY-SERIAL - WS-SW-SERIAL
                           IF WS-CHECKIN-AGE <= 3
                               MOVE CI-DATE TO WS-CLOSE-DATE
                               MOVE CI-SHIFT TO WS-CLOSE-SHIFT
                           END-IF
                       END-IF
                   END-IF
               END-IF
               READ CHECKIN-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
           END-PERFORM

           IF WS-CHECKOUT-STATUS NOT = "35"
               CLOSE CHECKIN-FILE
           END-IF.

       COMPUTE-DAY-SERIAL.

           IF WS-SD-MM > 2
               MOVE WS-SD-YYYY TO WS-SW-Y
               COMPUTE WS-SW-M = WS-SD-MM - 3
           ELSE
               COMPUTE WS-SW-Y = WS-SD-YYYY - 1
               COMPUTE WS-SW-M = WS-SD-MM + 9
           END-IF

           DIVIDE WS-SW-Y BY 4 GIVING WS-SW-Q1
           DIVIDE WS-SW-Y BY 100 GIVING WS-SW-Q2
           DIVIDE WS-SW-Y BY 400 GIVING WS-SW-Q3
           COMPUTE WS-SW-Q4 = 153 * WS-SW-M + 2
           DIVIDE WS-SW-Q4 BY 5 GIVING WS-SW-Q4

           COMPUTE WS-SW-SERIAL =
               (365 * WS-SW-Y) + WS-SW-Q1 - WS-SW-Q2 + WS-SW-Q3
               + WS-SW-Q4 + WS-SD-DD.

       END PROGRAM shift-checkout.
