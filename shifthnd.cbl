      ******************************************************************
      * Author:
      * Date:
      * Purpose: Shift handover log, replacing the paper book by the
      *          console. CALLed with the HNDWS parameter area. The
      *          outgoing operator enters notes (W) - business date,
      *          shift, badge, priority U)RGENT or R)OUTINE and up to
      *          60 characters - appended to SHIFTHANDOVER. After a
      *          sign-on (S), from ad-hoc-menu and hello-world, the
      *          notes for the current shift are shown and the
      *          operator acknowledges them; each acknowledgment is
      *          appended to SHIFTHANDACK against the operator's
      *          badge. batch-status shows the same notes (C) with
      *          their acknowledgments. A note is for the shift that
      *          first acknowledges it: it is shown to every sign-on
      *          of a later shift until someone acknowledges it, and
      *          from then on to that receiving shift only, so a
      *          weekend or an unmanned shift loses nothing. Notes
      *          nobody has acknowledged drop off after seven days.
      *          Shifts as shift-checkin: 1 = 0600-1359,
      *          2 = 1400-2159, 3 = 2200-0559.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. shift-handover.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HANDOVER-FILE ASSIGN TO "SHIFTHANDOVER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT HANDACK-FILE ASSIGN TO "SHIFTHANDACK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HANDOVER-FILE
           LABEL RECORDS ARE STANDARD.
       01  HANDOVER-RECORD.
           05 HO-KEY.
               10 HO-DATE           PIC X(10).
               10 HO-SHIFT          PIC X(1).
               10 HO-TIME           PIC X(8).
               10 HO-BADGE          PIC 9(3).
               10 HO-SEQUENCE       PIC 9(3).
           05 HO-PRIORITY           PIC X(1).
               88  HO-PRI-URGENT            VALUE "U".
               88  HO-PRI-ROUTINE           VALUE "R".
           05 HO-TEXT               PIC X(60).

       FD  HANDACK-FILE
           LABEL RECORDS ARE STANDARD.
       01  HANDACK-RECORD.
           05 HK-NOTE-KEY           PIC X(25).
           05 HK-ACK-DATE           PIC X(10).
           05 HK-ACK-SHIFT          PIC X(1).
           05 HK-ACK-TIME           PIC X(8).
           05 HK-ACK-BADGE          PIC 9(3).

       WORKING-STORAGE SECTION.
      * the notes still inside the seven-day window, with what the
      * acknowledgment log says about each
       01  WS-HN-TABLE.
           05 WS-HN-ROW OCCURS 200 TIMES.
               10 WS-HN-KEY          PIC X(25).
               10 WS-HN-KEY-PARTS REDEFINES WS-HN-KEY.
                   15 WS-HN-DATE     PIC X(10).
                   15 WS-HN-SHIFT    PIC X(1).
                   15 WS-HN-TIME     PIC X(8).
                   15 WS-HN-BADGE    PIC 9(3).
                   15 WS-HN-SEQUENCE PIC 9(3).
               10 WS-HN-PRIORITY     PIC X(1).
               10 WS-HN-TEXT         PIC X(60).
               10 WS-HN-RECV-DATE    PIC X(10).
               10 WS-HN-RECV-SHIFT   PIC X(1).
               10 WS-HN-FIRST-ACK    PIC 9(3).
               10 WS-HN-ACK-COUNT    PIC 9(3).
               10 WS-HN-MINE         PIC X(1).
               10 WS-HN-SHOWN        PIC X(1).
       01  WS-HN-COUNT              PIC 9(3) VALUE ZERO.
       01  WS-HN-SUB                PIC 9(3) VALUE ZERO.
       01  WS-UNACKED-COUNT         PIC 9(3) VALUE ZERO.
       01  WS-WRITTEN-COUNT         PIC 9(3) VALUE ZERO.

       01  WS-WINDOW-DAYS           PIC 9(3) VALUE 7.

       01  WS-CURRENT-SHIFT         PIC X(1).
       01  WS-NOW-TIME              PIC 9(8).
       01  WS-NOW-HH                PIC 9(2).
       01  WS-TODAY-FORMATTED       PIC X(10).

       01  WS-ENTRY-SHIFT           PIC X(1).
       01  WS-ENTRY-PRIORITY        PIC X(1).
       01  WS-ENTRY-TEXT            PIC X(60).
       01  WS-ENTRY-ANSWER          PIC X(1).
       01  WS-PRIORITY-TAG          PIC X(8).

       01  WS-DONE-SW               PIC X(1) VALUE "N".
           88  WS-DONE                      VALUE "Y" FALSE "N".

      * day-serial work fields, the same computation business-date
      * uses, for the seven-day window
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
       01  WS-NOTE-AGE              PIC S9(7) VALUE ZERO.

       01  WS-EOF-SW                PIC X(1) VALUE "N".
           88  WS-EOF                       VALUE "Y" FALSE "N".

           COPY rundate.
           COPY abendws.

       LINKAGE SECTION.
           COPY hndws.

       PROCEDURE DIVISION USING HANDOVER-AREA.

       MAIN-PROCEDURE.

           MOVE "shift-handover" TO WS-ABEND-PROGRAM
           MOVE ZERO TO HN-NOTE-COUNT

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

           ACCEPT WS-NOW-TIME FROM TIME
           MOVE WS-NOW-TIME(1:2) TO WS-NOW-HH
           EVALUATE TRUE
               WHEN WS-NOW-HH >= 6 AND WS-NOW-HH < 14
                   MOVE "1" TO WS-CURRENT-SHIFT
               WHEN WS-NOW-HH >= 14 AND WS-NOW-HH < 22
                   MOVE "2" TO WS-CURRENT-SHIFT
               WHEN OTHER
                   MOVE "3" TO WS-CURRENT-SHIFT
           END-EVALUATE

           EVALUATE TRUE
               WHEN HN-FN-WRITE
                   PERFORM WRITE-HANDOVER-NOTES
               WHEN HN-FN-SHOW
                   PERFORM LOAD-CURRENT-NOTES
                   PERFORM SHOW-SIGNON-NOTES
               WHEN HN-FN-CONSOLE
                   PERFORM LOAD-CURRENT-NOTES
                   PERFORM SHOW-CONSOLE-NOTES
               WHEN OTHER
                   DISPLAY "SHIFT-HANDOVER: UNKNOWN FUNCTION "
                       HN-FUNCTION
           END-EVALUATE

           GOBACK.

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

       WRITE-HANDOVER-NOTES.

      * an operator staying on past the change of shift is still
      * handing over the shift they worked, so the shift is asked
      * for, defaulting to the one the clock is in
           DISPLAY "SHIFT BEING HANDED OVER (1/2/3, ENTER FOR "
               WS-CURRENT-SHIFT "): "
           MOVE SPACE TO WS-ENTRY-SHIFT
           ACCEPT WS-ENTRY-SHIFT
           IF WS-ENTRY-SHIFT NOT = "1" AND WS-ENTRY-SHIFT NOT = "2"
                   AND WS-ENTRY-SHIFT NOT = "3"
               MOVE WS-CURRENT-SHIFT TO WS-ENTRY-SHIFT
           END-IF

           OPEN EXTEND HANDOVER-FILE
           IF WS-FILE-STATUS = "35"
               OPEN OUTPUT HANDOVER-FILE
               CLOSE HANDOVER-FILE
               OPEN EXTEND HANDOVER-FILE
           END-IF
           IF WS-FILE-STATUS NOT = "00"
               STRING "UNABLE TO OPEN SHIFTHANDOVER, STATUS "
                   WS-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RTN
           END-IF

           MOVE ZERO TO WS-WRITTEN-COUNT
           SET WS-DONE TO FALSE
           PERFORM UNTIL WS-DONE
               DISPLAY "HANDOVER NOTE (SPACES TO FINISH): "
               MOVE SPACES TO WS-ENTRY-TEXT
               ACCEPT WS-ENTRY-TEXT
               IF WS-ENTRY-TEXT = SPACES
                   SET WS-DONE TO TRUE
               ELSE
                   DISPLAY "PRIORITY U)RGENT R)OUTINE: "
                   MOVE SPACE TO WS-ENTRY-PRIORITY
                   ACCEPT WS-ENTRY-PRIORITY
                   PERFORM UNTIL WS-ENTRY-PRIORITY = "U"
                           OR WS-ENTRY-PRIORITY = "R"
                       DISPLAY "INVALID PRIORITY, U OR R ONLY. "
                           "RE-ENTER: "
                       MOVE SPACE TO WS-ENTRY-PRIORITY
                       ACCEPT WS-ENTRY-PRIORITY
                   END-PERFORM
                   ACCEPT WS-NOW-TIME FROM TIME
                   MOVE SPACES TO HANDOVER-RECORD
                   MOVE WS-TODAY-FORMATTED TO HO-DATE
                   MOVE WS-ENTRY-SHIFT TO HO-SHIFT
                   MOVE WS-NOW-TIME TO HO-TIME
                   MOVE HN-BADGE TO HO-BADGE
                   ADD 1 TO WS-WRITTEN-COUNT
                   MOVE WS-WRITTEN-COUNT TO HO-SEQUENCE
                   MOVE WS-ENTRY-PRIORITY TO HO-PRIORITY
                   MOVE WS-ENTRY-TEXT TO HO-TEXT
                   WRITE HANDOVER-RECORD
               END-IF
           END-PERFORM

           CLOSE HANDOVER-FILE

           MOVE WS-WRITTEN-COUNT TO HN-NOTE-COUNT
           DISPLAY "HANDOVER NOTES RECORDED FOR SHIFT " WS-ENTRY-SHIFT
               ": " WS-WRITTEN-COUNT.

       LOAD-CURRENT-NOTES.

           MOVE ZERO TO WS-HN-COUNT
           SET WS-EOF TO FALSE

           OPEN INPUT HANDOVER-FILE
           IF WS-FILE-STATUS = "35"
               SET WS-EOF TO TRUE
           ELSE
               IF WS-FILE-STATUS NOT = "00"
                   STRING "UNABLE TO OPEN SHIFTHANDOVER, STATUS "
                       WS-FILE-STATUS DELIMITED BY SIZE
                       INTO WS-ABEND-MESSAGE
                   PERFORM ABEND-RTN
               END-IF
               READ HANDOVER-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
           END-IF

           PERFORM UNTIL WS-EOF
               PERFORM CONSIDER-ONE-NOTE
               READ HANDOVER-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
           END-PERFORM

           IF WS-FILE-STATUS NOT = "35"
               CLOSE HANDOVER-FILE
           END-IF

           IF WS-HN-COUNT > ZERO
               PERFORM APPLY-ACKNOWLEDGMENTS
           END-IF

      * a note nobody has acknowledged is for whoever signs on now;
      * once acknowledged it belongs to the shift that did
           PERFORM VARYING WS-HN-SUB FROM 1 BY 1
                   UNTIL WS-HN-SUB > WS-HN-COUNT
               IF WS-HN-ACK-COUNT(WS-HN-SUB) = ZERO
                       OR (WS-HN-RECV-DATE(WS-HN-SUB)
                               = WS-TODAY-FORMATTED
                           AND WS-HN-RECV-SHIFT(WS-HN-SUB)
                               = WS-CURRENT-SHIFT)
                   MOVE "Y" TO WS-HN-SHOWN(WS-HN-SUB)
                   ADD 1 TO HN-NOTE-COUNT
               END-IF
           END-PERFORM.

       CONSIDER-ONE-NOTE.

      * only notes from an earlier shift inside the window; the
      * shift that wrote a note does not hand it to itself
           IF HO-DATE(1:4) NUMERIC
                   AND HO-DATE(6:2) NUMERIC
                   AND HO-DATE(9:2) NUMERIC
                   AND HO-DATE NOT > WS-TODAY-FORMATTED
                   AND NOT (HO-DATE = WS-TODAY-FORMATTED
                       AND HO-SHIFT = WS-CURRENT-SHIFT)
               MOVE HO-DATE(1:4) TO WS-SD-YYYY
               MOVE HO-DATE(6:2) TO WS-SD-MM
               MOVE HO-DATE(9:2) TO WS-SD-DD
               PERFORM COMPUTE-DAY-SERIAL
               COMPUTE WS-NOTE-AGE = WS-TODAY-SERIAL - WS-SW-SERIAL
               IF WS-NOTE-AGE <= WS-WINDOW-DAYS
                   IF WS-HN-COUNT >= 200
                       MOVE "WS-HN-TABLE OVERFLOW - MORE THAN 200"
                           TO WS-ABEND-MESSAGE
                       PERFORM ABEND-RTN
                   END-IF
                   ADD 1 TO WS-HN-COUNT
                   MOVE HO-KEY TO WS-HN-KEY(WS-HN-COUNT)
                   MOVE HO-PRIORITY TO WS-HN-PRIORITY(WS-HN-COUNT)
                   MOVE HO-TEXT TO WS-HN-TEXT(WS-HN-COUNT)
                   MOVE SPACES TO WS-HN-RECV-DATE(WS-HN-COUNT)
                   MOVE SPACE TO WS-HN-RECV-SHIFT(WS-HN-COUNT)
                   MOVE ZERO TO WS-HN-FIRST-ACK(WS-HN-COUNT)
                   MOVE ZERO TO WS-HN-ACK-COUNT(WS-HN-COUNT)
                   MOVE "N" TO WS-HN-MINE(WS-HN-COUNT)
                   MOVE "N" TO WS-HN-SHOWN(WS-HN-COUNT)
               END-IF
           END-IF.

       APPLY-ACKNOWLEDGMENTS.

      * SHIFTHANDACK is in time order, so the first acknowledgment
      * of a note names its receiving shift
           SET WS-EOF TO FALSE

           OPEN INPUT HANDACK-FILE
           IF WS-FILE-STATUS = "35"
               SET WS-EOF TO TRUE
           ELSE
               IF WS-FILE-STATUS NOT = "00"
                   STRING "UNABLE TO OPEN SHIFTHANDACK, STATUS "
                       WS-FILE-STATUS DELIMITED BY SIZE
                       INTO WS-ABEND-MESSAGE
                   PERFORM ABEND-RTN
               END-IF
               READ HANDACK-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
           END-IF

           PERFORM UNTIL WS-EOF
               PERFORM VARYING WS-HN-SUB FROM 1 BY 1
                       UNTIL WS-HN-SUB > WS-HN-COUNT
                   IF WS-HN-KEY(WS-HN-SUB) = HK-NOTE-KEY
                       IF WS-HN-ACK-COUNT(WS-HN-SUB) = ZERO
                           MOVE HK-ACK-DATE
                               TO WS-HN-RECV-DATE(WS-HN-SUB)
                           MOVE HK-ACK-SHIFT
                               TO WS-HN-RECV-SHIFT(WS-HN-SUB)
                           MOVE HK-ACK-BADGE
                               TO WS-HN-FIRST-ACK(WS-HN-SUB)
                       END-IF
                       IF WS-HN-ACK-COUNT(WS-HN-SUB) < 999
                           ADD 1 TO WS-HN-ACK-COUNT(WS-HN-SUB)
                       END-IF
                       IF HK-ACK-BADGE = HN-BADGE
                           MOVE "Y" TO WS-HN-MINE(WS-HN-SUB)
                       END-IF
                   END-IF
               END-PERFORM
               READ HANDACK-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
           END-PERFORM

           IF WS-FILE-STATUS NOT = "35"
               CLOSE HANDACK-FILE
           END-IF.

       SHOW-SIGNON-NOTES.

           MOVE ZERO TO WS-UNACKED-COUNT

           IF HN-NOTE-COUNT > ZERO
               DISPLAY "===== SHIFT HANDOVER NOTES ====="
               PERFORM VARYING WS-HN-SUB FROM 1 BY 1
                       UNTIL WS-HN-SUB > WS-HN-COUNT
                   IF WS-HN-SHOWN(WS-HN-SUB) = "Y"
                       PERFORM DISPLAY-ONE-NOTE
                       IF WS-HN-MINE(WS-HN-SUB) NOT = "Y"
                           ADD 1 TO WS-UNACKED-COUNT
                       END-IF
                   END-IF
               END-PERFORM
               DISPLAY "================================"
           END-IF

           IF WS-UNACKED-COUNT > ZERO
               DISPLAY "ACKNOWLEDGE " WS-UNACKED-COUNT
                   " HANDOVER NOTE(S) AS READ (Y/N)? "
               MOVE SPACE TO WS-ENTRY-ANSWER
               ACCEPT WS-ENTRY-ANSWER
               IF WS-ENTRY-ANSWER = "Y"
                   PERFORM WRITE-ACKNOWLEDGMENTS
               ELSE
                   DISPLAY "NOT ACKNOWLEDGED - THE NOTES WILL BE "
                       "SHOWN AGAIN AT YOUR NEXT SIGN-ON"
               END-IF
           END-IF.

       WRITE-ACKNOWLEDGMENTS.

           OPEN EXTEND HANDACK-FILE
           IF WS-FILE-STATUS = "35"
               OPEN OUTPUT HANDACK-FILE
               CLOSE HANDACK-FILE
               OPEN EXTEND HANDACK-FILE
           END-IF
           IF WS-FILE-STATUS NOT = "00"
               STRING "UNABLE TO OPEN SHIFTHANDACK, STATUS "
                   WS-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RTN
           END-IF

           ACCEPT WS-NOW-TIME FROM TIME
           PERFORM VARYING WS-HN-SUB FROM 1 BY 1
                   UNTIL WS-HN-SUB > WS-HN-COUNT
               IF WS-HN-SHOWN(WS-HN-SUB) = "Y"
                       AND WS-HN-MINE(WS-HN-SUB) NOT = "Y"
                   MOVE SPACES TO HANDACK-RECORD
                   MOVE WS-HN-KEY(WS-HN-SUB) TO HK-NOTE-KEY
                   MOVE WS-TODAY-FORMATTED TO HK-ACK-DATE
                   MOVE WS-CURRENT-SHIFT TO HK-ACK-SHIFT
                   MOVE WS-NOW-TIME TO HK-ACK-TIME
                   MOVE HN-BADGE TO HK-ACK-BADGE
                   WRITE HANDACK-RECORD
                   MOVE "Y" TO WS-HN-MINE(WS-HN-SUB)
               END-IF
           END-PERFORM

           CLOSE HANDACK-FILE

           DISPLAY "HANDOVER ACKNOWLEDGED BY BADGE " HN-BADGE.

       SHOW-CONSOLE-NOTES.

           DISPLAY " "
           DISPLAY "SHIFT HANDOVER NOTES (SHIFT " WS-CURRENT-SHIFT "):"

           PERFORM VARYING WS-HN-SUB FROM 1 BY 1
                   UNTIL WS-HN-SUB > WS-HN-COUNT
               IF WS-HN-SHOWN(WS-HN-SUB) = "Y"
                   PERFORM DISPLAY-ONE-NOTE
                   IF WS-HN-ACK-COUNT(WS-HN-SUB) = ZERO
                       DISPLAY "      NOT YET ACKNOWLEDGED"
                   ELSE
                       DISPLAY "      ACKNOWLEDGED BY "
                           WS-HN-FIRST-ACK(WS-HN-SUB)
                           " (" WS-HN-ACK-COUNT(WS-HN-SUB)
                           " ACKNOWLEDGMENTS)"
                   END-IF
               END-IF
           END-PERFORM

           IF HN-NOTE-COUNT = ZERO
               DISPLAY "  (NONE)"
           END-IF.

       DISPLAY-ONE-NOTE.

           IF WS-HN-PRIORITY(WS-HN-SUB) = "U"
               MOVE "*URGENT*" TO WS-PRIORITY-TAG
           ELSE
               MOVE SPACES TO WS-PRIORITY-TAG
           END-IF
           DISPLAY "  " WS-HN-DATE(WS-HN-SUB) " SHIFT "
               WS-HN-SHIFT(WS-HN-SUB) " BADGE "
               WS-HN-BADGE(WS-HN-SUB) " " WS-PRIORITY-TAG
           DISPLAY "    " WS-HN-TEXT(WS-HN-SUB).

       COPY abendproc.

       END PROGRAM shift-handover.
