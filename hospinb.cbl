      ******************************************************************
      * Author:
      * Date:
      * Purpose: Inbound half of the regional office hospital
      *          interface. The region returns its own corrections
      *          to addresses, phone numbers, bed counts and the like
      *          as HOSPINBOUND, in the delimited style of our
      *          HOSPEXTRACT: the named header row, one row per
      *          change (action, badge, timestamp, hospital key and
      *          the changed fields) and a TRAILER row with the
      *          change-row count. The file is refused whole if the
      *          header or trailer is missing or the count disagrees.
      *          Otherwise each row is validated against
      *          HOSPITALMASTER, REGIONMASTER and the HOSPPENDING
      *          queue, and refused as a conflict if we changed the
      *          same hospital on HOSPHIST after the region's
      *          timestamp. Clean rows are staged as HOSPMNTTRAN
      *          cards, so the nightly calc-copybook run applies them
      *          through the normal journaled maintenance path -
      *          which puts closures and deletes on HOSPPENDING for a
      *          supervisor rather than applying them. Every refused
      *          row goes back to the region on HOSPINEXCEPT with the
      *          reason, in the same delimited style. Ends the
      *          re-keying of the region's emailed corrections.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. hospital-inbound.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INBOUND-FILE ASSIGN TO "HOSPINBOUND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT HOSPITAL-MASTER ASSIGN TO "HOSPITALMASTER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT HOSP-HIST-FILE ASSIGN TO "HOSPHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT HOSP-PENDING-FILE ASSIGN TO "HOSPPENDING"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT HOSP-MNT-FILE ASSIGN TO "HOSPMNTTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT EXCEPT-FILE ASSIGN TO "HOSPINEXCEPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT STATS-FILE ASSIGN TO "JOBSTATS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  INBOUND-FILE
           LABEL RECORDS ARE STANDARD.
       01  INBOUND-RECORD              PIC X(200).

       FD  HOSPITAL-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY hosprec.

       FD  HOSP-HIST-FILE
           LABEL RECORDS ARE STANDARD.
       01  HOSP-HIST-RECORD.
           05 HH-TIMESTAMP          PIC X(19).
           05 HH-ACTION             PIC X(1).
           05 HH-OPERATOR-BADGE     PIC 9(3).
           05 HH-BEFORE-IMAGE       PIC X(111).
           05 HH-AFTER-IMAGE        PIC X(111).

       FD  HOSP-PENDING-FILE
           LABEL RECORDS ARE STANDARD.
           COPY hpndrec.

       FD  HOSP-MNT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY hmntrec.

       FD  EXCEPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  EXCEPT-RECORD               PIC X(160).

       FD  STATS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY jobstats.

       WORKING-STORAGE SECTION.
      * hospitals on the master, each with the time we last changed
      * it on HOSPHIST and whether a closure or delete is waiting on
      * HOSPPENDING; hospitals known only from the journal or the
      * queue are carried too, flagged not on the master
       01  WS-HM-TABLE.
           05 WS-HM-ROW OCCURS 200 TIMES.
               10 WS-HM-KEY          PIC X(20).
               10 WS-HM-ON-MASTER    PIC X(1).
               10 WS-HM-LAST-CHANGE  PIC X(19).
               10 WS-HM-PENDING      PIC X(1).
               10 WS-HM-STAGED-ADD   PIC X(1).
       01  WS-HM-COUNT              PIC 9(3) VALUE ZERO.
       01  WS-HM-SUB                PIC 9(3) VALUE ZERO.
       01  WS-HM-MATCH-SUB          PIC 9(3) VALUE ZERO.
       01  WS-HM-SEARCH-KEY         PIC X(20).

      * cards are held until the whole file has been validated, then
      * added to HOSPMNTTRAN in the region's row order
       01  WS-CARD-TABLE.
           05 WS-CARD-IMAGE OCCURS 500 TIMES PIC X(91).
       01  WS-CARD-COUNT            PIC 9(3) VALUE ZERO.
       01  WS-CARD-SUB              PIC 9(3) VALUE ZERO.

      * one inbound change row, split at the commas
       01  WS-IN-FIELDS.
           05 WS-IN-ACTION          PIC X(1).
           05 WS-IN-BADGE           PIC X(3).
           05 WS-IN-TIMESTAMP       PIC X(19).
           05 WS-IN-HOSPITAL        PIC X(20).
           05 WS-IN-ADMIN           PIC X(20).
           05 WS-IN-ADDRESS         PIC X(30).
           05 WS-IN-PHONE           PIC X(12).
           05 WS-IN-BEDS            PIC X(4).
           05 WS-IN-REGION          PIC X(3).
           05 WS-IN-STATUS          PIC X(1).
           05 WS-IN-EFF             PIC X(10).
           05 WS-IN-EXP             PIC X(10).
       01  WS-IN-FIELD-COUNT        PIC 9(2) VALUE ZERO.
       01  WS-IN-REASON             PIC X(60).

       01  WS-ENVELOPE.
           05 WS-HEADER-SEEN-SW     PIC X(1) VALUE "N".
               88  WS-HEADER-SEEN           VALUE "Y" FALSE "N".
           05 WS-TRAILER-SEEN-SW    PIC X(1) VALUE "N".
               88  WS-TRAILER-SEEN          VALUE "Y" FALSE "N".
           05 WS-TRAILER-COUNT-X    PIC X(7).
           05 WS-TRAILER-COUNT      PIC 9(7) VALUE ZERO.
           05 WS-DATA-ROWS          PIC 9(7) VALUE ZERO.
           05 WS-ROWS-AFTER-TRAILER PIC 9(7) VALUE ZERO.
       01  WS-FILE-REASON           PIC X(60).
       01  WS-ROW-NUMBER            PIC 9(7) VALUE ZERO.

       01  WS-ON-FILE-SW            PIC X(1) VALUE "N".
           88  WS-ON-FILE                   VALUE "Y" FALSE "N".

       01  WS-INBOUND-FOUND-SW      PIC X(1) VALUE "N".
           88  WS-INBOUND-FOUND             VALUE "Y" FALSE "N".

       01  WS-EOF-SW                PIC X(1) VALUE "N".
           88  WS-EOF                       VALUE "Y" FALSE "N".

       01  WS-JOB-COUNTS.
           05 WS-COUNT-IN           PIC 9(7) VALUE ZERO.
           05 WS-COUNT-OUT          PIC 9(7) VALUE ZERO.
           05 WS-COUNT-REJECTED     PIC 9(7) VALUE ZERO.

       01  WS-RUN-NUMBER            PIC 9(7) VALUE ZERO.

           COPY regws.
           COPY rundate.
           COPY abendws.

       LINKAGE SECTION.
       01  LS-RETURN-CODE              PIC S9(4) COMP.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           PERFORM HOSPITAL-INBOUND-LOGIC

           GOBACK.

       HOSPITAL-INBOUND-LOGIC.

           MOVE "hospital-inbound" TO WS-ABEND-PROGRAM

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           CALL "business-date" USING WS-RUN-DATE
           CALL "run-control" USING WS-RUN-NUMBER

           PERFORM CHECK-INBOUND-ENVELOPE

           IF WS-INBOUND-FOUND
               PERFORM OPEN-EXCEPT-FILE
               IF WS-FILE-REASON NOT = SPACES
                   PERFORM REFUSE-INBOUND-FILE
               ELSE
                   PERFORM LOAD-HOSPITAL-TABLE
                   PERFORM LOAD-HOSPITAL-HISTORY
                   PERFORM LOAD-PENDING-QUEUE
                   PERFORM VALIDATE-INBOUND-ROWS
                   PERFORM STAGE-MAINTENANCE-CARDS
               END-IF
               PERFORM CLOSE-EXCEPT-FILE
           END-IF

           PERFORM PRINT-JOB-STATS.

       CHECK-INBOUND-ENVELOPE.

      * first pass: the header must lead, the TRAILER must close the
      * file, and its count must match the change rows between them
           SET WS-INBOUND-FOUND TO FALSE
           SET WS-HEADER-SEEN TO FALSE
           SET WS-TRAILER-SEEN TO FALSE
           MOVE ZERO TO WS-DATA-ROWS
           MOVE ZERO TO WS-ROWS-AFTER-TRAILER
           MOVE SPACES TO WS-FILE-REASON
           SET WS-EOF TO FALSE

           OPEN INPUT INBOUND-FILE
           IF WS-FILE-STATUS = "35"
               DISPLAY "HOSPINBOUND NOT FOUND, NOTHING TO APPLY"
           ELSE
               IF WS-FILE-STATUS NOT = "00"
                   STRING "UNABLE TO OPEN HOSPINBOUND, STATUS "
                       WS-FILE-STATUS DELIMITED BY SIZE
                       INTO WS-ABEND-MESSAGE
                   PERFORM ABEND-RTN
               END-IF
               SET WS-INBOUND-FOUND TO TRUE

               READ INBOUND-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
               IF NOT WS-EOF
                   IF INBOUND-RECORD(1:16) = "ACTION,BADGE,TIM"
                       SET WS-HEADER-SEEN TO TRUE
                       READ INBOUND-FILE
                           AT END SET WS-EOF TO TRUE
                       END-READ
                   END-IF
               END-IF

               PERFORM UNTIL WS-EOF
                   EVALUATE TRUE
                       WHEN INBOUND-RECORD = SPACES
                           CONTINUE
                       WHEN WS-TRAILER-SEEN
                           ADD 1 TO WS-ROWS-AFTER-TRAILER
                       WHEN INBOUND-RECORD(1:8) = "TRAILER,"
                           SET WS-TRAILER-SEEN TO TRUE
                           MOVE INBOUND-RECORD(9:7)
                               TO WS-TRAILER-COUNT-X
                       WHEN OTHER
                           ADD 1 TO WS-DATA-ROWS
                   END-EVALUATE
                   READ INBOUND-FILE
                       AT END SET WS-EOF TO TRUE
                   END-READ
               END-PERFORM

               CLOSE INBOUND-FILE

               MOVE WS-DATA-ROWS TO WS-COUNT-IN
               EVALUATE TRUE
                   WHEN NOT WS-HEADER-SEEN
                       MOVE "HEADER ROW MISSING" TO WS-FILE-REASON
                   WHEN NOT WS-TRAILER-SEEN
                       MOVE "TRAILER ROW MISSING" TO WS-FILE-REASON
                   WHEN WS-ROWS-AFTER-TRAILER > ZERO
                       MOVE "ROWS FOUND AFTER THE TRAILER"
                           TO WS-FILE-REASON
                   WHEN WS-TRAILER-COUNT-X NOT NUMERIC
                       MOVE "TRAILER COUNT NOT NUMERIC"
                           TO WS-FILE-REASON
                   WHEN OTHER
                       MOVE WS-TRAILER-COUNT-X TO WS-TRAILER-COUNT
                       IF WS-TRAILER-COUNT NOT = WS-DATA-ROWS
                           STRING "TRAILER COUNT " WS-TRAILER-COUNT
                               " BUT " WS-DATA-ROWS " ROWS RECEIVED"
                               DELIMITED BY SIZE INTO WS-FILE-REASON
                       END-IF
               END-EVALUATE
           END-IF.

       REFUSE-INBOUND-FILE.

      * nothing is staged from a file that did not arrive whole; it
      * is left in place for the region to replace
           DISPLAY "HOSPINBOUND REFUSED - " WS-FILE-REASON
           MOVE WS-DATA-ROWS TO WS-COUNT-REJECTED
           MOVE SPACES TO EXCEPT-RECORD
           STRING "0000000,*,,*FILE," DELIMITED BY SIZE
               "FILE REFUSED - " DELIMITED BY SIZE
               WS-FILE-REASON DELIMITED BY "  "
               INTO EXCEPT-RECORD
           WRITE EXCEPT-RECORD
           MOVE 4 TO RETURN-CODE.

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
                   MOVE HM-HOSPITAL-KEY TO WS-HM-SEARCH-KEY
                   PERFORM FIND-OR-ADD-HOSPITAL
                   MOVE "Y" TO WS-HM-ON-MASTER(WS-HM-MATCH-SUB)
                   READ HOSPITAL-MASTER
                       AT END SET WS-EOF TO TRUE
                   END-READ
               END-PERFORM

               CLOSE HOSPITAL-MASTER
           END-IF.

       LOAD-HOSPITAL-HISTORY.

      * the journal is in time order, so the last entry for a key is
      * the latest change we made to it
           SET WS-EOF TO FALSE

           OPEN INPUT HOSP-HIST-FILE
           IF WS-FILE-STATUS = "35"
               CONTINUE
           ELSE
               IF WS-FILE-STATUS NOT = "00"
                   STRING "UNABLE TO OPEN HOSPHIST, STATUS "
                       WS-FILE-STATUS DELIMITED BY SIZE
                       INTO WS-ABEND-MESSAGE
                   PERFORM ABEND-RTN
               END-IF

               READ HOSP-HIST-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-EOF
      * a delete carries its key in the before image; adds and
      * changes carry theirs in the after image
                   IF HH-ACTION = "D"
                       MOVE HH-BEFORE-IMAGE(1:20) TO WS-HM-SEARCH-KEY
                   ELSE
                       MOVE HH-AFTER-IMAGE(1:20) TO WS-HM-SEARCH-KEY
                   END-IF
                   PERFORM FIND-OR-ADD-HOSPITAL
                   IF HH-TIMESTAMP
                           > WS-HM-LAST-CHANGE(WS-HM-MATCH-SUB)
                       MOVE HH-TIMESTAMP
                           TO WS-HM-LAST-CHANGE(WS-HM-MATCH-SUB)
                   END-IF
                   READ HOSP-HIST-FILE
                       AT END SET WS-EOF TO TRUE
                   END-READ
               END-PERFORM

               CLOSE HOSP-HIST-FILE
           END-IF.

       LOAD-PENDING-QUEUE.

           SET WS-EOF TO FALSE

           OPEN INPUT HOSP-PENDING-FILE
           IF WS-FILE-STATUS = "35"
               CONTINUE
           ELSE
               IF WS-FILE-STATUS NOT = "00"
                   STRING "UNABLE TO OPEN HOSPPENDING, STATUS "
                       WS-FILE-STATUS DELIMITED BY SIZE
                       INTO WS-ABEND-MESSAGE
                   PERFORM ABEND-RTN
               END-IF

               READ HOSP-PENDING-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-EOF
                   IF HP-PENDING
                       MOVE HP-HOSPITAL-KEY TO WS-HM-SEARCH-KEY
                       PERFORM FIND-OR-ADD-HOSPITAL
                       MOVE HP-ACTION
                           TO WS-HM-PENDING(WS-HM-MATCH-SUB)
                   END-IF
                   READ HOSP-PENDING-FILE
                       AT END SET WS-EOF TO TRUE
                   END-READ
               END-PERFORM

               CLOSE HOSP-PENDING-FILE
           END-IF.

       FIND-HOSPITAL.

           MOVE ZERO TO WS-HM-MATCH-SUB
           PERFORM VARYING WS-HM-SUB FROM 1 BY 1
                   UNTIL WS-HM-SUB > WS-HM-COUNT
                      OR WS-HM-MATCH-SUB > ZERO
               IF WS-HM-KEY(WS-HM-SUB) = WS-HM-SEARCH-KEY
                   MOVE WS-HM-SUB TO WS-HM-MATCH-SUB
               END-IF
           END-PERFORM.

       FIND-OR-ADD-HOSPITAL.

           PERFORM FIND-HOSPITAL
           IF WS-HM-MATCH-SUB = ZERO
               IF WS-HM-COUNT >= 200
                   MOVE "WS-HM-TABLE OVERFLOW - MORE THAN 200"
                       TO WS-ABEND-MESSAGE
                   PERFORM ABEND-RTN
               END-IF
               ADD 1 TO WS-HM-COUNT
               MOVE WS-HM-COUNT TO WS-HM-MATCH-SUB
               MOVE WS-HM-SEARCH-KEY TO WS-HM-KEY(WS-HM-COUNT)
               MOVE "N" TO WS-HM-ON-MASTER(WS-HM-COUNT)
               MOVE SPACES TO WS-HM-LAST-CHANGE(WS-HM-COUNT)
               MOVE SPACES TO WS-HM-PENDING(WS-HM-COUNT)
               MOVE "N" TO WS-HM-STAGED-ADD(WS-HM-COUNT)
           END-IF.

       VALIDATE-INBOUND-ROWS.

      * second pass: each change row on its own merits
           MOVE ZERO TO WS-CARD-COUNT
           MOVE ZERO TO WS-ROW-NUMBER
           SET WS-EOF TO FALSE

           OPEN INPUT INBOUND-FILE
           IF WS-FILE-STATUS NOT = "00"
               STRING "UNABLE TO OPEN HOSPINBOUND, STATUS "
                   WS-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RTN
           END-IF

           READ INBOUND-FILE
               AT END SET WS-EOF TO TRUE
           END-READ
           PERFORM UNTIL WS-EOF
               ADD 1 TO WS-ROW-NUMBER
               IF INBOUND-RECORD NOT = SPACES
                       AND INBOUND-RECORD(1:16) NOT = "ACTION,BADGE,TIM"
                       AND INBOUND-RECORD(1:8) NOT = "TRAILER,"
                   PERFORM VALIDATE-ONE-ROW
                   IF WS-IN-REASON = SPACES
                       PERFORM BUILD-MAINTENANCE-CARD
                   ELSE
                       PERFORM WRITE-EXCEPTION-ROW
                   END-IF
               END-IF
               READ INBOUND-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
           END-PERFORM

           CLOSE INBOUND-FILE.

       VALIDATE-ONE-ROW.

           MOVE SPACES TO WS-IN-FIELDS
           MOVE SPACES TO WS-IN-REASON
           MOVE ZERO TO WS-IN-FIELD-COUNT
           UNSTRING INBOUND-RECORD DELIMITED BY ","
               INTO WS-IN-ACTION WS-IN-BADGE WS-IN-TIMESTAMP
                   WS-IN-HOSPITAL WS-IN-ADMIN WS-IN-ADDRESS
                   WS-IN-PHONE WS-IN-BEDS WS-IN-REGION
                   WS-IN-STATUS WS-IN-EFF WS-IN-EXP
               TALLYING IN WS-IN-FIELD-COUNT
           END-UNSTRING

           MOVE WS-IN-HOSPITAL TO WS-HM-SEARCH-KEY
           PERFORM FIND-HOSPITAL

      * the region is held to the same REGIONMASTER check as our own
      * maintenance, so the card is not refused later in the night
           SET RV-OK TO TRUE
           IF WS-IN-REGION NOT = SPACES
               MOVE WS-IN-REGION TO RV-REGION
               CALL "region-verify" USING REGION-CHECK-AREA
           END-IF

           EVALUATE TRUE
               WHEN WS-IN-FIELD-COUNT < 10
                   MOVE "ROW HAS TOO FEW FIELDS" TO WS-IN-REASON
               WHEN WS-IN-ACTION NOT = "A" AND WS-IN-ACTION NOT = "C"
                       AND WS-IN-ACTION NOT = "D"
                   MOVE "INVALID ACTION CODE" TO WS-IN-REASON
               WHEN WS-IN-HOSPITAL = SPACES
                   MOVE "HOSPITAL KEY MISSING" TO WS-IN-REASON
               WHEN WS-IN-TIMESTAMP(1:4) NOT NUMERIC
                       OR WS-IN-TIMESTAMP(5:1) NOT = "-"
                       OR WS-IN-TIMESTAMP(8:1) NOT = "-"
                   MOVE "TIMESTAMP NOT YYYY-MM-DD HHMMSSCC"
                       TO WS-IN-REASON
               WHEN WS-IN-ACTION = "A" AND WS-IN-BEDS NOT NUMERIC
                   MOVE "BED COUNT NOT NUMERIC" TO WS-IN-REASON
               WHEN WS-IN-BEDS NOT = SPACES AND WS-IN-BEDS NOT NUMERIC
                   MOVE "BED COUNT NOT NUMERIC" TO WS-IN-REASON
               WHEN WS-IN-ACTION = "A" AND WS-IN-REGION = SPACES
                   MOVE "REGION MISSING" TO WS-IN-REASON
               WHEN RV-INACTIVE
                   MOVE "REGION INACTIVE" TO WS-IN-REASON
               WHEN NOT RV-ACCEPTABLE
                   MOVE "REGION NOT ON REGIONMASTER" TO WS-IN-REASON
               WHEN WS-IN-ACTION = "A" AND WS-IN-STATUS NOT = "O"
                       AND WS-IN-STATUS NOT = "C"
                   MOVE "STATUS NOT O OR C" TO WS-IN-REASON
               WHEN WS-IN-STATUS NOT = SPACE AND WS-IN-STATUS NOT = "O"
                       AND WS-IN-STATUS NOT = "C"
                   MOVE "STATUS NOT O OR C" TO WS-IN-REASON
               WHEN OTHER
                   PERFORM CHECK-ROW-AGAINST-FILES
           END-EVALUATE.

       CHECK-ROW-AGAINST-FILES.

      * a hospital added earlier in this same file counts as on file
      * for the rows that follow it
           SET WS-ON-FILE TO FALSE
           IF WS-HM-MATCH-SUB > ZERO
               IF WS-HM-ON-MASTER(WS-HM-MATCH-SUB) = "Y"
                       OR WS-HM-STAGED-ADD(WS-HM-MATCH-SUB) = "Y"
                   SET WS-ON-FILE TO TRUE
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN WS-IN-ACTION = "A" AND WS-ON-FILE
                   MOVE "HOSPITAL ALREADY ON FILE" TO WS-IN-REASON
               WHEN WS-IN-ACTION NOT = "A" AND NOT WS-ON-FILE
                   MOVE "HOSPITAL NOT ON FILE" TO WS-IN-REASON
               WHEN WS-HM-MATCH-SUB = ZERO
                   CONTINUE
               WHEN WS-HM-PENDING(WS-HM-MATCH-SUB) = "D"
                   MOVE "DELETE AWAITING SUPERVISOR APPROVAL"
                       TO WS-IN-REASON
               WHEN WS-HM-PENDING(WS-HM-MATCH-SUB) = "C"
                   MOVE "CLOSURE AWAITING SUPERVISOR APPROVAL"
                       TO WS-IN-REASON
               WHEN WS-HM-LAST-CHANGE(WS-HM-MATCH-SUB)
                       > WS-IN-TIMESTAMP
                   STRING "CONFLICT - CHANGED HERE AT "
                       WS-HM-LAST-CHANGE(WS-HM-MATCH-SUB)
                       DELIMITED BY SIZE INTO WS-IN-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       BUILD-MAINTENANCE-CARD.

           IF WS-CARD-COUNT >= 500
               MOVE "WS-CARD-TABLE OVERFLOW - MORE THAN 500"
                   TO WS-ABEND-MESSAGE
               PERFORM ABEND-RTN
           END-IF

           MOVE SPACES TO HOSP-MNT-RECORD
           MOVE WS-IN-ACTION TO HMT-ACTION
           MOVE WS-IN-HOSPITAL TO HMT-HOSPITAL-KEY
           MOVE WS-IN-ADMIN TO HMT-ADMIN
           MOVE WS-IN-ADDRESS TO HMT-ADDRESS
           MOVE WS-IN-PHONE TO HMT-PHONE
           MOVE WS-IN-BEDS TO HMT-BED-COUNT
           MOVE WS-IN-REGION TO HMT-REGION
           MOVE WS-IN-STATUS TO HMT-STATUS
           ADD 1 TO WS-CARD-COUNT
           MOVE HOSP-MNT-RECORD TO WS-CARD-IMAGE(WS-CARD-COUNT)
           ADD 1 TO WS-COUNT-OUT

           IF WS-IN-ACTION = "A"
               MOVE WS-IN-HOSPITAL TO WS-HM-SEARCH-KEY
               PERFORM FIND-OR-ADD-HOSPITAL
               MOVE "Y" TO WS-HM-STAGED-ADD(WS-HM-MATCH-SUB)
           END-IF.

       STAGE-MAINTENANCE-CARDS.

      * added to any registry cards already waiting, never replacing
      * them; calc-copybook consumes the file when it applies it
           IF WS-CARD-COUNT > ZERO
               OPEN EXTEND HOSP-MNT-FILE
               IF WS-FILE-STATUS = "35"
                   OPEN OUTPUT HOSP-MNT-FILE
                   CLOSE HOSP-MNT-FILE
                   OPEN EXTEND HOSP-MNT-FILE
               END-IF
               IF WS-FILE-STATUS NOT = "00"
                   STRING "UNABLE TO OPEN HOSPMNTTRAN, STATUS "
                       WS-FILE-STATUS DELIMITED BY SIZE
                       INTO WS-ABEND-MESSAGE
                   PERFORM ABEND-RTN
               END-IF

               PERFORM VARYING WS-CARD-SUB FROM 1 BY 1
                       UNTIL WS-CARD-SUB > WS-CARD-COUNT
                   MOVE WS-CARD-IMAGE(WS-CARD-SUB) TO HOSP-MNT-RECORD
                   WRITE HOSP-MNT-RECORD
               END-PERFORM

               CLOSE HOSP-MNT-FILE
           END-IF

      * the inbound file is consumed so the region's changes are
      * staged exactly once
           OPEN OUTPUT INBOUND-FILE
           CLOSE INBOUND-FILE

           DISPLAY "HOSPITAL INBOUND: ROWS " WS-COUNT-IN
               " STAGED " WS-COUNT-OUT
               " REFUSED " WS-COUNT-REJECTED.

       OPEN-EXCEPT-FILE.

           OPEN OUTPUT EXCEPT-FILE
           IF WS-FILE-STATUS NOT = "00"
               STRING "UNABLE TO OPEN HOSPINEXCEPT, STATUS "
                   WS-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RTN
           END-IF

           MOVE SPACES TO EXCEPT-RECORD
           STRING "ROW,ACTION,TIMESTAMP,HOSPITAL,REASON"
               DELIMITED BY SIZE INTO EXCEPT-RECORD
           WRITE EXCEPT-RECORD.

       WRITE-EXCEPTION-ROW.

           ADD 1 TO WS-COUNT-REJECTED
           MOVE SPACES TO EXCEPT-RECORD
           STRING WS-ROW-NUMBER ","
               WS-IN-ACTION ","
               WS-IN-TIMESTAMP ","
               WS-IN-HOSPITAL DELIMITED BY "  "
               "," DELIMITED BY SIZE
               WS-IN-REASON DELIMITED BY "  "
               INTO EXCEPT-RECORD
           WRITE EXCEPT-RECORD.

       CLOSE-EXCEPT-FILE.

      * control trailer: count of refused rows, so the region can
      * verify it read the whole file
           MOVE SPACES TO EXCEPT-RECORD
           STRING "TRAILER," WS-COUNT-REJECTED
               DELIMITED BY SIZE INTO EXCEPT-RECORD
           WRITE EXCEPT-RECORD

           CLOSE EXCEPT-FILE.

       PRINT-JOB-STATS.

           OPEN EXTEND STATS-FILE
           IF WS-FILE-STATUS = "35"
               OPEN OUTPUT STATS-FILE
               CLOSE STATS-FILE
               OPEN EXTEND STATS-FILE
           END-IF
           IF WS-FILE-STATUS NOT = "00"
               STRING "UNABLE TO OPEN JOBSTATS, STATUS "
                   WS-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RTN
           END-IF

           MOVE "hospital-inbound"  TO JS-PROGRAM-NAME
           STRING WS-RUN-DATE-YYYY "-" WS-RUN-DATE-MM "-"
               WS-RUN-DATE-DD DELIMITED BY SIZE INTO JS-RUN-DATE
           MOVE WS-COUNT-IN         TO JS-COUNT-IN
           MOVE WS-COUNT-OUT        TO JS-COUNT-OUT
           MOVE WS-COUNT-REJECTED   TO JS-COUNT-REJECTED
           MOVE WS-RUN-NUMBER       TO JS-RUN-NUMBER
           MOVE ZERO                TO JS-CYCLE-NUMBER
           WRITE JOBSTATS-RECORD

           CLOSE STATS-FILE

           DISPLAY "===== END OF JOB STATISTICS ====="
           DISPLAY "RECORDS IN:       " WS-COUNT-IN
           DISPLAY "RECORDS OUT:      " WS-COUNT-OUT
           DISPLAY "RECORDS REJECTED: " WS-COUNT-REJECTED
           DISPLAY "===================================".

       END-OF-LOGIC-PARAGRAPHS.
           CONTINUE.

       ENTRY "HOSPITAL-INBOUND-SUB" USING LS-RETURN-CODE.

           PERFORM HOSPITAL-INBOUND-LOGIC

           MOVE RETURN-CODE TO LS-RETURN-CODE

           GOBACK.

       COPY abendproc.

       END PROGRAM hospital-inbound.
