      ******************************************************************
      * Author:
      * Date:
      * Purpose: Shared hash-chain keeper for the calculator audit
      *          trail (see the CHAINWS copybook). A start request
      *          finds the chain value an appending program must carry
      *          on from: the AT-CHAIN-HASH of the last record on the
      *          trail it names, or - when that file is empty or not
      *          there, as it is after audit-reorg has moved every
      *          completed date out - the closing hash audit-reorg
      *          recorded on AUDITINDEX for the newest segment; zeros
      *          when nothing has been chained yet. A hash request
      *          hashes CHN-RECORD from CHN-LAST-HASH and hands back
      *          the new value in CHN-HASH and CHN-LAST-HASH. The hash
      *          is two running polynomial remainders over the
      *          record's characters, one modulo 999999937 and one
      *          modulo 999999929, each started from its half of the
      *          previous record's hash, so every record's hash
      *          depends on every record before it. This program only
      *          reads; it is CALLed, never run as a step.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. audit-chain.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-TRAIL-FILE ASSIGN USING CHN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHAIN-STATUS.
           SELECT AUDIT-INDEX-FILE ASSIGN TO "AUDITINDEX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHAIN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-TRAIL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY audittrl.

       FD  AUDIT-INDEX-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-INDEX-RECORD.
           05 AX-DATE               PIC X(10).
           05 AX-SEG-NAME           PIC X(20).
           05 AX-COUNT              PIC 9(7).
           05 AX-LOW-RUN            PIC 9(7).
           05 AX-HIGH-RUN           PIC 9(7).
           05 AX-OPEN-HASH          PIC X(18).
           05 AX-CLOSE-HASH         PIC X(18).

       WORKING-STORAGE SECTION.
       01  WS-CHAIN-STATUS          PIC X(2) VALUE "00".

       01  WS-CHAIN-VALUE.
           05 WS-CHAIN-1            PIC 9(9).
           05 WS-CHAIN-2            PIC 9(9).

       01  WS-HASH-WORK.
           05 WS-HASH-PRODUCT       PIC 9(12).
           05 WS-HASH-QUOTIENT      PIC 9(12).
           05 WS-CHAR-SUB           PIC 9(3).

      * one character of the record as the low byte of a halfword,
      * which gives its code as a number
       01  WS-BYTE-PAIR.
           05 WS-BYTE-HIGH          PIC X(1).
           05 WS-BYTE-LOW           PIC X(1).
       01  WS-BYTE-VALUE REDEFINES WS-BYTE-PAIR
                                    PIC 9(4) BINARY.

       01  WS-NEWEST-DATE           PIC X(10).

       01  WS-EOF-SW                PIC X(1) VALUE "N".
           88  WS-EOF                       VALUE "Y" FALSE "N".

       LINKAGE SECTION.
           COPY chainws.

       PROCEDURE DIVISION USING CHN-CONTROL.

       MAIN-PROCEDURE.

           EVALUATE TRUE
               WHEN CHN-REQ-START
                   PERFORM FIND-CHAIN-END
               WHEN CHN-REQ-HASH
                   PERFORM HASH-RECORD
           END-EVALUATE

           GOBACK.

       FIND-CHAIN-END.

           MOVE SPACES TO CHN-LAST-HASH
           SET WS-EOF TO FALSE

           OPEN INPUT AUDIT-TRAIL-FILE
           IF WS-CHAIN-STATUS NOT = "00"
               SET WS-EOF TO TRUE
           END-IF

           IF NOT WS-EOF
               READ AUDIT-TRAIL-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
               IF WS-EOF
                   PERFORM FIND-NEWEST-SEGMENT
               END-IF
               PERFORM UNTIL WS-EOF
                   MOVE AT-CHAIN-HASH TO CHN-LAST-HASH
                   READ AUDIT-TRAIL-FILE
                       AT END SET WS-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE AUDIT-TRAIL-FILE
           ELSE
               PERFORM FIND-NEWEST-SEGMENT
           END-IF

           IF CHN-LAST-HASH NOT NUMERIC
               MOVE ZEROS TO CHN-LAST-HASH
           END-IF.

       FIND-NEWEST-SEGMENT.

           MOVE SPACES TO WS-NEWEST-DATE
           SET WS-EOF TO FALSE

           OPEN INPUT AUDIT-INDEX-FILE
           IF WS-CHAIN-STATUS NOT = "00"
               SET WS-EOF TO TRUE
           END-IF

           IF NOT WS-EOF
               MOVE SPACES TO AUDIT-INDEX-RECORD
               READ AUDIT-INDEX-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-EOF
                   IF AX-DATE > WS-NEWEST-DATE
                       MOVE AX-DATE TO WS-NEWEST-DATE
                       MOVE AX-CLOSE-HASH TO CHN-LAST-HASH
                   END-IF
                   MOVE SPACES TO AUDIT-INDEX-RECORD
                   READ AUDIT-INDEX-FILE
                       AT END SET WS-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE AUDIT-INDEX-FILE
           END-IF

           SET WS-EOF TO TRUE.

       HASH-RECORD.

           IF CHN-LAST-HASH NUMERIC
               MOVE CHN-LAST-HASH TO WS-CHAIN-VALUE
           ELSE
               MOVE ZEROS TO WS-CHAIN-VALUE
           END-IF

           MOVE LOW-VALUE TO WS-BYTE-HIGH
           PERFORM VARYING WS-CHAR-SUB FROM 1 BY 1
                   UNTIL WS-CHAR-SUB > 157
               MOVE CHN-RECORD(WS-CHAR-SUB:1) TO WS-BYTE-LOW

               COMPUTE WS-HASH-PRODUCT =
                   WS-CHAIN-1 * 257 + WS-BYTE-VALUE + 1
               DIVIDE WS-HASH-PRODUCT BY 999999937
                   GIVING WS-HASH-QUOTIENT REMAINDER WS-CHAIN-1

               COMPUTE WS-HASH-PRODUCT =
                   WS-CHAIN-2 * 263 + WS-BYTE-VALUE + 1
               DIVIDE WS-HASH-PRODUCT BY 999999929
                   GIVING WS-HASH-QUOTIENT REMAINDER WS-CHAIN-2
           END-PERFORM

           MOVE WS-CHAIN-VALUE TO CHN-HASH
           MOVE WS-CHAIN-VALUE TO CHN-LAST-HASH.

       END PROGRAM audit-chain.
