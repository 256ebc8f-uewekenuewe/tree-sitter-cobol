      *          Until now branch codes were free-form text that only
      *          existed inside the transaction feeds; this file is
      *          the system of record tran-merge and tran-edit
      *          validate against. Each branch also carries the name
      *          of its intake file and its acknowledgment file; those
      *          are what tran-merge reads and tran-edit writes, so a
      *          new branch is taken in from the night it is added.
      *          Blank names mean the standard BRANCHnnTRAN and
      *          BRANCHnnACK, and no two branches may share a file.
      *          The region must be on REGIONMASTER and active
      *          (checked through region-verify); an unknown or
      *          inactive region is refused on add and on change.
      *          Each branch also carries the currency it sends its
      *          amounts in - blank for the base currency - which
      *          tran-edit converts through the EXCHRATES rate that
      *          exchange-rate-maint keeps for the business date.
      *          A branch closed into a successor by branch-closure
      *          shows its successor on inquiry and on the roster,
      *          and is not deactivated here while the closure is
      *          pending, since its expiry date is the closure's last
      *          day.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               10 WS-BR-ACTIVE       PIC X(1).
               10 WS-BR-EFF-DATE     PIC X(10).
               10 WS-BR-EXP-DATE     PIC X(10).
               10 WS-BR-INTAKE-FILE  PIC X(20).
               10 WS-BR-ACK-FILE     PIC X(20).
               10 WS-BR-CURRENCY     PIC X(3).
               10 WS-BR-SUCCESSOR    PIC X(3).
       01  WS-BR-COUNT              PIC 9(2) VALUE ZERO.
       01  WS-BR-SUB                PIC 9(2) VALUE ZERO.
       01  WS-BR-MATCH-SUB          PIC 9(2) VALUE ZERO.
       01  WS-ENTRY-CODE            PIC X(3).
       01  WS-ENTRY-NAME            PIC X(30).
       01  WS-ENTRY-REGION          PIC X(3).
       01  WS-ENTRY-INTAKE          PIC X(20).
       01  WS-ENTRY-ACK             PIC X(20).
       01  WS-ENTRY-CURRENCY        PIC X(3).

      * effective file names - the entered or stored name, or the
      * standard one when that is blank - compared across branches
       01  WS-NAME-CHECK-CODE       PIC X(3).
       01  WS-NAME-CHECK-INTAKE     PIC X(20).
       01  WS-NAME-CHECK-ACK        PIC X(20).
       01  WS-OTHER-INTAKE          PIC X(20).
       01  WS-OTHER-ACK             PIC X(20).
       01  WS-NAME-SUB              PIC 9(2) VALUE ZERO.

       01  WS-NAMES-OK-SW           PIC X(1) VALUE "Y".
           88  WS-NAMES-OK                  VALUE "Y" FALSE "N".

       01  WS-REGION-OK-SW          PIC X(1) VALUE "N".
           88  WS-REGION-OK                 VALUE "Y" FALSE "N".

       01  WS-TODAY-FORMATTED       PIC X(10).


           COPY rundate.
           COPY rptws.
           COPY regws.
           COPY abendws.

       LINKAGE SECTION.
                   END-IF
                   MOVE BR-EFF-DATE TO WS-BR-EFF-DATE(WS-BR-COUNT)
                   MOVE BR-EXP-DATE TO WS-BR-EXP-DATE(WS-BR-COUNT)
                   MOVE BR-INTAKE-FILE
                       TO WS-BR-INTAKE-FILE(WS-BR-COUNT)
                   MOVE BR-ACK-FILE TO WS-BR-ACK-FILE(WS-BR-COUNT)
                   MOVE BR-CURRENCY TO WS-BR-CURRENCY(WS-BR-COUNT)
                   MOVE BR-SUCCESSOR
                       TO WS-BR-SUCCESSOR(WS-BR-COUNT)
                   READ BRANCH-FILE
                       AT END SET WS-EOF TO TRUE
                   END-READ
               MOVE WS-BR-ACTIVE(WS-BR-SUB) TO BR-ACTIVE-FLAG
               MOVE WS-BR-EFF-DATE(WS-BR-SUB) TO BR-EFF-DATE
               MOVE WS-BR-EXP-DATE(WS-BR-SUB) TO BR-EXP-DATE
               MOVE WS-BR-INTAKE-FILE(WS-BR-SUB) TO BR-INTAKE-FILE
               MOVE WS-BR-ACK-FILE(WS-BR-SUB) TO BR-ACK-FILE
               MOVE WS-BR-CURRENCY(WS-BR-SUB) TO BR-CURRENCY
               MOVE WS-BR-SUCCESSOR(WS-BR-SUB) TO BR-SUCCESSOR
               WRITE BRANCH-MASTER-RECORD
           END-PERFORM

               DISPLAY "ENTER REGION: "
               MOVE SPACES TO WS-ENTRY-REGION
               ACCEPT WS-ENTRY-REGION
               PERFORM CHECK-ENTRY-REGION
               PERFORM UNTIL WS-REGION-OK
                   DISPLAY "RE-ENTER REGION: "
                   MOVE SPACES TO WS-ENTRY-REGION
                   ACCEPT WS-ENTRY-REGION
                   PERFORM CHECK-ENTRY-REGION
               END-PERFORM
               PERFORM GET-ENTRY-FILE-NAMES
               MOVE WS-ENTRY-CODE TO WS-NAME-CHECK-CODE
               MOVE WS-ENTRY-INTAKE TO WS-NAME-CHECK-INTAKE
               MOVE WS-ENTRY-ACK TO WS-NAME-CHECK-ACK
               PERFORM CHECK-FILE-NAMES-UNIQUE
               PERFORM UNTIL WS-NAMES-OK
                   PERFORM GET-ENTRY-FILE-NAMES
                   MOVE WS-ENTRY-INTAKE TO WS-NAME-CHECK-INTAKE
                   MOVE WS-ENTRY-ACK TO WS-NAME-CHECK-ACK
                   PERFORM CHECK-FILE-NAMES-UNIQUE
               END-PERFORM
               DISPLAY "ENTER CURRENCY CODE (SPACES FOR BASE "
                   "CURRENCY): "
               MOVE SPACES TO WS-ENTRY-CURRENCY
               ACCEPT WS-ENTRY-CURRENCY
               ADD 1 TO WS-BR-COUNT
               MOVE WS-ENTRY-CODE TO WS-BR-CODE(WS-BR-COUNT)
               MOVE WS-ENTRY-NAME TO WS-BR-NAME(WS-BR-COUNT)
               MOVE WS-TODAY-FORMATTED
                   TO WS-BR-EFF-DATE(WS-BR-COUNT)
               MOVE SPACES TO WS-BR-EXP-DATE(WS-BR-COUNT)
               MOVE WS-ENTRY-INTAKE
                   TO WS-BR-INTAKE-FILE(WS-BR-COUNT)
               MOVE WS-ENTRY-ACK TO WS-BR-ACK-FILE(WS-BR-COUNT)
               MOVE WS-ENTRY-CURRENCY TO WS-BR-CURRENCY(WS-BR-COUNT)
               MOVE SPACES TO WS-BR-SUCCESSOR(WS-BR-COUNT)
               DISPLAY "BRANCH ADDED: " WS-ENTRY-CODE
           END-IF.

               MOVE SPACES TO WS-ENTRY-REGION
               ACCEPT WS-ENTRY-REGION
               IF WS-ENTRY-REGION NOT = SPACES
                   PERFORM CHECK-ENTRY-REGION
                   IF WS-REGION-OK
                       MOVE WS-ENTRY-REGION
                           TO WS-BR-REGION(WS-BR-MATCH-SUB)
                   ELSE
                       DISPLAY "REGION NOT CHANGED"
                   END-IF
               END-IF
               DISPLAY "ENTER NEW INTAKE FILE NAME (SPACES TO KEEP): "
               MOVE SPACES TO WS-ENTRY-INTAKE
               ACCEPT WS-ENTRY-INTAKE
               IF WS-ENTRY-INTAKE = SPACES
                   MOVE WS-BR-INTAKE-FILE(WS-BR-MATCH-SUB)
                       TO WS-ENTRY-INTAKE
               END-IF
               DISPLAY "ENTER NEW ACK FILE NAME (SPACES TO KEEP): "
               MOVE SPACES TO WS-ENTRY-ACK
               ACCEPT WS-ENTRY-ACK
               IF WS-ENTRY-ACK = SPACES
                   MOVE WS-BR-ACK-FILE(WS-BR-MATCH-SUB)
                       TO WS-ENTRY-ACK
               END-IF
               MOVE WS-ENTRY-CODE TO WS-NAME-CHECK-CODE
               MOVE WS-ENTRY-INTAKE TO WS-NAME-CHECK-INTAKE
               MOVE WS-ENTRY-ACK TO WS-NAME-CHECK-ACK
               PERFORM CHECK-FILE-NAMES-UNIQUE
               IF WS-NAMES-OK
                   MOVE WS-ENTRY-INTAKE
                       TO WS-BR-INTAKE-FILE(WS-BR-MATCH-SUB)
                   MOVE WS-ENTRY-ACK
                       TO WS-BR-ACK-FILE(WS-BR-MATCH-SUB)
               ELSE
                   DISPLAY "FILE NAMES NOT CHANGED"
               END-IF
      * a branch moving back to the base currency is keyed with the
      * base code itself, since spaces keep what is on file
               DISPLAY "ENTER NEW CURRENCY CODE (SPACES TO KEEP): "
               MOVE SPACES TO WS-ENTRY-CURRENCY
               ACCEPT WS-ENTRY-CURRENCY
               IF WS-ENTRY-CURRENCY NOT = SPACES
                   MOVE WS-ENTRY-CURRENCY
                       TO WS-BR-CURRENCY(WS-BR-MATCH-SUB)
               END-IF
               DISPLAY "BRANCH CHANGED: " WS-ENTRY-CODE
           END-IF.
           IF WS-BR-NOT-FOUND
               DISPLAY "BRANCH NOT ON FILE: " WS-ENTRY-CODE
           ELSE
      * a pending closure's expiry date is its last day - moving it
      * would move the day tran-merge starts refusing the branch
               IF WS-BR-SUCCESSOR(WS-BR-MATCH-SUB) NOT = SPACES
                       AND WS-BR-ACTIVE(WS-BR-MATCH-SUB) NOT = "I"
                   DISPLAY "BRANCH " WS-ENTRY-CODE " IS CLOSING INTO "
                       WS-BR-SUCCESSOR(WS-BR-MATCH-SUB) " AFTER "
                       WS-BR-EXP-DATE(WS-BR-MATCH-SUB)
                       " - NOT DEACTIVATED"
               ELSE
                   MOVE "I" TO WS-BR-ACTIVE(WS-BR-MATCH-SUB)
                   MOVE WS-TODAY-FORMATTED
                       TO WS-BR-EXP-DATE(WS-BR-MATCH-SUB)
                   DISPLAY "BRANCH DEACTIVATED: " WS-ENTRY-CODE
               END-IF
           END-IF.

       INQUIRE-BRANCH.
               DISPLAY "EFFECTIVE: "
                   WS-BR-EFF-DATE(WS-BR-MATCH-SUB)
                   " EXPIRES: " WS-BR-EXP-DATE(WS-BR-MATCH-SUB)
               IF WS-BR-SUCCESSOR(WS-BR-MATCH-SUB) NOT = SPACES
                   DISPLAY "CLOSED INTO: "
                       WS-BR-SUCCESSOR(WS-BR-MATCH-SUB)
               END-IF
               MOVE WS-BR-CODE(WS-BR-MATCH-SUB) TO WS-NAME-CHECK-CODE
               MOVE WS-BR-INTAKE-FILE(WS-BR-MATCH-SUB)
                   TO WS-NAME-CHECK-INTAKE
               MOVE WS-BR-ACK-FILE(WS-BR-MATCH-SUB)
                   TO WS-NAME-CHECK-ACK
               PERFORM RESOLVE-FILE-NAMES
               DISPLAY "INTAKE FILE: " WS-NAME-CHECK-INTAKE
               DISPLAY "ACK FILE:    " WS-NAME-CHECK-ACK
               IF WS-BR-CURRENCY(WS-BR-MATCH-SUB) = SPACES
                   DISPLAY "CURRENCY:    BASE"
               ELSE
                   DISPLAY "CURRENCY:    "
                       WS-BR-CURRENCY(WS-BR-MATCH-SUB)
               END-IF
           END-IF.

       CHECK-ENTRY-REGION.

           SET WS-REGION-OK TO FALSE
           IF WS-ENTRY-REGION = SPACES
               DISPLAY "REGION REQUIRED"
           ELSE
               MOVE WS-ENTRY-REGION TO RV-REGION
               CALL "region-verify" USING REGION-CHECK-AREA
               EVALUATE TRUE
                   WHEN RV-ACCEPTABLE
                       SET WS-REGION-OK TO TRUE
                   WHEN RV-INACTIVE
                       DISPLAY "REGION " WS-ENTRY-REGION
                           " IS INACTIVE ON REGIONMASTER"
                   WHEN OTHER
                       DISPLAY "REGION " WS-ENTRY-REGION
                           " IS NOT ON REGIONMASTER"
               END-EVALUATE
           END-IF.

       GET-ENTRY-FILE-NAMES.

           DISPLAY "ENTER INTAKE FILE NAME (SPACES FOR STANDARD): "
           MOVE SPACES TO WS-ENTRY-INTAKE
           ACCEPT WS-ENTRY-INTAKE
           DISPLAY "ENTER ACK FILE NAME (SPACES FOR STANDARD): "
           MOVE SPACES TO WS-ENTRY-ACK
           ACCEPT WS-ENTRY-ACK.

       RESOLVE-FILE-NAMES.

           IF WS-NAME-CHECK-INTAKE = SPACES
               STRING "BRANCH" WS-NAME-CHECK-CODE(2:2) "TRAN"
                   DELIMITED BY SIZE INTO WS-NAME-CHECK-INTAKE
           END-IF
           IF WS-NAME-CHECK-ACK = SPACES
               STRING "BRANCH" WS-NAME-CHECK-CODE(2:2) "ACK"
                   DELIMITED BY SIZE INTO WS-NAME-CHECK-ACK
           END-IF.

       CHECK-FILE-NAMES-UNIQUE.

      * two branches reading one intake file would merge the same
      * work twice; two sharing an acknowledgment would overwrite
      * each other's. inactive branches are checked too - a retired
      * branch's files are still watched for stray sends
           SET WS-NAMES-OK TO TRUE
           PERFORM RESOLVE-FILE-NAMES

           IF WS-NAME-CHECK-INTAKE = WS-NAME-CHECK-ACK
               SET WS-NAMES-OK TO FALSE
               DISPLAY "INTAKE AND ACK FILE MUST DIFFER"
           END-IF

           PERFORM VARYING WS-NAME-SUB FROM 1 BY 1
                   UNTIL WS-NAME-SUB > WS-BR-COUNT
               IF WS-BR-CODE(WS-NAME-SUB) NOT = WS-NAME-CHECK-CODE
                   MOVE WS-BR-INTAKE-FILE(WS-NAME-SUB)
                       TO WS-OTHER-INTAKE
                   IF WS-OTHER-INTAKE = SPACES
                       STRING "BRANCH" WS-BR-CODE(WS-NAME-SUB)(2:2)
                           "TRAN" DELIMITED BY SIZE
                           INTO WS-OTHER-INTAKE
                   END-IF
                   MOVE WS-BR-ACK-FILE(WS-NAME-SUB) TO WS-OTHER-ACK
                   IF WS-OTHER-ACK = SPACES
                       STRING "BRANCH" WS-BR-CODE(WS-NAME-SUB)(2:2)
                           "ACK" DELIMITED BY SIZE
                           INTO WS-OTHER-ACK
                   END-IF
                   IF WS-NAME-CHECK-INTAKE = WS-OTHER-INTAKE
                           OR WS-NAME-CHECK-INTAKE = WS-OTHER-ACK
                       SET WS-NAMES-OK TO FALSE
                       DISPLAY "FILE " WS-NAME-CHECK-INTAKE
                           " ALREADY USED BY BRANCH "
                           WS-BR-CODE(WS-NAME-SUB)
                   END-IF
                   IF WS-NAME-CHECK-ACK = WS-OTHER-INTAKE
                           OR WS-NAME-CHECK-ACK = WS-OTHER-ACK
                       SET WS-NAMES-OK TO FALSE
                       DISPLAY "FILE " WS-NAME-CHECK-ACK
                           " ALREADY USED BY BRANCH "
                           WS-BR-CODE(WS-NAME-SUB)
                   END-IF
               END-IF
           END-PERFORM.

       PRINT-BRANCH-ROSTER.

           MOVE "BRANCHRPT" TO RPT-FILE-NAME
                   WS-BR-REGION(WS-BR-SUB) " "
                   WS-BR-ACTIVE(WS-BR-SUB) " "
                   WS-BR-EFF-DATE(WS-BR-SUB) " "
                   WS-BR-EXP-DATE(WS-BR-SUB) " "
                   WS-BR-CURRENCY(WS-BR-SUB) " "
                   WS-BR-SUCCESSOR(WS-BR-SUB)
                   DELIMITED BY SIZE INTO RPT-LINE
               PERFORM WRITE-REPORT-LINE
           END-PERFORM
