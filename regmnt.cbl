      ******************************************************************
      * Author:
      * Date:
      * Purpose: Region master maintenance for REGIONMASTER, on the
      *          branch-maint load-table / act / rewrite pattern.
      *          Supports add (with duplicate-code prevention),
      *          change (name and regional office contact, and
      *          reactivation of an inactive region), deactivate (the
      *          record stays on file flagged inactive with its expiry
      *          date set; refused while active branches or hospitals
      *          are still filed under the region), inquire, and a
      *          printed region roster on REGIONROSTER. REGIONMASTER
      *          is the list branch-maint and calc-copybook's hospital
      *          maintenance check BR-REGION and HM-REGION against.
      *          S)UMMARY prints the regional summary on REGIONRPT:
      *          for each region, its branches with the night's
      *          settlement totals from BRANCHSETTLE and its open
      *          hospitals with their total bed count, then any
      *          branches and hospitals still filed under a region
      *          that is not on REGIONMASTER, so misspelled regions
      *          can be found and corrected. ENTRY REGION-SUMMARY-SUB
      *          prints the summary without the maintenance menu.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. region-maint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGION-FILE ASSIGN TO "REGIONMASTER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT BRANCH-FILE ASSIGN TO "BRANCHMASTER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT HOSPITAL-MASTER ASSIGN TO "HOSPITALMASTER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT SETTLE-FILE ASSIGN TO "BRANCHSETTLE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  REGION-FILE
           LABEL RECORDS ARE STANDARD.
           COPY regnrec.

       FD  BRANCH-FILE
           LABEL RECORDS ARE STANDARD.
           COPY brchrec.

       FD  HOSPITAL-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY hosprec.

       FD  SETTLE-FILE
           LABEL RECORDS ARE STANDARD.
       01  SETTLE-RECORD               PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-RG-TABLE.
           05 WS-RG-ROW OCCURS 50 TIMES.
               10 WS-RG-CODE         PIC X(3).
               10 WS-RG-NAME         PIC X(30).
               10 WS-RG-CONTACT      PIC X(30).
               10 WS-RG-PHONE        PIC X(12).
               10 WS-RG-ACTIVE       PIC X(1).
               10 WS-RG-EFF-DATE     PIC X(10).
               10 WS-RG-EXP-DATE     PIC X(10).
       01  WS-RG-COUNT              PIC 9(2) VALUE ZERO.
       01  WS-RG-SUB                PIC 9(2) VALUE ZERO.
       01  WS-RG-MATCH-SUB          PIC 9(2) VALUE ZERO.

       01  WS-RG-ACTION             PIC X(1).
           88  WS-RG-ADD                    VALUE "A".
           88  WS-RG-CHANGE                 VALUE "C".
           88  WS-RG-DEACTIVATE             VALUE "D".
           88  WS-RG-INQUIRE                VALUE "I".
           88  WS-RG-ROSTER                 VALUE "R".
           88  WS-RG-SUMMARY                VALUE "S".
           88  WS-RG-NONE                   VALUE "N".

       01  WS-RG-NOT-FOUND-SW       PIC X(1) VALUE "N".
           88  WS-RG-NOT-FOUND              VALUE "Y" FALSE "N".

      * the branches and hospitals filed under each region, with the
      * branches' settlement totals from BRANCHSETTLE
       01  WS-BR-TABLE.
           05 WS-BR-ROW OCCURS 50 TIMES.
               10 WS-BR-CODE         PIC X(3).
               10 WS-BR-NAME         PIC X(30).
               10 WS-BR-REGION       PIC X(3).
               10 WS-BR-ACTIVE       PIC X(1).
               10 WS-BR-SETTLED      PIC X(1).
               10 WS-BR-COUNT-SETL   PIC 9(7).
               10 WS-BR-AMOUNT       PIC S9(13)V99.
               10 WS-BR-RESULT       PIC S9(13)V99.
       01  WS-BR-COUNT              PIC 9(2) VALUE ZERO.
       01  WS-BR-SUB                PIC 9(2) VALUE ZERO.

       01  WS-HM-TABLE.
           05 WS-HM-ROW OCCURS 200 TIMES.
               10 WS-HM-KEY          PIC X(20).
               10 WS-HM-BEDS         PIC 9(4).
               10 WS-HM-REGION       PIC X(3).
               10 WS-HM-STATUS       PIC X(1).
               10 WS-HM-ACTIVE       PIC X(1).
       01  WS-HM-COUNT              PIC 9(3) VALUE ZERO.
       01  WS-HM-SUB                PIC 9(3) VALUE ZERO.

       01  WS-ENTRY-CODE            PIC X(3).
       01  WS-ENTRY-NAME            PIC X(30).
       01  WS-ENTRY-CONTACT         PIC X(30).
       01  WS-ENTRY-PHONE           PIC X(12).
       01  WS-ENTRY-YN              PIC X(1).

       01  WS-IN-USE-BRANCHES       PIC 9(3) VALUE ZERO.
       01  WS-IN-USE-HOSPITALS      PIC 9(3) VALUE ZERO.

      * one BRANCHSETTLE row, split at the commas; the amounts are
      * read back through their edited pictures
       01  WS-SETTLE-FIELDS.
           05 WS-SR-DATE            PIC X(10).
           05 WS-SR-BRANCH          PIC X(3).
           05 WS-SR-COUNT-X         PIC X(7).
           05 WS-SR-AMOUNT-X        PIC X(17).
           05 WS-SR-RESULT-X        PIC X(17).
       01  WS-SR-AMOUNT-ED REDEFINES WS-SETTLE-FIELDS.
           05 FILLER                PIC X(20).
           05 WS-SR-AMOUNT-EDIT     PIC +9(13).99.
           05 WS-SR-RESULT-EDIT     PIC +9(13).99.
       01  WS-SETTLE-DATE           PIC X(10).
       01  WS-SETTLE-FOUND-SW       PIC X(1) VALUE "N".
           88  WS-SETTLE-FOUND              VALUE "Y" FALSE "N".

       01  WS-REGION-TOTALS.
           05 WS-RT-BRANCHES        PIC 9(3).
           05 WS-RT-COUNT           PIC 9(7).
           05 WS-RT-AMOUNT          PIC S9(13)V99.
           05 WS-RT-RESULT          PIC S9(13)V99.
           05 WS-RT-HOSPITALS       PIC 9(3).
           05 WS-RT-BEDS            PIC 9(6).
       01  WS-ALL-TOTALS.
           05 WS-AT-BRANCHES        PIC 9(3).
           05 WS-AT-COUNT           PIC 9(7).
           05 WS-AT-AMOUNT          PIC S9(13)V99.
           05 WS-AT-RESULT          PIC S9(13)V99.
           05 WS-AT-HOSPITALS       PIC 9(3).
           05 WS-AT-BEDS            PIC 9(6).
       01  WS-UNFILED-COUNT         PIC 9(3) VALUE ZERO.

       01  WS-COUNT-DISPLAY         PIC ZZZZZZ9.
       01  WS-AMOUNT-DISPLAY        PIC -(10)9.99.
       01  WS-RESULT-DISPLAY        PIC -(10)9.99.
       01  WS-BEDS-DISPLAY          PIC ZZZZZ9.

       01  WS-TODAY-FORMATTED       PIC X(10).

       01  WS-DONE-SW               PIC X(1) VALUE "N".
           88  WS-DONE                      VALUE "Y" FALSE "N".

       01  WS-EOF-SW                PIC X(1) VALUE "N".
           88  WS-EOF                       VALUE "Y" FALSE "N".

           COPY rundate.
           COPY rptws.
           COPY abendws.

       LINKAGE SECTION.
       01  LS-RETURN-CODE              PIC S9(4) COMP.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           PERFORM REGION-MAINT-LOGIC

           GOBACK.

       REGION-MAINT-LOGIC.

           PERFORM SET-BUSINESS-DATE

           PERFORM LOAD-REGION-TABLE

           SET WS-DONE TO FALSE
           PERFORM UNTIL WS-DONE
               DISPLAY "REGION MASTER - A)DD C)HANGE D)EACTIVATE "
                   "I)NQUIRE R)OSTER S)UMMARY N)ONE: "
               ACCEPT WS-RG-ACTION
               EVALUATE TRUE
                   WHEN WS-RG-ADD
                       PERFORM ADD-REGION
                   WHEN WS-RG-CHANGE
                       PERFORM CHANGE-REGION
                   WHEN WS-RG-DEACTIVATE
                       PERFORM DEACTIVATE-REGION
                   WHEN WS-RG-INQUIRE
                       PERFORM INQUIRE-REGION
                   WHEN WS-RG-ROSTER
                       PERFORM PRINT-REGION-ROSTER
                   WHEN WS-RG-SUMMARY
                       PERFORM PRINT-REGIONAL-SUMMARY
                   WHEN WS-RG-NONE
                       SET WS-DONE TO TRUE
                   WHEN OTHER
                       DISPLAY "INVALID ACTION, PLEASE RE-ENTER."
               END-EVALUATE
           END-PERFORM

           PERFORM REWRITE-REGION-FILE.

       SET-BUSINESS-DATE.

           MOVE "region-maint" TO WS-ABEND-PROGRAM

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           CALL "business-date" USING WS-RUN-DATE
           MOVE SPACES TO WS-TODAY-FORMATTED
           STRING WS-RUN-DATE-YYYY "-" WS-RUN-DATE-MM "-"
               WS-RUN-DATE-DD DELIMITED BY SIZE
               INTO WS-TODAY-FORMATTED.

       LOAD-REGION-TABLE.

           MOVE ZERO TO WS-RG-COUNT
           SET WS-EOF TO FALSE

           OPEN INPUT REGION-FILE
           IF WS-FILE-STATUS = "35"
               CONTINUE
           ELSE
               IF WS-FILE-STATUS NOT = "00"
                   STRING "UNABLE TO OPEN REGION-FILE, STATUS "
                       WS-FILE-STATUS DELIMITED BY SIZE
                       INTO WS-ABEND-MESSAGE
                   PERFORM ABEND-RTN
               END-IF

               READ REGION-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-EOF
                   IF WS-RG-COUNT >= 50
                       MOVE "WS-RG-TABLE OVERFLOW - MORE THAN 50"
                           TO WS-ABEND-MESSAGE
                       PERFORM ABEND-RTN
                   END-IF
                   ADD 1 TO WS-RG-COUNT
                   MOVE RG-REGION-CODE TO WS-RG-CODE(WS-RG-COUNT)
                   MOVE RG-NAME TO WS-RG-NAME(WS-RG-COUNT)
                   MOVE RG-CONTACT-NAME TO WS-RG-CONTACT(WS-RG-COUNT)
                   MOVE RG-CONTACT-PHONE TO WS-RG-PHONE(WS-RG-COUNT)
                   IF RG-INACTIVE
                       MOVE "I" TO WS-RG-ACTIVE(WS-RG-COUNT)
                   ELSE
                       MOVE "A" TO WS-RG-ACTIVE(WS-RG-COUNT)
                   END-IF
                   MOVE RG-EFF-DATE TO WS-RG-EFF-DATE(WS-RG-COUNT)
                   MOVE RG-EXP-DATE TO WS-RG-EXP-DATE(WS-RG-COUNT)
                   READ REGION-FILE
                       AT END SET WS-EOF TO TRUE
                   END-READ
               END-PERFORM

               CLOSE REGION-FILE
           END-IF.

       REWRITE-REGION-FILE.

           OPEN OUTPUT REGION-FILE
           IF WS-FILE-STATUS NOT = "00"
               STRING "UNABLE TO OPEN REGION-FILE, STATUS "
                   WS-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RTN
           END-IF

           PERFORM VARYING WS-RG-SUB FROM 1 BY 1
                   UNTIL WS-RG-SUB > WS-RG-COUNT
               MOVE WS-RG-CODE(WS-RG-SUB) TO RG-REGION-CODE
               MOVE WS-RG-NAME(WS-RG-SUB) TO RG-NAME
               MOVE WS-RG-CONTACT(WS-RG-SUB) TO RG-CONTACT-NAME
               MOVE WS-RG-PHONE(WS-RG-SUB) TO RG-CONTACT-PHONE
               MOVE WS-RG-ACTIVE(WS-RG-SUB) TO RG-ACTIVE-FLAG
               MOVE WS-RG-EFF-DATE(WS-RG-SUB) TO RG-EFF-DATE
               MOVE WS-RG-EXP-DATE(WS-RG-SUB) TO RG-EXP-DATE
               WRITE REGION-MASTER-RECORD
           END-PERFORM

           CLOSE REGION-FILE.

       LOAD-BRANCH-TABLE.

           MOVE ZERO TO WS-BR-COUNT
           SET WS-EOF TO FALSE

           OPEN INPUT BRANCH-FILE
           IF WS-FILE-STATUS = "35"
               CONTINUE
           ELSE
               IF WS-FILE-STATUS NOT = "00"
                   STRING "UNABLE TO OPEN BRANCH-FILE, STATUS "
                       WS-FILE-STATUS DELIMITED BY SIZE
                       INTO WS-ABEND-MESSAGE
                   PERFORM ABEND-RTN
               END-IF

               READ BRANCH-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-EOF
                   IF WS-BR-COUNT >= 50
                       MOVE "WS-BR-TABLE OVERFLOW - MORE THAN 50"
                           TO WS-ABEND-MESSAGE
                       PERFORM ABEND-RTN
                   END-IF
                   ADD 1 TO WS-BR-COUNT
                   MOVE BR-BRANCH-CODE TO WS-BR-CODE(WS-BR-COUNT)
                   MOVE BR-NAME TO WS-BR-NAME(WS-BR-COUNT)
                   MOVE BR-REGION TO WS-BR-REGION(WS-BR-COUNT)
      * records from before the flag existed count as active
                   IF BR-INACTIVE
                       MOVE "I" TO WS-BR-ACTIVE(WS-BR-COUNT)
                   ELSE
                       MOVE "A" TO WS-BR-ACTIVE(WS-BR-COUNT)
                   END-IF
                   MOVE "N" TO WS-BR-SETTLED(WS-BR-COUNT)
                   MOVE ZERO TO WS-BR-COUNT-SETL(WS-BR-COUNT)
                   MOVE ZERO TO WS-BR-AMOUNT(WS-BR-COUNT)
                   MOVE ZERO TO WS-BR-RESULT(WS-BR-COUNT)
                   READ BRANCH-FILE
                       AT END SET WS-EOF TO TRUE
                   END-READ
               END-PERFORM

               CLOSE BRANCH-FILE
           END-IF.

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
                   IF WS-HM-COUNT >= 200
                       MOVE "WS-HM-TABLE OVERFLOW - MORE THAN 200"
                           TO WS-ABEND-MESSAGE
                       PERFORM ABEND-RTN
                   END-IF
                   ADD 1 TO WS-HM-COUNT
                   MOVE HM-HOSPITAL-KEY TO WS-HM-KEY(WS-HM-COUNT)
                   IF HM-BED-COUNT NUMERIC
                       MOVE HM-BED-COUNT TO WS-HM-BEDS(WS-HM-COUNT)
                   ELSE
                       MOVE ZERO TO WS-HM-BEDS(WS-HM-COUNT)
                   END-IF
                   MOVE HM-REGION TO WS-HM-REGION(WS-HM-COUNT)
                   MOVE HM-STATUS TO WS-HM-STATUS(WS-HM-COUNT)
      * records from before the profile existed count as open and
      * active
                   IF HM-INACTIVE
                       MOVE "I" TO WS-HM-ACTIVE(WS-HM-COUNT)
                   ELSE
                       MOVE "A" TO WS-HM-ACTIVE(WS-HM-COUNT)
                   END-IF
                   READ HOSPITAL-MASTER
                       AT END SET WS-EOF TO TRUE
                   END-READ
               END-PERFORM

               CLOSE HOSPITAL-MASTER
           END-IF.

       LOAD-SETTLEMENT-TOTALS.

      * BRANCHSETTLE is branch-settlement's interface file: a column
      * header, one row per branch, REVERSAL and INTERBRANCH rows,
      * and a TRAILER.
      * only the branch rows are wanted here, and of them only the
      * leading base-currency columns, so regions add up across
      * branches that trade in different currencies
           SET WS-SETTLE-FOUND TO FALSE
           MOVE SPACES TO WS-SETTLE-DATE
           SET WS-EOF TO FALSE

           OPEN INPUT SETTLE-FILE
           IF WS-FILE-STATUS = "35"
               SET WS-EOF TO TRUE
           ELSE
               IF WS-FILE-STATUS NOT = "00"
                   STRING "UNABLE TO OPEN BRANCHSETTLE, STATUS "
                       WS-FILE-STATUS DELIMITED BY SIZE
                       INTO WS-ABEND-MESSAGE
                   PERFORM ABEND-RTN
               END-IF
               SET WS-SETTLE-FOUND TO TRUE
               READ SETTLE-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
           END-IF

           PERFORM UNTIL WS-EOF
               IF SETTLE-RECORD(1:13) NOT = "BUSINESS-DATE"
                       AND SETTLE-RECORD(1:9) NOT = "REVERSAL,"
                       AND SETTLE-RECORD(1:12) NOT = "INTERBRANCH,"
                       AND SETTLE-RECORD(1:8) NOT = "TRAILER,"
                   PERFORM TAKE-SETTLEMENT-ROW
               END-IF
               READ SETTLE-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
           END-PERFORM

           IF WS-SETTLE-FOUND
               CLOSE SETTLE-FILE
           END-IF.

       TAKE-SETTLEMENT-ROW.

           MOVE SPACES TO WS-SETTLE-FIELDS
           UNSTRING SETTLE-RECORD DELIMITED BY ","
               INTO WS-SR-DATE WS-SR-BRANCH WS-SR-COUNT-X
                   WS-SR-AMOUNT-X WS-SR-RESULT-X
           END-UNSTRING
           MOVE WS-SR-DATE TO WS-SETTLE-DATE

           IF WS-SR-COUNT-X NUMERIC
                   AND WS-SR-AMOUNT-X(2:13) NUMERIC
                   AND WS-SR-AMOUNT-X(16:2) NUMERIC
                   AND WS-SR-RESULT-X(2:13) NUMERIC
                   AND WS-SR-RESULT-X(16:2) NUMERIC
               PERFORM VARYING WS-BR-SUB FROM 1 BY 1
                       UNTIL WS-BR-SUB > WS-BR-COUNT
                   IF WS-BR-CODE(WS-BR-SUB) = WS-SR-BRANCH
                       MOVE "Y" TO WS-BR-SETTLED(WS-BR-SUB)
                       MOVE WS-SR-COUNT-X
                           TO WS-BR-COUNT-SETL(WS-BR-SUB)
                       MOVE WS-SR-AMOUNT-EDIT
                           TO WS-BR-AMOUNT(WS-BR-SUB)
                       MOVE WS-SR-RESULT-EDIT
                           TO WS-BR-RESULT(WS-BR-SUB)
                   END-IF
               END-PERFORM
           ELSE
               DISPLAY "BRANCHSETTLE ROW NOT READABLE: "
                   SETTLE-RECORD(1:40)
           END-IF.

       GET-ENTRY-CODE.

           DISPLAY "ENTER REGION CODE (XXX): "
           MOVE SPACES TO WS-ENTRY-CODE
           ACCEPT WS-ENTRY-CODE
           PERFORM UNTIL WS-ENTRY-CODE NOT = SPACES
               DISPLAY "REGION CODE REQUIRED. RE-ENTER: "
               MOVE SPACES TO WS-ENTRY-CODE
               ACCEPT WS-ENTRY-CODE
           END-PERFORM.

       FIND-REGION.

           SET WS-RG-NOT-FOUND TO TRUE
           MOVE ZERO TO WS-RG-MATCH-SUB

           PERFORM VARYING WS-RG-SUB FROM 1 BY 1
                   UNTIL WS-RG-SUB > WS-RG-COUNT
               IF WS-RG-CODE(WS-RG-SUB) = WS-ENTRY-CODE
                   SET WS-RG-NOT-FOUND TO FALSE
                   MOVE WS-RG-SUB TO WS-RG-MATCH-SUB
               END-IF
           END-PERFORM.

       ADD-REGION.

           PERFORM GET-ENTRY-CODE
           PERFORM FIND-REGION

           IF NOT WS-RG-NOT-FOUND
               DISPLAY "REGION ALREADY ON FILE: " WS-ENTRY-CODE
                   " (" WS-RG-NAME(WS-RG-MATCH-SUB) ")"
               IF WS-RG-ACTIVE(WS-RG-MATCH-SUB) = "I"
                   DISPLAY "REGION IS INACTIVE - USE C)HANGE TO "
                       "REACTIVATE IT"
               END-IF
           ELSE
               IF WS-RG-COUNT >= 50
                   MOVE "WS-RG-TABLE OVERFLOW - MORE THAN 50"
                       TO WS-ABEND-MESSAGE
                   PERFORM ABEND-RTN
               END-IF
               DISPLAY "ENTER REGION NAME: "
               MOVE SPACES TO WS-ENTRY-NAME
               ACCEPT WS-ENTRY-NAME
               PERFORM UNTIL WS-ENTRY-NAME NOT = SPACES
                   DISPLAY "REGION NAME REQUIRED. RE-ENTER: "
                   MOVE SPACES TO WS-ENTRY-NAME
                   ACCEPT WS-ENTRY-NAME
               END-PERFORM
               DISPLAY "ENTER REGIONAL OFFICE CONTACT: "
               MOVE SPACES TO WS-ENTRY-CONTACT
               ACCEPT WS-ENTRY-CONTACT
               DISPLAY "ENTER CONTACT PHONE: "
               MOVE SPACES TO WS-ENTRY-PHONE
               ACCEPT WS-ENTRY-PHONE
               ADD 1 TO WS-RG-COUNT
               MOVE WS-ENTRY-CODE TO WS-RG-CODE(WS-RG-COUNT)
               MOVE WS-ENTRY-NAME TO WS-RG-NAME(WS-RG-COUNT)
               MOVE WS-ENTRY-CONTACT TO WS-RG-CONTACT(WS-RG-COUNT)
               MOVE WS-ENTRY-PHONE TO WS-RG-PHONE(WS-RG-COUNT)
               MOVE "A" TO WS-RG-ACTIVE(WS-RG-COUNT)
               MOVE WS-TODAY-FORMATTED
                   TO WS-RG-EFF-DATE(WS-RG-COUNT)
               MOVE SPACES TO WS-RG-EXP-DATE(WS-RG-COUNT)
               DISPLAY "REGION ADDED: " WS-ENTRY-CODE
           END-IF.

       CHANGE-REGION.

           PERFORM GET-ENTRY-CODE
           PERFORM FIND-REGION

           IF WS-RG-NOT-FOUND
               DISPLAY "REGION NOT ON FILE: " WS-ENTRY-CODE
           ELSE
               DISPLAY "ENTER NEW NAME (SPACES TO KEEP): "
               MOVE SPACES TO WS-ENTRY-NAME
               ACCEPT WS-ENTRY-NAME
               IF WS-ENTRY-NAME NOT = SPACES
                   MOVE WS-ENTRY-NAME
                       TO WS-RG-NAME(WS-RG-MATCH-SUB)
               END-IF
               DISPLAY "ENTER NEW CONTACT (SPACES TO KEEP): "
               MOVE SPACES TO WS-ENTRY-CONTACT
               ACCEPT WS-ENTRY-CONTACT
               IF WS-ENTRY-CONTACT NOT = SPACES
                   MOVE WS-ENTRY-CONTACT
                       TO WS-RG-CONTACT(WS-RG-MATCH-SUB)
               END-IF
               DISPLAY "ENTER NEW CONTACT PHONE (SPACES TO KEEP): "
               MOVE SPACES TO WS-ENTRY-PHONE
               ACCEPT WS-ENTRY-PHONE
               IF WS-ENTRY-PHONE NOT = SPACES
                   MOVE WS-ENTRY-PHONE
                       TO WS-RG-PHONE(WS-RG-MATCH-SUB)
               END-IF
               IF WS-RG-ACTIVE(WS-RG-MATCH-SUB) = "I"
                   DISPLAY "REGION IS INACTIVE - REACTIVATE (Y/N): "
                   MOVE SPACES TO WS-ENTRY-YN
                   ACCEPT WS-ENTRY-YN
                   IF WS-ENTRY-YN = "Y"
                       MOVE "A" TO WS-RG-ACTIVE(WS-RG-MATCH-SUB)
                       MOVE WS-TODAY-FORMATTED
                           TO WS-RG-EFF-DATE(WS-RG-MATCH-SUB)
                       MOVE SPACES TO WS-RG-EXP-DATE(WS-RG-MATCH-SUB)
                       DISPLAY "REGION REACTIVATED: " WS-ENTRY-CODE
                   END-IF
               END-IF
               DISPLAY "REGION CHANGED: " WS-ENTRY-CODE
           END-IF.

       DEACTIVATE-REGION.

           PERFORM GET-ENTRY-CODE
           PERFORM FIND-REGION

           IF WS-RG-NOT-FOUND
               DISPLAY "REGION NOT ON FILE: " WS-ENTRY-CODE
           ELSE
      * a region still carrying active branches or hospitals would
      * leave them filed under a region nothing may now be filed
      * under - they are moved first
               PERFORM LOAD-BRANCH-TABLE
               PERFORM LOAD-HOSPITAL-TABLE
               PERFORM COUNT-REGION-IN-USE
               IF WS-IN-USE-BRANCHES > ZERO
                       OR WS-IN-USE-HOSPITALS > ZERO
                   DISPLAY "REGION " WS-ENTRY-CODE " STILL HAS "
                       WS-IN-USE-BRANCHES " ACTIVE BRANCHES AND "
                       WS-IN-USE-HOSPITALS " ACTIVE HOSPITALS"
                   DISPLAY "REGION NOT DEACTIVATED"
               ELSE
                   MOVE "I" TO WS-RG-ACTIVE(WS-RG-MATCH-SUB)
                   MOVE WS-TODAY-FORMATTED
                       TO WS-RG-EXP-DATE(WS-RG-MATCH-SUB)
                   DISPLAY "REGION DEACTIVATED: " WS-ENTRY-CODE
               END-IF
           END-IF.

       COUNT-REGION-IN-USE.

           MOVE ZERO TO WS-IN-USE-BRANCHES
           MOVE ZERO TO WS-IN-USE-HOSPITALS
           PERFORM VARYING WS-BR-SUB FROM 1 BY 1
                   UNTIL WS-BR-SUB > WS-BR-COUNT
               IF WS-BR-REGION(WS-BR-SUB) = WS-ENTRY-CODE
                       AND WS-BR-ACTIVE(WS-BR-SUB) = "A"
                   ADD 1 TO WS-IN-USE-BRANCHES
               END-IF
           END-PERFORM
           PERFORM VARYING WS-HM-SUB FROM 1 BY 1
                   UNTIL WS-HM-SUB > WS-HM-COUNT
               IF WS-HM-REGION(WS-HM-SUB) = WS-ENTRY-CODE
                       AND WS-HM-ACTIVE(WS-HM-SUB) = "A"
                   ADD 1 TO WS-IN-USE-HOSPITALS
               END-IF
           END-PERFORM.

       INQUIRE-REGION.

           PERFORM GET-ENTRY-CODE
           PERFORM FIND-REGION

           IF WS-RG-NOT-FOUND
               DISPLAY "REGION NOT ON FILE: " WS-ENTRY-CODE
           ELSE
               DISPLAY "REGION:  " WS-RG-CODE(WS-RG-MATCH-SUB)
               DISPLAY "NAME:    " WS-RG-NAME(WS-RG-MATCH-SUB)
               DISPLAY "CONTACT: " WS-RG-CONTACT(WS-RG-MATCH-SUB)
               DISPLAY "PHONE:   " WS-RG-PHONE(WS-RG-MATCH-SUB)
               DISPLAY "STATUS:  " WS-RG-ACTIVE(WS-RG-MATCH-SUB)
               DISPLAY "EFFECTIVE: "
                   WS-RG-EFF-DATE(WS-RG-MATCH-SUB)
                   " EXPIRES: " WS-RG-EXP-DATE(WS-RG-MATCH-SUB)
               PERFORM LOAD-BRANCH-TABLE
               PERFORM LOAD-HOSPITAL-TABLE
               PERFORM COUNT-REGION-IN-USE
               DISPLAY "ACTIVE BRANCHES: " WS-IN-USE-BRANCHES
                   "  ACTIVE HOSPITALS: " WS-IN-USE-HOSPITALS
           END-IF.

       PRINT-REGION-ROSTER.

           MOVE "REGIONROSTER" TO RPT-FILE-NAME
           MOVE "REGION MASTER ROSTER" TO RPT-TITLE
           MOVE WS-TODAY-FORMATTED TO RPT-RUN-DATE
           MOVE ZERO TO RPT-PAGE-NUMBER
           MOVE ZERO TO RPT-LINE-COUNT
           MOVE ZERO TO RPT-LINES-PER-PAGE
           SET RPT-REQ-INIT TO TRUE
           CALL "report-writer" USING RPT-CONTROL

           PERFORM VARYING WS-RG-SUB FROM 1 BY 1
                   UNTIL WS-RG-SUB > WS-RG-COUNT
               MOVE SPACES TO RPT-LINE
               STRING WS-RG-CODE(WS-RG-SUB) " "
                   WS-RG-NAME(WS-RG-SUB) " "
                   WS-RG-ACTIVE(WS-RG-SUB) " "
                   WS-RG-EFF-DATE(WS-RG-SUB) " "
                   WS-RG-EXP-DATE(WS-RG-SUB)
                   DELIMITED BY SIZE INTO RPT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE SPACES TO RPT-LINE
               STRING "    CONTACT " WS-RG-CONTACT(WS-RG-SUB) " "
                   WS-RG-PHONE(WS-RG-SUB)
                   DELIMITED BY SIZE INTO RPT-LINE
               PERFORM WRITE-REPORT-LINE
           END-PERFORM

           MOVE SPACES TO RPT-LINE
           STRING "REGIONS ON FILE: " WS-RG-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           SET RPT-REQ-TOTAL TO TRUE
           CALL "report-writer" USING RPT-CONTROL

           SET RPT-REQ-CLOSE TO TRUE
           CALL "report-writer" USING RPT-CONTROL

           DISPLAY "ROSTER PRINTED TO REGIONROSTER ("
               WS-RG-COUNT " REGIONS)".

       PRINT-REGIONAL-SUMMARY.

           PERFORM LOAD-BRANCH-TABLE
           PERFORM LOAD-HOSPITAL-TABLE
           PERFORM LOAD-SETTLEMENT-TOTALS

           MOVE "REGIONRPT" TO RPT-FILE-NAME
           MOVE "REGIONAL SUMMARY" TO RPT-TITLE
           MOVE WS-TODAY-FORMATTED TO RPT-RUN-DATE
           MOVE ZERO TO RPT-PAGE-NUMBER
           MOVE ZERO TO RPT-LINE-COUNT
           MOVE ZERO TO RPT-LINES-PER-PAGE
           SET RPT-REQ-INIT TO TRUE
           CALL "report-writer" USING RPT-CONTROL

           MOVE SPACES TO RPT-LINE
           IF WS-SETTLE-FOUND
               STRING "SETTLEMENT TOTALS FROM BRANCHSETTLE FOR "
                   WS-SETTLE-DATE
                   DELIMITED BY SIZE INTO RPT-LINE
           ELSE
               STRING "BRANCHSETTLE NOT FOUND - NO SETTLEMENT TOTALS"
                   DELIMITED BY SIZE INTO RPT-LINE
           END-IF
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "  BRANCH                           COUNT"
               "         AMOUNT         RESULT"
               DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-REPORT-LINE

           INITIALIZE WS-ALL-TOTALS
           PERFORM VARYING WS-RG-SUB FROM 1 BY 1
                   UNTIL WS-RG-SUB > WS-RG-COUNT
               PERFORM PRINT-ONE-REGION
           END-PERFORM

           PERFORM PRINT-UNFILED-REGIONS

           MOVE SPACES TO RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-AT-COUNT TO WS-COUNT-DISPLAY
           MOVE WS-AT-AMOUNT TO WS-AMOUNT-DISPLAY
           MOVE WS-AT-RESULT TO WS-RESULT-DISPLAY
           MOVE SPACES TO RPT-LINE
           STRING "ALL REGIONS  BRANCHES " WS-AT-BRANCHES "        "
               WS-COUNT-DISPLAY " " WS-AMOUNT-DISPLAY " "
               WS-RESULT-DISPLAY
               DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE WS-AT-BEDS TO WS-BEDS-DISPLAY
           MOVE SPACES TO RPT-LINE
           STRING "REGIONS " WS-RG-COUNT
               "  OPEN HOSPITALS " WS-AT-HOSPITALS
               "  TOTAL BEDS " WS-BEDS-DISPLAY
               DELIMITED BY SIZE INTO RPT-LINE
           SET RPT-REQ-TOTAL TO TRUE
           CALL "report-writer" USING RPT-CONTROL

           SET RPT-REQ-CLOSE TO TRUE
           CALL "report-writer" USING RPT-CONTROL

           DISPLAY "REGIONAL SUMMARY PRINTED TO REGIONRPT ("
               WS-RG-COUNT " REGIONS)".

       PRINT-ONE-REGION.

           INITIALIZE WS-REGION-TOTALS

           MOVE SPACES TO RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO RPT-LINE
           IF WS-RG-ACTIVE(WS-RG-SUB) = "I"
               STRING "REGION " WS-RG-CODE(WS-RG-SUB) " "
                   WS-RG-NAME(WS-RG-SUB) " (INACTIVE)"
                   DELIMITED BY SIZE INTO RPT-LINE
           ELSE
               STRING "REGION " WS-RG-CODE(WS-RG-SUB) " "
                   WS-RG-NAME(WS-RG-SUB)
                   DELIMITED BY SIZE INTO RPT-LINE
           END-IF
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "  OFFICE CONTACT " WS-RG-CONTACT(WS-RG-SUB) " "
               WS-RG-PHONE(WS-RG-SUB)
               DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-REPORT-LINE

      * an inactive branch is shown only if it still settled tonight
           PERFORM VARYING WS-BR-SUB FROM 1 BY 1
                   UNTIL WS-BR-SUB > WS-BR-COUNT
               IF WS-BR-REGION(WS-BR-SUB) = WS-RG-CODE(WS-RG-SUB)
                       AND (WS-BR-ACTIVE(WS-BR-SUB) = "A"
                           OR WS-BR-SETTLED(WS-BR-SUB) = "Y")
                   PERFORM PRINT-BRANCH-LINE
               END-IF
           END-PERFORM

           MOVE WS-RT-COUNT TO WS-COUNT-DISPLAY
           MOVE WS-RT-AMOUNT TO WS-AMOUNT-DISPLAY
           MOVE WS-RT-RESULT TO WS-RESULT-DISPLAY
           MOVE SPACES TO RPT-LINE
           STRING "  REGION TOTAL  BRANCHES " WS-RT-BRANCHES
               "     " WS-COUNT-DISPLAY " " WS-AMOUNT-DISPLAY " "
               WS-RESULT-DISPLAY
               DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-REPORT-LINE

           PERFORM VARYING WS-HM-SUB FROM 1 BY 1
                   UNTIL WS-HM-SUB > WS-HM-COUNT
               IF WS-HM-REGION(WS-HM-SUB) = WS-RG-CODE(WS-RG-SUB)
                       AND WS-HM-STATUS(WS-HM-SUB) NOT = "C"
                       AND WS-HM-ACTIVE(WS-HM-SUB) = "A"
                   ADD 1 TO WS-RT-HOSPITALS
                   ADD WS-HM-BEDS(WS-HM-SUB) TO WS-RT-BEDS
                   MOVE WS-HM-BEDS(WS-HM-SUB) TO WS-BEDS-DISPLAY
                   MOVE SPACES TO RPT-LINE
                   STRING "  HOSPITAL " WS-HM-KEY(WS-HM-SUB)
                       "   BEDS " WS-BEDS-DISPLAY
                       DELIMITED BY SIZE INTO RPT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-PERFORM

           MOVE WS-RT-BEDS TO WS-BEDS-DISPLAY
           MOVE SPACES TO RPT-LINE
           STRING "  OPEN HOSPITALS " WS-RT-HOSPITALS
               "              TOTAL BEDS " WS-BEDS-DISPLAY
               DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-REPORT-LINE

           ADD WS-RT-BRANCHES TO WS-AT-BRANCHES
           ADD WS-RT-COUNT TO WS-AT-COUNT
           ADD WS-RT-AMOUNT TO WS-AT-AMOUNT
           ADD WS-RT-RESULT TO WS-AT-RESULT
           ADD WS-RT-HOSPITALS TO WS-AT-HOSPITALS
           ADD WS-RT-BEDS TO WS-AT-BEDS.

       PRINT-BRANCH-LINE.

           ADD 1 TO WS-RT-BRANCHES
           MOVE SPACES TO RPT-LINE
           IF WS-BR-SETTLED(WS-BR-SUB) = "Y"
               ADD WS-BR-COUNT-SETL(WS-BR-SUB) TO WS-RT-COUNT
               ADD WS-BR-AMOUNT(WS-BR-SUB) TO WS-RT-AMOUNT
               ADD WS-BR-RESULT(WS-BR-SUB) TO WS-RT-RESULT
               MOVE WS-BR-COUNT-SETL(WS-BR-SUB) TO WS-COUNT-DISPLAY
               MOVE WS-BR-AMOUNT(WS-BR-SUB) TO WS-AMOUNT-DISPLAY
               MOVE WS-BR-RESULT(WS-BR-SUB) TO WS-RESULT-DISPLAY
               STRING "  " WS-BR-CODE(WS-BR-SUB) " "
                   WS-BR-NAME(WS-BR-SUB)(1:26) " "
                   WS-COUNT-DISPLAY " " WS-AMOUNT-DISPLAY " "
                   WS-RESULT-DISPLAY
                   DELIMITED BY SIZE INTO RPT-LINE
           ELSE
               STRING "  " WS-BR-CODE(WS-BR-SUB) " "
                   WS-BR-NAME(WS-BR-SUB)(1:26) " "
                   "      NO SETTLEMENT ROW"
                   DELIMITED BY SIZE INTO RPT-LINE
           END-IF
           PERFORM WRITE-REPORT-LINE.

       PRINT-UNFILED-REGIONS.

      * branches and hospitals whose region is not on REGIONMASTER -
      * the misspellings this file exists to put right
           MOVE ZERO TO WS-UNFILED-COUNT
           MOVE SPACES TO RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "FILED UNDER A REGION NOT ON REGIONMASTER" TO RPT-LINE
           PERFORM WRITE-REPORT-LINE

           PERFORM VARYING WS-BR-SUB FROM 1 BY 1
                   UNTIL WS-BR-SUB > WS-BR-COUNT
               MOVE WS-BR-REGION(WS-BR-SUB) TO WS-ENTRY-CODE
               PERFORM FIND-REGION
               IF WS-RG-NOT-FOUND
                   ADD 1 TO WS-UNFILED-COUNT
                   MOVE SPACES TO RPT-LINE
                   STRING "  BRANCH   " WS-BR-CODE(WS-BR-SUB) " "
                       WS-BR-NAME(WS-BR-SUB) " REGION "
                       WS-BR-REGION(WS-BR-SUB)
                       DELIMITED BY SIZE INTO RPT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-PERFORM

           PERFORM VARYING WS-HM-SUB FROM 1 BY 1
                   UNTIL WS-HM-SUB > WS-HM-COUNT
               MOVE WS-HM-REGION(WS-HM-SUB) TO WS-ENTRY-CODE
               PERFORM FIND-REGION
               IF WS-RG-NOT-FOUND
                   ADD 1 TO WS-UNFILED-COUNT
                   MOVE SPACES TO RPT-LINE
                   STRING "  HOSPITAL " WS-HM-KEY(WS-HM-SUB)
                       " REGION " WS-HM-REGION(WS-HM-SUB)
                       DELIMITED BY SIZE INTO RPT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-PERFORM

           IF WS-UNFILED-COUNT = ZERO
               MOVE "  NONE" TO RPT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

       WRITE-REPORT-LINE.

           SET RPT-REQ-DETAIL TO TRUE
           CALL "report-writer" USING RPT-CONTROL.

       END-OF-LOGIC-PARAGRAPHS.
           CONTINUE.

       ENTRY "REGION-MAINT-SUB" USING LS-RETURN-CODE.

           PERFORM REGION-MAINT-LOGIC

           MOVE RETURN-CODE TO LS-RETURN-CODE

           GOBACK.

       ENTRY "REGION-SUMMARY-SUB" USING LS-RETURN-CODE.

           PERFORM SET-BUSINESS-DATE
           PERFORM LOAD-REGION-TABLE
           PERFORM PRINT-REGIONAL-SUMMARY

           MOVE RETURN-CODE TO LS-RETURN-CODE

           GOBACK.

       COPY abendproc.

       END PROGRAM region-maint.
