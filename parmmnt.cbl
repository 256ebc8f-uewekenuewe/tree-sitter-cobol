      ******************************************************************
      * Author:
      * Date:
      * Purpose: RUNPARMS maintenance, replacing hand edits of the
      *          keyword=value cards parm-loader reads. A supervisor
      *          badge, verified through pin-verify, is required. The
      *          program knows every keyword parm-loader takes, its
      *          type, width, and allowed range or values, and
      *          refuses anything else. A change is never made to the
      *          card in place: S)TAGE records it on PARMSTAGE with an
      *          effective business date after today's (the next
      *          business date unless another is given), so the run
      *          under way keeps the parameters it started with and
      *          parm-loader lays the change over the cards from the
      *          first run on that date. W)ITHDRAW takes back a change
      *          not yet in effect. On sign-on, changes whose date has
      *          passed are folded into RUNPARMS itself and marked
      *          applied. Every change staged, withdrawn, or folded is
      *          journaled to PARMHIST with the badge and the value
      *          before and after. BUSINESS-DATE and REHEARSAL are
      *          one-run operations cards and are not staged.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. parm-maint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "RUNPARMS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT PARM-STAGE-FILE ASSIGN TO "PARMSTAGE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT PARM-HIST-FILE ASSIGN TO "PARMHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "OPERATORFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  PARM-RECORD                 PIC X(80).

       FD  PARM-STAGE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY parmstg.

       FD  PARM-HIST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY parmhist.

       FD  OPERATOR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY operrec.

       WORKING-STORAGE SECTION.
      * every keyword parm-loader takes: type N numeric (width digits
      * in the range given), F flag (blank or one of the allowed
      * letters), T text, C currency code, H time of day HHMM, and
      * O operations card; then parm-loader's default
       01  WS-PK-VALUES.
           05 FILLER PIC X(37) VALUE
               "RUN-MODE            F0100000000000000".
           05 FILLER PIC X(23) VALUE
               "BI                     ".
           05 FILLER PIC X(37) VALUE
               "BUSINESS-DATE       O1000000000000000".
           05 FILLER PIC X(23) VALUE
               "                       ".
           05 FILLER PIC X(37) VALUE
               "REJECT-RATE-PCT     N0300000000000100".
           05 FILLER PIC X(23) VALUE
               "   010                 ".
           05 FILLER PIC X(37) VALUE
               "DROP-PCT            N0300000000000100".
           05 FILLER PIC X(23) VALUE
               "   050                 ".
           05 FILLER PIC X(37) VALUE
               "RETENTION-DAYS      N0300000010000999".
           05 FILLER PIC X(23) VALUE
               "   030                 ".
           05 FILLER PIC X(37) VALUE
               "GENERATIONS-KEPT    N0200000010000099".
           05 FILLER PIC X(23) VALUE
               "   05                  ".
           05 FILLER PIC X(37) VALUE
               "TABLE-LIMIT         N0300000010000100".
           05 FILLER PIC X(23) VALUE
               "   100                 ".
           05 FILLER PIC X(37) VALUE
               "TRAN-FILE-NAME      T2000000000000000".
           05 FILLER PIC X(23) VALUE
               "   CLEANTRAN           ".
           05 FILLER PIC X(37) VALUE
               "RECON-REPAIR        F0100000000000000".
           05 FILLER PIC X(23) VALUE
               "R                      ".
           05 FILLER PIC X(37) VALUE
               "RECON-TOLERANCE     N0300000000000999".
           05 FILLER PIC X(23) VALUE
               "   005                 ".
           05 FILLER PIC X(37) VALUE
               "DUP-OVERRIDE        F0100000000000000".
           05 FILLER PIC X(23) VALUE
               "Y                      ".
           05 FILLER PIC X(37) VALUE
               "ALERT-ESC-HOURS     N0300000010000999".
           05 FILLER PIC X(23) VALUE
               "   024                 ".
           05 FILLER PIC X(37) VALUE
               "PIN-MAX-AGE-DAYS    N0300000010000999".
           05 FILLER PIC X(23) VALUE
               "   090                 ".
           05 FILLER PIC X(37) VALUE
               "WINDOW-DEADLINE     H0400000000000000".
           05 FILLER PIC X(23) VALUE
               "   0600                ".
           05 FILLER PIC X(37) VALUE
               "WRITEOFF-DAYS       N0300000010000999".
           05 FILLER PIC X(23) VALUE
               "   060                 ".
           05 FILLER PIC X(37) VALUE
               "DORMANT-DAYS        N0300000010000999".
           05 FILLER PIC X(23) VALUE
               "   090                 ".
           05 FILLER PIC X(37) VALUE
               "DORMANT-GRACE-DAYS  N0300000000000999".
           05 FILLER PIC X(23) VALUE
               "   014                 ".
           05 FILLER PIC X(37) VALUE
               "SHIFT-HOURS         N0200000010000024".
           05 FILLER PIC X(23) VALUE
               "   08                  ".
           05 FILLER PIC X(37) VALUE
               "BASE-CURRENCY       C0300000000000000".
           05 FILLER PIC X(23) VALUE
               "   USD                 ".
           05 FILLER PIC X(37) VALUE
               "AR-TERMS-DAYS       N0300000000000999".
           05 FILLER PIC X(23) VALUE
               "   030                 ".
           05 FILLER PIC X(37) VALUE
               "SCREEN-DAYS         N0300000010000060".
           05 FILLER PIC X(23) VALUE
               "   005                 ".
           05 FILLER PIC X(37) VALUE
               "SCREEN-COUNT        N0300000000000999".
           05 FILLER PIC X(23) VALUE
               "   010                 ".
           05 FILLER PIC X(37) VALUE
               "SCREEN-AMOUNT       N0700000009999999".
           05 FILLER PIC X(23) VALUE
               "   0050000             ".
           05 FILLER PIC X(37) VALUE
               "LARGE-TRAN-AMOUNT   N0700000019999999".
           05 FILLER PIC X(23) VALUE
               "   0010000             ".
           05 FILLER PIC X(37) VALUE
               "LARGE-MONTH-AMOUNT  N0700000019999999".
           05 FILLER PIC X(23) VALUE
               "   0025000             ".
           05 FILLER PIC X(37) VALUE
               "REHEARSAL           O0100000000000000".
           05 FILLER PIC X(23) VALUE
               "                       ".
       01  WS-PK-TABLE REDEFINES WS-PK-VALUES.
           05 WS-PK-ROW OCCURS 26 TIMES.
               10 WS-PK-KEYWORD      PIC X(20).
               10 WS-PK-TYPE         PIC X(1).
                   88  WS-PK-NUMERIC        VALUE "N".
                   88  WS-PK-FLAG           VALUE "F".
                   88  WS-PK-TEXT           VALUE "T".
                   88  WS-PK-CURRENCY       VALUE "C".
                   88  WS-PK-TIME           VALUE "H".
                   88  WS-PK-OPERATIONS     VALUE "O".
               10 WS-PK-WIDTH        PIC 9(2).
               10 WS-PK-LOW          PIC 9(7).
               10 WS-PK-HIGH         PIC 9(7).
               10 WS-PK-ALLOWED      PIC X(3).
               10 WS-PK-DEFAULT      PIC X(20).
       01  WS-PK-COUNT              PIC 9(2) VALUE 26.
       01  WS-PK-SUB                PIC 9(2) VALUE ZERO.
       01  WS-PK-MATCH              PIC 9(2) VALUE ZERO.

       01  WS-CARD-TABLE.
           05 WS-CARD-LINE OCCURS 100 TIMES PIC X(80).
       01  WS-CARD-COUNT            PIC 9(3) VALUE ZERO.
       01  WS-CARD-SUB              PIC 9(3) VALUE ZERO.
       01  WS-CARD-MATCH            PIC 9(3) VALUE ZERO.
       01  WS-PARM-KEY              PIC X(20).
       01  WS-PARM-VALUE            PIC X(40).

       01  WS-PS-TABLE.
           05 WS-PS-ROW OCCURS 200 TIMES.
               10 WS-PS-KEYWORD      PIC X(20).
               10 WS-PS-VALUE        PIC X(20).
               10 WS-PS-EFF-DATE     PIC X(10).
               10 WS-PS-STATUS       PIC X(1).
               10 WS-PS-BADGE        PIC 9(3).
               10 WS-PS-STAGED-DATE  PIC X(10).
               10 WS-PS-BEFORE       PIC X(20).
               10 WS-PS-CLOSED-DATE  PIC X(10).
               10 WS-PS-CLOSED-BADGE PIC 9(3).
       01  WS-PS-COUNT              PIC 9(3) VALUE ZERO.
       01  WS-PS-SUB                PIC 9(3) VALUE ZERO.
       01  WS-PS-SUB-2              PIC 9(3) VALUE ZERO.
       01  WS-PS-PICK               PIC 9(3) VALUE ZERO.
       01  WS-PS-PICK-X             PIC X(3).
       01  WS-FOLD-SUB              PIC 9(3) VALUE ZERO.

       01  WS-PM-ACTION             PIC X(1).
           88  WS-PM-STAGE                  VALUE "S".
           88  WS-PM-WITHDRAW               VALUE "W".
           88  WS-PM-LIST                   VALUE "L".
           88  WS-PM-HISTORY                VALUE "H".
           88  WS-PM-NONE                   VALUE "N".

       01  WS-ENTRY-KEYWORD         PIC X(20).
       01  WS-ENTRY-VALUE           PIC X(20).
       01  WS-ENTRY-DATE            PIC X(10).
       01  WS-VALUE-LEN             PIC 9(2) VALUE ZERO.
       01  WS-ALLOWED-HITS          PIC 9(2) VALUE ZERO.
       01  WS-NUM-VALUE             PIC 9(7) VALUE ZERO.
       01  WS-NUM-VALUE-X REDEFINES WS-NUM-VALUE PIC X(7).
       01  WS-NUM-START             PIC 9(2) VALUE ZERO.
       01  WS-LOW-DISPLAY           PIC Z(6)9.
       01  WS-HIGH-DISPLAY          PIC Z(6)9.
       01  WS-NEW-VALUE             PIC X(20).

      * the value a keyword stands at on a given date - the card or
      * the default, with any earlier staged change laid over it
       01  WS-AT-DATE               PIC X(10).
       01  WS-AT-VALUE              PIC X(20).
       01  WS-AT-BEST-DATE          PIC X(10).
       01  WS-CARD-VALUE            PIC X(20).

       01  WS-HIST-ACTION-CODE      PIC X(1).
       01  WS-HIST-KEYWORD          PIC X(20).
       01  WS-HIST-EFF-DATE         PIC X(10).
       01  WS-BEFORE-VALUE          PIC X(20).
       01  WS-AFTER-VALUE           PIC X(20).
       01  WS-HIST-HITS             PIC 9(5) VALUE ZERO.

       01  WS-VALUE-OK-SW           PIC X(1) VALUE "N".
           88  WS-VALUE-OK                  VALUE "Y" FALSE "N".
       01  WS-DATE-OK-SW            PIC X(1) VALUE "N".
           88  WS-DATE-OK                   VALUE "Y" FALSE "N".
       01  WS-CARD-FOUND-SW         PIC X(1) VALUE "N".
           88  WS-CARD-FOUND                VALUE "Y" FALSE "N".
       01  WS-STAGE-CHANGED-SW      PIC X(1) VALUE "N".
           88  WS-STAGE-CHANGED             VALUE "Y" FALSE "N".
       01  WS-CARDS-CHANGED-SW      PIC X(1) VALUE "N".
           88  WS-CARDS-CHANGED             VALUE "Y" FALSE "N".

       01  WS-SIGNON-FIELDS.
           05 WS-SUP-BADGE-X        PIC X(3).
           05 WS-SUP-BADGE          PIC 9(3) VALUE ZERO.

       01  WS-SUP-OK-SW             PIC X(1) VALUE "N".
           88  WS-SUP-OK                    VALUE "Y" FALSE "N".

       01  WS-OP-EOF-SW             PIC X(1) VALUE "N".
           88  WS-OP-EOF                    VALUE "Y" FALSE "N".

       01  WS-TODAY-FORMATTED       PIC X(10).
       01  WS-NEXT-FORMATTED        PIC X(10).
       01  WS-NEXT-DATE.
           05 WS-NEXT-DATE-YYYY     PIC 9(4).
           05 WS-NEXT-DATE-MM       PIC 9(2).
           05 WS-NEXT-DATE-DD       PIC 9(2).
       01  WS-TRAN-TIME             PIC X(8).

       01  WS-DONE-SW               PIC X(1) VALUE "N".
           88  WS-DONE                      VALUE "Y" FALSE "N".

       01  WS-EOF-SW                PIC X(1) VALUE "N".
           88  WS-EOF                       VALUE "Y" FALSE "N".

           COPY rundate.
           COPY pinws.
           COPY abendws.

       LINKAGE SECTION.
       01  LS-RETURN-CODE              PIC S9(4) COMP.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           PERFORM PARM-MAINT-LOGIC

           GOBACK.

       PARM-MAINT-LOGIC.

           MOVE "parm-maint" TO WS-ABEND-PROGRAM

           PERFORM GET-BUSINESS-DATE

           PERFORM SIGNON-SUPERVISOR-BADGE
           IF NOT WS-SUP-OK
               DISPLAY "PARAMETER MAINTENANCE REFUSED - SUPERVISOR "
                   "BADGE REQUIRED"
           ELSE
               PERFORM LOAD-CARD-TABLE
               PERFORM LOAD-STAGE-TABLE
               SET WS-STAGE-CHANGED TO FALSE
               SET WS-CARDS-CHANGED TO FALSE

               PERFORM FOLD-DUE-CHANGES

               SET WS-DONE TO FALSE
               PERFORM UNTIL WS-DONE
                   DISPLAY "RUN PARAMETERS - S)TAGE W)ITHDRAW "
                       "L)IST H)ISTORY N)ONE: "
                   MOVE SPACE TO WS-PM-ACTION
                   ACCEPT WS-PM-ACTION
                   EVALUATE TRUE
                       WHEN WS-PM-STAGE
                           PERFORM STAGE-PARM-CHANGE
                       WHEN WS-PM-WITHDRAW
                           PERFORM WITHDRAW-PARM-CHANGE
                       WHEN WS-PM-LIST
                           PERFORM LIST-PARMS
                       WHEN WS-PM-HISTORY
                           PERFORM SHOW-PARM-HISTORY
                       WHEN WS-PM-NONE
                           SET WS-DONE TO TRUE
                       WHEN OTHER
                           DISPLAY "INVALID ACTION, PLEASE "
                               "RE-ENTER."
                   END-EVALUATE
               END-PERFORM

               IF WS-STAGE-CHANGED
                   PERFORM REWRITE-STAGE-FILE
               END-IF
           END-IF.

       GET-BUSINESS-DATE.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           CALL "business-date" USING WS-RUN-DATE
           MOVE SPACES TO WS-TODAY-FORMATTED
           STRING WS-RUN-DATE-YYYY "-" WS-RUN-DATE-MM "-"
               WS-RUN-DATE-DD DELIMITED BY SIZE
               INTO WS-TODAY-FORMATTED

      * a change keyed without a date waits for the next run
           MOVE WS-RUN-DATE TO WS-NEXT-DATE
           CALL "BUSINESS-DATE-NEXT" USING WS-NEXT-DATE
           MOVE SPACES TO WS-NEXT-FORMATTED
           STRING WS-NEXT-DATE-YYYY "-" WS-NEXT-DATE-MM "-"
               WS-NEXT-DATE-DD DELIMITED BY SIZE
               INTO WS-NEXT-FORMATTED.

       SIGNON-SUPERVISOR-BADGE.

           SET WS-SUP-OK TO FALSE
           SET WS-OP-EOF TO FALSE

           DISPLAY "ENTER YOUR BADGE NUMBER: "
           MOVE SPACES TO WS-SUP-BADGE-X
           ACCEPT WS-SUP-BADGE-X
           IF WS-SUP-BADGE-X NOT NUMERIC
               DISPLAY "INVALID BADGE, NUMBERS ONLY."
           ELSE
               MOVE WS-SUP-BADGE-X TO WS-SUP-BADGE

               OPEN INPUT OPERATOR-FILE
               IF WS-FILE-STATUS = "35"
                   DISPLAY "OPERATOR-FILE NOT FOUND"
                   SET WS-OP-EOF TO TRUE
               ELSE
                   IF WS-FILE-STATUS NOT = "00"
                       STRING "UNABLE TO OPEN OPERATOR-FILE, "
                           "STATUS " WS-FILE-STATUS
                           DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
                       PERFORM ABEND-RTN
                   END-IF
               END-IF

               PERFORM UNTIL WS-OP-EOF OR WS-SUP-OK
                   READ OPERATOR-FILE
                       AT END
                           SET WS-OP-EOF TO TRUE
                       NOT AT END
                           IF OP-BADGE = WS-SUP-BADGE
                                   AND OP-CLASS-SUPERVISOR
                                   AND OP-ACTIVE-FLAG NOT = "I"
                               SET WS-SUP-OK TO TRUE
                           END-IF
                   END-READ
               END-PERFORM

               IF WS-FILE-STATUS NOT = "35"
                   CLOSE OPERATOR-FILE
               END-IF

               IF WS-SUP-OK
                   MOVE WS-SUP-BADGE TO PC-BADGE
                   CALL "pin-verify" USING PIN-CHECK-AREA
                   IF NOT PC-OK
                       SET WS-SUP-OK TO FALSE
                   END-IF
               END-IF
           END-IF.

       LOAD-CARD-TABLE.

           MOVE ZERO TO WS-CARD-COUNT
           SET WS-EOF TO FALSE

           OPEN INPUT PARM-FILE
           IF WS-FILE-STATUS = "35"
               DISPLAY "RUNPARMS NOT FOUND - EVERY PARAMETER STANDS "
                   "AT ITS DEFAULT"
           ELSE
               IF WS-FILE-STATUS NOT = "00"
                   STRING "UNABLE TO OPEN RUNPARMS, STATUS "
                       WS-FILE-STATUS DELIMITED BY SIZE
                       INTO WS-ABEND-MESSAGE
                   PERFORM ABEND-RTN
               END-IF

               MOVE SPACES TO PARM-RECORD
               READ PARM-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-EOF
                   IF WS-CARD-COUNT >= 100
                       MOVE "WS-CARD-TABLE OVERFLOW - MORE THAN 100"
                           TO WS-ABEND-MESSAGE
                       PERFORM ABEND-RTN
                   END-IF
                   ADD 1 TO WS-CARD-COUNT
                   MOVE PARM-RECORD TO WS-CARD-LINE(WS-CARD-COUNT)
                   MOVE SPACES TO PARM-RECORD
                   READ PARM-FILE
                       AT END SET WS-EOF TO TRUE
                   END-READ
               END-PERFORM

               CLOSE PARM-FILE
           END-IF.

       REWRITE-CARD-FILE.

           OPEN OUTPUT PARM-FILE
           IF WS-FILE-STATUS NOT = "00"
               STRING "UNABLE TO OPEN RUNPARMS, STATUS "
                   WS-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RTN
           END-IF

           PERFORM VARYING WS-CARD-SUB FROM 1 BY 1
                   UNTIL WS-CARD-SUB > WS-CARD-COUNT
               MOVE WS-CARD-LINE(WS-CARD-SUB) TO PARM-RECORD
               WRITE PARM-RECORD
           END-PERFORM

           CLOSE PARM-FILE.

       LOAD-STAGE-TABLE.

           MOVE ZERO TO WS-PS-COUNT
           SET WS-EOF TO FALSE

           OPEN INPUT PARM-STAGE-FILE
           IF WS-FILE-STATUS = "35"
               CONTINUE
           ELSE
               IF WS-FILE-STATUS NOT = "00"
                   STRING "UNABLE TO OPEN PARMSTAGE, STATUS "
                       WS-FILE-STATUS DELIMITED BY SIZE
                       INTO WS-ABEND-MESSAGE
                   PERFORM ABEND-RTN
               END-IF

               READ PARM-STAGE-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-EOF
                   IF WS-PS-COUNT >= 200
                       MOVE "WS-PS-TABLE OVERFLOW - MORE THAN 200"
                           TO WS-ABEND-MESSAGE
                       PERFORM ABEND-RTN
                   END-IF
                   ADD 1 TO WS-PS-COUNT
                   MOVE PS-KEYWORD TO WS-PS-KEYWORD(WS-PS-COUNT)
                   MOVE PS-VALUE TO WS-PS-VALUE(WS-PS-COUNT)
                   MOVE PS-EFF-DATE TO WS-PS-EFF-DATE(WS-PS-COUNT)
                   MOVE PS-STATUS TO WS-PS-STATUS(WS-PS-COUNT)
                   MOVE PS-BADGE TO WS-PS-BADGE(WS-PS-COUNT)
                   MOVE PS-STAGED-DATE
                       TO WS-PS-STAGED-DATE(WS-PS-COUNT)
                   MOVE PS-BEFORE-VALUE TO WS-PS-BEFORE(WS-PS-COUNT)
                   MOVE PS-CLOSED-DATE
                       TO WS-PS-CLOSED-DATE(WS-PS-COUNT)
                   IF PS-CLOSED-BADGE NUMERIC
                       MOVE PS-CLOSED-BADGE
                           TO WS-PS-CLOSED-BADGE(WS-PS-COUNT)
                   ELSE
                       MOVE ZERO TO WS-PS-CLOSED-BADGE(WS-PS-COUNT)
                   END-IF
                   READ PARM-STAGE-FILE
                       AT END SET WS-EOF TO TRUE
                   END-READ
               END-PERFORM

               CLOSE PARM-STAGE-FILE
           END-IF.

       REWRITE-STAGE-FILE.

           OPEN OUTPUT PARM-STAGE-FILE
           IF WS-FILE-STATUS NOT = "00"
               STRING "UNABLE TO OPEN PARMSTAGE, STATUS "
                   WS-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RTN
           END-IF

           PERFORM VARYING WS-PS-SUB FROM 1 BY 1
                   UNTIL WS-PS-SUB > WS-PS-COUNT
               MOVE SPACES TO PARM-STAGE-RECORD
               MOVE WS-PS-KEYWORD(WS-PS-SUB) TO PS-KEYWORD
               MOVE WS-PS-VALUE(WS-PS-SUB) TO PS-VALUE
               MOVE WS-PS-EFF-DATE(WS-PS-SUB) TO PS-EFF-DATE
               MOVE WS-PS-STATUS(WS-PS-SUB) TO PS-STATUS
               MOVE WS-PS-BADGE(WS-PS-SUB) TO PS-BADGE
               MOVE WS-PS-STAGED-DATE(WS-PS-SUB) TO PS-STAGED-DATE
               MOVE WS-PS-BEFORE(WS-PS-SUB) TO PS-BEFORE-VALUE
               MOVE WS-PS-CLOSED-DATE(WS-PS-SUB) TO PS-CLOSED-DATE
               MOVE WS-PS-CLOSED-BADGE(WS-PS-SUB) TO PS-CLOSED-BADGE
               WRITE PARM-STAGE-RECORD
           END-PERFORM

           CLOSE PARM-STAGE-FILE.

      ******************************************************************
      * changes whose date has passed go onto the cards themselves
      ******************************************************************
       FOLD-DUE-CHANGES.

      * a change dated today stays staged so parm-loader still shows
      * it taking effect on tonight's run; an earlier one has had its
      * run and is folded, oldest date first
           MOVE 1 TO WS-FOLD-SUB
           PERFORM UNTIL WS-FOLD-SUB = ZERO
               MOVE ZERO TO WS-FOLD-SUB
               PERFORM VARYING WS-PS-SUB FROM 1 BY 1
                       UNTIL WS-PS-SUB > WS-PS-COUNT
                   IF WS-PS-STATUS(WS-PS-SUB) = "P"
                           AND WS-PS-EFF-DATE(WS-PS-SUB)
                               < WS-TODAY-FORMATTED
                       IF WS-FOLD-SUB = ZERO
                           MOVE WS-PS-SUB TO WS-FOLD-SUB
                       ELSE
                           IF WS-PS-EFF-DATE(WS-PS-SUB)
                                   < WS-PS-EFF-DATE(WS-FOLD-SUB)
                               MOVE WS-PS-SUB TO WS-FOLD-SUB
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-FOLD-SUB NOT = ZERO
                   PERFORM FOLD-ONE-CHANGE
               END-IF
           END-PERFORM

           IF WS-CARDS-CHANGED
               PERFORM REWRITE-CARD-FILE
               PERFORM REWRITE-STAGE-FILE
               SET WS-STAGE-CHANGED TO FALSE
           END-IF.

       FOLD-ONE-CHANGE.

           MOVE WS-PS-KEYWORD(WS-FOLD-SUB) TO WS-ENTRY-KEYWORD
           PERFORM FIND-KEYWORD
           PERFORM FIND-CARD-VALUE

           IF WS-CARD-FOUND
               MOVE WS-CARD-MATCH TO WS-CARD-SUB
           ELSE
               IF WS-CARD-COUNT >= 100
                   MOVE "WS-CARD-TABLE OVERFLOW - MORE THAN 100"
                       TO WS-ABEND-MESSAGE
                   PERFORM ABEND-RTN
               END-IF
               ADD 1 TO WS-CARD-COUNT
               MOVE WS-CARD-COUNT TO WS-CARD-SUB
           END-IF
           MOVE SPACES TO WS-CARD-LINE(WS-CARD-SUB)
           STRING WS-ENTRY-KEYWORD DELIMITED BY SPACE
               "=" WS-PS-VALUE(WS-FOLD-SUB) DELIMITED BY SIZE
               INTO WS-CARD-LINE(WS-CARD-SUB)

           MOVE "A" TO WS-HIST-ACTION-CODE
           MOVE WS-ENTRY-KEYWORD TO WS-HIST-KEYWORD
           MOVE WS-PS-EFF-DATE(WS-FOLD-SUB) TO WS-HIST-EFF-DATE
           MOVE WS-CARD-VALUE TO WS-BEFORE-VALUE
           MOVE WS-PS-VALUE(WS-FOLD-SUB) TO WS-AFTER-VALUE
           PERFORM WRITE-PARM-HISTORY

           MOVE "A" TO WS-PS-STATUS(WS-FOLD-SUB)
           MOVE WS-TODAY-FORMATTED TO WS-PS-CLOSED-DATE(WS-FOLD-SUB)
           MOVE WS-SUP-BADGE TO WS-PS-CLOSED-BADGE(WS-FOLD-SUB)
           SET WS-CARDS-CHANGED TO TRUE

           DISPLAY "FOLDED INTO RUNPARMS: " WS-CARD-LINE(WS-CARD-SUB)
           DISPLAY "   IN EFFECT SINCE " WS-PS-EFF-DATE(WS-FOLD-SUB)
               ", STAGED BY BADGE " WS-PS-BADGE(WS-FOLD-SUB).

      ******************************************************************
      * keyword and value lookups
      ******************************************************************
       FIND-KEYWORD.

           MOVE ZERO TO WS-PK-MATCH
           PERFORM VARYING WS-PK-SUB FROM 1 BY 1
                   UNTIL WS-PK-SUB > WS-PK-COUNT
               IF WS-PK-KEYWORD(WS-PK-SUB) = WS-ENTRY-KEYWORD
                   MOVE WS-PK-SUB TO WS-PK-MATCH
               END-IF
           END-PERFORM.

       FIND-CARD-VALUE.

      * the last card for a keyword wins, as it does in parm-loader
           SET WS-CARD-FOUND TO FALSE
           MOVE ZERO TO WS-CARD-MATCH
           MOVE SPACES TO WS-CARD-VALUE
           IF WS-PK-MATCH NOT = ZERO
               MOVE WS-PK-DEFAULT(WS-PK-MATCH) TO WS-CARD-VALUE
           END-IF

           PERFORM VARYING WS-CARD-SUB FROM 1 BY 1
                   UNTIL WS-CARD-SUB > WS-CARD-COUNT
               IF WS-CARD-LINE(WS-CARD-SUB)(1:1) NOT = "*"
                       AND WS-CARD-LINE(WS-CARD-SUB) NOT = SPACES
                   MOVE SPACES TO WS-PARM-KEY
                   MOVE SPACES TO WS-PARM-VALUE
                   UNSTRING WS-CARD-LINE(WS-CARD-SUB) DELIMITED BY "="
                       INTO WS-PARM-KEY WS-PARM-VALUE
                   END-UNSTRING
                   IF WS-PARM-KEY = WS-ENTRY-KEYWORD
                       SET WS-CARD-FOUND TO TRUE
                       MOVE WS-CARD-SUB TO WS-CARD-MATCH
                       MOVE WS-PARM-VALUE(1:20) TO WS-CARD-VALUE
                   END-IF
               END-IF
           END-PERFORM.

       FIND-VALUE-AT-DATE.

           PERFORM FIND-CARD-VALUE
           MOVE WS-CARD-VALUE TO WS-AT-VALUE
           MOVE SPACES TO WS-AT-BEST-DATE

           PERFORM VARYING WS-PS-SUB-2 FROM 1 BY 1
                   UNTIL WS-PS-SUB-2 > WS-PS-COUNT
               IF WS-PS-STATUS(WS-PS-SUB-2) = "P"
                       AND WS-PS-KEYWORD(WS-PS-SUB-2)
                           = WS-ENTRY-KEYWORD
                       AND WS-PS-EFF-DATE(WS-PS-SUB-2) < WS-AT-DATE
                       AND WS-PS-EFF-DATE(WS-PS-SUB-2)
                           NOT < WS-AT-BEST-DATE
                   MOVE WS-PS-EFF-DATE(WS-PS-SUB-2)
                       TO WS-AT-BEST-DATE
                   MOVE WS-PS-VALUE(WS-PS-SUB-2) TO WS-AT-VALUE
               END-IF
           END-PERFORM.

       RESTATE-BEFORE-VALUES.

      * a change staged or withdrawn ahead of another for the same
      * keyword alters what the later one replaces
           PERFORM VARYING WS-PS-SUB FROM 1 BY 1
                   UNTIL WS-PS-SUB > WS-PS-COUNT
               IF WS-PS-STATUS(WS-PS-SUB) = "P"
                       AND WS-PS-KEYWORD(WS-PS-SUB) = WS-ENTRY-KEYWORD
                   MOVE WS-PS-EFF-DATE(WS-PS-SUB) TO WS-AT-DATE
                   PERFORM FIND-VALUE-AT-DATE
                   MOVE WS-AT-VALUE TO WS-PS-BEFORE(WS-PS-SUB)
               END-IF
           END-PERFORM.

      ******************************************************************
      * staging a change
      ******************************************************************
       STAGE-PARM-CHANGE.

           DISPLAY "ENTER PARAMETER KEYWORD: "
           MOVE SPACES TO WS-ENTRY-KEYWORD
           ACCEPT WS-ENTRY-KEYWORD
           PERFORM FIND-KEYWORD

           EVALUATE TRUE
               WHEN WS-PK-MATCH = ZERO
                   DISPLAY "UNKNOWN PARAMETER: " WS-ENTRY-KEYWORD
                   DISPLAY "L)IST SHOWS EVERY PARAMETER THAT CAN "
                       "BE SET"
               WHEN WS-PK-OPERATIONS(WS-PK-MATCH)
                   DISPLAY WS-ENTRY-KEYWORD " IS SET BY OPERATIONS "
                       "FOR A SINGLE RUN AND IS NOT STAGED"
               WHEN OTHER
                   PERFORM SHOW-KEYWORD-RULE
                   PERFORM GET-ENTRY-VALUE
                   PERFORM UNTIL WS-VALUE-OK
                       PERFORM GET-ENTRY-VALUE
                   END-PERFORM
                   PERFORM GET-ENTRY-EFF-DATE
                   PERFORM UNTIL WS-DATE-OK
                       PERFORM GET-ENTRY-EFF-DATE
                   END-PERFORM
                   PERFORM ADD-STAGED-CHANGE
           END-EVALUATE.

       SHOW-KEYWORD-RULE.

           MOVE WS-PK-LOW(WS-PK-MATCH) TO WS-LOW-DISPLAY
           MOVE WS-PK-HIGH(WS-PK-MATCH) TO WS-HIGH-DISPLAY
           EVALUATE TRUE
               WHEN WS-PK-NUMERIC(WS-PK-MATCH)
                   DISPLAY WS-ENTRY-KEYWORD " - UP TO "
                       WS-PK-WIDTH(WS-PK-MATCH) " DIGITS, "
                       WS-LOW-DISPLAY " THROUGH " WS-HIGH-DISPLAY
               WHEN WS-PK-FLAG(WS-PK-MATCH)
                   DISPLAY WS-ENTRY-KEYWORD " - ONE OF "
                       WS-PK-ALLOWED(WS-PK-MATCH)
                       ", OR BLANK TO TURN IT OFF"
               WHEN WS-PK-TEXT(WS-PK-MATCH)
                   DISPLAY WS-ENTRY-KEYWORD " - A NAME OF UP TO "
                       WS-PK-WIDTH(WS-PK-MATCH) " CHARACTERS"
               WHEN WS-PK-CURRENCY(WS-PK-MATCH)
                   DISPLAY WS-ENTRY-KEYWORD " - A THREE-LETTER "
                       "CURRENCY CODE"
               WHEN OTHER
                   DISPLAY WS-ENTRY-KEYWORD " - A TIME OF DAY AS "
                       "HHMM, 0000 THROUGH 2359"
           END-EVALUATE.

       GET-ENTRY-VALUE.

           SET WS-VALUE-OK TO FALSE
           DISPLAY "ENTER NEW VALUE: "
           MOVE SPACES TO WS-ENTRY-VALUE
           ACCEPT WS-ENTRY-VALUE

           MOVE ZERO TO WS-VALUE-LEN
           INSPECT WS-ENTRY-VALUE TALLYING WS-VALUE-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           MOVE SPACES TO WS-NEW-VALUE

           EVALUATE TRUE
               WHEN WS-VALUE-LEN < 20
                       AND WS-ENTRY-VALUE(WS-VALUE-LEN + 1:)
                           NOT = SPACES
                   DISPLAY "NO SPACES ALLOWED IN A VALUE"
               WHEN WS-PK-NUMERIC(WS-PK-MATCH)
                   PERFORM CHECK-NUMERIC-VALUE
               WHEN WS-PK-FLAG(WS-PK-MATCH)
                   MOVE ZERO TO WS-ALLOWED-HITS
                   IF WS-VALUE-LEN > 1
                       DISPLAY "ONE LETTER ONLY"
                   ELSE
                       IF WS-VALUE-LEN = 1
                           INSPECT WS-PK-ALLOWED(WS-PK-MATCH)
                               TALLYING WS-ALLOWED-HITS
                               FOR ALL WS-ENTRY-VALUE(1:1)
                       END-IF
                       IF WS-VALUE-LEN = 0 OR WS-ALLOWED-HITS > 0
                           MOVE WS-ENTRY-VALUE(1:1) TO WS-NEW-VALUE
                           SET WS-VALUE-OK TO TRUE
                       ELSE
                           DISPLAY "MUST BE ONE OF "
                               WS-PK-ALLOWED(WS-PK-MATCH)
                               " OR BLANK"
                       END-IF
                   END-IF
               WHEN WS-PK-TEXT(WS-PK-MATCH)
                   IF WS-VALUE-LEN = 0
                       DISPLAY "A NAME IS REQUIRED"
                   ELSE
                       MOVE WS-ENTRY-VALUE TO WS-NEW-VALUE
                       SET WS-VALUE-OK TO TRUE
                   END-IF
               WHEN WS-PK-CURRENCY(WS-PK-MATCH)
                   IF WS-VALUE-LEN = 3
                           AND WS-ENTRY-VALUE(1:3) ALPHABETIC-UPPER
                       MOVE WS-ENTRY-VALUE(1:3) TO WS-NEW-VALUE
                       SET WS-VALUE-OK TO TRUE
                   ELSE
                       DISPLAY "THREE CAPITAL LETTERS, E.G. USD"
                   END-IF
               WHEN OTHER
                   IF WS-VALUE-LEN = 4
                           AND WS-ENTRY-VALUE(1:4) NUMERIC
                           AND WS-ENTRY-VALUE(1:2) <= "23"
                           AND WS-ENTRY-VALUE(3:2) <= "59"
                       MOVE WS-ENTRY-VALUE(1:4) TO WS-NEW-VALUE
                       SET WS-VALUE-OK TO TRUE
                   ELSE
                       DISPLAY "TIME MUST BE HHMM, 0000 THROUGH 2359"
                   END-IF
           END-EVALUATE.

       CHECK-NUMERIC-VALUE.

      * fewer digits than the card carries are zero-filled, so 10
      * is staged as 010 for a three-digit parameter
           EVALUATE TRUE
               WHEN WS-VALUE-LEN = 0
                       OR WS-VALUE-LEN > WS-PK-WIDTH(WS-PK-MATCH)
                   DISPLAY "ENTER 1 TO " WS-PK-WIDTH(WS-PK-MATCH)
                       " DIGITS"
               WHEN WS-ENTRY-VALUE(1:WS-VALUE-LEN) NOT NUMERIC
                   DISPLAY "DIGITS ONLY"
               WHEN OTHER
                   MOVE WS-ENTRY-VALUE(1:WS-VALUE-LEN) TO WS-NUM-VALUE
                   IF WS-NUM-VALUE < WS-PK-LOW(WS-PK-MATCH)
                           OR WS-NUM-VALUE > WS-PK-HIGH(WS-PK-MATCH)
                       DISPLAY "MUST BE " WS-LOW-DISPLAY
                           " THROUGH " WS-HIGH-DISPLAY
                   ELSE
                       COMPUTE WS-NUM-START =
                           8 - WS-PK-WIDTH(WS-PK-MATCH)
                       MOVE WS-NUM-VALUE-X(WS-NUM-START:
                               WS-PK-WIDTH(WS-PK-MATCH))
                           TO WS-NEW-VALUE
                       SET WS-VALUE-OK TO TRUE
                   END-IF
           END-EVALUATE.

       GET-ENTRY-EFF-DATE.

           SET WS-DATE-OK TO FALSE
           DISPLAY "ENTER EFFECTIVE BUSINESS DATE YYYY-MM-DD "
               "(BLANK FOR THE NEXT RUN, " WS-NEXT-FORMATTED "): "
           MOVE SPACES TO WS-ENTRY-DATE
           ACCEPT WS-ENTRY-DATE
           IF WS-ENTRY-DATE = SPACES
               MOVE WS-NEXT-FORMATTED TO WS-ENTRY-DATE
           END-IF

           EVALUATE TRUE
               WHEN WS-ENTRY-DATE(1:4) NOT NUMERIC
                       OR WS-ENTRY-DATE(5:1) NOT = "-"
                       OR WS-ENTRY-DATE(6:2) NOT NUMERIC
                       OR WS-ENTRY-DATE(8:1) NOT = "-"
                       OR WS-ENTRY-DATE(9:2) NOT NUMERIC
                   DISPLAY "DATE MUST BE YYYY-MM-DD"
               WHEN WS-ENTRY-DATE(6:2) < "01"
                       OR WS-ENTRY-DATE(6:2) > "12"
                       OR WS-ENTRY-DATE(9:2) < "01"
                       OR WS-ENTRY-DATE(9:2) > "31"
                   DISPLAY "NO SUCH DATE: " WS-ENTRY-DATE
      * the run under way keeps the parameters it started with
               WHEN WS-ENTRY-DATE NOT > WS-TODAY-FORMATTED
                   DISPLAY "MUST BE AFTER THE BUSINESS DATE "
                       WS-TODAY-FORMATTED
                       " - A CHANGE STARTS WITH A LATER RUN"
               WHEN OTHER
                   SET WS-DATE-OK TO TRUE
           END-EVALUATE.

       ADD-STAGED-CHANGE.

           MOVE WS-ENTRY-DATE TO WS-AT-DATE
           PERFORM FIND-VALUE-AT-DATE

           IF WS-NEW-VALUE = WS-AT-VALUE
               DISPLAY "NO CHANGE - " WS-ENTRY-KEYWORD
                   " ALREADY STANDS AT " WS-AT-VALUE " ON "
                   WS-ENTRY-DATE
           ELSE
      * a second change for the same keyword and date replaces the
      * first, which is withdrawn on the journal
               PERFORM VARYING WS-PS-SUB FROM 1 BY 1
                       UNTIL WS-PS-SUB > WS-PS-COUNT
                   IF WS-PS-STATUS(WS-PS-SUB) = "P"
                           AND WS-PS-KEYWORD(WS-PS-SUB)
                               = WS-ENTRY-KEYWORD
                           AND WS-PS-EFF-DATE(WS-PS-SUB)
                               = WS-ENTRY-DATE
                       MOVE WS-PS-SUB TO WS-PS-PICK
                       PERFORM CLOSE-WITHDRAWN-CHANGE
                       DISPLAY "REPLACES THE CHANGE TO "
                           WS-PS-VALUE(WS-PS-PICK)
                           " ALREADY STAGED FOR " WS-ENTRY-DATE
                   END-IF
               END-PERFORM

               IF WS-PS-COUNT >= 200
                   MOVE "WS-PS-TABLE OVERFLOW - MORE THAN 200"
                       TO WS-ABEND-MESSAGE
                   PERFORM ABEND-RTN
               END-IF
               ADD 1 TO WS-PS-COUNT
               MOVE WS-ENTRY-KEYWORD TO WS-PS-KEYWORD(WS-PS-COUNT)
               MOVE WS-NEW-VALUE TO WS-PS-VALUE(WS-PS-COUNT)
               MOVE WS-ENTRY-DATE TO WS-PS-EFF-DATE(WS-PS-COUNT)
               MOVE "P" TO WS-PS-STATUS(WS-PS-COUNT)
               MOVE WS-SUP-BADGE TO WS-PS-BADGE(WS-PS-COUNT)
               MOVE WS-TODAY-FORMATTED
                   TO WS-PS-STAGED-DATE(WS-PS-COUNT)
               MOVE WS-AT-VALUE TO WS-PS-BEFORE(WS-PS-COUNT)
               MOVE SPACES TO WS-PS-CLOSED-DATE(WS-PS-COUNT)
               MOVE ZERO TO WS-PS-CLOSED-BADGE(WS-PS-COUNT)

               MOVE "S" TO WS-HIST-ACTION-CODE
               MOVE WS-ENTRY-KEYWORD TO WS-HIST-KEYWORD
               MOVE WS-ENTRY-DATE TO WS-HIST-EFF-DATE
               MOVE WS-AT-VALUE TO WS-BEFORE-VALUE
               MOVE WS-NEW-VALUE TO WS-AFTER-VALUE
               PERFORM WRITE-PARM-HISTORY

               PERFORM RESTATE-BEFORE-VALUES
               SET WS-STAGE-CHANGED TO TRUE

               DISPLAY "STAGED: " WS-ENTRY-KEYWORD " FROM "
                   WS-AT-VALUE " TO " WS-NEW-VALUE
               DISPLAY "   IN EFFECT FROM THE RUN OF " WS-ENTRY-DATE
           END-IF.

       CLOSE-WITHDRAWN-CHANGE.

           MOVE "W" TO WS-HIST-ACTION-CODE
           MOVE WS-PS-KEYWORD(WS-PS-PICK) TO WS-HIST-KEYWORD
           MOVE WS-PS-EFF-DATE(WS-PS-PICK) TO WS-HIST-EFF-DATE
           MOVE WS-PS-VALUE(WS-PS-PICK) TO WS-BEFORE-VALUE
           MOVE WS-PS-BEFORE(WS-PS-PICK) TO WS-AFTER-VALUE
           PERFORM WRITE-PARM-HISTORY

           MOVE "W" TO WS-PS-STATUS(WS-PS-PICK)
           MOVE WS-TODAY-FORMATTED TO WS-PS-CLOSED-DATE(WS-PS-PICK)
           MOVE WS-SUP-BADGE TO WS-PS-CLOSED-BADGE(WS-PS-PICK)
           SET WS-STAGE-CHANGED TO TRUE.

      ******************************************************************
      * withdrawing a change not yet in effect
      ******************************************************************
       WITHDRAW-PARM-CHANGE.

           MOVE ZERO TO WS-HIST-HITS
           DISPLAY "===== CHANGES NOT YET IN EFFECT ====="
           PERFORM VARYING WS-PS-SUB FROM 1 BY 1
                   UNTIL WS-PS-SUB > WS-PS-COUNT
               IF WS-PS-STATUS(WS-PS-SUB) = "P"
                       AND WS-PS-EFF-DATE(WS-PS-SUB)
                           > WS-TODAY-FORMATTED
                   ADD 1 TO WS-HIST-HITS
                   DISPLAY WS-PS-SUB " " WS-PS-KEYWORD(WS-PS-SUB)
                       " " WS-PS-BEFORE(WS-PS-SUB)
                       " TO " WS-PS-VALUE(WS-PS-SUB)
                       " FROM " WS-PS-EFF-DATE(WS-PS-SUB)
               END-IF
           END-PERFORM
           DISPLAY "====================================="

           IF WS-HIST-HITS = ZERO
               DISPLAY "NO STAGED CHANGES TO WITHDRAW"
           ELSE
               DISPLAY "ENTER NUMBER TO WITHDRAW (000 TO CANCEL): "
               MOVE SPACES TO WS-PS-PICK-X
               ACCEPT WS-PS-PICK-X
               IF WS-PS-PICK-X NOT NUMERIC
                   DISPLAY "INVALID ENTRY, NUMBERS ONLY."
               ELSE
                   MOVE WS-PS-PICK-X TO WS-PS-PICK
                   EVALUATE TRUE
                       WHEN WS-PS-PICK = ZERO
                           CONTINUE
                       WHEN WS-PS-PICK > WS-PS-COUNT
                           DISPLAY "NO SUCH CHANGE: " WS-PS-PICK
                       WHEN WS-PS-STATUS(WS-PS-PICK) NOT = "P"
                           DISPLAY "NO SUCH CHANGE: " WS-PS-PICK
      * once its run has started a change stays; stage the old value
      * back to undo it
                       WHEN WS-PS-EFF-DATE(WS-PS-PICK)
                               NOT > WS-TODAY-FORMATTED
                           DISPLAY "ALREADY IN EFFECT - STAGE A "
                               "NEW CHANGE TO REVERSE IT"
                       WHEN OTHER
                           PERFORM CLOSE-WITHDRAWN-CHANGE
                           MOVE WS-PS-KEYWORD(WS-PS-PICK)
                               TO WS-ENTRY-KEYWORD
                           PERFORM FIND-KEYWORD
                           PERFORM RESTATE-BEFORE-VALUES
                           DISPLAY "WITHDRAWN: "
                               WS-PS-KEYWORD(WS-PS-PICK) " TO "
                               WS-PS-VALUE(WS-PS-PICK) " FROM "
                               WS-PS-EFF-DATE(WS-PS-PICK)
                   END-EVALUATE
               END-IF
           END-IF.

      ******************************************************************
      * inquiry
      ******************************************************************
       LIST-PARMS.

           DISPLAY "===== RUN PARAMETERS ON " WS-TODAY-FORMATTED
               " ====="
           PERFORM VARYING WS-PK-SUB FROM 1 BY 1
                   UNTIL WS-PK-SUB > WS-PK-COUNT
               MOVE WS-PK-KEYWORD(WS-PK-SUB) TO WS-ENTRY-KEYWORD
               MOVE WS-PK-SUB TO WS-PK-MATCH
               PERFORM FIND-CARD-VALUE
               EVALUATE TRUE
                   WHEN WS-PK-OPERATIONS(WS-PK-SUB)
                       DISPLAY WS-ENTRY-KEYWORD " " WS-CARD-VALUE
                           " (OPERATIONS CARD)"
                   WHEN WS-CARD-FOUND
                       DISPLAY WS-ENTRY-KEYWORD " " WS-CARD-VALUE
                   WHEN OTHER
                       DISPLAY WS-ENTRY-KEYWORD " " WS-CARD-VALUE
                           " (DEFAULT)"
               END-EVALUATE
               PERFORM VARYING WS-PS-SUB FROM 1 BY 1
                       UNTIL WS-PS-SUB > WS-PS-COUNT
                   IF WS-PS-STATUS(WS-PS-SUB) = "P"
                           AND WS-PS-KEYWORD(WS-PS-SUB)
                               = WS-ENTRY-KEYWORD
                       IF WS-PS-EFF-DATE(WS-PS-SUB)
                               > WS-TODAY-FORMATTED
                           DISPLAY "   STAGED " WS-PS-VALUE(WS-PS-SUB)
                               " FROM " WS-PS-EFF-DATE(WS-PS-SUB)
                               " BY BADGE " WS-PS-BADGE(WS-PS-SUB)
                       ELSE
                           DISPLAY "   IN EFFECT "
                               WS-PS-VALUE(WS-PS-SUB)
                               " FROM " WS-PS-EFF-DATE(WS-PS-SUB)
                               " BY BADGE " WS-PS-BADGE(WS-PS-SUB)
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM
           DISPLAY "==========================================".

       SHOW-PARM-HISTORY.

           DISPLAY "ENTER PARAMETER KEYWORD (BLANK FOR ALL): "
           MOVE SPACES TO WS-ENTRY-KEYWORD
           ACCEPT WS-ENTRY-KEYWORD

           MOVE ZERO TO WS-HIST-HITS
           SET WS-EOF TO FALSE

           OPEN INPUT PARM-HIST-FILE
           IF WS-FILE-STATUS = "35"
               SET WS-EOF TO TRUE
           ELSE
               IF WS-FILE-STATUS NOT = "00"
                   STRING "UNABLE TO OPEN PARMHIST, STATUS "
                       WS-FILE-STATUS DELIMITED BY SIZE
                       INTO WS-ABEND-MESSAGE
                   PERFORM ABEND-RTN
               END-IF
           END-IF

           DISPLAY "===== RUN PARAMETER CHANGE JOURNAL ====="
           PERFORM UNTIL WS-EOF
               READ PARM-HIST-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF WS-ENTRY-KEYWORD = SPACES
                               OR PH-KEYWORD = WS-ENTRY-KEYWORD
                           ADD 1 TO WS-HIST-HITS
                           DISPLAY PH-TIMESTAMP " " PH-ACTION
                               " BADGE " PH-OPERATOR-BADGE " "
                               PH-KEYWORD " FROM " PH-EFF-DATE
                           DISPLAY "   " PH-BEFORE-VALUE " TO "
                               PH-AFTER-VALUE
                       END-IF
               END-READ
           END-PERFORM

           IF WS-FILE-STATUS NOT = "35"
               CLOSE PARM-HIST-FILE
           END-IF

           IF WS-HIST-HITS = ZERO
               DISPLAY "NO CHANGES JOURNALED"
           END-IF
           DISPLAY "   S = STAGED, W = WITHDRAWN, A = FOLDED INTO "
               "RUNPARMS"
           DISPLAY "========================================".

       WRITE-PARM-HISTORY.

           OPEN EXTEND PARM-HIST-FILE
           IF WS-FILE-STATUS = "35"
               OPEN OUTPUT PARM-HIST-FILE
               CLOSE PARM-HIST-FILE
               OPEN EXTEND PARM-HIST-FILE
           END-IF
           IF WS-FILE-STATUS NOT = "00"
               STRING "UNABLE TO OPEN PARMHIST, STATUS "
                   WS-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RTN
           END-IF

           ACCEPT WS-TRAN-TIME FROM TIME

           MOVE SPACES TO PARM-HIST-RECORD
           STRING WS-RUN-DATE-YYYY "-" WS-RUN-DATE-MM "-"
               WS-RUN-DATE-DD " " WS-TRAN-TIME
               DELIMITED BY SIZE INTO PH-TIMESTAMP
           MOVE WS-HIST-ACTION-CODE TO PH-ACTION
           MOVE WS-SUP-BADGE TO PH-OPERATOR-BADGE
           MOVE WS-HIST-KEYWORD TO PH-KEYWORD
           MOVE WS-HIST-EFF-DATE TO PH-EFF-DATE
           MOVE WS-BEFORE-VALUE TO PH-BEFORE-VALUE
           MOVE WS-AFTER-VALUE TO PH-AFTER-VALUE
           WRITE PARM-HIST-RECORD

           CLOSE PARM-HIST-FILE.

       END-OF-LOGIC-PARAGRAPHS.
           CONTINUE.

       ENTRY "PARM-MAINT-SUB" USING LS-RETURN-CODE.

           PERFORM PARM-MAINT-LOGIC

           MOVE RETURN-CODE TO LS-RETURN-CODE

           GOBACK.

       COPY abendproc.

       END PROGRAM parm-maint.
