      ******************************************************************
      * Author:
      * Date:
      * Purpose: Supervisor maintenance for EXCHRATES, the dated
      *          exchange-rate file tran-edit converts a foreign-
      *          currency branch's amounts through, on the load-table
      *          / act / rewrite pattern of fee-schedule-maint. A
      *          supervisor badge, verified through pin-verify, may
      *          add the rate for a currency and business date, change
      *          it, or delete it, and list the rates on file for a
      *          currency. A rate is the base-currency value of one
      *          unit of the currency; only one rate may stand for a
      *          currency on a date, and the base currency itself is
      *          never entered. Every add, change, and delete is
      *          journaled to RATEHIST with the badge and the record
      *          before and after. At sign-on the currencies named on
      *          BRANCHMASTER that have no rate for the business date
      *          are listed, since tran-edit refuses those branches'
      *          work until the rate is in.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. exchange-rate-maint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXCHANGE-RATE-FILE ASSIGN TO "EXCHRATES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT BRANCH-FILE ASSIGN TO "BRANCHMASTER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT RATE-HIST-FILE ASSIGN TO "RATEHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "OPERATORFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EXCHANGE-RATE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY exchrec.

       FD  BRANCH-FILE
           LABEL RECORDS ARE STANDARD.
           COPY brchrec.

       FD  RATE-HIST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ratehist.

       FD  OPERATOR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY operrec.

       WORKING-STORAGE SECTION.
       01  WS-ER-TABLE.
           05 WS-ER-ROW OCCURS 1000 TIMES.
               10 WS-ER-CURRENCY     PIC X(3).
               10 WS-ER-RATE-DATE    PIC X(10).
               10 WS-ER-RATE         PIC 9(4)V9(6).
               10 WS-ER-BADGE        PIC 9(3).
               10 WS-ER-DELETED      PIC X(1).
       01  WS-ER-COUNT              PIC 9(4) VALUE ZERO.
       01  WS-ER-SUB                PIC 9(4) VALUE ZERO.
       01  WS-ER-MATCH-SUB          PIC 9(4) VALUE ZERO.

      * the distinct foreign currencies BRANCHMASTER names
       01  WS-CU-TABLE.
           05 WS-CU-ROW OCCURS 50 TIMES.
               10 WS-CU-CODE         PIC X(3).
       01  WS-CU-COUNT              PIC 9(2) VALUE ZERO.
       01  WS-CU-SUB                PIC 9(2) VALUE ZERO.
       01  WS-CU-FOUND-SW           PIC X(1) VALUE "N".
           88  WS-CU-FOUND                  VALUE "Y" FALSE "N".
       01  WS-MISSING-COUNT         PIC 9(2) VALUE ZERO.

       01  WS-XR-ACTION             PIC X(1).
           88  WS-XR-ADD                    VALUE "A".
           88  WS-XR-CHANGE                 VALUE "C".
           88  WS-XR-DELETE                 VALUE "D".
           88  WS-XR-INQUIRE                VALUE "I".
           88  WS-XR-NONE                   VALUE "N".

       01  WS-ENTRY-CURRENCY        PIC X(3).
       01  WS-ENTRY-RATE-X          PIC X(10).
       01  WS-ENTRY-RATE REDEFINES WS-ENTRY-RATE-X
                                    PIC 9(4)V9(6).
       01  WS-ENTRY-RATE-DATE       PIC X(10).
       01  WS-ENTRY-DATE            PIC X(10).
       01  WS-DATE-PROMPT           PIC X(60).

       01  WS-DATE-BLANK-OK-SW      PIC X(1) VALUE "N".
           88  WS-DATE-BLANK-OK             VALUE "Y" FALSE "N".
       01  WS-DATE-VALID-SW         PIC X(1) VALUE "N".
           88  WS-DATE-VALID                VALUE "Y" FALSE "N".
       01  WS-CURRENCY-OK-SW        PIC X(1) VALUE "N".
           88  WS-CURRENCY-OK               VALUE "Y" FALSE "N".
       01  WS-RATES-CHANGED-SW      PIC X(1) VALUE "N".
           88  WS-RATES-CHANGED             VALUE "Y" FALSE "N".

       01  WS-HIST-ACTION-CODE      PIC X(1).
       01  WS-BEFORE-IMAGE          PIC X(32).
       01  WS-AFTER-IMAGE           PIC X(32).
       01  WS-TRAN-TIME             PIC X(8).

       01  WS-SIGNON-FIELDS.
           05 WS-SUP-BADGE-X        PIC X(3).
           05 WS-SUP-BADGE          PIC 9(3) VALUE ZERO.

       01  WS-SUP-OK-SW             PIC X(1) VALUE "N".
           88  WS-SUP-OK                    VALUE "Y" FALSE "N".

       01  WS-OP-EOF-SW             PIC X(1) VALUE "N".
           88  WS-OP-EOF                    VALUE "Y" FALSE "N".

       01  WS-RATE-EDIT             PIC ZZZ9.999999.

       01  WS-TODAY-FORMATTED       PIC X(10).

       01  WS-DONE-SW               PIC X(1) VALUE "N".
           88  WS-DONE                      VALUE "Y" FALSE "N".

       01  WS-EOF-SW                PIC X(1) VALUE "N".
           88  WS-EOF                       VALUE "Y" FALSE "N".

           COPY rundate.
           COPY runparm.
           COPY pinws.
           COPY abendws.

       LINKAGE SECTION.
       01  LS-RETURN-CODE              PIC S9(4) COMP.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           PERFORM EXCHANGE-MAINT-LOGIC

           GOBACK.

       EXCHANGE-MAINT-LOGIC.

           MOVE "exchange-rate-maint" TO WS-ABEND-PROGRAM

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           CALL "business-date" USING WS-RUN-DATE
           MOVE SPACES TO WS-TODAY-FORMATTED
           STRING WS-RUN-DATE-YYYY "-" WS-RUN-DATE-MM "-"
               WS-RUN-DATE-DD DELIMITED BY SIZE
               INTO WS-TODAY-FORMATTED

           CALL "parm-loader" USING RUN-PARMS

           PERFORM SIGNON-SUPERVISOR-BADGE
           IF NOT WS-SUP-OK
               DISPLAY "EXCHANGE RATE MAINTENANCE REFUSED - "
                   "SUPERVISOR BADGE REQUIRED"
           ELSE
               PERFORM LOAD-RATE-TABLE
               PERFORM LOAD-BRANCH-CURRENCIES
               PERFORM SHOW-MISSING-RATES

               SET WS-DONE TO FALSE
               PERFORM UNTIL WS-DONE
                   DISPLAY "EXCHANGE RATES - A)DD C)HANGE D)ELETE "
                       "I)NQUIRE N)ONE: "
                   MOVE SPACE TO WS-XR-ACTION
                   ACCEPT WS-XR-ACTION
                   EVALUATE TRUE
                       WHEN WS-XR-ADD
                           PERFORM ADD-EXCHANGE-RATE
                       WHEN WS-XR-CHANGE
                           PERFORM CHANGE-EXCHANGE-RATE
                       WHEN WS-XR-DELETE
                           PERFORM DELETE-EXCHANGE-RATE
                       WHEN WS-XR-INQUIRE
                           PERFORM INQUIRE-EXCHANGE-RATES
                       WHEN WS-XR-NONE
                           SET WS-DONE TO TRUE
                       WHEN OTHER
                           DISPLAY "INVALID ACTION, PLEASE "
                               "RE-ENTER."
                   END-EVALUATE
               END-PERFORM

               IF WS-RATES-CHANGED
                   PERFORM REWRITE-RATE-FILE
               END-IF
           END-IF.

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

       LOAD-RATE-TABLE.

           MOVE ZERO TO WS-ER-COUNT
           SET WS-EOF TO FALSE

           OPEN INPUT EXCHANGE-RATE-FILE
           IF WS-FILE-STATUS = "35"
               CONTINUE
           ELSE
               IF WS-FILE-STATUS NOT = "00"
                   STRING "UNABLE TO OPEN EXCHRATES, STATUS "
                       WS-FILE-STATUS DELIMITED BY SIZE
                       INTO WS-ABEND-MESSAGE
                   PERFORM ABEND-RTN
               END-IF

               READ EXCHANGE-RATE-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-EOF
                   IF WS-ER-COUNT >= 1000
                       MOVE "WS-ER-TABLE OVERFLOW - MORE THAN 1000"
                           TO WS-ABEND-MESSAGE
                       PERFORM ABEND-RTN
                   END-IF
                   ADD 1 TO WS-ER-COUNT
                   MOVE ER-CURRENCY TO WS-ER-CURRENCY(WS-ER-COUNT)
                   MOVE ER-RATE-DATE TO WS-ER-RATE-DATE(WS-ER-COUNT)
                   IF ER-RATE NUMERIC
                       MOVE ER-RATE TO WS-ER-RATE(WS-ER-COUNT)
                   ELSE
                       MOVE ZERO TO WS-ER-RATE(WS-ER-COUNT)
                   END-IF
                   IF ER-BADGE NUMERIC
                       MOVE ER-BADGE TO WS-ER-BADGE(WS-ER-COUNT)
                   ELSE
                       MOVE ZERO TO WS-ER-BADGE(WS-ER-COUNT)
                   END-IF
                   MOVE "N" TO WS-ER-DELETED(WS-ER-COUNT)
                   READ EXCHANGE-RATE-FILE
                       AT END SET WS-EOF TO TRUE
                   END-READ
               END-PERFORM

               CLOSE EXCHANGE-RATE-FILE
           END-IF.

       LOAD-BRANCH-CURRENCIES.

           MOVE ZERO TO WS-CU-COUNT
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
                   IF BR-ACTIVE-FLAG NOT = "I"
                           AND BR-CURRENCY NOT = SPACES
                           AND BR-CURRENCY NOT = RP-BASE-CURRENCY
                       PERFORM ADD-BRANCH-CURRENCY
                   END-IF
                   READ BRANCH-FILE
                       AT END SET WS-EOF TO TRUE
                   END-READ
               END-PERFORM

               CLOSE BRANCH-FILE
           END-IF.

       ADD-BRANCH-CURRENCY.

           SET WS-CU-FOUND TO FALSE
           PERFORM VARYING WS-CU-SUB FROM 1 BY 1
                   UNTIL WS-CU-SUB > WS-CU-COUNT
               IF WS-CU-CODE(WS-CU-SUB) = BR-CURRENCY
                   SET WS-CU-FOUND TO TRUE
               END-IF
           END-PERFORM

           IF NOT WS-CU-FOUND
               IF WS-CU-COUNT >= 50
                   MOVE "WS-CU-TABLE OVERFLOW - MORE THAN 50"
                       TO WS-ABEND-MESSAGE
                   PERFORM ABEND-RTN
               END-IF
               ADD 1 TO WS-CU-COUNT
               MOVE BR-CURRENCY TO WS-CU-CODE(WS-CU-COUNT)
           END-IF.

       SHOW-MISSING-RATES.

      * tran-edit takes a rate for the business date only, so a
      * branch currency without one tonight has its work refused
           MOVE ZERO TO WS-MISSING-COUNT

           PERFORM VARYING WS-CU-SUB FROM 1 BY 1
                   UNTIL WS-CU-SUB > WS-CU-COUNT
               MOVE WS-CU-CODE(WS-CU-SUB) TO WS-ENTRY-CURRENCY
               MOVE WS-TODAY-FORMATTED TO WS-ENTRY-RATE-DATE
               PERFORM FIND-RATE-ROW
               IF WS-ER-MATCH-SUB = ZERO
                   ADD 1 TO WS-MISSING-COUNT
                   DISPLAY "NO RATE FOR " WS-ENTRY-CURRENCY " ON "
                       WS-TODAY-FORMATTED
                       " - THAT BRANCH WORK WILL BE REFUSED"
               END-IF
           END-PERFORM

           IF WS-MISSING-COUNT = ZERO AND WS-CU-COUNT > ZERO
               DISPLAY "EVERY BRANCH CURRENCY HAS A RATE FOR "
                   WS-TODAY-FORMATTED
           END-IF.

       REWRITE-RATE-FILE.

           OPEN OUTPUT EXCHANGE-RATE-FILE
           IF WS-FILE-STATUS NOT = "00"
               STRING "UNABLE TO OPEN EXCHRATES, STATUS "
                   WS-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RTN
           END-IF

           PERFORM VARYING WS-ER-SUB FROM 1 BY 1
                   UNTIL WS-ER-SUB > WS-ER-COUNT
               IF WS-ER-DELETED(WS-ER-SUB) NOT = "Y"
                   PERFORM BUILD-RATE-RECORD
                   WRITE EXCHANGE-RATE-RECORD
               END-IF
           END-PERFORM

           CLOSE EXCHANGE-RATE-FILE.

       BUILD-RATE-RECORD.

           MOVE SPACES TO EXCHANGE-RATE-RECORD
           MOVE WS-ER-CURRENCY(WS-ER-SUB) TO ER-CURRENCY
           MOVE WS-ER-RATE-DATE(WS-ER-SUB) TO ER-RATE-DATE
           MOVE WS-ER-RATE(WS-ER-SUB) TO ER-RATE
           MOVE WS-ER-BADGE(WS-ER-SUB) TO ER-BADGE.

      ******************************************************************
      * exchange rates: one rate per currency per business date
      ******************************************************************
       ADD-EXCHANGE-RATE.

           PERFORM GET-ENTRY-CURRENCY
           IF WS-CURRENCY-OK
               PERFORM GET-ENTRY-RATE-DATE
               PERFORM FIND-RATE-ROW
               IF WS-ER-MATCH-SUB > ZERO
                   MOVE WS-ER-RATE(WS-ER-MATCH-SUB) TO WS-RATE-EDIT
                   DISPLAY "REFUSED - " WS-ENTRY-CURRENCY
                       " ALREADY HAS RATE " WS-RATE-EDIT " ON "
                       WS-ENTRY-RATE-DATE
               ELSE
                   PERFORM GET-ENTRY-RATE
                   IF WS-ER-COUNT >= 1000
                       MOVE "WS-ER-TABLE OVERFLOW - MORE THAN 1000"
                           TO WS-ABEND-MESSAGE
                       PERFORM ABEND-RTN
                   END-IF
                   ADD 1 TO WS-ER-COUNT
                   MOVE WS-ENTRY-CURRENCY
                       TO WS-ER-CURRENCY(WS-ER-COUNT)
                   MOVE WS-ENTRY-RATE-DATE
                       TO WS-ER-RATE-DATE(WS-ER-COUNT)
                   MOVE WS-ENTRY-RATE TO WS-ER-RATE(WS-ER-COUNT)
                   MOVE WS-SUP-BADGE TO WS-ER-BADGE(WS-ER-COUNT)
                   MOVE "N" TO WS-ER-DELETED(WS-ER-COUNT)

                   MOVE SPACES TO WS-BEFORE-IMAGE
                   MOVE WS-ER-COUNT TO WS-ER-SUB
                   PERFORM BUILD-RATE-RECORD
                   MOVE EXCHANGE-RATE-RECORD TO WS-AFTER-IMAGE
                   MOVE "A" TO WS-HIST-ACTION-CODE
                   PERFORM WRITE-RATE-HISTORY
                   SET WS-RATES-CHANGED TO TRUE
                   DISPLAY "RATE ADDED: " WS-ENTRY-CURRENCY " ON "
                       WS-ENTRY-RATE-DATE
               END-IF
           END-IF.

       CHANGE-EXCHANGE-RATE.

           PERFORM GET-ENTRY-CURRENCY
           IF WS-CURRENCY-OK
               PERFORM GET-ENTRY-RATE-DATE
               PERFORM FIND-RATE-ROW
               IF WS-ER-MATCH-SUB = ZERO
                   DISPLAY "NO RATE ON FILE FOR " WS-ENTRY-CURRENCY
                       " ON " WS-ENTRY-RATE-DATE
               ELSE
                   MOVE WS-ER-MATCH-SUB TO WS-ER-SUB
                   PERFORM BUILD-RATE-RECORD
                   MOVE EXCHANGE-RATE-RECORD TO WS-BEFORE-IMAGE

                   MOVE WS-ER-RATE(WS-ER-SUB) TO WS-RATE-EDIT
                   DISPLAY "CURRENT RATE: " WS-RATE-EDIT
                   PERFORM GET-ENTRY-RATE
                   MOVE WS-ENTRY-RATE TO WS-ER-RATE(WS-ER-SUB)
                   MOVE WS-SUP-BADGE TO WS-ER-BADGE(WS-ER-SUB)

                   PERFORM BUILD-RATE-RECORD
                   MOVE EXCHANGE-RATE-RECORD TO WS-AFTER-IMAGE
                   MOVE "C" TO WS-HIST-ACTION-CODE
                   PERFORM WRITE-RATE-HISTORY
                   SET WS-RATES-CHANGED TO TRUE
                   DISPLAY "RATE CHANGED: " WS-ENTRY-CURRENCY " ON "
                       WS-ENTRY-RATE-DATE
               END-IF
           END-IF.

       DELETE-EXCHANGE-RATE.

      * a rate keyed for the wrong date is taken off rather than
      * left to stand; work already converted keeps the rate it was
      * stamped with
           PERFORM GET-ENTRY-CURRENCY
           IF WS-CURRENCY-OK
               PERFORM GET-ENTRY-RATE-DATE
               PERFORM FIND-RATE-ROW
               IF WS-ER-MATCH-SUB = ZERO
                   DISPLAY "NO RATE ON FILE FOR " WS-ENTRY-CURRENCY
                       " ON " WS-ENTRY-RATE-DATE
               ELSE
                   MOVE WS-ER-MATCH-SUB TO WS-ER-SUB
                   PERFORM BUILD-RATE-RECORD
                   MOVE EXCHANGE-RATE-RECORD TO WS-BEFORE-IMAGE
                   MOVE "Y" TO WS-ER-DELETED(WS-ER-SUB)

                   MOVE SPACES TO WS-AFTER-IMAGE
                   MOVE "D" TO WS-HIST-ACTION-CODE
                   PERFORM WRITE-RATE-HISTORY
                   SET WS-RATES-CHANGED TO TRUE
                   DISPLAY "RATE DELETED: " WS-ENTRY-CURRENCY " ON "
                       WS-ENTRY-RATE-DATE
               END-IF
           END-IF.

       INQUIRE-EXCHANGE-RATES.

           DISPLAY "ENTER CURRENCY CODE: "
           MOVE SPACES TO WS-ENTRY-CURRENCY
           ACCEPT WS-ENTRY-CURRENCY

           PERFORM VARYING WS-ER-SUB FROM 1 BY 1
                   UNTIL WS-ER-SUB > WS-ER-COUNT
               IF WS-ER-CURRENCY(WS-ER-SUB) = WS-ENTRY-CURRENCY
                       AND WS-ER-DELETED(WS-ER-SUB) NOT = "Y"
                   MOVE WS-ER-RATE(WS-ER-SUB) TO WS-RATE-EDIT
                   DISPLAY WS-ER-RATE-DATE(WS-ER-SUB) " "
                       WS-RATE-EDIT " BY BADGE "
                       WS-ER-BADGE(WS-ER-SUB)
               END-IF
           END-PERFORM.

       FIND-RATE-ROW.

           MOVE ZERO TO WS-ER-MATCH-SUB

           PERFORM VARYING WS-ER-SUB FROM 1 BY 1
                   UNTIL WS-ER-SUB > WS-ER-COUNT
               IF WS-ER-CURRENCY(WS-ER-SUB) = WS-ENTRY-CURRENCY
                       AND WS-ER-RATE-DATE(WS-ER-SUB)
                           = WS-ENTRY-RATE-DATE
                       AND WS-ER-DELETED(WS-ER-SUB) NOT = "Y"
                   MOVE WS-ER-SUB TO WS-ER-MATCH-SUB
               END-IF
           END-PERFORM.

      ******************************************************************
      * keyboard entry and validation
      ******************************************************************
       GET-ENTRY-CURRENCY.

           SET WS-CURRENCY-OK TO FALSE

           DISPLAY "ENTER CURRENCY CODE: "
           MOVE SPACES TO WS-ENTRY-CURRENCY
           ACCEPT WS-ENTRY-CURRENCY

           EVALUATE TRUE
               WHEN WS-ENTRY-CURRENCY = SPACES
                   DISPLAY "CURRENCY CODE REQUIRED"
               WHEN WS-ENTRY-CURRENCY = RP-BASE-CURRENCY
                   DISPLAY "REFUSED - " RP-BASE-CURRENCY
                       " IS THE BASE CURRENCY, ITS RATE IS ALWAYS 1"
               WHEN OTHER
                   SET WS-CURRENCY-OK TO TRUE
           END-EVALUATE.

       GET-ENTRY-RATE-DATE.

           MOVE "ENTER RATE DATE (SPACES = TODAY): "
               TO WS-DATE-PROMPT
           SET WS-DATE-BLANK-OK TO TRUE
           PERFORM GET-ENTRY-DATE
           IF WS-ENTRY-DATE = SPACES
               MOVE WS-TODAY-FORMATTED TO WS-ENTRY-DATE
           END-IF
           MOVE WS-ENTRY-DATE TO WS-ENTRY-RATE-DATE.

       GET-ENTRY-RATE.

           DISPLAY "ENTER RATE, 10 DIGITS WITH 6 DECIMALS IMPLIED "
               "(0001350000 = 1.350000): "
           MOVE SPACES TO WS-ENTRY-RATE-X
           ACCEPT WS-ENTRY-RATE-X
           PERFORM UNTIL WS-ENTRY-RATE-X NUMERIC
                   AND WS-ENTRY-RATE > ZERO
               DISPLAY "INVALID RATE, E.G. 0001350000. RE-ENTER: "
               MOVE SPACES TO WS-ENTRY-RATE-X
               ACCEPT WS-ENTRY-RATE-X
           END-PERFORM.

       GET-ENTRY-DATE.

           DISPLAY WS-DATE-PROMPT
           MOVE SPACES TO WS-ENTRY-DATE
           ACCEPT WS-ENTRY-DATE
           PERFORM CHECK-ENTRY-DATE
           PERFORM UNTIL WS-DATE-VALID
               DISPLAY "INVALID DATE, YYYY-MM-DD. RE-ENTER: "
               MOVE SPACES TO WS-ENTRY-DATE
               ACCEPT WS-ENTRY-DATE
               PERFORM CHECK-ENTRY-DATE
           END-PERFORM.

       CHECK-ENTRY-DATE.

           SET WS-DATE-VALID TO FALSE
           IF WS-ENTRY-DATE = SPACES
               IF WS-DATE-BLANK-OK
                   SET WS-DATE-VALID TO TRUE
               END-IF
           ELSE
               IF WS-ENTRY-DATE(1:4) NUMERIC
                       AND WS-ENTRY-DATE(5:1) = "-"
                       AND WS-ENTRY-DATE(6:2) NUMERIC
                       AND WS-ENTRY-DATE(8:1) = "-"
                       AND WS-ENTRY-DATE(9:2) NUMERIC
                       AND WS-ENTRY-DATE(6:2) >= "01"
                       AND WS-ENTRY-DATE(6:2) <= "12"
                       AND WS-ENTRY-DATE(9:2) >= "01"
                       AND WS-ENTRY-DATE(9:2) <= "31"
                   SET WS-DATE-VALID TO TRUE
               END-IF
           END-IF.

       WRITE-RATE-HISTORY.

           OPEN EXTEND RATE-HIST-FILE
           IF WS-FILE-STATUS = "35"
               OPEN OUTPUT RATE-HIST-FILE
               CLOSE RATE-HIST-FILE
               OPEN EXTEND RATE-HIST-FILE
           END-IF
           IF WS-FILE-STATUS NOT = "00"
               STRING "UNABLE TO OPEN RATEHIST, STATUS "
                   WS-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RTN
           END-IF

           ACCEPT WS-TRAN-TIME FROM TIME

           MOVE SPACES TO RATE-HIST-RECORD
           STRING WS-RUN-DATE-YYYY "-" WS-RUN-DATE-MM "-"
               WS-RUN-DATE-DD " " WS-TRAN-TIME
               DELIMITED BY SIZE INTO RH-TIMESTAMP
           SET RH-FILE-EXCHANGE TO TRUE
           MOVE WS-HIST-ACTION-CODE TO RH-ACTION
           MOVE WS-SUP-BADGE TO RH-OPERATOR-BADGE
           MOVE WS-BEFORE-IMAGE TO RH-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE TO RH-AFTER-IMAGE
           WRITE RATE-HIST-RECORD

           CLOSE RATE-HIST-FILE.

       END-OF-LOGIC-PARAGRAPHS.
           CONTINUE.

       ENTRY "EXCHANGE-RATE-MAINT-SUB" USING LS-RETURN-CODE.

           PERFORM EXCHANGE-MAINT-LOGIC

           MOVE RETURN-CODE TO LS-RETURN-CODE

           GOBACK.

       COPY abendproc.

       END PROGRAM exchange-rate-maint.
