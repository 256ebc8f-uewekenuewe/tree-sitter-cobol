      ******************************************************************
      * Author:
      * Date:
      * Purpose: Report distribution list maintenance for DISTLIST,
      *          built on the load-table / act / rewrite pattern of
      *          message-maint. A supervisor badge (verified against
      *          OPERATORFILE, PIN and all, through pin-verify) adds a
      *          row sending a cataloged report to a branch, a region,
      *          or a department, deletes a row, or lists the list;
      *          a branch must be active on BRANCHMASTER and a region
      *          must be one a branch there belongs to, and the same
      *          report may not be listed twice for one recipient.
      *          The R)EGISTER action lists what DISTREGISTER shows
      *          report-distribution sent one recipient for a date,
      *          which answers whether a branch received a given
      *          day's report without opening the packets.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. distribution-maint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIST-LIST-FILE ASSIGN TO "DISTLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT DIST-REGISTER-FILE ASSIGN TO "DISTREGISTER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT CATALOG-FILE ASSIGN TO "RPTCATALOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT BRANCH-FILE ASSIGN TO "BRANCHMASTER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "OPERATORFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DIST-LIST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY distlist.

       FD  DIST-REGISTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY distreg.

       FD  CATALOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  CATALOG-RECORD.
           05 RC-NAME               PIC X(20).
           05 RC-TITLE              PIC X(60).
           05 RC-RUN-DATE           PIC X(10).
           05 RC-RUN-NUMBER         PIC 9(7).
           05 RC-PAGES              PIC 9(4).
           05 RC-KEEP-NAME          PIC X(30).

       FD  BRANCH-FILE
           LABEL RECORDS ARE STANDARD.
           COPY brchrec.

       FD  OPERATOR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY operrec.

       WORKING-STORAGE SECTION.
       01  WS-DL-TABLE.
           05 WS-DL-ROW OCCURS 200 TIMES.
               10 WS-DL-REPORT       PIC X(20).
               10 WS-DL-TYPE         PIC X(1).
               10 WS-DL-RECIPIENT    PIC X(10).
               10 WS-DL-BADGE        PIC 9(3).
               10 WS-DL-ADDED        PIC X(10).
       01  WS-DL-COUNT              PIC 9(3) VALUE ZERO.
       01  WS-DL-SUB                PIC 9(3) VALUE ZERO.
       01  WS-DL-PICK               PIC 9(3) VALUE ZERO.
       01  WS-DL-PICK-X             PIC X(3).

       01  WS-BR-TABLE.
           05 WS-BR-ROW OCCURS 50 TIMES.
               10 WS-BR-CODE         PIC X(3).
               10 WS-BR-REGION       PIC X(3).
               10 WS-BR-ACTIVE       PIC X(1).
       01  WS-BR-COUNT              PIC 9(2) VALUE ZERO.
       01  WS-BR-SUB                PIC 9(2) VALUE ZERO.

       01  WS-DL-ACTION             PIC X(1).
           88  WS-DL-ADD                    VALUE "A".
           88  WS-DL-DELETE                 VALUE "D".
           88  WS-DL-LIST                   VALUE "L".
           88  WS-DL-REGISTER               VALUE "R".
           88  WS-DL-NONE                   VALUE "N".

       01  WS-ENTRY-REPORT          PIC X(20).
       01  WS-ENTRY-TYPE            PIC X(1).
           88  WS-ENTRY-TYPE-VALID          VALUE "B" "R" "D".
           88  WS-ENTRY-BRANCH              VALUE "B".
           88  WS-ENTRY-REGION              VALUE "R".
       01  WS-ENTRY-RECIPIENT       PIC X(10).
       01  WS-ENTRY-DATE            PIC X(10).

       01  WS-RECIPIENT-OK-SW       PIC X(1) VALUE "N".
           88  WS-RECIPIENT-OK              VALUE "Y" FALSE "N".
       01  WS-DUPLICATE-SW          PIC X(1) VALUE "N".
           88  WS-DUPLICATE                 VALUE "Y" FALSE "N".
       01  WS-CATALOGED-SW          PIC X(1) VALUE "N".
           88  WS-CATALOGED                 VALUE "Y" FALSE "N".
       01  WS-LIST-CHANGED-SW       PIC X(1) VALUE "N".
           88  WS-LIST-CHANGED              VALUE "Y" FALSE "N".

       01  WS-REGISTER-HITS         PIC 9(5) VALUE ZERO.

       01  WS-SIGNON-FIELDS.
           05 WS-SUP-BADGE-X        PIC X(3).
           05 WS-SUP-BADGE          PIC 9(3) VALUE ZERO.

       01  WS-SUP-OK-SW             PIC X(1) VALUE "N".
           88  WS-SUP-OK                    VALUE "Y" FALSE "N".

       01  WS-OP-EOF-SW             PIC X(1) VALUE "N".
           88  WS-OP-EOF                    VALUE "Y" FALSE "N".

       01  WS-TODAY-FORMATTED       PIC X(10).

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

           PERFORM DISTRIBUTION-MAINT-LOGIC

           GOBACK.

       DISTRIBUTION-MAINT-LOGIC.

           MOVE "distribution-maint" TO WS-ABEND-PROGRAM

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           CALL "business-date" USING WS-RUN-DATE
           MOVE SPACES TO WS-TODAY-FORMATTED
           STRING WS-RUN-DATE-YYYY "-" WS-RUN-DATE-MM "-"
               WS-RUN-DATE-DD DELIMITED BY SIZE
               INTO WS-TODAY-FORMATTED

           PERFORM SIGNON-SUPERVISOR-BADGE
           IF NOT WS-SUP-OK
               DISPLAY "DISTRIBUTION MAINTENANCE REFUSED - "
                   "SUPERVISOR BADGE REQUIRED"
           ELSE
               PERFORM LOAD-BRANCH-TABLE
               PERFORM LOAD-DIST-TABLE

               SET WS-DONE TO FALSE
               PERFORM UNTIL WS-DONE
                   DISPLAY "REPORT DISTRIBUTION - A)DD D)ELETE "
                       "L)IST R)EGISTER N)ONE: "
                   MOVE SPACE TO WS-DL-ACTION
                   ACCEPT WS-DL-ACTION
                   EVALUATE TRUE
                       WHEN WS-DL-ADD
                           PERFORM ADD-DIST-ROW
                       WHEN WS-DL-DELETE
                           PERFORM DELETE-DIST-ROW
                       WHEN WS-DL-LIST
                           PERFORM LIST-DIST-ROWS
                       WHEN WS-DL-REGISTER
                           PERFORM INQUIRE-REGISTER
                       WHEN WS-DL-NONE
                           SET WS-DONE TO TRUE
                       WHEN OTHER
                           DISPLAY "INVALID ACTION, PLEASE "
                               "RE-ENTER."
                   END-EVALUATE
               END-PERFORM

               IF WS-LIST-CHANGED
                   PERFORM REWRITE-DIST-FILE
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

       LOAD-BRANCH-TABLE.

           MOVE ZERO TO WS-BR-COUNT
           SET WS-EOF TO FALSE

           OPEN INPUT BRANCH-FILE
           IF WS-FILE-STATUS = "35"
               DISPLAY "BRANCHMASTER NOT FOUND - ONLY DEPARTMENTS "
                   "CAN BE ENTERED"
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
                   MOVE BR-REGION TO WS-BR-REGION(WS-BR-COUNT)
                   MOVE BR-ACTIVE-FLAG TO WS-BR-ACTIVE(WS-BR-COUNT)
                   READ BRANCH-FILE
                       AT END SET WS-EOF TO TRUE
                   END-READ
               END-PERFORM

               CLOSE BRANCH-FILE
           END-IF.

       LOAD-DIST-TABLE.

           MOVE ZERO TO WS-DL-COUNT
           SET WS-EOF TO FALSE

           OPEN INPUT DIST-LIST-FILE
           IF WS-FILE-STATUS = "35"
               CONTINUE
           ELSE
               IF WS-FILE-STATUS NOT = "00"
                   STRING "UNABLE TO OPEN DISTLIST, STATUS "
                       WS-FILE-STATUS DELIMITED BY SIZE
                       INTO WS-ABEND-MESSAGE
                   PERFORM ABEND-RTN
               END-IF

               READ DIST-LIST-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-EOF
                   IF WS-DL-COUNT >= 200
                       MOVE "WS-DL-TABLE OVERFLOW - MORE THAN 200"
                           TO WS-ABEND-MESSAGE
                       PERFORM ABEND-RTN
                   END-IF
                   ADD 1 TO WS-DL-COUNT
                   MOVE DL-REPORT-NAME TO WS-DL-REPORT(WS-DL-COUNT)
                   MOVE DL-RECIPIENT-TYPE TO WS-DL-TYPE(WS-DL-COUNT)
                   MOVE DL-RECIPIENT TO WS-DL-RECIPIENT(WS-DL-COUNT)
                   IF DL-BADGE NUMERIC
                       MOVE DL-BADGE TO WS-DL-BADGE(WS-DL-COUNT)
                   ELSE
                       MOVE ZERO TO WS-DL-BADGE(WS-DL-COUNT)
                   END-IF
                   MOVE DL-ADDED-DATE TO WS-DL-ADDED(WS-DL-COUNT)
                   READ DIST-LIST-FILE
                       AT END SET WS-EOF TO TRUE
                   END-READ
               END-PERFORM

               CLOSE DIST-LIST-FILE
           END-IF.

       REWRITE-DIST-FILE.

           OPEN OUTPUT DIST-LIST-FILE
           IF WS-FILE-STATUS NOT = "00"
               STRING "UNABLE TO OPEN DISTLIST, STATUS "
                   WS-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RTN
           END-IF

           PERFORM VARYING WS-DL-SUB FROM 1 BY 1
                   UNTIL WS-DL-SUB > WS-DL-COUNT
               MOVE SPACES TO DIST-LIST-RECORD
               MOVE WS-DL-REPORT(WS-DL-SUB) TO DL-REPORT-NAME
               MOVE WS-DL-TYPE(WS-DL-SUB) TO DL-RECIPIENT-TYPE
               MOVE WS-DL-RECIPIENT(WS-DL-SUB) TO DL-RECIPIENT
               MOVE WS-DL-BADGE(WS-DL-SUB) TO DL-BADGE
               MOVE WS-DL-ADDED(WS-DL-SUB) TO DL-ADDED-DATE
               WRITE DIST-LIST-RECORD
           END-PERFORM

           CLOSE DIST-LIST-FILE.

      ******************************************************************
      * the distribution list: one row per report per recipient
      ******************************************************************
       ADD-DIST-ROW.

           DISPLAY "ENTER REPORT NAME AS CATALOGED (E.G. "
               "BRANCHSETTLERPT): "
           MOVE SPACES TO WS-ENTRY-REPORT
           ACCEPT WS-ENTRY-REPORT
           PERFORM UNTIL WS-ENTRY-REPORT NOT = SPACES
               DISPLAY "REPORT NAME REQUIRED. RE-ENTER: "
               MOVE SPACES TO WS-ENTRY-REPORT
               ACCEPT WS-ENTRY-REPORT
           END-PERFORM

           PERFORM GET-ENTRY-RECIPIENT

           IF NOT WS-RECIPIENT-OK
               EVALUATE TRUE
                   WHEN WS-ENTRY-BRANCH
                       DISPLAY "BRANCH NOT ACTIVE ON BRANCHMASTER: "
                           WS-ENTRY-RECIPIENT
                   WHEN WS-ENTRY-REGION
                       DISPLAY "NO BRANCH ON BRANCHMASTER IN REGION "
                           WS-ENTRY-RECIPIENT
                   WHEN OTHER
                       DISPLAY "DEPARTMENT NAME REQUIRED"
               END-EVALUATE
           ELSE
               SET WS-DUPLICATE TO FALSE
               PERFORM VARYING WS-DL-SUB FROM 1 BY 1
                       UNTIL WS-DL-SUB > WS-DL-COUNT
                   IF WS-DL-REPORT(WS-DL-SUB) = WS-ENTRY-REPORT
                           AND WS-DL-TYPE(WS-DL-SUB) = WS-ENTRY-TYPE
                           AND WS-DL-RECIPIENT(WS-DL-SUB)
                               = WS-ENTRY-RECIPIENT
                       SET WS-DUPLICATE TO TRUE
                   END-IF
               END-PERFORM

               IF WS-DUPLICATE
                   DISPLAY "REFUSED - " WS-ENTRY-REPORT
                       " ALREADY GOES TO THIS RECIPIENT"
               ELSE
                   IF WS-DL-COUNT >= 200
                       MOVE "WS-DL-TABLE OVERFLOW - MORE THAN 200"
                           TO WS-ABEND-MESSAGE
                       PERFORM ABEND-RTN
                   END-IF
                   PERFORM CHECK-REPORT-CATALOGED
                   IF NOT WS-CATALOGED
                       DISPLAY "NOTE - " WS-ENTRY-REPORT
                           " IS NOT ON RPTCATALOG YET; IT WILL GO "
                           "OUT ONCE IT RUNS"
                   END-IF
                   ADD 1 TO WS-DL-COUNT
                   MOVE WS-ENTRY-REPORT TO WS-DL-REPORT(WS-DL-COUNT)
                   MOVE WS-ENTRY-TYPE TO WS-DL-TYPE(WS-DL-COUNT)
                   MOVE WS-ENTRY-RECIPIENT
                       TO WS-DL-RECIPIENT(WS-DL-COUNT)
                   MOVE WS-SUP-BADGE TO WS-DL-BADGE(WS-DL-COUNT)
                   MOVE WS-TODAY-FORMATTED
                       TO WS-DL-ADDED(WS-DL-COUNT)
                   SET WS-LIST-CHANGED TO TRUE
                   DISPLAY "DISTRIBUTION ROW ADDED"
               END-IF
           END-IF.

       GET-ENTRY-RECIPIENT.

           DISPLAY "RECIPIENT - B)RANCH R)EGION D)EPARTMENT: "
           MOVE SPACE TO WS-ENTRY-TYPE
           ACCEPT WS-ENTRY-TYPE
           PERFORM UNTIL WS-ENTRY-TYPE-VALID
               DISPLAY "B, R, OR D ONLY. RE-ENTER: "
               MOVE SPACE TO WS-ENTRY-TYPE
               ACCEPT WS-ENTRY-TYPE
           END-PERFORM

           EVALUATE TRUE
               WHEN WS-ENTRY-BRANCH
                   DISPLAY "ENTER BRANCH CODE: "
               WHEN WS-ENTRY-REGION
                   DISPLAY "ENTER REGION CODE: "
               WHEN OTHER
                   DISPLAY "ENTER DEPARTMENT NAME (UP TO 10): "
           END-EVALUATE
           MOVE SPACES TO WS-ENTRY-RECIPIENT
           ACCEPT WS-ENTRY-RECIPIENT

      * a branch must be trading; a region must have a branch on
      * the master in it, active or not
           SET WS-RECIPIENT-OK TO FALSE
           EVALUATE TRUE
               WHEN WS-ENTRY-BRANCH
                   PERFORM VARYING WS-BR-SUB FROM 1 BY 1
                           UNTIL WS-BR-SUB > WS-BR-COUNT
                       IF WS-BR-CODE(WS-BR-SUB) = WS-ENTRY-RECIPIENT
                               AND WS-BR-ACTIVE(WS-BR-SUB) = "A"
                           SET WS-RECIPIENT-OK TO TRUE
                       END-IF
                   END-PERFORM
               WHEN WS-ENTRY-REGION
                   PERFORM VARYING WS-BR-SUB FROM 1 BY 1
                           UNTIL WS-BR-SUB > WS-BR-COUNT
                       IF WS-BR-REGION(WS-BR-SUB)
                               = WS-ENTRY-RECIPIENT
                           SET WS-RECIPIENT-OK TO TRUE
                       END-IF
                   END-PERFORM
               WHEN OTHER
                   IF WS-ENTRY-RECIPIENT NOT = SPACES
                       SET WS-RECIPIENT-OK TO TRUE
                   END-IF
           END-EVALUATE.

       CHECK-REPORT-CATALOGED.

           SET WS-CATALOGED TO FALSE
           SET WS-EOF TO FALSE

           OPEN INPUT CATALOG-FILE
           IF WS-FILE-STATUS NOT = "00"
               SET WS-EOF TO TRUE
           END-IF

           PERFORM UNTIL WS-EOF OR WS-CATALOGED
               READ CATALOG-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF RC-NAME = WS-ENTRY-REPORT
                           SET WS-CATALOGED TO TRUE
                       END-IF
               END-READ
           END-PERFORM

           IF WS-FILE-STATUS NOT = "35"
               CLOSE CATALOG-FILE
           END-IF.

       LIST-DIST-ROWS.

           DISPLAY "===== REPORT DISTRIBUTION LIST ====="
           PERFORM VARYING WS-DL-SUB FROM 1 BY 1
                   UNTIL WS-DL-SUB > WS-DL-COUNT
               DISPLAY WS-DL-SUB " " WS-DL-REPORT(WS-DL-SUB)
                   " TO " WS-DL-TYPE(WS-DL-SUB)
                   " " WS-DL-RECIPIENT(WS-DL-SUB)
                   " ADDED " WS-DL-ADDED(WS-DL-SUB)
                   " BADGE " WS-DL-BADGE(WS-DL-SUB)
           END-PERFORM
           DISPLAY "ROWS ON FILE: " WS-DL-COUNT
           DISPLAY "====================================".

       DELETE-DIST-ROW.

           PERFORM LIST-DIST-ROWS

           IF WS-DL-COUNT = ZERO
               DISPLAY "NO ROWS TO DELETE"
           ELSE
               DISPLAY "ENTER ROW NUMBER TO DELETE "
                   "(000 TO CANCEL): "
               MOVE SPACES TO WS-DL-PICK-X
               ACCEPT WS-DL-PICK-X
               IF WS-DL-PICK-X NOT NUMERIC
                   DISPLAY "INVALID ENTRY, NUMBERS ONLY."
               ELSE
                   MOVE WS-DL-PICK-X TO WS-DL-PICK
                   IF WS-DL-PICK = ZERO
                       CONTINUE
                   ELSE
                       IF WS-DL-PICK > WS-DL-COUNT
                           DISPLAY "NO SUCH ROW: " WS-DL-PICK
                       ELSE
                           PERFORM VARYING WS-DL-SUB
                                   FROM WS-DL-PICK BY 1
                                   UNTIL WS-DL-SUB >= WS-DL-COUNT
                               MOVE WS-DL-ROW(WS-DL-SUB + 1)
                                   TO WS-DL-ROW(WS-DL-SUB)
                           END-PERFORM
                           SUBTRACT 1 FROM WS-DL-COUNT
                           SET WS-LIST-CHANGED TO TRUE
                           DISPLAY "DISTRIBUTION ROW DELETED"
                       END-IF
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * the distribution register: what went to one recipient
      ******************************************************************
       INQUIRE-REGISTER.

           DISPLAY "RECIPIENT - B)RANCH R)EGION D)EPARTMENT: "
           MOVE SPACE TO WS-ENTRY-TYPE
           ACCEPT WS-ENTRY-TYPE
           PERFORM UNTIL WS-ENTRY-TYPE-VALID
               DISPLAY "B, R, OR D ONLY. RE-ENTER: "
               MOVE SPACE TO WS-ENTRY-TYPE
               ACCEPT WS-ENTRY-TYPE
           END-PERFORM
           DISPLAY "ENTER BRANCH, REGION, OR DEPARTMENT: "
           MOVE SPACES TO WS-ENTRY-RECIPIENT
           ACCEPT WS-ENTRY-RECIPIENT

           DISPLAY "ENTER PACKET DATE (YYYY-MM-DD, BLANK FOR "
               WS-TODAY-FORMATTED "): "
           MOVE SPACES TO WS-ENTRY-DATE
           ACCEPT WS-ENTRY-DATE
           IF WS-ENTRY-DATE = SPACES
               MOVE WS-TODAY-FORMATTED TO WS-ENTRY-DATE
           END-IF

           MOVE ZERO TO WS-REGISTER-HITS
           SET WS-EOF TO FALSE

           OPEN INPUT DIST-REGISTER-FILE
           IF WS-FILE-STATUS = "35"
               SET WS-EOF TO TRUE
           ELSE
               IF WS-FILE-STATUS NOT = "00"
                   STRING "UNABLE TO OPEN DISTREGISTER, STATUS "
                       WS-FILE-STATUS DELIMITED BY SIZE
                       INTO WS-ABEND-MESSAGE
                   PERFORM ABEND-RTN
               END-IF
           END-IF

           DISPLAY "===== DISTRIBUTION REGISTER ====="
           PERFORM UNTIL WS-EOF
               READ DIST-REGISTER-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF DG-PACKET-DATE = WS-ENTRY-DATE
                               AND DG-RECIPIENT-TYPE = WS-ENTRY-TYPE
                               AND DG-RECIPIENT = WS-ENTRY-RECIPIENT
                           PERFORM SHOW-REGISTER-ROW
                       END-IF
               END-READ
           END-PERFORM

           IF WS-FILE-STATUS NOT = "35"
               CLOSE DIST-REGISTER-FILE
           END-IF

           IF WS-REGISTER-HITS = ZERO
               DISPLAY "NOTHING WAS SENT TO " WS-ENTRY-TYPE " "
                   WS-ENTRY-RECIPIENT " FOR " WS-ENTRY-DATE
           END-IF
           DISPLAY "=================================".

       SHOW-REGISTER-ROW.

           ADD 1 TO WS-REGISTER-HITS
           DISPLAY DG-REPORT-NAME " OF " DG-REPORT-DATE
               " RUN " DG-REPORT-RUN
           EVALUATE TRUE
               WHEN DG-SENT
                   DISPLAY "   SENT " DG-LINES " LINES IN "
                       DG-PACKET-NAME " AT " DG-TIMESTAMP
               WHEN DG-SENT-EMPTY
                   DISPLAY "   SENT WITH NO LINES FOR THIS "
                       "RECIPIENT IN " DG-PACKET-NAME
               WHEN OTHER
                   DISPLAY "   NOT SENT - KEPT COPY " DG-KEEP-NAME
                       " WAS MISSING"
           END-EVALUATE.

       END-OF-LOGIC-PARAGRAPHS.
           CONTINUE.

       ENTRY "DISTRIBUTION-MAINT-SUB" USING LS-RETURN-CODE.

           PERFORM DISTRIBUTION-MAINT-LOGIC

           MOVE RETURN-CODE TO LS-RETURN-CODE

           GOBACK.

       COPY abendproc.

       END PROGRAM distribution-maint.
