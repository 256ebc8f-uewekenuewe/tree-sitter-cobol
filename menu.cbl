      *          choice and CALLs into the calculator, table lookup,
      *          greeting, or reject rework programs, separate from
      *          the nightly batch job orchestrated by driver.cbl.
      *          After the sign-on the shift handover notes for the
      *          current shift are shown next to the broadcast
      *          messages for the operator to acknowledge, and option
      *          8 lets an operator leave notes for the next shift.
      *          Option 9 (supervisors only) queues reruns and
      *          reprints of the programs on RERUNLIST for the night
      *          to run, through job-request.
      *          Leaving the menu at the end of a shift records the
      *          operator's check-out for the payroll hours.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  WS-STEP-RC                   PIC S9(4) COMP VALUE ZERO.
       01  WS-DONE-SW                   PIC X(1) VALUE "N".
           88  WS-DONE                          VALUE "Y" FALSE "N".
       01  WS-CHECKOUT-ANSWER           PIC X(1).

       01  WS-SIGNON-FIELDS.
           05 WS-SIGNON-BADGE-X     PIC X(3).

           COPY rundate.
           COPY pinws.
           COPY hndws.
           COPY abendws.

       PROCEDURE DIVISION.
               DISPLAY "SIGNED ON: " WS-SIGNON-NAME
                   " (CLASS " WS-SIGNON-CLASS ")"
               PERFORM SHOW-BROADCAST-MESSAGES
               MOVE "S" TO HN-FUNCTION
               MOVE WS-SIGNON-BADGE TO HN-BADGE
               CALL "shift-handover" USING HANDOVER-AREA
               CALL "shift-checkin" USING WS-SIGNON-BADGE
               MOVE "*" TO WS-MENU-CHOICE
               MOVE "SIGN-ON" TO WS-CHOICE-PROGRAM
           DISPLAY "5. REJECT REWORK (SUPERVISORS ONLY)"
           DISPLAY "6. EXIT"
           DISPLAY "7. ONLINE INQUIRIES (READ ONLY)"
           DISPLAY "8. SHIFT HANDOVER NOTES"
           DISPLAY "9. JOB REQUESTS - RERUNS AND REPRINTS "
               "(SUPERVISORS ONLY)"
           DISPLAY "ENTER CHOICE: "
           ACCEPT WS-MENU-CHOICE.


           IF WS-MENU-CHOICE = "6"
               SET WS-DONE TO TRUE
               DISPLAY "SIGNING OFF AT END OF SHIFT - CHECK OUT "
                   "(Y/N)? "
               MOVE SPACE TO WS-CHECKOUT-ANSWER
               ACCEPT WS-CHECKOUT-ANSWER
               IF WS-CHECKOUT-ANSWER = "Y"
                   CALL "shift-checkout" USING WS-SIGNON-BADGE
               END-IF
           ELSE
               IF NOT WS-CHOICE-ALLOWED
                   IF WS-CHOICE-PROGRAM = "INVALID"

      * class O operators may run the calculators, the table lookup,
      * and the greeting; reject rework changes production data and
      * job requests run production programs, so both are
      * restricted to supervisors
           SET WS-CHOICE-ALLOWED TO FALSE
           MOVE SPACES TO WS-CHOICE-PROGRAM

               WHEN "7"
                   MOVE "online-inquiry" TO WS-CHOICE-PROGRAM
                   SET WS-CHOICE-ALLOWED TO TRUE
               WHEN "8"
                   MOVE "shift-handover" TO WS-CHOICE-PROGRAM
                   SET WS-CHOICE-ALLOWED TO TRUE
               WHEN "9"
                   MOVE "job-request" TO WS-CHOICE-PROGRAM
                   IF WS-SIGNON-SUPERVISOR
                       SET WS-CHOICE-ALLOWED TO TRUE
                   END-IF
               WHEN OTHER
                   MOVE "INVALID" TO WS-CHOICE-PROGRAM
           END-EVALUATE.
                   CALL "ONLINE-INQUIRY-SUB" USING WS-STEP-RC
                   MOVE RETURN-CODE TO WS-STEP-RC
                   PERFORM SHOW-STEP-RC
               WHEN "8"
                   MOVE "W" TO HN-FUNCTION
                   MOVE WS-SIGNON-BADGE TO HN-BADGE
                   CALL "shift-handover" USING HANDOVER-AREA
               WHEN "9"
                   CALL "job-request" USING WS-SIGNON-BADGE
           END-EVALUATE.

       WRITE-SESSION-LOG.
