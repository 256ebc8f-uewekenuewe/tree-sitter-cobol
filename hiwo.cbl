           88  WS-STANDING-OK                   VALUE "Y" FALSE "N".

       01  WS-CHECKIN-BADGE             PIC 9(3) VALUE ZERO.
       01  WS-CHECKED-IN-SW             PIC X(1) VALUE "N".
           88  WS-CHECKED-IN                    VALUE "Y" FALSE "N".
       01  WS-CHECKOUT-ANSWER           PIC X(1).

           COPY rundate.
           COPY pinws.
           COPY hndws.
           COPY runparm.
           COPY rptws.
           COPY abendws.
           IF WS-INTERACTIVE-MODE
               DISPLAY "Enter your badge number: "
               ACCEPT var1
               SET WS-CHECKED-IN TO FALSE
               PERFORM LOOKUP-OPERATOR
               DISPLAY "Hello, " var2 "!"
               MOVE SPACES TO RPT-LINE
                   INTO RPT-LINE
               PERFORM WRITE-REPORT-LINE
               PERFORM test-routine
               IF WS-CHECKED-IN
                   PERFORM OFFER-SHIFT-CHECKOUT
               END-IF
           ELSE
               PERFORM test-routine2
           END-IF

      * the PIN must verify too, after the operator file is closed
      * so pin-verify can rewrite failure counts and locks; only a
      * verified badge is checked in for the shift, after it has
      * been shown the handover notes left for that shift
           IF WS-STANDING-OK
               MOVE WS-CHECKIN-BADGE TO PC-BADGE
               CALL "pin-verify" USING PIN-CHECK-AREA
               IF PC-OK
                   MOVE "S" TO HN-FUNCTION
                   MOVE WS-CHECKIN-BADGE TO HN-BADGE
                   CALL "shift-handover" USING HANDOVER-AREA
                   CALL "shift-checkin" USING WS-CHECKIN-BADGE
                   SET WS-CHECKED-IN TO TRUE
               ELSE
                   MOVE "PIN CHECK FAILED - REFUSED" TO var2
               END-IF
           END-IF.

       OFFER-SHIFT-CHECKOUT.

      * signing off at the end of the shift records the check-out
      * shift-hours pairs with the check-in for the payroll hours
           DISPLAY "SIGNING OFF AT END OF SHIFT - CHECK OUT (Y/N)? "
           MOVE SPACE TO WS-CHECKOUT-ANSWER
           ACCEPT WS-CHECKOUT-ANSWER
           IF WS-CHECKOUT-ANSWER = "Y"
               CALL "shift-checkout" USING WS-CHECKIN-BADGE
           END-IF.

       CHECK-OPERATOR-STANDING.

      * a badge that is flagged inactive, not yet effective, or past
