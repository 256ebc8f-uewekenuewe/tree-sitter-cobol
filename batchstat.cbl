      *          presents a single consolidated status display, so
      *          finding out where the night stands no longer means
      *          inspecting five files and the console scrollback by
      *          hand. The shift handover notes for the current shift
      *          are shown next to the broadcast messages, with who
      *          has acknowledged them.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           88  WS-EOF                       VALUE "Y" FALSE "N".

           COPY rundate.
           COPY hndws.
           COPY abendws.

       LINKAGE SECTION.

           PERFORM SHOW-BROADCAST-MESSAGES

           MOVE "C" TO HN-FUNCTION
           MOVE ZERO TO HN-BADGE
           CALL "shift-handover" USING HANDOVER-AREA

           PERFORM SHOW-ESCALATED-ALERTS

           PERFORM SHOW-JOB-CHECKPOINT
