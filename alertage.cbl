      *          prints the daily alert-aging report on ALERTAGERPT:
      *          every open alert with its age in hours and its
      *          level, oldest problems no longer able to hide. Run
      *          daily from operations. Every escalation is paged
      *          through on-call-page at the new level - the shift's
      *          rostered operator at level 1, a supervisor beyond.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           COPY runparm.
           COPY rptws.
           COPY abendws.
           COPY pagews.

       LINKAGE SECTION.
       01  LS-RETURN-CODE              PIC S9(4) COMP.
                   WS-AL-ESC(WS-AL-SUB) ": "
                   WS-AL-PROGRAM(WS-AL-SUB) " "
                   WS-AL-TIMESTAMP(WS-AL-SUB)
               MOVE WS-AL-PROGRAM(WS-AL-SUB) TO PQ-PROGRAM
               MOVE WS-AL-TIMESTAMP(WS-AL-SUB) TO PQ-ALERT-TIMESTAMP
               MOVE WS-AL-STATUS(WS-AL-SUB) TO PQ-STATUS
               MOVE WS-AL-MESSAGE(WS-AL-SUB) TO PQ-MESSAGE
               MOVE WS-AL-ESC(WS-AL-SUB) TO PQ-ESC-LEVEL
               CALL "on-call-page" USING PAGE-REQUEST
           END-IF.

       REWRITE-ALERT-FILE.
