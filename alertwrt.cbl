      *          SQLCODE, so the 3 a.m. abend that scrolled off the
      *          console is still there for monitoring to poll in the
      *          morning. alert-manager lists and acknowledges the
      *          alerts this program writes. Each alert written is
      *          also paged to whoever is on call for the shift
      *          through on-call-page, at escalation level 0.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05 WS-AD-DD              PIC 9(2).
       01  WS-ALERT-TIME            PIC 9(8).

           COPY pagews.

       LINKAGE SECTION.
       01  LS-ABEND-FIELDS.
           05 LS-FILE-STATUS        PIC X(2).

           DISPLAY "OPERATOR ALERT WRITTEN FOR " LS-ABEND-PROGRAM

           MOVE AL-PROGRAM TO PQ-PROGRAM
           MOVE AL-TIMESTAMP TO PQ-ALERT-TIMESTAMP
           MOVE AL-STATUS TO PQ-STATUS
           MOVE AL-MESSAGE TO PQ-MESSAGE
           MOVE ZERO TO PQ-ESC-LEVEL
           CALL "on-call-page" USING PAGE-REQUEST

           GOBACK.

       END PROGRAM abend-alert.
