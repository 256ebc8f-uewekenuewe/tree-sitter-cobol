       FILE SECTION.
       FD  EXTRACT-FILE
           LABEL RECORDS ARE STANDARD.
       01  EXTRACT-RECORD              PIC X(200).

       FD  RETURN-FILE
           LABEL RECORDS ARE STANDARD.
               88  FR-DONE                 VALUE "D".
           05 FR-SEQ                PIC 9(7).
           05 FR-DATE-RETURNED      PIC X(10).
           05 FR-ROW                PIC X(200).

       FD  RESEND-FILE
           LABEL RECORDS ARE STANDARD.
       01  RESEND-RECORD               PIC X(200).

       WORKING-STORAGE SECTION.
      * finance's verdicts, keyed by the sequence number each
               10 WS-OUT-STATUS      PIC X(1).
               10 WS-OUT-SEQ         PIC 9(7).
               10 WS-OUT-DATE        PIC X(10).
               10 WS-OUT-DATA        PIC X(200).
       01  WS-OUT-USED              PIC 9(3) VALUE ZERO.
       01  WS-OUT-SUB               PIC 9(3) VALUE ZERO.
       01  WS-OUT-MATCH-SUB         PIC 9(3) VALUE ZERO.
