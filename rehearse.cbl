           05 SCL-SEQUENCE         PIC 9(7).
           05 SCL-ACCOUNT          PIC X(8).
           05 SCL-CYCLE            PIC 9(3).
           05 SCL-REVERSAL-FIELDS.
               10 SCL-ORIG-SEQUENCE    PIC 9(7).
               10 SCL-ORIG-RESULT      PIC S9(9)V99
                                       SIGN LEADING SEPARATE.
           05 SCL-CURRENCY         PIC X(3).
           05 SCL-RATE             PIC 9(4)V9(6).
           05 SCL-TO-BRANCH        PIC X(3).
           05 SCL-TO-ACCOUNT       PIC X(8).

       FD  SCRATCH-RESULT-FILE
           LABEL RECORDS ARE STANDARD.
           05 SRS-SEQUENCE         PIC 9(7).
           05 SRS-ACCOUNT          PIC X(8).
           05 SRS-CYCLE            PIC 9(3).
           05 SRS-REVERSAL-FIELDS.
               10 SRS-ORIG-SEQUENCE    PIC 9(7).
           05 SRS-BRANCH           PIC X(3).
           05 SRS-CURRENCY         PIC X(3).
           05 SRS-RATE             PIC 9(4)V9(6).
           05 SRS-BASE-FIRST       PIC S9(9)V99
                                   SIGN LEADING SEPARATE.
           05 SRS-BASE-SECOND      PIC S9(9)V99
                                   SIGN LEADING SEPARATE.
           05 SRS-BASE-RESULT      PIC S9(9)V99
                                   SIGN LEADING SEPARATE.

       FD  SCRATCH-REJECT-FILE
           LABEL RECORDS ARE STANDARD.
               READ SCRATCH-RESULT-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
      * a transfer's credit leg is the second result of the one
      * transaction, so it is not counted again
               PERFORM UNTIL WS-EOF
                   IF SCRATCH-RESULT-RECORD(1:4) NOT = "*CTL"
                           AND NOT (SRS-OPERATION = "X"
                               AND SRS-STATUS = "P"
                               AND SRS-RESULT NUMERIC
                               AND SRS-RESULT > ZERO)
                       ADD 1 TO WS-RESULT-COUNT
                       IF SRS-STATUS = "P"
                           ADD 1 TO WS-PROCESSED-COUNT
