      ******************************************************************
      * Author:
      * Date:
      * Purpose: Shared region check for every program that files a
      *          region code (branch-maint, calc-copybook's hospital
      *          maintenance). Called with a region code through the
      *          REGWS area, it looks the code up on REGIONMASTER and
      *          says whether it is on file and active. A region that
      *          is not on file or is inactive is refused; with no
      *          REGIONMASTER at all the code is let through, so the
      *          masters keep working until the region file is built.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. region-verify.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGION-FILE ASSIGN TO "REGIONMASTER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  REGION-FILE
           LABEL RECORDS ARE STANDARD.
           COPY regnrec.

       WORKING-STORAGE SECTION.
       01  WS-EOF-SW                PIC X(1) VALUE "N".
           88  WS-EOF                       VALUE "Y" FALSE "N".

           COPY abendws.

       LINKAGE SECTION.
           COPY regws.

       PROCEDURE DIVISION USING REGION-CHECK-AREA.

       MAIN-PROCEDURE.

           MOVE "region-verify" TO WS-ABEND-PROGRAM
           SET RV-UNKNOWN TO TRUE
           MOVE SPACES TO RV-NAME
           SET WS-EOF TO FALSE

           OPEN INPUT REGION-FILE
           IF WS-FILE-STATUS = "35"
               SET RV-NO-MASTER TO TRUE
               SET WS-EOF TO TRUE
           ELSE
               IF WS-FILE-STATUS NOT = "00"
                   STRING "UNABLE TO OPEN REGIONMASTER, STATUS "
                       WS-FILE-STATUS DELIMITED BY SIZE
                       INTO WS-ABEND-MESSAGE
                   PERFORM ABEND-RTN
               END-IF
           END-IF

           PERFORM UNTIL WS-EOF
               READ REGION-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF RG-REGION-CODE = RV-REGION
                           MOVE RG-NAME TO RV-NAME
      * records without a flag count as active, as on the other
      * masters
                           IF RG-INACTIVE
                               SET RV-INACTIVE TO TRUE
                           ELSE
                               SET RV-OK TO TRUE
                           END-IF
                           SET WS-EOF TO TRUE
                       END-IF
               END-READ
           END-PERFORM

           IF NOT RV-NO-MASTER
               CLOSE REGION-FILE
           END-IF

           GOBACK.

       COPY abendproc.

       END PROGRAM region-verify.
