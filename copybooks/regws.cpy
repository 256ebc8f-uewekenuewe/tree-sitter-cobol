      ******************************************************************
      * Copybook: REGWS
      * Purpose : Parameter area for the shared region-verify
      *           subprogram. COPY into WORKING-STORAGE, move the
      *           region code to RV-REGION, then
      *             CALL "region-verify" USING REGION-CHECK-AREA
      *           RV-ACCEPTABLE tells the caller whether the region may
      *           be filed: it is on REGIONMASTER and active, or there
      *           is no REGIONMASTER yet to check against. RV-UNKNOWN
      *           and RV-INACTIVE say why a region was refused, and
      *           RV-NAME carries the region's name when it is on file.
      ******************************************************************
       01  REGION-CHECK-AREA.
           05 RV-REGION                 PIC X(3).
           05 RV-RESULT                 PIC X(1).
               88  RV-OK                       VALUE "Y".
               88  RV-UNKNOWN                  VALUE "U".
               88  RV-INACTIVE                 VALUE "I".
               88  RV-NO-MASTER                VALUE "N".
               88  RV-ACCEPTABLE               VALUES "Y" "N".
           05 RV-NAME                   PIC X(30).
