      ******************************************************************
      * Copybook: REGNREC
      * Purpose : Shared region master record (REGIONMASTER),
      *           maintained by region-maint. The one list of region
      *           codes BR-REGION on BRANCHMASTER and HM-REGION on
      *           HOSPITALMASTER may carry: the code, the region's
      *           name, who to call at the regional office, an
      *           active/inactive flag, and effective dates. Programs
      *           that accept a region check it through the shared
      *           region-verify subprogram (parameter copybook REGWS).
      ******************************************************************
       01  REGION-MASTER-RECORD.
           05 RG-REGION-CODE           PIC X(3).
           05 RG-NAME                  PIC X(30).
           05 RG-CONTACT-NAME          PIC X(30).
           05 RG-CONTACT-PHONE         PIC X(12).
           05 RG-ACTIVE-FLAG           PIC X(1).
               88  RG-ACTIVE                  VALUE "A".
               88  RG-INACTIVE                VALUE "I".
           05 RG-EFF-DATE              PIC X(10).
           05 RG-EXP-DATE              PIC X(10).
