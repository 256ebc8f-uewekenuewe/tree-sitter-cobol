      ******************************************************************
      * Copybook: HNDWS
      * Purpose : Parameter area for the shared shift-handover
      *           subprogram. COPY into WORKING-STORAGE, set the
      *           function and (for W and S) the signed-on badge, then
      *             CALL "shift-handover" USING HANDOVER-AREA
      *           W = the operator enters handover notes for the
      *               incoming shift (SHIFTHANDOVER);
      *           S = show the notes for the current shift after a
      *               sign-on and take the operator's acknowledgment
      *               (SHIFTHANDACK);
      *           C = show the notes for the current shift on a
      *               console, with who has acknowledged them.
      *           HN-NOTE-COUNT returns how many notes were shown.
      ******************************************************************
       01  HANDOVER-AREA.
           05 HN-FUNCTION               PIC X(1).
               88  HN-FN-WRITE                 VALUE "W".
               88  HN-FN-SHOW                  VALUE "S".
               88  HN-FN-CONSOLE               VALUE "C".
           05 HN-BADGE                  PIC 9(3).
           05 HN-NOTE-COUNT             PIC 9(3).
