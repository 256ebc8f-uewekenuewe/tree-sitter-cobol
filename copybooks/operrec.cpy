      *           authorization, an active/inactive flag, and
      *           effective dates. Sign-on paths must refuse badges
      *           that are inactive or outside their effective dates.
      *           Each badge names the supervisor who recertifies its
      *           access every quarter; operator-dormancy flags and
      *           then deactivates badges left idle, and the last
      *           recertification decision is kept with the badge.
      ******************************************************************
       01  OPERATOR-RECORD.
           05 OP-BADGE                 PIC 9(03).
           05 OP-PIN-FAILS             PIC 9(1).
           05 OP-LOCK-FLAG             PIC X(1).
               88  OP-LOCKED                  VALUE "L".
      * supervisor responsible for recertifying this badge; zero or
      * spaces when none has been assigned
           05 OP-SUPERVISOR            PIC 9(3).
      * last sign-on found on MENUSESSLOG or SHIFTCHECKIN by the
      * dormancy sweep, and the date the sweep flagged the badge
      * idle (spaces when not flagged); a flagged badge is set
      * inactive once the grace period runs out
           05 OP-LAST-ACTIVE           PIC X(10).
           05 OP-DORMANT-DATE          PIC X(10).
      * why an inactive badge was set inactive; spaces on records
      * from before the reason was kept
           05 OP-INACTIVE-REASON       PIC X(1).
               88  OP-OFF-MANUAL              VALUE "M".
               88  OP-OFF-DORMANT             VALUE "D".
               88  OP-OFF-REVOKED             VALUE "R".
      * the last quarterly recertification: when, by which
      * supervisor, and whether access was confirmed or revoked
           05 OP-RECERT-DATE           PIC X(10).
           05 OP-RECERT-BADGE          PIC 9(3).
           05 OP-RECERT-DECISION       PIC X(1).
               88  OP-RECERT-CONFIRMED        VALUE "C".
               88  OP-RECERT-REVOKED          VALUE "R".
