      ******************************************************************
      * Copybook: PAGEREC
      * Purpose : On-call page record, written by on-call-page to the
      *           PAGEOUT interface file the paging gateway collects,
      *           and the same image to the permanent PAGELOG, which
      *           proves who was paged for which alert and when. The
      *           alert is identified by program and alert timestamp,
      *           the key it carries on ABENDALERTS. PG-ROLE N on the
      *           log means nobody could be found to page; no PAGEOUT
      *           record is written for it.
      ******************************************************************
       01  PAGE-RECORD.
           05 PG-PAGE-TIMESTAMP         PIC X(19).
           05 PG-BADGE                  PIC 9(3).
           05 PG-NAME                   PIC X(30).
           05 PG-ROLE                   PIC X(1).
               88  PG-ROLE-ROSTERED            VALUE "R".
               88  PG-ROLE-SUPERVISOR          VALUE "S".
               88  PG-ROLE-NOBODY              VALUE "N".
           05 PG-SHIFT                  PIC X(1).
           05 PG-ESC-LEVEL              PIC 9(1).
           05 PG-PROGRAM                PIC X(20).
           05 PG-ALERT-TIMESTAMP        PIC X(19).
           05 PG-STATUS                 PIC X(10).
           05 PG-MESSAGE                PIC X(60).
