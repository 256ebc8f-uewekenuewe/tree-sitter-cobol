      ******************************************************************
      * Copybook: YRMANIF
      * Purpose : Year-end manifest record (YEARMANIFEST + YYYY).
      *           year-end-close writes one line for every file that
      *           holds the closed year's records - each CALCAUDIT
      *           segment audit-reorg split off for a date in the
      *           year, each JOBSTATSARCH month archive, and each
      *           RPTCATALOG entry run in the year - and whether it
      *           was found on disk when the year was closed, so the
      *           year's material can be retained or restored as a
      *           set. A rerun of the close replaces the manifest.
      ******************************************************************
       01  YEAR-MANIFEST-RECORD.
           05 YM-YEAR                  PIC X(4).
           05 YM-TYPE                  PIC X(1).
               88  YM-AUDIT-SEGMENT           VALUE "A".
               88  YM-STATS-ARCHIVE           VALUE "J".
               88  YM-REPORT-ENTRY            VALUE "R".
      * the file on disk - the segment, the archive, or the report's
      * dated keep copy
           05 YM-FILE-NAME             PIC X(30).
      * the segment's date, the archive's month as YYYY-MM, or the
      * report's run date
           05 YM-DATE                  PIC X(10).
      * records in the segment or archive, pages in the report
           05 YM-COUNT                 PIC 9(7).
           05 YM-STATUS                PIC X(1).
               88  YM-PRESENT                 VALUE "P".
               88  YM-MISSING                 VALUE "M".
      * the report's catalog name and title; spaces for the others
           05 YM-REPORT-NAME           PIC X(20).
           05 YM-TITLE                 PIC X(60).
