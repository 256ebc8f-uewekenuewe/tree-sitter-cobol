      ******************************************************************
      * Copybook: GLJRNL
      * Purpose : General-ledger journal interface record
      *           (GLJOURNAL), written nightly by gl-journal for the
      *           finance GL team. One header record, then the
      *           journal lines - per business date and branch, one
      *           line per GL account and side, debits and credits
      *           summing to the same total - then one control
      *           trailer carrying the line count, the number of
      *           source items journaled, and the debit and credit
      *           totals. Amounts are unsigned and in the base
      *           currency; the side says which way they post.
      ******************************************************************
       01  GL-HEADER-RECORD.
           05 GH-RECORD-TYPE           PIC X(1).
               88  GH-HEADER                  VALUE "H".
           05 GH-BUSDATE               PIC X(10).
           05 GH-RUN-NUMBER            PIC 9(7).
           05 GH-CREATED               PIC X(19).
           05 GH-CURRENCY              PIC X(3).
           05 GH-SYSTEM                PIC X(20).
           05 FILLER                   PIC X(20).
       01  GL-LINE-RECORD.
           05 GL-RECORD-TYPE           PIC X(1).
               88  GL-LINE                    VALUE "D".
           05 GL-BUSDATE               PIC X(10).
           05 GL-BRANCH                PIC X(3).
           05 GL-ACCOUNT               PIC X(10).
           05 GL-SIDE                  PIC X(1).
               88  GL-DEBIT                   VALUE "D".
               88  GL-CREDIT                  VALUE "C".
           05 GL-AMOUNT                PIC 9(11)V99.
           05 GL-ITEM-COUNT            PIC 9(7).
           05 GL-CURRENCY              PIC X(3).
           05 FILLER                   PIC X(32).
       01  GL-TRAILER-RECORD.
           05 GT-RECORD-TYPE           PIC X(1).
               88  GT-TRAILER                 VALUE "T".
           05 GT-BUSDATE               PIC X(10).
           05 GT-LINE-COUNT            PIC 9(7).
           05 GT-ITEM-COUNT            PIC 9(7).
           05 GT-DEBIT-TOTAL           PIC 9(13)V99.
           05 GT-CREDIT-TOTAL          PIC 9(13)V99.
           05 FILLER                   PIC X(25).
