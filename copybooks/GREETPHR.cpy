      *  2026-08-09 DEV   ORIGINAL COPYBOOK - EN, ES, FR.
      *  2026-08-09 DEV   ADDED HW-PHRASE-COUNT SO HELLOWRD'S LOOKUP
      *                   LOOPS NO LONGER HARDCODE THE ENTRY COUNT.
      *  2026-10-15 DEV   THE MAINTAINED PHR-FILE PHRASE MASTER (SEE
      *                   COPYBOOK PHRASREC) NOW COMES FIRST; THIS
      *                   TABLE IS ONLY HELLOWRD'S FALLBACK FOR A
      *                   LOCALE WITH NO PHRASE ON FILE.  ADD NEW
      *                   LANGUAGES THROUGH PHRMAINT, NOT HERE.
      *===============================================================
       01  HW-GREET-PHRASE-VALUES.
           05  FILLER                  PIC X(12) VALUE "ENHELLO     ".
