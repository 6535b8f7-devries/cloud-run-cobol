      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  ----------------------------------------
      *  2026-09-02 DEV   ORIGINAL COPYBOOK.
      *  2026-10-15 DEV   ADDED CM-LANG-CODE, THE CUSTOMER'S PREFERRED
      *                   LANGUAGE FOR THE NIGHTLY GREETINGS AND
      *                   LETTERS (SEE COPYBOOK PHRASREC).  SPACES
      *                   MEAN ENGLISH.  THE RECORD WIDENS FROM 36 TO
      *                   38 BYTES.
      *  2026-10-15 DEV   AN EXISTING 36-BYTE CUST-FILE MUST BE
      *                   CONVERTED ONCE BY CUSTCONV BEFORE THE FIRST
      *                   RUN OF ANY PROGRAM COMPILED WITH THIS
      *                   LAYOUT - THEY ALL FAIL TO OPEN THE OLD ONE.
      *                   RENAME CUST-FILE TO CUST-OLD AND RUN
      *                   CUSTCONV; IT WRITES THE NEW CUST-FILE WITH
      *                   CM-LANG-CODE SPACES AND PROVES RECORDS READ
      *                   EQUAL RECORDS WRITTEN.
      *===============================================================
       01  CM-CUST-REC.
           05  CM-CUST-ID              PIC X(10).
           05  CM-STATUS-SW            PIC X(01).
               88  CM-ACTIVE           VALUE "A".
               88  CM-DELETED          VALUE "D".
           05  CM-LANG-CODE            PIC X(02).
