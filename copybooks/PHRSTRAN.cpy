      *===============================================================
      *  PHRSTRAN.CPY
      *
      *  MAINTENANCE-TRANSACTION RECORD READ BY PHRMAINT TO ADD,
      *  UPDATE, OR DELETE ENTRIES ON THE PHR-FILE GREETING-PHRASE
      *  MASTER (SEE COPYBOOK PHRASREC).  ONE TRANSACTION PER INPUT
      *  RECORD, SAME ACTION CODES AS THE VIP-TRANS FEED.  THE
      *  GREETING KIND MUST BE R (ROUTINE), B (BIRTHDAY), A
      *  (ANNIVERSARY), OR S (LETTER SALUTATION), AND ADDS AND
      *  UPDATES MUST CARRY THE PHRASE TEXT - PHRMAINT REJECTS
      *  ANYTHING ELSE RATHER THAN GREET A CUSTOMER WITH A BLANK.
      *
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  ----------------------------------------
      *  2026-10-15 DEV   ORIGINAL COPYBOOK.
      *===============================================================
       01  PT-PHRASE-TRANS-REC.
           05  PT-ACTION-CODE          PIC X(01).
               88  PT-ADD              VALUE "A".
               88  PT-UPDATE           VALUE "U".
               88  PT-DELETE           VALUE "D".
           05  PT-PHRASE-KEY.
               10  PT-LANG-CODE        PIC X(02).
               10  PT-GREET-KIND       PIC X(01).
                   88  PT-KIND-VALID   VALUE "R" "B" "A" "S".
           05  PT-PHRASE-TEXT          PIC X(30).
