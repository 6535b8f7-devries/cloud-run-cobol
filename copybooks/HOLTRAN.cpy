      *===============================================================
      *  HOLTRAN.CPY
      *
      *  MAINTENANCE-TRANSACTION RECORD READ BY HOLMAINT TO ADD,
      *  UPDATE, OR DELETE ENTRIES ON THE HOL-FILE HOLIDAY-CALENDAR
      *  MASTER (SEE COPYBOOK HOLREC).  ONE TRANSACTION PER INPUT
      *  RECORD, SAME ACTION CODES AS THE VIP-TRANS FEED.  THE DATE
      *  MUST BE A REAL CALENDAR DATE - HOLMAINT REJECTS ANYTHING
      *  ELSE RATHER THAN CLOSING THE SHOP ON A DAY THAT NEVER
      *  COMES.
      *
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  ----------------------------------------
      *  2026-10-15 DEV   ORIGINAL COPYBOOK.
      *===============================================================
       01  HT-HOL-TRANS-REC.
           05  HT-ACTION-CODE          PIC X(01).
               88  HT-ADD              VALUE "A".
               88  HT-UPDATE           VALUE "U".
               88  HT-DELETE           VALUE "D".
           05  HT-HOL-DATE             PIC X(08).
           05  HT-HOL-DESC             PIC X(30).
