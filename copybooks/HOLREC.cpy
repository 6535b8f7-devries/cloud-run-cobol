      *===============================================================
      *  HOLREC.CPY
      *
      *  SHOP HOLIDAY-CALENDAR MASTER RECORD.  KEYED BY THE HOLIDAY
      *  DATE (YYYYMMDD) SO CYCLEMGR CAN STEP THE NEXT BUSINESS DATE
      *  OVER A PUBLIC HOLIDAY THE SAME WAY IT STEPS OVER A WEEKEND,
      *  INSTEAD OF OPERATIONS HAND-KEYING RUNCTL AROUND IT.  ONLY
      *  ACTIVE ENTRIES CLOSE THE SHOP.  MAINTAINED BY HOLMAINT -
      *  NEVER EDITED DIRECTLY - AND LISTED A YEAR AHEAD BY HOLLIST.
      *  DELETES ARE LOGICAL, AS ON THE OTHER MASTERS, SO A HOLIDAY
      *  WITHDRAWN IN ERROR KEEPS ITS HISTORY.
      *
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  ----------------------------------------
      *  2026-10-15 DEV   ORIGINAL COPYBOOK.
      *===============================================================
       01  HD-HOL-REC.
           05  HD-HOL-DATE             PIC 9(08).
           05  HD-HOL-PARTS REDEFINES HD-HOL-DATE.
               10  HD-HOL-YEAR         PIC 9(04).
               10  HD-HOL-MONTH        PIC 9(02).
               10  HD-HOL-DAY          PIC 9(02).
           05  HD-HOL-DESC             PIC X(30).
           05  HD-ACTIVE-SW            PIC X(01).
               88  HD-ACTIVE           VALUE "A".
               88  HD-DELETED          VALUE "D".
           05  FILLER                  PIC X(01).
