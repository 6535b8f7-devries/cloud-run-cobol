      *  2026-09-02 DEV   ADDED THE CHP-FILE MASTER VALUE - CHPMAINT
      *                   NOW AUDITS THE CONTACT-CHANNEL PREFERENCE
      *                   MASTER THE SAME WAY.
      *  2026-10-15 DEV   ADDED THE HOL-FILE MASTER VALUE - HOLMAINT
      *                   AUDITS THE HOLIDAY-CALENDAR MASTER THE
      *                   SAME WAY.
      *  2026-10-15 DEV   ADDED THE ADDR-FILE MASTER VALUE FOR
      *                   ADDMAINT, AND WIDENED BOTH IMAGES FROM 80
      *                   TO 120 BYTES SO A FULL MAILING-ADDRESS
      *                   RECORD FITS.  EVERY FIELD AFTER THE
      *                   BEFORE-IMAGE MOVES, SO A TRAIL IN THE OLD
      *                   LAYOUT CANNOT BE READ WITH THIS ONE - SEE
      *                   THE MNTCONV ENTRY BELOW.
      *  2026-10-15 DEV   ADDED THE PHR-FILE MASTER VALUE - PHRMAINT
      *                   AUDITS THE GREETING-PHRASE MASTER THE SAME
      *                   WAY.
      *  2026-10-15 DEV   ADDED AU-USER-ID, THE SIGNED-ON USER WHO
      *                   MADE AN INTERACTIVE CHANGE AT THE PHONE
      *                   DESK (PHONDESK).  PHONDESK STAMPS
      *                   AU-RUN-ID "PHONDESK" AND AU-PROC-DATE WITH
      *                   THE CALENDAR DATE OF THE CHANGE.  BATCH
      *                   WRITERS LEAVE THE USER ID BLANK.  RECORD
      *                   GROWS FROM 272 TO 280 BYTES; OLDER RECORDS
      *                   READ BACK WITH A BLANK USER ID.
      *  2026-10-15 DEV   ADDED AU-CHANGE-TIME.  PHONDESK STAMPS THE
      *                   TIME OF DAY OF THE CHANGE (HHMMSSHH) SO
      *                   MNTAUDRP CAN PLACE A DESK CHANGE BETWEEN
      *                   TWO CYCLE CLOSES; BATCH WRITERS LEAVE IT
      *                   BLANK.  RECORD GROWS FROM 280 TO 288 BYTES.
      *  2026-10-15 DEV   THE RECORD IS NOW 288 BYTES AGAINST 192 IN
      *                   THE 80-BYTE IMAGE LAYOUT.  THE FILE IS
      *                   POSITIONAL, SO AN EXISTING MNTAUDIT MUST BE
      *                   CONVERTED ONCE BY MNTCONV, BETWEEN CYCLES,
      *                   BEFORE THE FIRST RUN OF ANY PROGRAM THAT
      *                   READS OR WRITES IT (SEE MNTCONV REMARKS).
      *                   THE RECORD COUNT IS KEPT, SO MNTAUDIT
      *                   POSITIONS ON MSTBKUP GENERATIONS STAY GOOD.
      *===============================================================
       01  AU-AUDIT-REC.
           05  AU-PROC-DATE            PIC 9(08).
               88  AU-SUPP-MASTER      VALUE "SUPP-FILE".
               88  AU-OCC-MASTER       VALUE "OCC-FILE".
               88  AU-CHP-MASTER       VALUE "CHP-FILE".
               88  AU-HOL-MASTER       VALUE "HOL-FILE".
               88  AU-ADDR-MASTER      VALUE "ADDR-FILE".
               88  AU-PHR-MASTER       VALUE "PHR-FILE".
           05  AU-ACTION-CODE          PIC X(01).
               88  AU-ADD              VALUE "A".
               88  AU-UPDATE           VALUE "U".
               88  AU-DELETE           VALUE "D".
           05  AU-BEFORE-IMAGE         PIC X(120).
           05  AU-AFTER-IMAGE          PIC X(120).
           05  AU-USER-ID              PIC X(08).
           05  AU-CHANGE-TIME          PIC 9(08).
           05  FILLER                  PIC X(05).
