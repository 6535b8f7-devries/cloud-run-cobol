      *===============================================================
      *  BKCAT.CPY
      *
      *  BACKUP CATALOGUE RECORD.  THE BKCAT FILE HOLDS ONE RECORD
      *  PER MASTER PER BACKUP GENERATION STILL ON HAND, OLDEST
      *  FIRST.  MSTBKUP ADDS A RECORD FOR EACH GENERATION IT WRITES
      *  (REPLACING ANY EARLIER ONE FOR THE SAME MASTER AND DATE ON
      *  A RERUN) AND DROPS THE RECORD OF EACH GENERATION IT RETIRES
      *  BEYOND THE NUMBER KEPT.  MSTRELD CROSS-CHECKS A GENERATION'S
      *  OWN TRAILER AGAINST ITS CATALOGUE RECORD BEFORE RELOADING.
      *  SEE COPYBOOK BKGEN FOR THE GENERATION FILES THEMSELVES.
      *
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  ----------------------------------------
      *  2026-10-15 DEV   ORIGINAL COPYBOOK.
      *  2026-10-15 DEV   CUSTERAS ALSO REWRITES THE CATALOGUE, GIVING
      *                   EACH GENERATION IT ERASED A CUSTOMER FROM
      *                   THE NEW COUNT AND HASH TOTAL.
      *===============================================================
       01  BC-CATALOG-REC.
           05  BC-MASTER-ID            PIC X(10).
           05  BC-GEN-DATE             PIC 9(08).
           05  BC-RUN-ID               PIC X(08).
           05  BC-TAKEN-DATE           PIC 9(08).
           05  BC-TAKEN-TIME           PIC 9(08).
           05  BC-REC-COUNT            PIC 9(08).
           05  BC-HASH-TOTAL           PIC 9(18).
           05  BC-AUDIT-POS            PIC 9(08).
           05  FILLER                  PIC X(04).
