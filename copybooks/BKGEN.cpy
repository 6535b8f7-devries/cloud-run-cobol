      *===============================================================
      *  BKGEN.CPY
      *
      *  MASTER-FILE BACKUP GENERATION RECORD.  MSTBKUP UNLOADS EACH
      *  KEYED MASTER TO ITS OWN LINE-SEQUENTIAL GENERATION FILE,
      *  NAMED BK-<MASTER>-<YYYYMMDD> (E.G. BK-CUST-FILE-20261015)
      *  AFTER THE PROCESSING DATE OF THE LAST CLOSED CYCLE, AND
      *  MSTRELD REBUILDS A MASTER FROM ONE.  EVERY RECORD IS 80
      *  BYTES, TYPED BY ITS FIRST BYTE:
      *    "H" HEADER  - FIRST RECORD.  THE MASTER UNLOADED, THE
      *                  GENERATION DATE AND RUN ID, THE CALENDAR
      *                  DATE AND TIME THE BACKUP WAS TAKEN, AND THE
      *                  NUMBER OF MNTAUDIT RECORDS ON FILE AT THAT
      *                  MOMENT - THE POINT A ROLL-FORWARD STARTS
      *                  FROM.
      *    "D" DETAIL  - ONE PER MASTER RECORD, IN KEY ORDER: THE
      *                  RECORD IMAGE, SPACE-FILLED TO 79 BYTES.
      *    "T" TRAILER - LAST RECORD.  THE DETAIL COUNT AND HASH
      *                  TOTAL.  A GENERATION WITH NO TRAILER WAS
      *                  NEVER FINISHED AND IS NOT RELOADABLE.
      *  THE HASH TOTAL IS THE SUM, OVER EVERY DETAIL RECORD, OF
      *  EACH BYTE'S CODE VALUE TIMES ITS POSITION (1-80) IN THE
      *  RECORD, SO A LOST, ADDED, ALTERED, OR TRANSPOSED BYTE ALL
      *  CHANGE IT.  MSTBKUP AND MSTRELD MUST COMPUTE IT THE SAME
      *  WAY.  THE COUNT AND HASH ARE ALSO KEPT ON THE BKCAT
      *  CATALOGUE (SEE COPYBOOK BKCAT).
      *
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  ----------------------------------------
      *  2026-10-15 DEV   ORIGINAL COPYBOOK.
      *  2026-10-15 DEV   CUSTERAS REWRITES A GENERATION THAT HELD A
      *                   CUSTOMER BEING ERASED - DETAIL REMOVED, OR
      *                   ANONYMISED IN A CUST-FILE GENERATION - WITH
      *                   THE HEADER UNCHANGED AND A NEW TRAILER
      *                   HASHED THE SAME WAY.
      *===============================================================
       01  BG-GEN-REC.
           05  BG-REC-TYPE             PIC X(01).
               88  BG-HEADER           VALUE "H".
               88  BG-DETAIL           VALUE "D".
               88  BG-TRAILER          VALUE "T".
           05  BG-DETAIL-IMAGE         PIC X(79).

       01  BG-HEADER-REC.
           05  BG-HDR-TYPE             PIC X(01).
           05  BG-HDR-MASTER-ID        PIC X(10).
           05  BG-HDR-GEN-DATE         PIC 9(08).
           05  BG-HDR-RUN-ID           PIC X(08).
           05  BG-HDR-TAKEN-DATE       PIC 9(08).
           05  BG-HDR-TAKEN-TIME       PIC 9(08).
           05  BG-HDR-AUDIT-POS        PIC 9(08).
           05  FILLER                  PIC X(29).

       01  BG-TRAILER-REC.
           05  BG-TRL-TYPE             PIC X(01).
           05  BG-TRL-MASTER-ID        PIC X(10).
           05  BG-TRL-REC-COUNT        PIC 9(08).
           05  BG-TRL-HASH-TOTAL       PIC 9(18).
           05  FILLER                  PIC X(43).
