      *===============================================================
      *  ADDRTRAN.CPY
      *
      *  MAINTENANCE-TRANSACTION RECORD READ BY ADDMAINT TO ADD,
      *  UPDATE, OR DELETE ENTRIES ON THE ADDR-FILE CUSTOMER
      *  MAILING-ADDRESS MASTER (SEE COPYBOOK ADDRREC).  ONE
      *  TRANSACTION PER INPUT RECORD, SAME ACTION CODES AS THE
      *  VIP-TRANS FEED.  AN UPDATE REPLACES THE WHOLE ADDRESS, SO
      *  THE MAILROOM KEYS EVERY LINE AGAIN RATHER THAN LEAVING A
      *  STALE SECOND STREET LINE BEHIND.  THE DELIVERABLE FLAG MUST
      *  BE "Y" OR "N" ON ADDS AND UPDATES.
      *
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  ----------------------------------------
      *  2026-10-15 DEV   ORIGINAL COPYBOOK.
      *===============================================================
       01  AT-ADDR-TRANS-REC.
           05  AT-ACTION-CODE          PIC X(01).
               88  AT-ADD              VALUE "A".
               88  AT-UPDATE           VALUE "U".
               88  AT-DELETE           VALUE "D".
           05  AT-CUST-ID              PIC X(10).
           05  AT-STREET-1             PIC X(30).
           05  AT-STREET-2             PIC X(30).
           05  AT-CITY                 PIC X(20).
           05  AT-STATE                PIC X(02).
           05  AT-POSTAL-CODE          PIC X(10).
           05  AT-DELIVER-SW           PIC X(01).
               88  AT-DELIVERABLE      VALUE "Y".
               88  AT-UNDELIVERABLE    VALUE "N".
