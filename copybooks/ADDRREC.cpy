      *===============================================================
      *  ADDRREC.CPY
      *
      *  CUSTOMER MAILING-ADDRESS MASTER RECORD.  KEYED BY CUSTOMER
      *  ID AND CARRYING TWO STREET LINES, CITY, STATE, AND POSTAL
      *  CODE, PLUS A DELIVERABLE FLAG THE MAILROOM TURNS OFF WHEN
      *  THE POST OFFICE RETURNS A LETTER AS UNDELIVERABLE.  LETTRGEN
      *  PRINTS THE ADDRESS BLOCK FROM THIS RECORD AND HOLDS BACK
      *  THE LETTER OF ANY CUSTOMER WITH NO ACTIVE, DELIVERABLE
      *  ADDRESS HERE.  MAINTAINED BY ADDMAINT - NEVER EDITED
      *  DIRECTLY.  DELETES ARE LOGICAL, AS ON VIP-FILE, AND A
      *  DELETED ADDRESS IS TREATED AS NO ADDRESS AT ALL.
      *
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  ----------------------------------------
      *  2026-10-15 DEV   ORIGINAL COPYBOOK.
      *===============================================================
       01  AD-ADDR-REC.
           05  AD-CUST-ID              PIC X(10).
           05  AD-STREET-1             PIC X(30).
           05  AD-STREET-2             PIC X(30).
           05  AD-CITY                 PIC X(20).
           05  AD-STATE                PIC X(02).
           05  AD-POSTAL-CODE          PIC X(10).
           05  AD-DELIVER-SW           PIC X(01).
               88  AD-DELIVERABLE      VALUE "Y".
               88  AD-UNDELIVERABLE    VALUE "N".
           05  AD-ACTIVE-SW            PIC X(01).
               88  AD-ACTIVE           VALUE "A".
               88  AD-DELETED          VALUE "D".
