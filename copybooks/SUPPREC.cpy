      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  ----------------------------------------
      *  2026-08-21 DEV   ORIGINAL COPYBOOK.
      *  2026-10-15 DEV   CRMUNSUB NOW ALSO ADDS OPT-OUTS, REASON
      *                   "CRM UNSUB", FROM THE CRM TEAM'S DAILY
      *                   UNSUBSCRIBE FILE, AUDITED AS SUPMAINT'S ARE.
      *===============================================================
       01  SP-SUPP-REC.
           05  SP-CUST-ID              PIC X(10).
