      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  ----------------------------------------
      *  2026-09-02 DEV   ORIGINAL COPYBOOK.
      *  2026-10-15 DEV   ADDED CT-LANG-CODE, THE CUSTOMER'S PREFERRED
      *                   LANGUAGE CODE (SEE COPYBOOK CUSTREC).
      *===============================================================
       01  CT-CUST-TRANS-REC.
           05  CT-ACTION-CODE          PIC X(01).
               88  CT-DELETE           VALUE "D".
           05  CT-CUST-ID              PIC X(10).
           05  CT-CUST-NAME            PIC X(25).
           05  CT-LANG-CODE            PIC X(02).
