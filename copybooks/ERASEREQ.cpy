      *===============================================================
      *  ERASEREQ.CPY
      *
      *  ONE CUSTOMER ERASURE REQUEST, READ BY CUSTERAS FROM THE
      *  ERASE-REQ FILE THAT COMPLIANCE PREPARES FROM THE
      *  REQUESTERS' CORRESPONDENCE.  ONE CUSTOMER ID PER RECORD.
      *  THE REQUEST REFERENCE IS PRINTED ON THE CUSTOMER'S ERASURE
      *  CERTIFICATE SO COMPLIANCE CAN MATCH IT BACK TO THE LETTER
      *  IT ANSWERS; IT MAY BE LEFT BLANK.
      *
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  ----------------------------------------
      *  2026-10-15 DEV   ORIGINAL COPYBOOK.
      *===============================================================
       01  EQ-ERASE-REQ-REC.
           05  EQ-CUST-ID              PIC X(10).
           05  EQ-REQUEST-REF          PIC X(20).
