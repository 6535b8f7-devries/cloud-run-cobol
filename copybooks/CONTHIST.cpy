      *===============================================================
      *  CONTHIST.CPY
      *
      *  CONTACT-HISTORY LEDGER RECORD.  ONE ENTRY PER CONTACT WE
      *  MAKE WITH A CUSTOMER, WHATEVER THE CHANNEL, KEYED BY
      *  CUSTOMER ID, CONTACT DATE (THE PRODUCER'S PROCESSING DATE)
      *  AND TIME, WITH A TWO-DIGIT SEQUENCE TO KEEP CONTACTS THAT
      *  SHARE A TIMESTAMP APART.  WRITTEN ONLY THROUGH THE CONTLOG
      *  SUBPROGRAM (SEE COPYBOOK CONTLOGP) BY HELLOWRD, HELLOBAT,
      *  OCCGREET, LETTRGEN, AND CRMDISP; CRMACKP STAMPS THE CRM
      *  ACCEPT/REJECT OUTCOME ONTO THE MATCHING CRM-TOUCH ENTRY.
      *  A CRM TOUCH IS KEYED BY THE TOUCHPOINT'S OWN EVENT DATE
      *  AND TIME FROM CRMFEED, SO THE ACKNOWLEDGMENT CAN FIND IT.
      *  READ BY CONTSTMT FOR THE CUSTOMER CONTACT STATEMENT.
      *  CREATED BY CONTLOG ON ITS FIRST WRITE - NEVER EDITED
      *  DIRECTLY.
      *
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  ----------------------------------------
      *  2026-10-15 DEV   ORIGINAL COPYBOOK.
      *===============================================================
       01  CL-CONTACT-REC.
           05  CL-CONTACT-KEY.
               10  CL-CUST-ID          PIC X(10).
               10  CL-CONTACT-DATE     PIC 9(08).
               10  CL-CONTACT-TIME     PIC 9(08).
               10  CL-CONTACT-SEQ      PIC 9(02).
           05  CL-CHANNEL              PIC X(01).
               88  CL-SCREEN-GREETING  VALUE "S".
               88  CL-BATCH-GREETING   VALUE "G".
               88  CL-BIRTHDAY         VALUE "B".
               88  CL-ANNIVERSARY      VALUE "A".
               88  CL-LETTER           VALUE "L".
               88  CL-CRM-TOUCH        VALUE "C".
           05  CL-RUN-ID               PIC X(08).
           05  CL-PROGRAM-ID           PIC X(08).
           05  CL-DETAIL               PIC X(40).
           05  CL-CRM-OUTCOME          PIC X(01).
               88  CL-OUTCOME-PENDING  VALUE SPACE.
               88  CL-CRM-ACCEPTED     VALUE "A".
               88  CL-CRM-REJECTED     VALUE "R".
           05  CL-OUTCOME-DATE         PIC 9(08).
           05  CL-CRM-REASON           PIC X(30).
           05  FILLER                  PIC X(06).
