      *===============================================================
      *  CONTLOGP.CPY
      *
      *  PARAMETER AREA FOR THE CONTLOG CONTACT-HISTORY LEDGER
      *  SUBPROGRAM (LEDGER RECORD IN COPYBOOK CONTHIST).  EVERY
      *  PROGRAM THAT CONTACTS A CUSTOMER CALLS IT ONCE PER CONTACT:
      *    WRITE   - APPEND ONE ENTRY FOR LC-CUST-ID ON
      *      LC-CONTACT-DATE.  A ZERO LC-CONTACT-TIME IS STAMPED
      *      WITH THE TIME OF DAY.  AN ENTRY ALREADY ON FILE WITH
      *      THE SAME KEY, CHANNEL, PROGRAM, RUN, AND DETAIL IS
      *      NOT WRITTEN TWICE, SO A RERUN THAT REPLAYS THE SAME
      *      TIMESTAMPED EVENT (CRMDISP) LEAVES ONE ENTRY.
      *    OUTCOME - STAMP LC-CRM-OUTCOME, LC-OUTCOME-DATE, AND
      *      LC-CRM-REASON ONTO THE FIRST STILL-PENDING CRM-TOUCH
      *      ENTRY AT THE GIVEN CUSTOMER, DATE, AND TIME.  NONE
      *      PENDING COMES BACK "23".
      *    CLOSE   - CLOSE THE LEDGER AT TERMINATE TIME.
      *  ANY FILE FAILURE COMES BACK "16" AND THE CALLER ABORTS AS
      *  IT WOULD FOR ITS OWN OUTPUT FILES.
      *
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  ----------------------------------------
      *  2026-10-15 DEV   ORIGINAL COPYBOOK.
      *===============================================================
       01  LC-LEDGER-PARMS.
           05  LC-ACTION               PIC X(01).
               88  LC-WRITE-ENTRY      VALUE "W".
               88  LC-SET-OUTCOME      VALUE "O".
               88  LC-CLOSE-LEDGER     VALUE "C".
           05  LC-CUST-ID              PIC X(10).
           05  LC-CONTACT-DATE         PIC 9(08).
           05  LC-CONTACT-TIME         PIC 9(08).
           05  LC-CHANNEL              PIC X(01).
               88  LC-SCREEN-GREETING  VALUE "S".
               88  LC-BATCH-GREETING   VALUE "G".
               88  LC-BIRTHDAY         VALUE "B".
               88  LC-ANNIVERSARY      VALUE "A".
               88  LC-LETTER           VALUE "L".
               88  LC-CRM-TOUCH        VALUE "C".
           05  LC-CALLER-PGM           PIC X(08).
           05  LC-CALLER-RUN           PIC X(08).
           05  LC-DETAIL               PIC X(40).
           05  LC-CRM-OUTCOME          PIC X(01).
           05  LC-OUTCOME-DATE         PIC 9(08).
           05  LC-CRM-REASON           PIC X(30).
           05  LC-RESULT               PIC X(02).
               88  LC-LEDGER-OK        VALUE "00".
               88  LC-ENTRY-NOT-FOUND  VALUE "23".
               88  LC-LEDGER-ERROR     VALUE "16".
