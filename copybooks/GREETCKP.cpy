      *                   50 BYTES; THE CHECKPOINT IS REWRITTEN
      *                   WHOLESALE EVERY NIGHT, SO NO CONVERSION IS
      *                   NEEDED.
      *  2026-10-15 DEV   ADDED CK-LANGFB-CNT FOR THE CUSTOMERS
      *                   GREETED IN ENGLISH BECAUSE THEIR PREFERRED
      *                   LANGUAGE HAD NO PHRASE ON PHR-FILE (SEE
      *                   COPYBOOK PHRASREC), SO A RESTARTED RUN
      *                   RESUMES THAT TALLY TOO.  THE RECORD WIDENS
      *                   FROM 50 TO 58 BYTES, REWRITTEN WHOLESALE AS
      *                   BEFORE.
      *===============================================================
       01  CK-CHECKPOINT-REC.
           05  CK-LAST-SEQ-NBR         PIC 9(08).
           05  CK-SUPPRESS-CNT         PIC 9(08).
           05  CK-FREQCAP-CNT          PIC 9(08).
           05  CK-CRMSKIP-CNT          PIC 9(08).
           05  CK-LANGFB-CNT           PIC 9(08).
           05  FILLER                  PIC X(02).
