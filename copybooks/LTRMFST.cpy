      *===============================================================
      *  LTRMFST.CPY
      *
      *  PRINT-VENDOR MANIFEST RECORD WRITTEN BY LETTRGEN, ONE PER
      *  LETTER IN THE NIGHT'S LETTERS PRINT FILE AND IN THE SAME
      *  POSTAL-CODE ORDER: THE LTRREG SEQUENCE NUMBER PRINTED IN
      *  THE LETTER'S HEADING, THE CUSTOMER, THE POSTAL CODE THE
      *  LETTER IS ADDRESSED TO, AND ITS PAGE COUNT.  THE VENDOR
      *  LODGES THE MANIFEST WITH THE POST OFFICE TO QUALIFY THE
      *  MAILING FOR PRESORT POSTAGE, SO THIS IS A DOCUMENTED
      *  INTERFACE - COORDINATE WITH THE VENDOR BEFORE CHANGING
      *  FIELD POSITIONS OR WIDTHS.  THE LAST RECORD IS A TRAILER
      *  ("TRL" PLUS THE LETTER AND PAGE TOTALS) SO THE VENDOR CAN
      *  REFUSE A SHORT-SHIPPED MANIFEST, AS ON CRMFEED.
      *
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  ----------------------------------------
      *  2026-10-15 DEV   ORIGINAL COPYBOOK.
      *===============================================================
       01  MF-MANIFEST-REC.
           05  MF-SEQ-NBR              PIC 9(08).
           05  MF-CUST-ID              PIC X(10).
           05  MF-POSTAL-CODE          PIC X(10).
           05  MF-PAGE-COUNT           PIC 9(04).
           05  MF-LETTER-DATE          PIC 9(08).

       01  MF-TRAILER-REC.
           05  MF-TRL-ID               PIC X(03).
               88  MF-TRL-PRESENT      VALUE "TRL".
           05  MF-TRL-LETTER-COUNT     PIC 9(08).
           05  MF-TRL-PAGE-COUNT       PIC 9(08).
           05  FILLER                  PIC X(21).
