      *===============================================================
      *  UNSUBREC.CPY
      *
      *  FIXED-WIDTH UNSUBSCRIBE RECORD SENT TO US DAILY BY THE CRM
      *  TEAM ON THE CRMUNSUB FILE: ONE RECORD PER CUSTOMER WHO
      *  UNSUBSCRIBED THROUGH THE CRM TEAM'S SYSTEM, READ BY THE
      *  CRMUNSUB STEP, WHICH TURNS EACH ONE INTO A SUPP-FILE
      *  OPT-OUT (SEE COPYBOOK SUPPREC) WITH REASON "CRM UNSUB".
      *  THIS IS A DOCUMENTED INTERFACE - COORDINATE WITH THE CRM
      *  TEAM BEFORE CHANGING FIELD POSITIONS OR WIDTHS.
      *
      *  LAYOUT (60 BYTES, ALL RECORD TYPES):
      *    POS  1-10  UN-CUST-ID      OUR CUSTOMER ID, AS ON CRMFEED
      *    POS 11-18  UN-UNSUB-DATE   YYYYMMDD THE CUSTOMER ASKED
      *    POS 19-26  UN-UNSUB-TIME   HHMMSSCC THE CUSTOMER ASKED
      *    POS 27-36  UN-SOURCE       HOW THEY ASKED (EMAIL, WEB,
      *                               PHONE, ...) - INFORMATION ONLY
      *    POS 37-48  UN-CRM-REF      THE CRM TEAM'S OWN REFERENCE,
      *                               QUOTED BACK ON OUR EXCEPTIONS
      *    POS 49-60  FILLER          SPACES
      *
      *  THE FILE CARRIES CONTROL RECORDS LIKE NAMES-IN AND CRMFEED:
      *  THE FIRST RECORD IS A HEADER ("HDR" + FILE DATE + SOURCE
      *  SYSTEM) AND THE LAST IS A TRAILER ("TRL" + DETAIL RECORD
      *  COUNT).  THE HEADER DATE MUST BE THE PROCESSING DATE AND
      *  THE TRAILER COUNT MUST MATCH THE DETAILS PRESENT, OR THE
      *  WHOLE FILE IS REFUSED.  A DAY WITH NO UNSUBSCRIBES IS SENT
      *  AS A HEADER AND A ZERO-COUNT TRAILER.
      *
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  ----------------------------------------
      *  2026-10-15 DEV   ORIGINAL COPYBOOK.
      *===============================================================
       01  UN-UNSUB-REC.
           05  UN-CUST-ID              PIC X(10).
           05  UN-UNSUB-DATE           PIC 9(08).
           05  UN-UNSUB-TIME           PIC 9(08).
           05  UN-SOURCE               PIC X(10).
           05  UN-CRM-REF              PIC X(12).
           05  FILLER                  PIC X(12).

       01  UN-HEADER-REC.
           05  UN-HDR-ID               PIC X(03).
               88  UN-HDR-PRESENT      VALUE "HDR".
           05  UN-HDR-FILE-DATE        PIC 9(08).
           05  UN-HDR-SOURCE-SYS       PIC X(08).
           05  FILLER                  PIC X(41).

       01  UN-TRAILER-REC.
           05  UN-TRL-ID               PIC X(03).
               88  UN-TRL-PRESENT      VALUE "TRL".
           05  UN-TRL-REC-COUNT        PIC 9(08).
           05  FILLER                  PIC X(49).
