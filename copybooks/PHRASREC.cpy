      *===============================================================
      *  PHRASREC.CPY
      *
      *  GREETING-PHRASE MASTER RECORD.  KEYED BY LANGUAGE CODE AND
      *  GREETING KIND AND CARRYING THE WORDING THE NIGHTLY RUNS
      *  PUT IN FRONT OF THE CUSTOMER'S NAME: THE ROUTINE HELLOBAT
      *  GREETING, THE OCCGREET BIRTHDAY AND ANNIVERSARY LINES, AND
      *  THE LETTRGEN &GREETWORD SALUTATION.  EACH CUSTOMER'S
      *  PREFERRED LANGUAGE COMES FROM CM-LANG-CODE ON THE CUST-FILE
      *  (SEE COPYBOOK CUSTREC).  A LANGUAGE WITH NO ACTIVE PHRASE
      *  FOR THE KIND FALLS BACK TO THE "EN" ENTRY, AND THE RUNS
      *  COUNT EVERY SUCH FALLBACK; WITH NO "EN" ENTRY EITHER THEY
      *  USE THEIR OWN ENGLISH WORDING, SO A RUN BEFORE PHRMAINT
      *  EVER EXECUTED GREETS EXACTLY AS BEFORE.  A NEW LANGUAGE IS
      *  A PHRMAINT TRANSACTION, NOT A RECOMPILE.  THE TEXT IS
      *  STRUNG IN FRONT OF THE NAME UP TO ITS FIRST DOUBLE SPACE,
      *  SO A PHRASE MAY HOLD SINGLE SPACES BETWEEN ITS WORDS BUT
      *  NEVER TWO IN A ROW.  MAINTAINED BY PHRMAINT - NEVER EDITED
      *  DIRECTLY.  DELETES ARE LOGICAL, AS ON THE OTHER MASTERS.
      *
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  ----------------------------------------
      *  2026-10-15 DEV   ORIGINAL COPYBOOK.
      *===============================================================
       01  PH-PHRASE-REC.
           05  PH-PHRASE-KEY.
               10  PH-LANG-CODE        PIC X(02).
               10  PH-GREET-KIND       PIC X(01).
                   88  PH-KIND-ROUTINE VALUE "R".
                   88  PH-KIND-BIRTHDAY
                                       VALUE "B".
                   88  PH-KIND-ANNIV   VALUE "A".
                   88  PH-KIND-SALUTATION
                                       VALUE "S".
                   88  PH-KIND-VALID   VALUE "R" "B" "A" "S".
           05  PH-PHRASE-TEXT          PIC X(30).
           05  PH-ACTIVE-SW            PIC X(01).
               88  PH-ACTIVE           VALUE "A".
               88  PH-DELETED          VALUE "D".
           05  FILLER                  PIC X(02).
