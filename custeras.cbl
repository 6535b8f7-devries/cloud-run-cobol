      *================================================================
      *
      *  PROGRAM-ID.    CUSTERAS
      *
      *  AUTHOR.        D. VRIES
      *  INSTALLATION.  CLOUD-RUN-COBOL
      *  DATE-WRITTEN.  2026-10-15
      *
      *  REMARKS.       CUSTOMER ERASURE RUN.  READS THE ERASE-REQ
      *                 FILE OF CUSTOMER IDS (SEE COPYBOOK ERASEREQ)
      *                 AND REMOVES EVERY ONE OF THOSE CUSTOMERS
      *                 FROM THE FILES THAT HOLD THEM:
      *                   - LTRREG ENTRIES FOR THE CUSTOMER ID
      *                   - GREETLOG AUDIT LINES, AND THE SAME LINES
      *                     IN EVERY GLARCH-YYYYMM GENERATION WRITTEN
      *                     BY GREETARC.  THE AUDIT LINE CARRIES NO
      *                     CUSTOMER ID, SO IT IS MATCHED ON THE NAME
      *                     OF RECORD THE WAY CUSTINQ MATCHES IT.
      *                   - VIP-FILE, OCC-FILE, CHP-FILE, GRTHIST,
      *                     ADDR-FILE AND CONTHIST RECORDS,
      *                     PHYSICALLY DELETED
      *                   - THE CUST-FILE RECORD, ANONYMISED RATHER
      *                     THAN DELETED (NAME AND LANGUAGE BLANKED,
      *                     STATUS "D") SO THE CUSTOMER ID CAN NEVER
      *                     BE ISSUED TO SOMEONE ELSE
      *                   - THE SAME RECORDS IN EVERY MSTBKUP BACKUP
      *                     GENERATION ON THE BKCAT CATALOGUE: REMOVED,
      *                     OR ANONYMISED IN A CUST-FILE GENERATION,
      *                     WITH THE GENERATION'S TRAILER AND ITS
      *                     CATALOGUE RECORD GIVEN THE NEW COUNT AND
      *                     HASH TOTAL SO MSTRELD CAN STILL RELOAD IT
      *                 AND THEN LEAVES A MINIMAL SUPP-FILE ENTRY -
      *                 CUSTOMER ID ONLY, REASON "ERASED" - SO THE
      *                 CUSTOMER IS NEVER GREETED AGAIN.  THE MARKER
      *                 IS AUDITED ON MNTAUDIT LIKE ANY SUPMAINT
      *                 CHANGE, WITH THE NAME BLANKED IN BOTH IMAGES.
      *                 THE SEQUENTIAL FILES ARE DONE FIRST, WHILE
      *                 THE NAME IS STILL ON CUST-FILE, AND THE
      *                 MASTERS ONLY WHEN EVERY SEQUENTIAL FILE HAS
      *                 BALANCED - A RERUN AFTER A FAILURE CAN STILL
      *                 FIND THE CUSTOMER'S AUDIT LINES.  EACH
      *                 SEQUENTIAL FILE AND EACH GENERATION IS SPLIT
      *                 TO THE ERASWRK WORK FILE AND COPIED BACK, AND
      *                 ERASCTL SHOWS ITS CONTROL TOTALS: RECORDS
      *                 READ MUST EQUAL RECORDS REMOVED PLUS RECORDS
      *                 KEPT, AND THE REWRITTEN FILE MUST HOLD
      *                 EXACTLY THE KEPT COUNT.  A GENERATION WITH
      *                 NOTHING TO REMOVE IS LEFT UNTOUCHED.  THE
      *                 ERASCERT REPORT CARRIES ONE CERTIFICATE PER
      *                 CUSTOMER, LISTING EVERY FILE TOUCHED AND THE
      *                 RECORDS REMOVED, FOR COMPLIANCE TO SEND BACK
      *                 TO THE REQUESTER.  GREETLOG AND THE MASTERS
      *                 ARE HELD UNDER THE GRTLOCK INTERLOCK FOR THE
      *                 WHOLE RUN.
      *                 RETURN CODES: 0 CLEAN, 4 A REQUEST WAS
      *                 REJECTED, 8 CONTROL TOTALS OUT OF BALANCE (NO
      *                 MASTER TOUCHED, NO CERTIFICATE ISSUED), 12
      *                 A LOCKED FILE BUSY, 16 FILE ERROR.
      *
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  -----------------------------------------
      *  2026-10-15 DEV   ORIGINAL PROGRAM.
      *  2026-10-15 DEV   ERASE THE CUSTOMER'S CONTHIST CONTACT
      *                   ENTRIES AND CERTIFY THEM.
      *  2026-10-15 DEV   HOLD SUPP-FILE AND CHP-FILE UNDER THE
      *                   GRTLOCK INTERLOCK ALONGSIDE GREETLOG, NOW
      *                   THAT THE PHONE DESK (PHONDESK) UPDATES THOSE
      *                   MASTERS DIRECTLY.  EACH LOCK IS NOTED AS IT
      *                   IS TAKEN; A BUSY ONE GIVES BACK ONLY WHAT
      *                   THIS RUN TOOK AND ENDS WITH RETURN-CODE 12.
      *  2026-10-15 DEV   ERASE THE CUSTOMER FROM EVERY BACKUP
      *                   GENERATION ON BKCAT THE SAME WAY AS FROM THE
      *                   GLARCH GENERATIONS, ANONYMISING RATHER THAN
      *                   REMOVING IN A CUST-FILE GENERATION.  THE
      *                   TRAILER AND THE BKCAT RECORD ARE GIVEN THE
      *                   NEW COUNT AND HASH TOTAL, THE GENERATIONS
      *                   TOUCHED ARE LISTED ON THE CERTIFICATE, AND
      *                   THE SIX BACKED-UP MASTERS ARE LOCKED FOR THE
      *                   RUN SO NO MSTBKUP OR MSTRELD CAN OVERLAP IT.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTERAS.
       AUTHOR. D. VRIES.
       INSTALLATION. CLOUD-RUN-COBOL.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. CLOUD-RUN.
       OBJECT-COMPUTER. CLOUD-RUN.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ERASE-REQ ASSIGN TO "ERASE-REQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ER-ERASE-REQ-STATUS.

           SELECT CUST-FILE ASSIGN TO "CUST-FILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUST-ID
               FILE STATUS IS ER-CUST-FILE-STATUS.

           SELECT VIP-FILE ASSIGN TO "VIP-FILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VP-CUST-ID
               FILE STATUS IS ER-VIP-FILE-STATUS.

           SELECT SUPP-FILE ASSIGN TO "SUPP-FILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SP-CUST-ID
               FILE STATUS IS ER-SUPP-FILE-STATUS.

           SELECT OCC-FILE ASSIGN TO "OCC-FILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OC-OCC-KEY
               FILE STATUS IS ER-OCC-FILE-STATUS.

           SELECT CHP-FILE ASSIGN TO "CHP-FILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CH-CUST-ID
               FILE STATUS IS ER-CHP-FILE-STATUS.

           SELECT GRTHIST ASSIGN TO "GRTHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GH-CUST-ID
               FILE STATUS IS ER-GRTHIST-STATUS.

           SELECT ADDR-FILE ASSIGN TO "ADDR-FILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AD-CUST-ID
               FILE STATUS IS ER-ADDR-FILE-STATUS.

           SELECT CONTHIST ASSIGN TO "CONTHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-CONTACT-KEY
               FILE STATUS IS ER-CONTHIST-STATUS.

           SELECT LTRREG ASSIGN TO "LTRREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ER-LTRREG-STATUS.

           SELECT GREETLOG ASSIGN TO "GREETLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ER-GREETLOG-STATUS.

           SELECT GLARCHIV ASSIGN TO DYNAMIC ER-ARCHIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ER-GLARCHIV-STATUS.

           SELECT BKGEN ASSIGN TO DYNAMIC ER-BKGEN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ER-BKGEN-STATUS.

           SELECT BKCAT ASSIGN TO "BKCAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ER-BKCAT-STATUS.

           SELECT ERASWRK ASSIGN TO "ERASWRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ER-ERASWRK-STATUS.

           SELECT ERASCERT ASSIGN TO "ERASCERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ER-ERASCERT-STATUS.

           SELECT ERASCTL ASSIGN TO "ERASCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ER-ERASCTL-STATUS.

           SELECT RUNCTL ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ER-RUNCTL-STATUS.

           SELECT RUNSTATS ASSIGN TO "RUNSTATS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ER-RUNSTATS-STATUS.

           SELECT MNTAUDIT ASSIGN TO "MNTAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ER-MNTAUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ERASE-REQ
           RECORDING MODE IS F.
       COPY ERASEREQ.

       FD  CUST-FILE.
       COPY CUSTREC.

       FD  VIP-FILE.
       COPY VIPREC.

       FD  SUPP-FILE.
       COPY SUPPREC.

       FD  OCC-FILE.
       COPY OCCREC.

       FD  CHP-FILE.
       COPY CHPREC.

       FD  GRTHIST.
       COPY GRTHIST.

       FD  ADDR-FILE.
       COPY ADDRREC.

       FD  CONTHIST.
       COPY CONTHIST.

       FD  LTRREG
           RECORDING MODE IS F.
       COPY LTRREG.

       FD  GREETLOG
           RECORDING MODE IS F.
       COPY GREETLOG.

       FD  GLARCHIV
           RECORDING MODE IS F.
       01  ER-ARCHIVE-REC              PIC X(144).

       FD  BKGEN
           RECORDING MODE IS F.
       COPY BKGEN.

       FD  BKCAT
           RECORDING MODE IS F.
       COPY BKCAT.

       FD  ERASWRK
           RECORDING MODE IS F.
       01  ER-WORK-REC                 PIC X(144).

       FD  ERASCERT
           RECORDING MODE IS F.
       01  ER-CERT-LINE                PIC X(80).

       FD  ERASCTL
           RECORDING MODE IS F.
       01  ER-CTL-LINE                 PIC X(80).

       FD  RUNCTL
           RECORDING MODE IS F.
       COPY RUNCTL.

       FD  RUNSTATS
           RECORDING MODE IS F.
       COPY RUNSTAT.

       FD  MNTAUDIT
           RECORDING MODE IS F.
       COPY MNTAUDIT.

       WORKING-STORAGE SECTION.
       77  ER-ERASE-REQ-STATUS         PIC X(02) VALUE SPACES.
           88  ER-ERASE-REQ-OK         VALUE "00".

       77  ER-CUST-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  ER-CUST-FILE-OK         VALUE "00".

       77  ER-VIP-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  ER-VIP-FILE-OK          VALUE "00".

       77  ER-SUPP-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  ER-SUPP-FILE-OK         VALUE "00".

       77  ER-OCC-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  ER-OCC-FILE-OK          VALUE "00".

       77  ER-CHP-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  ER-CHP-FILE-OK          VALUE "00".

       77  ER-GRTHIST-STATUS           PIC X(02) VALUE SPACES.
           88  ER-GRTHIST-OK           VALUE "00".

       77  ER-ADDR-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  ER-ADDR-FILE-OK         VALUE "00".

       77  ER-CONTHIST-STATUS          PIC X(02) VALUE SPACES.
           88  ER-CONTHIST-OK          VALUE "00".

       77  ER-LTRREG-STATUS            PIC X(02) VALUE SPACES.
           88  ER-LTRREG-OK            VALUE "00".
           88  ER-LTRREG-MISSING       VALUE "35".

       77  ER-GREETLOG-STATUS          PIC X(02) VALUE SPACES.
           88  ER-GREETLOG-OK          VALUE "00".
           88  ER-GREETLOG-MISSING     VALUE "35".

       77  ER-GLARCHIV-STATUS          PIC X(02) VALUE SPACES.
           88  ER-GLARCHIV-OK          VALUE "00".
           88  ER-GLARCHIV-MISSING     VALUE "35".

       77  ER-BKGEN-STATUS             PIC X(02) VALUE SPACES.
           88  ER-BKGEN-OK             VALUE "00".
           88  ER-BKGEN-MISSING        VALUE "35".

       77  ER-BKCAT-STATUS             PIC X(02) VALUE SPACES.
           88  ER-BKCAT-OK             VALUE "00".
           88  ER-BKCAT-MISSING        VALUE "35".

       77  ER-ERASWRK-STATUS           PIC X(02) VALUE SPACES.
           88  ER-ERASWRK-OK           VALUE "00".

       77  ER-ERASCERT-STATUS          PIC X(02) VALUE SPACES.
           88  ER-ERASCERT-OK          VALUE "00".

       77  ER-ERASCTL-STATUS           PIC X(02) VALUE SPACES.
           88  ER-ERASCTL-OK           VALUE "00".

       77  ER-RUNCTL-STATUS            PIC X(02) VALUE SPACES.
           88  ER-RUNCTL-OK            VALUE "00".

       77  ER-RUNSTATS-STATUS          PIC X(02) VALUE SPACES.
           88  ER-RUNSTATS-OK          VALUE "00".

       77  ER-MNTAUDIT-STATUS          PIC X(02) VALUE SPACES.
           88  ER-MNTAUDIT-OK          VALUE "00".

       77  ER-CUST-AVAILABLE-SW        PIC X(01) VALUE "N".
           88  ER-CUST-AVAILABLE       VALUE "Y".

       77  ER-VIP-AVAILABLE-SW         PIC X(01) VALUE "N".
           88  ER-VIP-AVAILABLE        VALUE "Y".

       77  ER-OCC-AVAILABLE-SW         PIC X(01) VALUE "N".
           88  ER-OCC-AVAILABLE        VALUE "Y".

       77  ER-CHP-AVAILABLE-SW         PIC X(01) VALUE "N".
           88  ER-CHP-AVAILABLE        VALUE "Y".

       77  ER-GRTHIST-AVAILABLE-SW     PIC X(01) VALUE "N".
           88  ER-GRTHIST-AVAILABLE    VALUE "Y".

       77  ER-ADDR-AVAILABLE-SW        PIC X(01) VALUE "N".
           88  ER-ADDR-AVAILABLE       VALUE "Y".

       77  ER-CONTHIST-AVAILABLE-SW    PIC X(01) VALUE "N".
           88  ER-CONTHIST-AVAILABLE   VALUE "Y".

       77  ER-SUPP-OPEN-SW             PIC X(01) VALUE "N".
           88  ER-SUPP-OPEN            VALUE "Y".

       77  ER-MNTAUDIT-OPEN-SW         PIC X(01) VALUE "N".
           88  ER-MNTAUDIT-OPEN        VALUE "Y".

       77  ER-REPORTS-OPEN-SW          PIC X(01) VALUE "N".
           88  ER-REPORTS-OPEN         VALUE "Y".

       77  ER-REQ-OPEN-SW              PIC X(01) VALUE "N".
           88  ER-REQ-OPEN             VALUE "Y".

       77  ER-REQ-EOF-SW               PIC X(01) VALUE "N".
           88  ER-REQ-EOF              VALUE "Y".

       77  ER-IN-EOF-SW                PIC X(01) VALUE "N".
           88  ER-IN-EOF               VALUE "Y".

       77  ER-WRK-EOF-SW               PIC X(01) VALUE "N".
           88  ER-WRK-EOF              VALUE "Y".

       77  ER-OCC-DONE-SW              PIC X(01) VALUE "N".
           88  ER-OCC-DONE             VALUE "Y".

       77  ER-CONTACT-DONE-SW          PIC X(01) VALUE "N".
           88  ER-CONTACT-DONE         VALUE "Y".

       77  ER-BALANCED-SW              PIC X(01) VALUE "Y".
           88  ER-IN-BALANCE           VALUE "Y".
           88  ER-OUT-OF-BALANCE       VALUE "N".

       77  ER-DUP-SW                   PIC X(01) VALUE "N".
           88  ER-DUP-FOUND            VALUE "Y".

       77  ER-READ-COUNT               PIC 9(08) COMP VALUE ZERO.
       77  ER-REJECT-COUNT             PIC 9(08) COMP VALUE ZERO.
       77  ER-ERASED-COUNT             PIC 9(08) COMP VALUE ZERO.
       77  ER-GEN-FOUND-COUNT          PIC 9(04) COMP VALUE ZERO.

       77  ER-PROC-DATE                PIC 9(08) VALUE ZERO.
       77  ER-RUN-ID                   PIC X(08) VALUE SPACES.

       77  ER-STAT-TYPE                PIC X(01) VALUE "S".

       77  ER-GREETLOG-LOCK-SW         PIC X(01) VALUE "N".
           88  ER-GREETLOG-LOCK-HELD   VALUE "Y".

       77  ER-SUPP-LOCK-SW             PIC X(01) VALUE "N".
           88  ER-SUPP-LOCK-HELD       VALUE "Y".

       77  ER-CHP-LOCK-SW              PIC X(01) VALUE "N".
           88  ER-CHP-LOCK-HELD        VALUE "Y".

       77  ER-CUST-LOCK-SW             PIC X(01) VALUE "N".
           88  ER-CUST-LOCK-HELD       VALUE "Y".

       77  ER-VIP-LOCK-SW              PIC X(01) VALUE "N".
           88  ER-VIP-LOCK-HELD        VALUE "Y".

       77  ER-OCC-LOCK-SW              PIC X(01) VALUE "N".
           88  ER-OCC-LOCK-HELD        VALUE "Y".

       77  ER-GRTHIST-LOCK-SW          PIC X(01) VALUE "N".
           88  ER-GRTHIST-LOCK-HELD    VALUE "Y".

       COPY GRTLOCKP.

       77  ER-AUDIT-ACTION             PIC X(01) VALUE SPACE.

       01  ER-BEFORE-IMAGE             PIC X(120) VALUE SPACES.

      *----------------------------------------------------------------
      *  ERASURE REQUEST TABLE - ONE ENTRY PER CUSTOMER TO BE ERASED,
      *  WITH THE RECORDS REMOVED FROM EACH FILE FOR THE CERTIFICATE.
      *  ER-REQ-GEN-CNT IS THE TALLY FOR THE GENERATION BEING SPLIT.
      *----------------------------------------------------------------
       78  ER-REQ-TABLE-MAX            VALUE 500.

       77  ER-REQ-COUNT                PIC 9(04) COMP VALUE ZERO.
       77  ER-REQ-NBR                  PIC 9(04) COMP VALUE ZERO.
       77  ER-HIT-NBR                  PIC 9(04) COMP VALUE ZERO.

       01  ER-REQ-TABLE.
           05  ER-REQ-ENTRY OCCURS 500 TIMES
                   INDEXED BY ER-REQ-IDX.
               10  ER-REQ-CUST-ID      PIC X(10).
               10  ER-REQ-REF          PIC X(20).
               10  ER-REQ-NAME         PIC X(25).
               10  ER-REQ-ON-CUST-SW   PIC X(01).
                   88  ER-REQ-ON-CUST  VALUE "Y".
               10  ER-REQ-SUPP-SW      PIC X(01).
                   88  ER-REQ-SUPP-WRITTEN VALUE "W".
                   88  ER-REQ-SUPP-PRESENT VALUE "P".
               10  ER-REQ-GEN-CNT      PIC 9(08) COMP.
               10  ER-REQ-FILE-CNT     PIC 9(08) COMP
                       OCCURS 12 TIMES.

      *----------------------------------------------------------------
      *  FILES ON THE CERTIFICATE, IN PRINT ORDER.
      *----------------------------------------------------------------
       78  ER-F-CUST                   VALUE 1.
       78  ER-F-VIP                    VALUE 2.
       78  ER-F-OCC                    VALUE 3.
       78  ER-F-CHP                    VALUE 4.
       78  ER-F-GRTHIST                VALUE 5.
       78  ER-F-ADDR                   VALUE 6.
       78  ER-F-CONTHIST               VALUE 7.
       78  ER-F-LTRREG                 VALUE 8.
       78  ER-F-GREETLOG               VALUE 9.
       78  ER-F-GLARCH                 VALUE 10.
       78  ER-F-BKGEN                  VALUE 11.
       78  ER-F-SUPP                   VALUE 12.
       78  ER-FILE-COUNT               VALUE 12.

       77  ER-FILE-NBR                 PIC 9(04) COMP VALUE ZERO.

       01  ER-FILE-VALUES.
           05  FILLER PIC X(44) VALUE
               "CUST-FILE     NAME ANONYMISED, STATUS D".
           05  FILLER PIC X(44) VALUE
               "VIP-FILE      RECORDS REMOVED".
           05  FILLER PIC X(44) VALUE
               "OCC-FILE      RECORDS REMOVED".
           05  FILLER PIC X(44) VALUE
               "CHP-FILE      RECORDS REMOVED".
           05  FILLER PIC X(44) VALUE
               "GRTHIST       RECORDS REMOVED".
           05  FILLER PIC X(44) VALUE
               "ADDR-FILE     RECORDS REMOVED".
           05  FILLER PIC X(44) VALUE
               "CONTHIST      CONTACT ENTRIES REMOVED".
           05  FILLER PIC X(44) VALUE
               "LTRREG        REGISTER ENTRIES REMOVED".
           05  FILLER PIC X(44) VALUE
               "GREETLOG      AUDIT LINES REMOVED".
           05  FILLER PIC X(44) VALUE
               "GLARCH-*      ARCHIVED AUDIT LINES REMOVED".
           05  FILLER PIC X(44) VALUE
               "BK-*          BACKUP RECORDS ERASED".
           05  FILLER PIC X(44) VALUE
               "SUPP-FILE     ERASED MARKER WRITTEN".

       01  ER-FILE-TABLE REDEFINES ER-FILE-VALUES.
           05  ER-FILE-ENTRY OCCURS 12 TIMES.
               10  ER-FILE-LABEL       PIC X(14).
               10  ER-FILE-ACTION      PIC X(30).

       01  ER-FILE-TOTALS.
           05  ER-FILE-TOTAL           PIC 9(08) COMP
                   OCCURS 12 TIMES.

      *----------------------------------------------------------------
      *  GENERATIONS EACH CUSTOMER WAS REMOVED FROM, FOR THE
      *  CERTIFICATE.  A FULL TABLE ONLY LOSES THE PER-GENERATION
      *  BREAKDOWN - THE GLARCH-* TOTAL ON THE CERTIFICATE STANDS.
      *----------------------------------------------------------------
       78  ER-GEN-HIT-MAX              VALUE 5000.

       77  ER-GEN-HIT-COUNT            PIC 9(04) COMP VALUE ZERO.
       77  ER-GEN-HIT-NBR              PIC 9(04) COMP VALUE ZERO.

       77  ER-GEN-HIT-FULL-SW          PIC X(01) VALUE "N".
           88  ER-GEN-HIT-FULL         VALUE "Y".

       01  ER-GEN-HIT-TABLE.
           05  ER-GEN-HIT-ENTRY OCCURS 5000 TIMES.
               10  ER-GEN-HIT-REQ      PIC 9(04) COMP.
               10  ER-GEN-HIT-YYYYMM   PIC 9(06).
               10  ER-GEN-HIT-CNT      PIC 9(08) COMP.

      *----------------------------------------------------------------
      *  GLARCH-YYYYMM GENERATIONS ARE PROBED FROM JANUARY OF THIS
      *  MANY YEARS BACK (SEVEN-YEAR RETENTION PLUS ONE) THROUGH THE
      *  PROCESSING MONTH; A MONTH WITH NO GENERATION IS SKIPPED.
      *----------------------------------------------------------------
       78  ER-ARCH-YEARS-BACK          VALUE 8.

       01  ER-PROC-PARTS.
           05  ER-PROC-YEAR            PIC 9(04).
           05  ER-PROC-MONTH           PIC 9(02).
           05  ER-PROC-DAY             PIC 9(02).

       77  ER-LAST-YYYYMM              PIC 9(06) VALUE ZERO.

       01  ER-GEN-YYYYMM               PIC 9(06) VALUE ZERO.

       01  ER-GEN-PARTS REDEFINES ER-GEN-YYYYMM.
           05  ER-GEN-YEAR             PIC 9(04).
           05  ER-GEN-MONTH            PIC 9(02).

       01  ER-ARCHIVE-NAME.
           05  FILLER                  PIC X(07) VALUE "GLARCH-".
           05  ER-ARCHIVE-YYYYMM       PIC 9(06).

      *----------------------------------------------------------------
      *  THE BKCAT CATALOGUE, HELD IN STORAGE WHILE THE BACKUP
      *  GENERATIONS ARE ERASED AND WRITTEN BACK WHOLE WITH THE NEW
      *  COUNT AND HASH TOTAL OF EACH GENERATION REWRITTEN.  THE
      *  LIMIT IS THE ONE MSTBKUP KEEPS THE CATALOGUE WITHIN.
      *----------------------------------------------------------------
       78  ER-CAT-MAX                  VALUE 700.

       77  ER-CAT-COUNT                PIC 9(04) COMP VALUE ZERO.
       77  ER-CAT-NBR                  PIC 9(04) COMP VALUE ZERO.
       77  ER-CAT-WRITTEN              PIC 9(04) COMP VALUE ZERO.
       77  ER-BK-FOUND-COUNT           PIC 9(04) COMP VALUE ZERO.

       77  ER-CAT-EOF-SW               PIC X(01) VALUE "N".
           88  ER-CAT-EOF              VALUE "Y".

       77  ER-CAT-CHANGED-SW           PIC X(01) VALUE "N".
           88  ER-CAT-CHANGED          VALUE "Y".

       01  ER-CAT-TABLE.
           05  ER-CAT-ENTRY OCCURS 700 TIMES
                                       PIC X(80).

       01  ER-BKGEN-NAME               PIC X(30) VALUE SPACES.

      *----------------------------------------------------------------
      *  BACKUP GENERATIONS EACH CUSTOMER WAS ERASED FROM, BY
      *  CATALOGUE ENTRY, FOR THE CERTIFICATE.  AS WITH GLARCH, A
      *  FULL TABLE ONLY LOSES THE PER-GENERATION BREAKDOWN.
      *----------------------------------------------------------------
       78  ER-BK-HIT-MAX               VALUE 5000.

       77  ER-BK-HIT-COUNT             PIC 9(04) COMP VALUE ZERO.
       77  ER-BK-HIT-NBR               PIC 9(04) COMP VALUE ZERO.

       77  ER-BK-HIT-FULL-SW           PIC X(01) VALUE "N".
           88  ER-BK-HIT-FULL          VALUE "Y".

       01  ER-BK-HIT-TABLE.
           05  ER-BK-HIT-ENTRY OCCURS 5000 TIMES.
               10  ER-BK-HIT-REQ       PIC 9(04) COMP.
               10  ER-BK-HIT-CAT       PIC 9(04) COMP.
               10  ER-BK-HIT-CNT       PIC 9(08) COMP.

      *----------------------------------------------------------------
      *  THE GENERATION'S OWN TRAILER, AND ITS HASH TOTAL BEFORE AND
      *  AFTER THE ERASURE.  THE OLD TOTALS MUST AGREE WITH THE
      *  TRAILER AND THE CATALOGUE BEFORE THE GENERATION IS REWRITTEN.
      *----------------------------------------------------------------
       77  ER-BK-TRAILER-SW            PIC X(01) VALUE "N".
           88  ER-BK-TRAILER-FOUND     VALUE "Y".

       77  ER-BK-TRL-COUNT             PIC 9(08) VALUE ZERO.
       77  ER-BK-TRL-HASH              PIC 9(18) VALUE ZERO.
       77  ER-BK-OLD-HASH              PIC 9(18) VALUE ZERO.
       77  ER-BK-NEW-HASH              PIC 9(18) VALUE ZERO.
       77  ER-HASH-TOTAL               PIC 9(18) VALUE ZERO.

      *----------------------------------------------------------------
      *  HASH WORK AREA, AS IN MSTBKUP.  A BYTE MOVED INTO THE LOW
      *  HALF OF A TWO-BYTE BINARY FIELD READS BACK AS ITS CODE VALUE.
      *----------------------------------------------------------------
       01  ER-HASH-WORK.
           05  ER-HASH-PAIR.
               10  FILLER              PIC X(01) VALUE LOW-VALUE.
               10  ER-HASH-CHAR        PIC X(01) VALUE LOW-VALUE.
           05  ER-HASH-BYTE REDEFINES ER-HASH-PAIR
                                       PIC 9(04) COMP.
       77  ER-BYTE-NBR                 PIC 9(04) COMP VALUE ZERO.

      *----------------------------------------------------------------
      *  ONE GREETLOG OR GLARCH LINE, VIEWED FOR THE NAME MATCH.
      *----------------------------------------------------------------
       01  ER-LOG-VIEW.
           05  ER-LOG-DATE             PIC 9(08).
           05  ER-LOG-TIME             PIC 9(08).
           05  ER-LOG-ARGUMENT         PIC X(80).
           05  ER-LOG-TEXT             PIC X(40).
           05  ER-LOG-RUN-ID           PIC X(08).

      *----------------------------------------------------------------
      *  CONTROL TOTALS FOR THE SEQUENTIAL FILE BEING SPLIT.
      *----------------------------------------------------------------
       77  ER-PASS-READ                PIC 9(08) COMP VALUE ZERO.
       77  ER-PASS-DROP                PIC 9(08) COMP VALUE ZERO.
       77  ER-PASS-KEEP                PIC 9(08) COMP VALUE ZERO.
       77  ER-PASS-REWRITE             PIC 9(08) COMP VALUE ZERO.
       77  ER-PASS-ANON                PIC 9(08) COMP VALUE ZERO.

       01  ER-CTL-HEADING.
           05  FILLER                  PIC X(14) VALUE "FILE".
           05  FILLER                  PIC X(08) VALUE "    READ".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(08) VALUE " REMOVED".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(08) VALUE "    KEPT".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(08) VALUE " WRITTEN".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(26) VALUE "RESULT".

       01  ER-CTL-DETAIL.
           05  ER-CTL-FILE             PIC X(14).
           05  ER-CTL-READ             PIC ZZZZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ER-CTL-DROP             PIC ZZZZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ER-CTL-KEEP             PIC ZZZZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ER-CTL-REWRITE          PIC ZZZZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ER-CTL-RESULT           PIC X(26).

       01  ER-MST-DETAIL.
           05  ER-MST-FILE             PIC X(14).
           05  ER-MST-COUNT            PIC ZZZZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ER-MST-ACTION           PIC X(56).

       01  ER-CRT-HEADING.
           05  FILLER                  PIC X(16) VALUE "  FILE".
           05  FILLER                  PIC X(32) VALUE "RESULT".
           05  FILLER                  PIC X(08) VALUE " RECORDS".
           05  FILLER                  PIC X(24) VALUE SPACES.

       01  ER-CRT-DETAIL.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ER-CRT-FILE             PIC X(14).
           05  ER-CRT-ACTION           PIC X(32).
           05  ER-CRT-COUNT            PIC ZZZZZZZ9.
           05  FILLER                  PIC X(24) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           PERFORM 2000-LOAD-REQUESTS
               THRU 2000-LOAD-REQUESTS-EXIT.

           PERFORM 3000-ERASE-LTRREG
               THRU 3000-ERASE-LTRREG-EXIT.

           PERFORM 3200-ERASE-GREETLOG
               THRU 3200-ERASE-GREETLOG-EXIT.

           PERFORM 3400-ERASE-ARCHIVES
               THRU 3400-ERASE-ARCHIVES-EXIT.

           PERFORM 3600-ERASE-BACKUPS
               THRU 3600-ERASE-BACKUPS-EXIT.

           PERFORM 4000-ERASE-MASTERS
               THRU 4000-ERASE-MASTERS-EXIT.

           PERFORM 5000-WRITE-CERTIFICATES
               THRU 5000-WRITE-CERTIFICATES-EXIT.

           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.

           GO TO 9999-EXIT.

      *----------------------------------------------------------------
      *  1000-INITIALIZE  --  TAKE THE GREETLOG LOCK, OPEN THE
      *                   REQUEST FILE, THE TWO REPORTS, THE AUDIT
      *                   TRAIL AND EVERY MASTER.  A MASTER NOT ON
      *                   HAND HAS NOTHING TO ERASE AND IS SKIPPED;
      *                   SUPP-FILE IS CREATED IF IT DOES NOT EXIST,
      *                   SINCE THE ERASED MARKER MUST BE WRITTEN.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           PERFORM 1050-READ-RUN-CONTROL
               THRU 1050-READ-RUN-CONTROL-EXIT.

           MOVE "S" TO ER-STAT-TYPE.
           PERFORM 8900-WRITE-RUN-STATS
               THRU 8900-WRITE-RUN-STATS-EXIT.

           MOVE ER-PROC-DATE TO ER-PROC-PARTS.
           INITIALIZE ER-FILE-TOTALS.

           PERFORM 1080-ACQUIRE-LOCKS
               THRU 1080-ACQUIRE-LOCKS-EXIT.

           OPEN INPUT ERASE-REQ.
           IF NOT ER-ERASE-REQ-OK
               DISPLAY "CUSTERAS: UNABLE TO OPEN ERASE-REQ, STATUS = "
                   ER-ERASE-REQ-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9500-ABORT-WRAPUP
                   THRU 9500-ABORT-WRAPUP-EXIT
               GO TO 9999-EXIT
           END-IF.
           SET ER-REQ-OPEN TO TRUE.

           OPEN OUTPUT ERASCERT.
           IF NOT ER-ERASCERT-OK
               DISPLAY "CUSTERAS: UNABLE TO OPEN ERASCERT, STATUS = "
                   ER-ERASCERT-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9100-CLOSE-ALL
                   THRU 9100-CLOSE-ALL-EXIT
               PERFORM 9500-ABORT-WRAPUP
                   THRU 9500-ABORT-WRAPUP-EXIT
               GO TO 9999-EXIT
           END-IF.

           OPEN OUTPUT ERASCTL.
           IF NOT ER-ERASCTL-OK
               DISPLAY "CUSTERAS: UNABLE TO OPEN ERASCTL, STATUS = "
                   ER-ERASCTL-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE ERASCERT
               PERFORM 9100-CLOSE-ALL
                   THRU 9100-CLOSE-ALL-EXIT
               PERFORM 9500-ABORT-WRAPUP
                   THRU 9500-ABORT-WRAPUP-EXIT
               GO TO 9999-EXIT
           END-IF.
           SET ER-REPORTS-OPEN TO TRUE.

           OPEN EXTEND MNTAUDIT.
           IF ER-MNTAUDIT-STATUS = "35"
               OPEN OUTPUT MNTAUDIT
               CLOSE MNTAUDIT
               OPEN EXTEND MNTAUDIT
           END-IF.
           IF NOT ER-MNTAUDIT-OK
               DISPLAY "CUSTERAS: UNABLE TO OPEN MNTAUDIT, STATUS = "
                   ER-MNTAUDIT-STATUS " - NO UNAUDITED CHANGES"
               MOVE 16 TO RETURN-CODE
               PERFORM 9100-CLOSE-ALL
                   THRU 9100-CLOSE-ALL-EXIT
               PERFORM 9500-ABORT-WRAPUP
                   THRU 9500-ABORT-WRAPUP-EXIT
               GO TO 9999-EXIT
           END-IF.
           SET ER-MNTAUDIT-OPEN TO TRUE.

           PERFORM 1300-OPEN-MASTERS
               THRU 1300-OPEN-MASTERS-EXIT.

           MOVE "CUSTOMER ERASURE CONTROL TOTALS" TO ER-CTL-LINE.
           WRITE ER-CTL-LINE.
           MOVE "-------------------------------" TO ER-CTL-LINE.
           WRITE ER-CTL-LINE.
           MOVE SPACES TO ER-CTL-LINE.
           STRING "PROCESSING DATE ............. " DELIMITED BY SIZE
               ER-PROC-DATE DELIMITED BY SIZE
               "  RUN " DELIMITED BY SIZE
               ER-RUN-ID DELIMITED BY SIZE
               INTO ER-CTL-LINE.
           WRITE ER-CTL-LINE.
           MOVE SPACES TO ER-CTL-LINE.
           WRITE ER-CTL-LINE.
           MOVE ER-CTL-HEADING TO ER-CTL-LINE.
           WRITE ER-CTL-LINE.

       1000-INITIALIZE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  1050-READ-RUN-CONTROL  --  TAKE THE OFFICIAL PROCESSING
      *                   DATE AND RUN ID FROM RUNCTL.  NO RUNCTL ON
      *                   HAND FALLS BACK TO THE SYSTEM DATE WITH
      *                   RUN-ID "ADHOC"; A RUNCTL THAT IS PRESENT
      *                   BUT UNREADABLE OR NON-NUMERIC IS AN ABORT.
      *----------------------------------------------------------------
       1050-READ-RUN-CONTROL.
           OPEN INPUT RUNCTL.
           IF ER-RUNCTL-OK
               READ RUNCTL
                   AT END
                       ACCEPT ER-PROC-DATE FROM DATE YYYYMMDD
                       MOVE "ADHOC" TO ER-RUN-ID
                   NOT AT END
                       IF RC-PROC-DATE IS NUMERIC
                           MOVE RC-PROC-DATE TO ER-PROC-DATE
                           MOVE RC-RUN-ID TO ER-RUN-ID
                       ELSE
                           DISPLAY "CUSTERAS: RUNCTL PROCESSING "
                               "DATE IS NOT NUMERIC"
                           MOVE 16 TO RETURN-CODE
                           CLOSE RUNCTL
                           GO TO 9999-EXIT
                       END-IF
               END-READ
               CLOSE RUNCTL
           ELSE
               IF ER-RUNCTL-STATUS = "35"
                   ACCEPT ER-PROC-DATE FROM DATE YYYYMMDD
                   MOVE "ADHOC" TO ER-RUN-ID
               ELSE
                   DISPLAY "CUSTERAS: UNABLE TO OPEN RUNCTL, "
                       "STATUS = " ER-RUNCTL-STATUS
                   MOVE 16 TO RETURN-CODE
                   GO TO 9999-EXIT
               END-IF
           END-IF.

       1050-READ-RUN-CONTROL-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  1080-ACQUIRE-LOCKS  --  DECLARE GREETLOG TO THE GRTLOCK
      *                   INTERLOCK BEFORE ANY FILE IS TOUCHED, SO
      *                   THE REWRITE CAN NOT RUN UNDER A HELLOWRD
      *                   THAT IS STILL APPENDING OR A GREETARC THAT
      *                   IS CUTTING GENERATIONS, AND SUPP-FILE AND
      *                   CHP-FILE, SO NO PHONE-DESK CHANGE OR
      *                   MAINTENANCE RUN LANDS MID-ERASURE.  THE
      *                   OTHER BACKED-UP MASTERS ARE LOCKED UNDER THE
      *                   NAMES MSTBKUP AND MSTRELD USE, SO NO BACKUP
      *                   IS TAKEN BETWEEN THE GENERATIONS BEING
      *                   ERASED AND THE MASTERS, AND NO GENERATION IS
      *                   RELOADED OR RETIRED UNDER THE RUN.  EACH
      *                   LOCK IS NOTED AS IT IS TAKEN, SO A BUSY ONE
      *                   GIVES BACK ONLY WHAT THIS RUN HOLDS.
      *----------------------------------------------------------------
       1080-ACQUIRE-LOCKS.
           MOVE "CUSTERAS" TO LP-CALLER-PGM.
           MOVE ER-RUN-ID TO LP-CALLER-RUN.

           MOVE "GREETLOG" TO LP-RESOURCE.
           PERFORM 1090-ACQUIRE-ONE-LOCK
               THRU 1090-ACQUIRE-ONE-LOCK-EXIT.
           SET ER-GREETLOG-LOCK-HELD TO TRUE.

           MOVE "SUPP-FILE" TO LP-RESOURCE.
           PERFORM 1090-ACQUIRE-ONE-LOCK
               THRU 1090-ACQUIRE-ONE-LOCK-EXIT.
           SET ER-SUPP-LOCK-HELD TO TRUE.

           MOVE "CHP-FILE" TO LP-RESOURCE.
           PERFORM 1090-ACQUIRE-ONE-LOCK
               THRU 1090-ACQUIRE-ONE-LOCK-EXIT.
           SET ER-CHP-LOCK-HELD TO TRUE.

           MOVE "CUST-FILE" TO LP-RESOURCE.
           PERFORM 1090-ACQUIRE-ONE-LOCK
               THRU 1090-ACQUIRE-ONE-LOCK-EXIT.
           SET ER-CUST-LOCK-HELD TO TRUE.

           MOVE "VIP-FILE" TO LP-RESOURCE.
           PERFORM 1090-ACQUIRE-ONE-LOCK
               THRU 1090-ACQUIRE-ONE-LOCK-EXIT.
           SET ER-VIP-LOCK-HELD TO TRUE.

           MOVE "OCC-FILE" TO LP-RESOURCE.
           PERFORM 1090-ACQUIRE-ONE-LOCK
               THRU 1090-ACQUIRE-ONE-LOCK-EXIT.
           SET ER-OCC-LOCK-HELD TO TRUE.

           MOVE "GRTHIST" TO LP-RESOURCE.
           PERFORM 1090-ACQUIRE-ONE-LOCK
               THRU 1090-ACQUIRE-ONE-LOCK-EXIT.
           SET ER-GRTHIST-LOCK-HELD TO TRUE.

       1080-ACQUIRE-LOCKS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  1090-ACQUIRE-ONE-LOCK  --  ONE ACQUIRE CALL; BUSY OR BROKEN
      *                   ENDS THE RUN BEFORE ANY FILE IS TOUCHED.
      *----------------------------------------------------------------
       1090-ACQUIRE-ONE-LOCK.
           SET LP-ACQUIRE TO TRUE.
           CALL "GRTLOCK" USING LP-LOCK-PARMS.

           IF LP-LOCK-BUSY
               DISPLAY "CUSTERAS: RESOURCE " LP-RESOURCE " BUSY - "
                   "HELD BY " LP-HOLDER-PGM " RUN " LP-HOLDER-RUN
               MOVE 12 TO RETURN-CODE
               PERFORM 9500-ABORT-WRAPUP
                   THRU 9500-ABORT-WRAPUP-EXIT
               GO TO 9999-EXIT
           END-IF.

           IF LP-LOCK-ERROR
               DISPLAY "CUSTERAS: INTERLOCK FAILURE ON " LP-RESOURCE
               MOVE 16 TO RETURN-CODE
               PERFORM 9500-ABORT-WRAPUP
                   THRU 9500-ABORT-WRAPUP-EXIT
               GO TO 9999-EXIT
           END-IF.

       1090-ACQUIRE-ONE-LOCK-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  1300-OPEN-MASTERS  --  OPEN EVERY KEYED MASTER FOR UPDATE.
      *                   A MASTER THAT DOES NOT EXIST (STATUS 35) IS
      *                   MARKED NOT AVAILABLE; ANY OTHER OPEN
      *                   FAILURE ENDS THE RUN BEFORE A RECORD IS
      *                   TOUCHED.
      *----------------------------------------------------------------
       1300-OPEN-MASTERS.
           OPEN I-O CUST-FILE.
           IF ER-CUST-FILE-OK
               SET ER-CUST-AVAILABLE TO TRUE
           ELSE
               IF ER-CUST-FILE-STATUS NOT = "35"
                   DISPLAY "CUSTERAS: UNABLE TO OPEN CUST-FILE, "
                       "STATUS = " ER-CUST-FILE-STATUS
                   GO TO 1300-OPEN-MASTERS-ABORT
               END-IF
           END-IF.

           OPEN I-O VIP-FILE.
           IF ER-VIP-FILE-OK
               SET ER-VIP-AVAILABLE TO TRUE
           ELSE
               IF ER-VIP-FILE-STATUS NOT = "35"
                   DISPLAY "CUSTERAS: UNABLE TO OPEN VIP-FILE, "
                       "STATUS = " ER-VIP-FILE-STATUS
                   GO TO 1300-OPEN-MASTERS-ABORT
               END-IF
           END-IF.

           OPEN I-O OCC-FILE.
           IF ER-OCC-FILE-OK
               SET ER-OCC-AVAILABLE TO TRUE
           ELSE
               IF ER-OCC-FILE-STATUS NOT = "35"
                   DISPLAY "CUSTERAS: UNABLE TO OPEN OCC-FILE, "
                       "STATUS = " ER-OCC-FILE-STATUS
                   GO TO 1300-OPEN-MASTERS-ABORT
               END-IF
           END-IF.

           OPEN I-O CHP-FILE.
           IF ER-CHP-FILE-OK
               SET ER-CHP-AVAILABLE TO TRUE
           ELSE
               IF ER-CHP-FILE-STATUS NOT = "35"
                   DISPLAY "CUSTERAS: UNABLE TO OPEN CHP-FILE, "
                       "STATUS = " ER-CHP-FILE-STATUS
                   GO TO 1300-OPEN-MASTERS-ABORT
               END-IF
           END-IF.

           OPEN I-O GRTHIST.
           IF ER-GRTHIST-OK
               SET ER-GRTHIST-AVAILABLE TO TRUE
           ELSE
               IF ER-GRTHIST-STATUS NOT = "35"
                   DISPLAY "CUSTERAS: UNABLE TO OPEN GRTHIST, "
                       "STATUS = " ER-GRTHIST-STATUS
                   GO TO 1300-OPEN-MASTERS-ABORT
               END-IF
           END-IF.

           OPEN I-O ADDR-FILE.
           IF ER-ADDR-FILE-OK
               SET ER-ADDR-AVAILABLE TO TRUE
           ELSE
               IF ER-ADDR-FILE-STATUS NOT = "35"
                   DISPLAY "CUSTERAS: UNABLE TO OPEN ADDR-FILE, "
                       "STATUS = " ER-ADDR-FILE-STATUS
                   GO TO 1300-OPEN-MASTERS-ABORT
               END-IF
           END-IF.

           OPEN I-O CONTHIST.
           IF ER-CONTHIST-OK
               SET ER-CONTHIST-AVAILABLE TO TRUE
           ELSE
               IF ER-CONTHIST-STATUS NOT = "35"
                   DISPLAY "CUSTERAS: UNABLE TO OPEN CONTHIST, "
                       "STATUS = " ER-CONTHIST-STATUS
                   GO TO 1300-OPEN-MASTERS-ABORT
               END-IF
           END-IF.

           OPEN I-O SUPP-FILE.
           IF ER-SUPP-FILE-STATUS = "35"
               OPEN OUTPUT SUPP-FILE
               CLOSE SUPP-FILE
               OPEN I-O SUPP-FILE
           END-IF.
           IF NOT ER-SUPP-FILE-OK
               DISPLAY "CUSTERAS: UNABLE TO OPEN SUPP-FILE, "
                   "STATUS = " ER-SUPP-FILE-STATUS
               GO TO 1300-OPEN-MASTERS-ABORT
           END-IF.
           SET ER-SUPP-OPEN TO TRUE.

           GO TO 1300-OPEN-MASTERS-EXIT.

       1300-OPEN-MASTERS-ABORT.
           MOVE 16 TO RETURN-CODE.
           PERFORM 9100-CLOSE-ALL
               THRU 9100-CLOSE-ALL-EXIT.
           PERFORM 9500-ABORT-WRAPUP
               THRU 9500-ABORT-WRAPUP-EXIT.
           GO TO 9999-EXIT.

       1300-OPEN-MASTERS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  2000-LOAD-REQUESTS  --  READ THE WHOLE ERASE-REQ FILE INTO
      *                   THE REQUEST TABLE BEFORE ANY FILE IS
      *                   TOUCHED.
      *----------------------------------------------------------------
       2000-LOAD-REQUESTS.
           PERFORM 8000-READ-ERASE-REQ
               THRU 8000-READ-ERASE-REQ-EXIT.

           PERFORM 2050-LOAD-ONE-REQUEST
               THRU 2050-LOAD-ONE-REQUEST-EXIT
               UNTIL ER-REQ-EOF.

           CLOSE ERASE-REQ.
           MOVE "N" TO ER-REQ-OPEN-SW.

           IF ER-REQ-COUNT = ZERO
               DISPLAY "CUSTERAS: NO ERASURE REQUESTS TO PROCESS"
           END-IF.

       2000-LOAD-REQUESTS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  2050-LOAD-ONE-REQUEST  --  VALIDATE ONE REQUEST AND ADD IT
      *                   TO THE TABLE.  A BLANK ID IS REJECTED; A
      *                   CUSTOMER ASKED FOR TWICE IS ERASED ONCE.
      *                   AN OVERFULL FILE IS REFUSED OUTRIGHT - A
      *                   PARTIAL ERASURE RUN WOULD LEAVE COMPLIANCE
      *                   GUESSING WHICH REQUESTS WERE ANSWERED.
      *----------------------------------------------------------------
       2050-LOAD-ONE-REQUEST.
           ADD 1 TO ER-READ-COUNT.

           IF EQ-CUST-ID = SPACES
               DISPLAY "CUSTERAS: REJECTED, BLANK CUSTOMER ID ON "
                   "ERASE-REQ RECORD " ER-READ-COUNT
               ADD 1 TO ER-REJECT-COUNT
               GO TO 2050-LOAD-ONE-REQUEST-NEXT
           END-IF.

           MOVE "N" TO ER-DUP-SW.
           PERFORM 2100-TEST-DUPLICATE
               THRU 2100-TEST-DUPLICATE-EXIT
               VARYING ER-REQ-NBR FROM 1 BY 1
               UNTIL ER-REQ-NBR > ER-REQ-COUNT
                  OR ER-DUP-FOUND.
           IF ER-DUP-FOUND
               DISPLAY "CUSTERAS: CUST-ID " EQ-CUST-ID
                   " REQUESTED MORE THAN ONCE - ERASED ONCE"
               GO TO 2050-LOAD-ONE-REQUEST-NEXT
           END-IF.

           IF ER-REQ-COUNT = ER-REQ-TABLE-MAX
               DISPLAY "CUSTERAS: MORE THAN " ER-REQ-TABLE-MAX
                   " ERASURE REQUESTS - SPLIT THE ERASE-REQ FILE"
               MOVE 16 TO RETURN-CODE
               PERFORM 9100-CLOSE-ALL
                   THRU 9100-CLOSE-ALL-EXIT
               PERFORM 9500-ABORT-WRAPUP
                   THRU 9500-ABORT-WRAPUP-EXIT
               GO TO 9999-EXIT
           END-IF.

           ADD 1 TO ER-REQ-COUNT.
           SET ER-REQ-IDX TO ER-REQ-COUNT.
           INITIALIZE ER-REQ-ENTRY(ER-REQ-IDX).
           MOVE EQ-CUST-ID TO ER-REQ-CUST-ID(ER-REQ-IDX).
           MOVE EQ-REQUEST-REF TO ER-REQ-REF(ER-REQ-IDX).
           MOVE "N" TO ER-REQ-ON-CUST-SW(ER-REQ-IDX).
           MOVE SPACE TO ER-REQ-SUPP-SW(ER-REQ-IDX).

           PERFORM 2200-RESOLVE-NAME
               THRU 2200-RESOLVE-NAME-EXIT.

       2050-LOAD-ONE-REQUEST-NEXT.
           PERFORM 8000-READ-ERASE-REQ
               THRU 8000-READ-ERASE-REQ-EXIT.

       2050-LOAD-ONE-REQUEST-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  2100-TEST-DUPLICATE  --  COMPARE THE REQUEST AGAINST ONE
      *                   TABLE ENTRY ALREADY LOADED.
      *----------------------------------------------------------------
       2100-TEST-DUPLICATE.
           IF ER-REQ-CUST-ID(ER-REQ-NBR) = EQ-CUST-ID
               SET ER-DUP-FOUND TO TRUE
           END-IF.

       2100-TEST-DUPLICATE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  2200-RESOLVE-NAME  --  FIND THE NAME OF RECORD THE AUDIT
      *                   LINES ARE MATCHED ON: CUST-FILE FIRST, THEN
      *                   THE VIP AND SUPPRESSION MASTERS, WHICH
      *                   CARRY THEIR OWN COPY OF THE NAME.  NO NAME
      *                   ANYWHERE MEANS NO AUDIT LINE CAN BE MATCHED,
      *                   AND THE CERTIFICATE SAYS SO.
      *----------------------------------------------------------------
       2200-RESOLVE-NAME.
           MOVE SPACES TO ER-REQ-NAME(ER-REQ-IDX).

           IF ER-CUST-AVAILABLE
               MOVE EQ-CUST-ID TO CM-CUST-ID
               READ CUST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO ER-REQ-ON-CUST-SW(ER-REQ-IDX)
                       MOVE CM-CUST-NAME TO ER-REQ-NAME(ER-REQ-IDX)
               END-READ
           END-IF.

           IF ER-REQ-NAME(ER-REQ-IDX) = SPACES
              AND ER-VIP-AVAILABLE
               MOVE EQ-CUST-ID TO VP-CUST-ID
               READ VIP-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE VP-CUST-NAME TO ER-REQ-NAME(ER-REQ-IDX)
               END-READ
           END-IF.

           IF ER-REQ-NAME(ER-REQ-IDX) = SPACES
               MOVE EQ-CUST-ID TO SP-CUST-ID
               READ SUPP-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SP-CUST-NAME TO ER-REQ-NAME(ER-REQ-IDX)
               END-READ
           END-IF.

       2200-RESOLVE-NAME-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  3000-ERASE-LTRREG  --  SPLIT THE LETTER REGISTER TO THE
      *                   WORK FILE, DROPPING EVERY ENTRY FOR A
      *                   CUSTOMER BEING ERASED, AND COPY THE KEPT
      *                   ENTRIES BACK.  NO REGISTER ON HAND MEANS NO
      *                   LETTER WAS EVER PRINTED.
      *----------------------------------------------------------------
       3000-ERASE-LTRREG.
           IF ER-REQ-COUNT = ZERO
               GO TO 3000-ERASE-LTRREG-EXIT
           END-IF.

           PERFORM 3800-START-PASS
               THRU 3800-START-PASS-EXIT.
           MOVE "LTRREG" TO ER-CTL-FILE.

           OPEN INPUT LTRREG.
           IF ER-LTRREG-MISSING
               MOVE "NOT ON HAND" TO ER-CTL-RESULT
               PERFORM 3900-WRITE-CONTROL-LINE
                   THRU 3900-WRITE-CONTROL-LINE-EXIT
               GO TO 3000-ERASE-LTRREG-EXIT
           END-IF.
           IF NOT ER-LTRREG-OK
               DISPLAY "CUSTERAS: UNABLE TO OPEN LTRREG, STATUS = "
                   ER-LTRREG-STATUS
               GO TO 3000-ERASE-LTRREG-ABORT
           END-IF.

           OPEN OUTPUT ERASWRK.
           IF NOT ER-ERASWRK-OK
               DISPLAY "CUSTERAS: UNABLE TO OPEN ERASWRK, STATUS = "
                   ER-ERASWRK-STATUS
               CLOSE LTRREG
               GO TO 3000-ERASE-LTRREG-ABORT
           END-IF.

           PERFORM 3050-SPLIT-LTRREG
               THRU 3050-SPLIT-LTRREG-EXIT
               UNTIL ER-IN-EOF.

           CLOSE LTRREG.
           CLOSE ERASWRK.

           PERFORM 3850-CHECK-SPLIT
               THRU 3850-CHECK-SPLIT-EXIT.
           IF ER-PASS-DROP = ZERO OR ER-OUT-OF-BALANCE
               PERFORM 3900-WRITE-CONTROL-LINE
                   THRU 3900-WRITE-CONTROL-LINE-EXIT
               GO TO 3000-ERASE-LTRREG-EXIT
           END-IF.

           OPEN INPUT ERASWRK.
           IF NOT ER-ERASWRK-OK
               DISPLAY "CUSTERAS: UNABLE TO REOPEN ERASWRK, STATUS = "
                   ER-ERASWRK-STATUS
               GO TO 3000-ERASE-LTRREG-ABORT
           END-IF.

           OPEN OUTPUT LTRREG.
           IF NOT ER-LTRREG-OK
               DISPLAY "CUSTERAS: UNABLE TO REOPEN LTRREG, STATUS = "
                   ER-LTRREG-STATUS
               CLOSE ERASWRK
               GO TO 3000-ERASE-LTRREG-ABORT
           END-IF.

           PERFORM 8600-READ-ERASWRK
               THRU 8600-READ-ERASWRK-EXIT.
           PERFORM 3150-COPY-BACK-LTRREG
               THRU 3150-COPY-BACK-LTRREG-EXIT
               UNTIL ER-WRK-EOF.

           CLOSE ERASWRK.
           CLOSE LTRREG.

           PERFORM 3870-CHECK-REWRITE
               THRU 3870-CHECK-REWRITE-EXIT.
           PERFORM 3900-WRITE-CONTROL-LINE
               THRU 3900-WRITE-CONTROL-LINE-EXIT.
           GO TO 3000-ERASE-LTRREG-EXIT.

       3000-ERASE-LTRREG-ABORT.
           MOVE 16 TO RETURN-CODE.
           PERFORM 9100-CLOSE-ALL
               THRU 9100-CLOSE-ALL-EXIT.
           GO TO 9999-EXIT.

       3000-ERASE-LTRREG-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  3050-SPLIT-LTRREG  --  DROP OR KEEP ONE REGISTER ENTRY.
      *----------------------------------------------------------------
       3050-SPLIT-LTRREG.
           READ LTRREG
               AT END
                   SET ER-IN-EOF TO TRUE
                   GO TO 3050-SPLIT-LTRREG-EXIT
           END-READ.
           ADD 1 TO ER-PASS-READ.

           MOVE ZERO TO ER-HIT-NBR.
           PERFORM 3060-TEST-CUST-ID
               THRU 3060-TEST-CUST-ID-EXIT
               VARYING ER-REQ-NBR FROM 1 BY 1
               UNTIL ER-REQ-NBR > ER-REQ-COUNT
                  OR ER-HIT-NBR > ZERO.

           IF ER-HIT-NBR > ZERO
               ADD 1 TO ER-PASS-DROP
               ADD 1 TO ER-REQ-FILE-CNT(ER-HIT-NBR, ER-F-LTRREG)
               ADD 1 TO ER-FILE-TOTAL(ER-F-LTRREG)
               GO TO 3050-SPLIT-LTRREG-EXIT
           END-IF.

           WRITE ER-WORK-REC FROM LR-REGISTER-REC.
           IF NOT ER-ERASWRK-OK
               DISPLAY "CUSTERAS: UNABLE TO WRITE ERASWRK, STATUS = "
                   ER-ERASWRK-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE LTRREG ERASWRK
               PERFORM 9100-CLOSE-ALL
                   THRU 9100-CLOSE-ALL-EXIT
               GO TO 9999-EXIT
           END-IF.
           ADD 1 TO ER-PASS-KEEP.

       3050-SPLIT-LTRREG-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  3060-TEST-CUST-ID  --  COMPARE THE REGISTER ENTRY'S
      *                   CUSTOMER ID WITH ONE ERASURE REQUEST.
      *----------------------------------------------------------------
       3060-TEST-CUST-ID.
           IF ER-REQ-CUST-ID(ER-REQ-NBR) = LR-CUST-ID
               MOVE ER-REQ-NBR TO ER-HIT-NBR
           END-IF.

       3060-TEST-CUST-ID-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  3150-COPY-BACK-LTRREG  --  WRITE ONE KEPT ENTRY BACK TO
      *                   THE LIVE REGISTER.
      *----------------------------------------------------------------
       3150-COPY-BACK-LTRREG.
           WRITE LR-REGISTER-REC FROM ER-WORK-REC.
           IF NOT ER-LTRREG-OK
               DISPLAY "CUSTERAS: UNABLE TO REWRITE LTRREG, "
                   "STATUS = " ER-LTRREG-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE ERASWRK LTRREG
               PERFORM 9100-CLOSE-ALL
                   THRU 9100-CLOSE-ALL-EXIT
               GO TO 9999-EXIT
           END-IF.
           ADD 1 TO ER-PASS-REWRITE.

           PERFORM 8600-READ-ERASWRK
               THRU 8600-READ-ERASWRK-EXIT.

       3150-COPY-BACK-LTRREG-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  3200-ERASE-GREETLOG  --  SPLIT THE LIVE GREETLOG TO THE
      *                   WORK FILE, DROPPING EVERY AUDIT LINE WHOSE
      *                   ARGUMENT IS THE NAME OF RECORD OF A
      *                   CUSTOMER BEING ERASED, AND COPY THE KEPT
      *                   LINES BACK.
      *----------------------------------------------------------------
       3200-ERASE-GREETLOG.
           IF ER-REQ-COUNT = ZERO
               GO TO 3200-ERASE-GREETLOG-EXIT
           END-IF.

           PERFORM 3800-START-PASS
               THRU 3800-START-PASS-EXIT.
           MOVE "GREETLOG" TO ER-CTL-FILE.

           OPEN INPUT GREETLOG.
           IF ER-GREETLOG-MISSING
               MOVE "NOT ON HAND" TO ER-CTL-RESULT
               PERFORM 3900-WRITE-CONTROL-LINE
                   THRU 3900-WRITE-CONTROL-LINE-EXIT
               GO TO 3200-ERASE-GREETLOG-EXIT
           END-IF.
           IF NOT ER-GREETLOG-OK
               DISPLAY "CUSTERAS: UNABLE TO OPEN GREETLOG, STATUS = "
                   ER-GREETLOG-STATUS
               GO TO 3200-ERASE-GREETLOG-ABORT
           END-IF.

           OPEN OUTPUT ERASWRK.
           IF NOT ER-ERASWRK-OK
               DISPLAY "CUSTERAS: UNABLE TO OPEN ERASWRK, STATUS = "
                   ER-ERASWRK-STATUS
               CLOSE GREETLOG
               GO TO 3200-ERASE-GREETLOG-ABORT
           END-IF.

           PERFORM 3250-SPLIT-GREETLOG
               THRU 3250-SPLIT-GREETLOG-EXIT
               UNTIL ER-IN-EOF.

           CLOSE GREETLOG.
           CLOSE ERASWRK.

           PERFORM 3850-CHECK-SPLIT
               THRU 3850-CHECK-SPLIT-EXIT.
           IF ER-PASS-DROP = ZERO OR ER-OUT-OF-BALANCE
               PERFORM 3900-WRITE-CONTROL-LINE
                   THRU 3900-WRITE-CONTROL-LINE-EXIT
               GO TO 3200-ERASE-GREETLOG-EXIT
           END-IF.

           OPEN INPUT ERASWRK.
           IF NOT ER-ERASWRK-OK
               DISPLAY "CUSTERAS: UNABLE TO REOPEN ERASWRK, STATUS = "
                   ER-ERASWRK-STATUS
               GO TO 3200-ERASE-GREETLOG-ABORT
           END-IF.

           OPEN OUTPUT GREETLOG.
           IF NOT ER-GREETLOG-OK
               DISPLAY "CUSTERAS: UNABLE TO REOPEN GREETLOG, STATUS = "
                   ER-GREETLOG-STATUS
               CLOSE ERASWRK
               GO TO 3200-ERASE-GREETLOG-ABORT
           END-IF.

           PERFORM 8600-READ-ERASWRK
               THRU 8600-READ-ERASWRK-EXIT.
           PERFORM 3350-COPY-BACK-GREETLOG
               THRU 3350-COPY-BACK-GREETLOG-EXIT
               UNTIL ER-WRK-EOF.

           CLOSE ERASWRK.
           CLOSE GREETLOG.

           PERFORM 3870-CHECK-REWRITE
               THRU 3870-CHECK-REWRITE-EXIT.
           PERFORM 3900-WRITE-CONTROL-LINE
               THRU 3900-WRITE-CONTROL-LINE-EXIT.
           GO TO 3200-ERASE-GREETLOG-EXIT.

       3200-ERASE-GREETLOG-ABORT.
           MOVE 16 TO RETURN-CODE.
           PERFORM 9100-CLOSE-ALL
               THRU 9100-CLOSE-ALL-EXIT.
           GO TO 9999-EXIT.

       3200-ERASE-GREETLOG-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  3250-SPLIT-GREETLOG  --  DROP OR KEEP ONE LIVE AUDIT LINE.
      *----------------------------------------------------------------
       3250-SPLIT-GREETLOG.
           READ GREETLOG
               AT END
                   SET ER-IN-EOF TO TRUE
                   GO TO 3250-SPLIT-GREETLOG-EXIT
           END-READ.
           ADD 1 TO ER-PASS-READ.

           MOVE GL-GREETLOG-REC TO ER-LOG-VIEW.
           PERFORM 3280-FIND-LOG-NAME
               THRU 3280-FIND-LOG-NAME-EXIT.

           IF ER-HIT-NBR > ZERO
               ADD 1 TO ER-PASS-DROP
               ADD 1 TO ER-REQ-FILE-CNT(ER-HIT-NBR, ER-F-GREETLOG)
               ADD 1 TO ER-FILE-TOTAL(ER-F-GREETLOG)
               GO TO 3250-SPLIT-GREETLOG-EXIT
           END-IF.

           WRITE ER-WORK-REC FROM GL-GREETLOG-REC.
           IF NOT ER-ERASWRK-OK
               DISPLAY "CUSTERAS: UNABLE TO WRITE ERASWRK, STATUS = "
                   ER-ERASWRK-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE GREETLOG ERASWRK
               PERFORM 9100-CLOSE-ALL
                   THRU 9100-CLOSE-ALL-EXIT
               GO TO 9999-EXIT
           END-IF.
           ADD 1 TO ER-PASS-KEEP.

       3250-SPLIT-GREETLOG-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  3280-FIND-LOG-NAME  --  LOOK THE AUDIT LINE IN ER-LOG-VIEW
      *                   UP AGAINST THE NAMES BEING ERASED, LEAVING
      *                   THE MATCHING REQUEST IN ER-HIT-NBR (ZERO
      *                   WHEN THE LINE IS KEPT).
      *----------------------------------------------------------------
       3280-FIND-LOG-NAME.
           MOVE ZERO TO ER-HIT-NBR.
           PERFORM 3290-TEST-LOG-NAME
               THRU 3290-TEST-LOG-NAME-EXIT
               VARYING ER-REQ-NBR FROM 1 BY 1
               UNTIL ER-REQ-NBR > ER-REQ-COUNT
                  OR ER-HIT-NBR > ZERO.

       3280-FIND-LOG-NAME-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  3290-TEST-LOG-NAME  --  COMPARE THE AUDIT LINE'S ARGUMENT
      *                   WITH ONE REQUEST'S NAME OF RECORD.  A
      *                   REQUEST WITH NO NAME NEVER MATCHES - IT
      *                   WOULD OTHERWISE TAKE EVERY BLANK-ARGUMENT
      *                   LINE WITH IT.
      *----------------------------------------------------------------
       3290-TEST-LOG-NAME.
           IF ER-REQ-NAME(ER-REQ-NBR) NOT = SPACES
              AND ER-LOG-ARGUMENT(1:25) = ER-REQ-NAME(ER-REQ-NBR)
               MOVE ER-REQ-NBR TO ER-HIT-NBR
           END-IF.

       3290-TEST-LOG-NAME-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  3350-COPY-BACK-GREETLOG  --  WRITE ONE KEPT LINE BACK TO
      *                   THE LIVE GREETLOG.
      *----------------------------------------------------------------
       3350-COPY-BACK-GREETLOG.
           WRITE GL-GREETLOG-REC FROM ER-WORK-REC.
           IF NOT ER-GREETLOG-OK
               DISPLAY "CUSTERAS: UNABLE TO REWRITE GREETLOG, "
                   "STATUS = " ER-GREETLOG-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE ERASWRK GREETLOG
               PERFORM 9100-CLOSE-ALL
                   THRU 9100-CLOSE-ALL-EXIT
               GO TO 9999-EXIT
           END-IF.
           ADD 1 TO ER-PASS-REWRITE.

           PERFORM 8600-READ-ERASWRK
               THRU 8600-READ-ERASWRK-EXIT.

       3350-COPY-BACK-GREETLOG-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  3400-ERASE-ARCHIVES  --  WALK EVERY MONTH FROM JANUARY
      *                   ER-ARCH-YEARS-BACK YEARS AGO THROUGH THE
      *                   PROCESSING MONTH AND ERASE FROM EACH
      *                   GLARCH-YYYYMM GENERATION THAT EXISTS.
      *----------------------------------------------------------------
       3400-ERASE-ARCHIVES.
           IF ER-REQ-COUNT = ZERO
               GO TO 3400-ERASE-ARCHIVES-EXIT
           END-IF.

           COMPUTE ER-GEN-YEAR = ER-PROC-YEAR - ER-ARCH-YEARS-BACK.
           MOVE 01 TO ER-GEN-MONTH.
           COMPUTE ER-LAST-YYYYMM = ER-PROC-DATE / 100.

           PERFORM 3420-ERASE-ONE-GENERATION
               THRU 3420-ERASE-ONE-GENERATION-EXIT
               UNTIL ER-GEN-YYYYMM > ER-LAST-YYYYMM.

           IF ER-GEN-FOUND-COUNT = ZERO
               MOVE SPACES TO ER-CTL-DETAIL
               MOVE "GLARCH-*" TO ER-CTL-FILE
               MOVE "NO GENERATIONS ON HAND" TO ER-CTL-RESULT
               MOVE ER-CTL-DETAIL TO ER-CTL-LINE
               WRITE ER-CTL-LINE
           END-IF.

       3400-ERASE-ARCHIVES-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  3420-ERASE-ONE-GENERATION  --  SPLIT ONE GENERATION TO THE
      *                   WORK FILE.  ONLY A GENERATION THAT LOST
      *                   RECORDS IS REWRITTEN; ONE WITH NOTHING TO
      *                   ERASE IS LEFT EXACTLY AS GREETARC WROTE IT.
      *                   THE NEXT MONTH IS SET UP ON EVERY EXIT.
      *----------------------------------------------------------------
       3420-ERASE-ONE-GENERATION.
           MOVE ER-GEN-YYYYMM TO ER-ARCHIVE-YYYYMM.

           OPEN INPUT GLARCHIV.
           IF ER-GLARCHIV-MISSING
               GO TO 3420-ERASE-ONE-GENERATION-NEXT
           END-IF.
           IF NOT ER-GLARCHIV-OK
               DISPLAY "CUSTERAS: UNABLE TO OPEN ARCHIVE "
                   ER-ARCHIVE-NAME " STATUS = " ER-GLARCHIV-STATUS
               GO TO 3420-ERASE-ONE-GENERATION-ABORT
           END-IF.

           ADD 1 TO ER-GEN-FOUND-COUNT.
           PERFORM 3800-START-PASS
               THRU 3800-START-PASS-EXIT.
           MOVE ER-ARCHIVE-NAME TO ER-CTL-FILE.

           OPEN OUTPUT ERASWRK.
           IF NOT ER-ERASWRK-OK
               DISPLAY "CUSTERAS: UNABLE TO OPEN ERASWRK, STATUS = "
                   ER-ERASWRK-STATUS
               CLOSE GLARCHIV
               GO TO 3420-ERASE-ONE-GENERATION-ABORT
           END-IF.

           PERFORM 3450-SPLIT-GENERATION
               THRU 3450-SPLIT-GENERATION-EXIT
               UNTIL ER-IN-EOF.

           CLOSE GLARCHIV.
           CLOSE ERASWRK.

           PERFORM 3850-CHECK-SPLIT
               THRU 3850-CHECK-SPLIT-EXIT.
           IF ER-PASS-DROP = ZERO OR ER-OUT-OF-BALANCE
               PERFORM 3900-WRITE-CONTROL-LINE
                   THRU 3900-WRITE-CONTROL-LINE-EXIT
               GO TO 3420-ERASE-ONE-GENERATION-NEXT
           END-IF.

           OPEN INPUT ERASWRK.
           IF NOT ER-ERASWRK-OK
               DISPLAY "CUSTERAS: UNABLE TO REOPEN ERASWRK, STATUS = "
                   ER-ERASWRK-STATUS
               GO TO 3420-ERASE-ONE-GENERATION-ABORT
           END-IF.

           OPEN OUTPUT GLARCHIV.
           IF NOT ER-GLARCHIV-OK
               DISPLAY "CUSTERAS: UNABLE TO REOPEN ARCHIVE "
                   ER-ARCHIVE-NAME " STATUS = " ER-GLARCHIV-STATUS
               CLOSE ERASWRK
               GO TO 3420-ERASE-ONE-GENERATION-ABORT
           END-IF.

           PERFORM 8600-READ-ERASWRK
               THRU 8600-READ-ERASWRK-EXIT.
           PERFORM 3470-COPY-BACK-GENERATION
               THRU 3470-COPY-BACK-GENERATION-EXIT
               UNTIL ER-WRK-EOF.

           CLOSE ERASWRK.
           CLOSE GLARCHIV.

           PERFORM 3870-CHECK-REWRITE
               THRU 3870-CHECK-REWRITE-EXIT.
           PERFORM 3900-WRITE-CONTROL-LINE
               THRU 3900-WRITE-CONTROL-LINE-EXIT.

           PERFORM 3480-NOTE-GEN-HIT
               THRU 3480-NOTE-GEN-HIT-EXIT
               VARYING ER-REQ-NBR FROM 1 BY 1
               UNTIL ER-REQ-NBR > ER-REQ-COUNT.

       3420-ERASE-ONE-GENERATION-NEXT.
           IF ER-GEN-MONTH = 12
               ADD 1 TO ER-GEN-YEAR
               MOVE 01 TO ER-GEN-MONTH
           ELSE
               ADD 1 TO ER-GEN-MONTH
           END-IF.
           GO TO 3420-ERASE-ONE-GENERATION-EXIT.

       3420-ERASE-ONE-GENERATION-ABORT.
           MOVE 16 TO RETURN-CODE.
           PERFORM 9100-CLOSE-ALL
               THRU 9100-CLOSE-ALL-EXIT.
           GO TO 9999-EXIT.

       3420-ERASE-ONE-GENERATION-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  3450-SPLIT-GENERATION  --  DROP OR KEEP ONE ARCHIVED LINE,
      *                   TALLYING THE DROP AGAINST THE CUSTOMER FOR
      *                   THIS GENERATION.
      *----------------------------------------------------------------
       3450-SPLIT-GENERATION.
           READ GLARCHIV
               AT END
                   SET ER-IN-EOF TO TRUE
                   GO TO 3450-SPLIT-GENERATION-EXIT
           END-READ.
           ADD 1 TO ER-PASS-READ.

           MOVE ER-ARCHIVE-REC TO ER-LOG-VIEW.
           PERFORM 3280-FIND-LOG-NAME
               THRU 3280-FIND-LOG-NAME-EXIT.

           IF ER-HIT-NBR > ZERO
               ADD 1 TO ER-PASS-DROP
               ADD 1 TO ER-REQ-GEN-CNT(ER-HIT-NBR)
               ADD 1 TO ER-REQ-FILE-CNT(ER-HIT-NBR, ER-F-GLARCH)
               ADD 1 TO ER-FILE-TOTAL(ER-F-GLARCH)
               GO TO 3450-SPLIT-GENERATION-EXIT
           END-IF.

           WRITE ER-WORK-REC FROM ER-ARCHIVE-REC.
           IF NOT ER-ERASWRK-OK
               DISPLAY "CUSTERAS: UNABLE TO WRITE ERASWRK, STATUS = "
                   ER-ERASWRK-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE GLARCHIV ERASWRK
               PERFORM 9100-CLOSE-ALL
                   THRU 9100-CLOSE-ALL-EXIT
               GO TO 9999-EXIT
           END-IF.
           ADD 1 TO ER-PASS-KEEP.

       3450-SPLIT-GENERATION-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  3470-COPY-BACK-GENERATION  --  WRITE ONE KEPT LINE BACK TO
      *                   THE GENERATION.
      *----------------------------------------------------------------
       3470-COPY-BACK-GENERATION.
           WRITE ER-ARCHIVE-REC FROM ER-WORK-REC.
           IF NOT ER-GLARCHIV-OK
               DISPLAY "CUSTERAS: UNABLE TO REWRITE ARCHIVE "
                   ER-ARCHIVE-NAME " STATUS = " ER-GLARCHIV-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE ERASWRK GLARCHIV
               PERFORM 9100-CLOSE-ALL
                   THRU 9100-CLOSE-ALL-EXIT
               GO TO 9999-EXIT
           END-IF.
           ADD 1 TO ER-PASS-REWRITE.

           PERFORM 8600-READ-ERASWRK
               THRU 8600-READ-ERASWRK-EXIT.

       3470-COPY-BACK-GENERATION-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  3480-NOTE-GEN-HIT  --  CARRY ONE CUSTOMER'S TALLY FOR THE
      *                   GENERATION JUST REWRITTEN INTO THE
      *                   GENERATION TABLE FOR THE CERTIFICATE, AND
      *                   CLEAR IT FOR THE NEXT GENERATION.
      *----------------------------------------------------------------
       3480-NOTE-GEN-HIT.
           IF ER-REQ-GEN-CNT(ER-REQ-NBR) = ZERO
               GO TO 3480-NOTE-GEN-HIT-EXIT
           END-IF.

           IF ER-GEN-HIT-COUNT < ER-GEN-HIT-MAX
               ADD 1 TO ER-GEN-HIT-COUNT
               MOVE ER-REQ-NBR TO ER-GEN-HIT-REQ(ER-GEN-HIT-COUNT)
               MOVE ER-GEN-YYYYMM
                   TO ER-GEN-HIT-YYYYMM(ER-GEN-HIT-COUNT)
               MOVE ER-REQ-GEN-CNT(ER-REQ-NBR)
                   TO ER-GEN-HIT-CNT(ER-GEN-HIT-COUNT)
           ELSE
               SET ER-GEN-HIT-FULL TO TRUE
           END-IF.

           MOVE ZERO TO ER-REQ-GEN-CNT(ER-REQ-NBR).

       3480-NOTE-GEN-HIT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  3600-ERASE-BACKUPS  --  ERASE THE CUSTOMERS FROM EVERY
      *                   MSTBKUP GENERATION ON THE BKCAT CATALOGUE,
      *                   THEN WRITE THE CATALOGUE BACK WITH THE NEW
      *                   COUNT AND HASH TOTAL OF EACH GENERATION
      *                   REWRITTEN.  NO CATALOGUE MEANS NO BACKUP
      *                   HAS EVER BEEN TAKEN.
      *----------------------------------------------------------------
       3600-ERASE-BACKUPS.
           IF ER-REQ-COUNT = ZERO
               GO TO 3600-ERASE-BACKUPS-EXIT
           END-IF.

           PERFORM 3610-LOAD-CATALOG
               THRU 3610-LOAD-CATALOG-EXIT.

           PERFORM 3620-ERASE-ONE-BACKUP
               THRU 3620-ERASE-ONE-BACKUP-EXIT
               VARYING ER-CAT-NBR FROM 1 BY 1
               UNTIL ER-CAT-NBR > ER-CAT-COUNT.

           IF ER-BK-FOUND-COUNT = ZERO
               MOVE SPACES TO ER-CTL-DETAIL
               MOVE "BK-*" TO ER-CTL-FILE
               MOVE "NO GENERATIONS ON HAND" TO ER-CTL-RESULT
               MOVE ER-CTL-DETAIL TO ER-CTL-LINE
               WRITE ER-CTL-LINE
           END-IF.

           IF ER-CAT-CHANGED
               PERFORM 3680-REWRITE-CATALOG
                   THRU 3680-REWRITE-CATALOG-EXIT
           END-IF.

       3600-ERASE-BACKUPS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  3610-LOAD-CATALOG  --  READ THE BKCAT CATALOGUE INTO
      *                   STORAGE.  NONE ON HAND IS AN EMPTY
      *                   CATALOGUE.
      *----------------------------------------------------------------
       3610-LOAD-CATALOG.
           MOVE ZERO TO ER-CAT-COUNT.
           OPEN INPUT BKCAT.
           IF ER-BKCAT-MISSING
               GO TO 3610-LOAD-CATALOG-EXIT
           END-IF.
           IF NOT ER-BKCAT-OK
               DISPLAY "CUSTERAS: UNABLE TO OPEN BKCAT, STATUS = "
                   ER-BKCAT-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9100-CLOSE-ALL
                   THRU 9100-CLOSE-ALL-EXIT
               GO TO 9999-EXIT
           END-IF.

           MOVE "N" TO ER-CAT-EOF-SW.
           PERFORM 3615-LOAD-CATALOG-REC
               THRU 3615-LOAD-CATALOG-REC-EXIT
               UNTIL ER-CAT-EOF.
           CLOSE BKCAT.

       3610-LOAD-CATALOG-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  3615-LOAD-CATALOG-REC  --  ONE CATALOGUE RECORD INTO THE
      *                   TABLE.
      *----------------------------------------------------------------
       3615-LOAD-CATALOG-REC.
           READ BKCAT
               AT END
                   SET ER-CAT-EOF TO TRUE
                   GO TO 3615-LOAD-CATALOG-REC-EXIT
           END-READ.

           IF ER-CAT-COUNT NOT < ER-CAT-MAX
               DISPLAY "CUSTERAS: BKCAT HOLDS MORE THAN " ER-CAT-MAX
                   " GENERATIONS - CATALOGUE TABLE FULL"
               MOVE 16 TO RETURN-CODE
               CLOSE BKCAT
               PERFORM 9100-CLOSE-ALL
                   THRU 9100-CLOSE-ALL-EXIT
               GO TO 9999-EXIT
           END-IF.

           ADD 1 TO ER-CAT-COUNT.
           MOVE BC-CATALOG-REC TO ER-CAT-ENTRY(ER-CAT-COUNT).

       3615-LOAD-CATALOG-REC-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  3620-ERASE-ONE-BACKUP  --  SPLIT ONE GENERATION TO THE WORK
      *                   FILE.  ONLY A GENERATION THAT HELD ONE OF
      *                   THE CUSTOMERS IS REWRITTEN: ITS HEADER AS IT
      *                   WAS, THE DETAIL RECORDS KEPT OR ANONYMISED,
      *                   AND A NEW TRAILER, AND ITS CATALOGUE ENTRY
      *                   IS GIVEN THE SAME COUNT AND HASH TOTAL.  ONE
      *                   WITH NOTHING TO ERASE IS LEFT EXACTLY AS
      *                   MSTBKUP WROTE IT.
      *----------------------------------------------------------------
       3620-ERASE-ONE-BACKUP.
           MOVE ER-CAT-ENTRY(ER-CAT-NBR) TO BC-CATALOG-REC.
           PERFORM 3690-BUILD-BKGEN-NAME
               THRU 3690-BUILD-BKGEN-NAME-EXIT.

           PERFORM 3800-START-PASS
               THRU 3800-START-PASS-EXIT.
           MOVE "N" TO ER-BK-TRAILER-SW.
           MOVE ZERO TO ER-BK-TRL-COUNT.
           MOVE ZERO TO ER-BK-TRL-HASH.
           MOVE ZERO TO ER-BK-OLD-HASH.
           MOVE ZERO TO ER-BK-NEW-HASH.

           OPEN INPUT BKGEN.
           IF ER-BKGEN-MISSING
               MOVE "NOT ON HAND" TO ER-CTL-RESULT
               PERFORM 3670-WRITE-BACKUP-LINES
                   THRU 3670-WRITE-BACKUP-LINES-EXIT
               GO TO 3620-ERASE-ONE-BACKUP-EXIT
           END-IF.
           IF NOT ER-BKGEN-OK
               DISPLAY "CUSTERAS: UNABLE TO OPEN BACKUP "
                   ER-BKGEN-NAME " STATUS = " ER-BKGEN-STATUS
               GO TO 3620-ERASE-ONE-BACKUP-ABORT
           END-IF.

           ADD 1 TO ER-BK-FOUND-COUNT.

           OPEN OUTPUT ERASWRK.
           IF NOT ER-ERASWRK-OK
               DISPLAY "CUSTERAS: UNABLE TO OPEN ERASWRK, STATUS = "
                   ER-ERASWRK-STATUS
               CLOSE BKGEN
               GO TO 3620-ERASE-ONE-BACKUP-ABORT
           END-IF.

           PERFORM 3630-SPLIT-BACKUP
               THRU 3630-SPLIT-BACKUP-EXIT
               UNTIL ER-IN-EOF.

           CLOSE BKGEN.
           CLOSE ERASWRK.

           PERFORM 3850-CHECK-SPLIT
               THRU 3850-CHECK-SPLIT-EXIT.
           IF ER-PASS-DROP > ZERO AND ER-IN-BALANCE
               PERFORM 3640-CHECK-GENERATION
                   THRU 3640-CHECK-GENERATION-EXIT
           END-IF.
           IF ER-PASS-DROP = ZERO OR ER-OUT-OF-BALANCE
               PERFORM 3670-WRITE-BACKUP-LINES
                   THRU 3670-WRITE-BACKUP-LINES-EXIT
               GO TO 3620-ERASE-ONE-BACKUP-EXIT
           END-IF.

           OPEN INPUT ERASWRK.
           IF NOT ER-ERASWRK-OK
               DISPLAY "CUSTERAS: UNABLE TO REOPEN ERASWRK, STATUS = "
                   ER-ERASWRK-STATUS
               GO TO 3620-ERASE-ONE-BACKUP-ABORT
           END-IF.

           OPEN OUTPUT BKGEN.
           IF NOT ER-BKGEN-OK
               DISPLAY "CUSTERAS: UNABLE TO REOPEN BACKUP "
                   ER-BKGEN-NAME " STATUS = " ER-BKGEN-STATUS
               CLOSE ERASWRK
               GO TO 3620-ERASE-ONE-BACKUP-ABORT
           END-IF.

           PERFORM 8600-READ-ERASWRK
               THRU 8600-READ-ERASWRK-EXIT.
           PERFORM 3650-COPY-BACK-BACKUP
               THRU 3650-COPY-BACK-BACKUP-EXIT
               UNTIL ER-WRK-EOF.

           MOVE SPACES TO BG-TRAILER-REC.
           MOVE "T" TO BG-TRL-TYPE.
           MOVE BC-MASTER-ID TO BG-TRL-MASTER-ID.
           MOVE ER-PASS-REWRITE TO BG-TRL-REC-COUNT.
           MOVE ER-BK-NEW-HASH TO BG-TRL-HASH-TOTAL.
           WRITE BG-TRAILER-REC.
           IF NOT ER-BKGEN-OK
               DISPLAY "CUSTERAS: UNABLE TO WRITE TRAILER ON "
                   ER-BKGEN-NAME " STATUS = " ER-BKGEN-STATUS
               CLOSE ERASWRK BKGEN
               GO TO 3620-ERASE-ONE-BACKUP-ABORT
           END-IF.

           CLOSE ERASWRK.
           CLOSE BKGEN.

           MOVE ER-PASS-REWRITE TO BC-REC-COUNT.
           MOVE ER-BK-NEW-HASH TO BC-HASH-TOTAL.
           MOVE BC-CATALOG-REC TO ER-CAT-ENTRY(ER-CAT-NBR).
           SET ER-CAT-CHANGED TO TRUE.

           PERFORM 3870-CHECK-REWRITE
               THRU 3870-CHECK-REWRITE-EXIT.
           PERFORM 3670-WRITE-BACKUP-LINES
               THRU 3670-WRITE-BACKUP-LINES-EXIT.

           PERFORM 3660-NOTE-BK-HIT
               THRU 3660-NOTE-BK-HIT-EXIT
               VARYING ER-REQ-NBR FROM 1 BY 1
               UNTIL ER-REQ-NBR > ER-REQ-COUNT.
           GO TO 3620-ERASE-ONE-BACKUP-EXIT.

       3620-ERASE-ONE-BACKUP-ABORT.
           MOVE 16 TO RETURN-CODE.
           PERFORM 9100-CLOSE-ALL
               THRU 9100-CLOSE-ALL-EXIT.
           GO TO 9999-EXIT.

       3620-ERASE-ONE-BACKUP-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  3630-SPLIT-BACKUP  --  ONE GENERATION RECORD.  THE HEADER
      *                   GOES TO THE WORK FILE AS IT IS AND THE
      *                   TRAILER IS HELD FOR THE CHECK.  A DETAIL
      *                   RECORD FOR A CUSTOMER BEING ERASED IS
      *                   DROPPED, OR IN A CUST-FILE GENERATION
      *                   ANONYMISED THE WAY 4100-ANONYMISE-CUST DOES
      *                   THE MASTER; ONE ALREADY ANONYMISED IS KEPT.
      *                   EVERY DETAIL IS HASHED AS READ AND AS
      *                   WRITTEN.
      *----------------------------------------------------------------
       3630-SPLIT-BACKUP.
           READ BKGEN
               AT END
                   SET ER-IN-EOF TO TRUE
                   GO TO 3630-SPLIT-BACKUP-EXIT
           END-READ.

           IF BG-TRAILER
               IF BG-TRL-REC-COUNT IS NUMERIC
                  AND BG-TRL-HASH-TOTAL IS NUMERIC
                   SET ER-BK-TRAILER-FOUND TO TRUE
                   MOVE BG-TRL-REC-COUNT TO ER-BK-TRL-COUNT
                   MOVE BG-TRL-HASH-TOTAL TO ER-BK-TRL-HASH
               END-IF
               GO TO 3630-SPLIT-BACKUP-EXIT
           END-IF.

           IF NOT BG-DETAIL
               PERFORM 3645-WRITE-BACKUP-WORK
                   THRU 3645-WRITE-BACKUP-WORK-EXIT
               GO TO 3630-SPLIT-BACKUP-EXIT
           END-IF.

           ADD 1 TO ER-PASS-READ.
           PERFORM 7000-HASH-RECORD
               THRU 7000-HASH-RECORD-EXIT.
           ADD ER-HASH-TOTAL TO ER-BK-OLD-HASH.

           MOVE ZERO TO ER-HIT-NBR.
           PERFORM 3635-TEST-BACKUP-ID
               THRU 3635-TEST-BACKUP-ID-EXIT
               VARYING ER-REQ-NBR FROM 1 BY 1
               UNTIL ER-REQ-NBR > ER-REQ-COUNT
                  OR ER-HIT-NBR > ZERO.

           IF ER-HIT-NBR > ZERO
              AND BC-MASTER-ID = "CUST-FILE"
               MOVE BG-DETAIL-IMAGE TO CM-CUST-REC
               IF CM-CUST-NAME = SPACES
                  AND CM-LANG-CODE = SPACES
                  AND CM-DELETED
                   MOVE ZERO TO ER-HIT-NBR
               END-IF
           END-IF.

           IF ER-HIT-NBR = ZERO
               PERFORM 3645-WRITE-BACKUP-WORK
                   THRU 3645-WRITE-BACKUP-WORK-EXIT
               ADD ER-HASH-TOTAL TO ER-BK-NEW-HASH
               ADD 1 TO ER-PASS-KEEP
               GO TO 3630-SPLIT-BACKUP-EXIT
           END-IF.

           ADD 1 TO ER-PASS-DROP.
           ADD 1 TO ER-REQ-GEN-CNT(ER-HIT-NBR).
           ADD 1 TO ER-REQ-FILE-CNT(ER-HIT-NBR, ER-F-BKGEN).
           ADD 1 TO ER-FILE-TOTAL(ER-F-BKGEN).

           IF BC-MASTER-ID NOT = "CUST-FILE"
               GO TO 3630-SPLIT-BACKUP-EXIT
           END-IF.

           MOVE SPACES TO CM-CUST-NAME.
           MOVE SPACES TO CM-LANG-CODE.
           SET CM-DELETED TO TRUE.
           MOVE CM-CUST-REC TO BG-DETAIL-IMAGE.
           PERFORM 7000-HASH-RECORD
               THRU 7000-HASH-RECORD-EXIT.
           PERFORM 3645-WRITE-BACKUP-WORK
               THRU 3645-WRITE-BACKUP-WORK-EXIT.
           ADD ER-HASH-TOTAL TO ER-BK-NEW-HASH.
           ADD 1 TO ER-PASS-ANON.

       3630-SPLIT-BACKUP-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  3635-TEST-BACKUP-ID  --  COMPARE THE DETAIL RECORD'S
      *                   CUSTOMER ID, THE FIRST TEN BYTES OF EVERY
      *                   BACKED-UP MASTER, WITH ONE ERASURE REQUEST.
      *----------------------------------------------------------------
       3635-TEST-BACKUP-ID.
           IF ER-REQ-CUST-ID(ER-REQ-NBR) = BG-DETAIL-IMAGE(1:10)
               MOVE ER-REQ-NBR TO ER-HIT-NBR
           END-IF.

       3635-TEST-BACKUP-ID-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  3640-CHECK-GENERATION  --  BEFORE A GENERATION IS GIVEN A
      *                   NEW TRAILER, PROVE IT WAS SOUND: ITS OWN
      *                   TRAILER AND ITS CATALOGUE RECORD MUST BOTH
      *                   AGREE WITH THE DETAIL RECORDS JUST READ.
      *                   ONE THAT DOES NOT IS LEFT AS IT IS, SO THE
      *                   ERASURE NEVER PASSES OFF A DAMAGED OR
      *                   UNFINISHED GENERATION AS RELOADABLE.
      *----------------------------------------------------------------
       3640-CHECK-GENERATION.
           IF NOT ER-BK-TRAILER-FOUND
               SET ER-OUT-OF-BALANCE TO TRUE
               MOVE "*** NO TRAILER" TO ER-CTL-RESULT
               GO TO 3640-CHECK-GENERATION-EXIT
           END-IF.

           IF ER-BK-TRL-COUNT NOT = ER-PASS-READ
              OR ER-BK-TRL-HASH NOT = ER-BK-OLD-HASH
               SET ER-OUT-OF-BALANCE TO TRUE
               MOVE "*** TRAILER NOT READ" TO ER-CTL-RESULT
               GO TO 3640-CHECK-GENERATION-EXIT
           END-IF.

           IF BC-REC-COUNT NOT = ER-BK-TRL-COUNT
              OR BC-HASH-TOTAL NOT = ER-BK-TRL-HASH
               SET ER-OUT-OF-BALANCE TO TRUE
               MOVE "*** BKCAT NOT TRAILER" TO ER-CTL-RESULT
           END-IF.

       3640-CHECK-GENERATION-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  3645-WRITE-BACKUP-WORK  --  ONE GENERATION RECORD TO THE
      *                   WORK FILE.
      *----------------------------------------------------------------
       3645-WRITE-BACKUP-WORK.
           WRITE ER-WORK-REC FROM BG-GEN-REC.
           IF NOT ER-ERASWRK-OK
               DISPLAY "CUSTERAS: UNABLE TO WRITE ERASWRK, STATUS = "
                   ER-ERASWRK-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE BKGEN ERASWRK
               PERFORM 9100-CLOSE-ALL
                   THRU 9100-CLOSE-ALL-EXIT
               GO TO 9999-EXIT
           END-IF.

       3645-WRITE-BACKUP-WORK-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  3650-COPY-BACK-BACKUP  --  WRITE ONE HEADER OR DETAIL
      *                   RECORD BACK TO THE GENERATION, COUNTING THE
      *                   DETAILS.
      *----------------------------------------------------------------
       3650-COPY-BACK-BACKUP.
           WRITE BG-GEN-REC FROM ER-WORK-REC.
           IF NOT ER-BKGEN-OK
               DISPLAY "CUSTERAS: UNABLE TO REWRITE BACKUP "
                   ER-BKGEN-NAME " STATUS = " ER-BKGEN-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE ERASWRK BKGEN
               PERFORM 9100-CLOSE-ALL
                   THRU 9100-CLOSE-ALL-EXIT
               GO TO 9999-EXIT
           END-IF.
           IF ER-WORK-REC(1:1) = "D"
               ADD 1 TO ER-PASS-REWRITE
           END-IF.

           PERFORM 8600-READ-ERASWRK
               THRU 8600-READ-ERASWRK-EXIT.

       3650-COPY-BACK-BACKUP-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  3660-NOTE-BK-HIT  --  CARRY ONE CUSTOMER'S TALLY FOR THE
      *                   GENERATION JUST REWRITTEN INTO THE BACKUP
      *                   TABLE FOR THE CERTIFICATE, AND CLEAR IT FOR
      *                   THE NEXT GENERATION.
      *----------------------------------------------------------------
       3660-NOTE-BK-HIT.
           IF ER-REQ-GEN-CNT(ER-REQ-NBR) = ZERO
               GO TO 3660-NOTE-BK-HIT-EXIT
           END-IF.

           IF ER-BK-HIT-COUNT < ER-BK-HIT-MAX
               ADD 1 TO ER-BK-HIT-COUNT
               MOVE ER-REQ-NBR TO ER-BK-HIT-REQ(ER-BK-HIT-COUNT)
               MOVE ER-CAT-NBR TO ER-BK-HIT-CAT(ER-BK-HIT-COUNT)
               MOVE ER-REQ-GEN-CNT(ER-REQ-NBR)
                   TO ER-BK-HIT-CNT(ER-BK-HIT-COUNT)
           ELSE
               SET ER-BK-HIT-FULL TO TRUE
           END-IF.

           MOVE ZERO TO ER-REQ-GEN-CNT(ER-REQ-NBR).

       3660-NOTE-BK-HIT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  3670-WRITE-BACKUP-LINES  --  THE GENERATION NAME IS TOO LONG
      *                   FOR THE FILE COLUMN, SO IT GETS A LINE OF
      *                   ITS OWN ABOVE ITS CONTROL TOTALS.
      *----------------------------------------------------------------
       3670-WRITE-BACKUP-LINES.
           MOVE ER-BKGEN-NAME TO ER-CTL-LINE.
           WRITE ER-CTL-LINE.
           PERFORM 3900-WRITE-CONTROL-LINE
               THRU 3900-WRITE-CONTROL-LINE-EXIT.

       3670-WRITE-BACKUP-LINES-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  3680-REWRITE-CATALOG  --  WRITE THE WHOLE CATALOGUE BACK
      *                   AND PROVE EVERY ENTRY WENT OUT.  A FAILURE
      *                   HERE LEAVES REWRITTEN GENERATIONS THAT
      *                   MSTRELD WILL REFUSE UNTIL BKCAT IS CORRECTED
      *                   FROM THEIR TRAILERS.
      *----------------------------------------------------------------
       3680-REWRITE-CATALOG.
           OPEN OUTPUT BKCAT.
           IF NOT ER-BKCAT-OK
               DISPLAY "CUSTERAS: UNABLE TO OPEN BKCAT FOR OUTPUT, "
                   "STATUS = " ER-BKCAT-STATUS
               DISPLAY "CUSTERAS: GENERATIONS ARE REWRITTEN BUT BKCAT "
                   "MUST BE CORRECTED FROM THEIR TRAILERS"
               MOVE 16 TO RETURN-CODE
               PERFORM 9100-CLOSE-ALL
                   THRU 9100-CLOSE-ALL-EXIT
               GO TO 9999-EXIT
           END-IF.

           MOVE ZERO TO ER-CAT-WRITTEN.
           PERFORM 3685-WRITE-CATALOG-REC
               THRU 3685-WRITE-CATALOG-REC-EXIT
               VARYING ER-CAT-NBR FROM 1 BY 1
               UNTIL ER-CAT-NBR > ER-CAT-COUNT.
           CLOSE BKCAT.

           PERFORM 3800-START-PASS
               THRU 3800-START-PASS-EXIT.
           MOVE "BKCAT" TO ER-CTL-FILE.
           MOVE ER-CAT-COUNT TO ER-PASS-READ.
           MOVE ER-CAT-COUNT TO ER-PASS-KEEP.
           MOVE ER-CAT-WRITTEN TO ER-PASS-REWRITE.
           PERFORM 3870-CHECK-REWRITE
               THRU 3870-CHECK-REWRITE-EXIT.
           PERFORM 3900-WRITE-CONTROL-LINE
               THRU 3900-WRITE-CONTROL-LINE-EXIT.

       3680-REWRITE-CATALOG-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  3685-WRITE-CATALOG-REC  --  ONE CATALOGUE RECORD BACK OUT.
      *----------------------------------------------------------------
       3685-WRITE-CATALOG-REC.
           MOVE ER-CAT-ENTRY(ER-CAT-NBR) TO BC-CATALOG-REC.
           WRITE BC-CATALOG-REC.
           IF NOT ER-BKCAT-OK
               DISPLAY "CUSTERAS: UNABLE TO WRITE BKCAT, STATUS = "
                   ER-BKCAT-STATUS
               DISPLAY "CUSTERAS: GENERATIONS ARE REWRITTEN BUT BKCAT "
                   "MUST BE CORRECTED FROM THEIR TRAILERS"
               MOVE 16 TO RETURN-CODE
               CLOSE BKCAT
               PERFORM 9100-CLOSE-ALL
                   THRU 9100-CLOSE-ALL-EXIT
               GO TO 9999-EXIT
           END-IF.
           ADD 1 TO ER-CAT-WRITTEN.

       3685-WRITE-CATALOG-REC-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  3690-BUILD-BKGEN-NAME  --  THE GENERATION FILE NAME FOR THE
      *                   CATALOGUE RECORD IN BC-CATALOG-REC, BUILT AS
      *                   MSTBKUP BUILDS IT.
      *----------------------------------------------------------------
       3690-BUILD-BKGEN-NAME.
           MOVE SPACES TO ER-BKGEN-NAME.
           STRING "BK-" DELIMITED BY SIZE
               BC-MASTER-ID DELIMITED BY SPACE
               "-" DELIMITED BY SIZE
               BC-GEN-DATE DELIMITED BY SIZE
               INTO ER-BKGEN-NAME.

       3690-BUILD-BKGEN-NAME-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  3800-START-PASS  --  CLEAR THE CONTROL TOTALS AND SWITCHES
      *                   FOR THE NEXT SEQUENTIAL FILE.
      *----------------------------------------------------------------
       3800-START-PASS.
           MOVE ZERO TO ER-PASS-READ.
           MOVE ZERO TO ER-PASS-DROP.
           MOVE ZERO TO ER-PASS-KEEP.
           MOVE ZERO TO ER-PASS-REWRITE.
           MOVE ZERO TO ER-PASS-ANON.
           MOVE "N" TO ER-IN-EOF-SW.
           MOVE "N" TO ER-WRK-EOF-SW.
           MOVE SPACES TO ER-CTL-DETAIL.

       3800-START-PASS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  3850-CHECK-SPLIT  --  PROVE THE SPLIT: EVERY RECORD READ
      *                   WAS EITHER REMOVED OR KEPT.  AN IMBALANCE
      *                   LEAVES THE FILE AS IT WAS AND STOPS THE RUN
      *                   SHORT OF THE MASTERS.
      *----------------------------------------------------------------
       3850-CHECK-SPLIT.
           IF ER-PASS-DROP + ER-PASS-KEEP NOT = ER-PASS-READ
               SET ER-OUT-OF-BALANCE TO TRUE
               MOVE "*** REMOVED+KEPT NOT READ" TO ER-CTL-RESULT
               GO TO 3850-CHECK-SPLIT-EXIT
           END-IF.

           IF ER-PASS-DROP = ZERO
               MOVE "NOTHING TO ERASE" TO ER-CTL-RESULT
           END-IF.

       3850-CHECK-SPLIT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  3870-CHECK-REWRITE  --  PROVE THE REWRITE: THE FILE NOW
      *                   HOLDS EXACTLY THE KEPT RECORDS, PLUS THE
      *                   ANONYMISED ONES IN A CUST-FILE GENERATION.
      *----------------------------------------------------------------
       3870-CHECK-REWRITE.
           IF ER-PASS-REWRITE NOT = ER-PASS-KEEP + ER-PASS-ANON
               SET ER-OUT-OF-BALANCE TO TRUE
               MOVE "*** WRITTEN NOT KEPT" TO ER-CTL-RESULT
               GO TO 3870-CHECK-REWRITE-EXIT
           END-IF.

           IF ER-PASS-ANON > ZERO
               MOVE "ANONYMISED, IN BALANCE" TO ER-CTL-RESULT
           ELSE
               MOVE "REWRITTEN, IN BALANCE" TO ER-CTL-RESULT
           END-IF.

       3870-CHECK-REWRITE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  3900-WRITE-CONTROL-LINE  --  PRINT THE CONTROL TOTALS FOR
      *                   THE FILE JUST PROCESSED.
      *----------------------------------------------------------------
       3900-WRITE-CONTROL-LINE.
           MOVE ER-PASS-READ TO ER-CTL-READ.
           MOVE ER-PASS-DROP TO ER-CTL-DROP.
           MOVE ER-PASS-KEEP TO ER-CTL-KEEP.
           MOVE ER-PASS-REWRITE TO ER-CTL-REWRITE.
           MOVE ER-CTL-DETAIL TO ER-CTL-LINE.
           WRITE ER-CTL-LINE.

       3900-WRITE-CONTROL-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  4000-ERASE-MASTERS  --  ONCE EVERY SEQUENTIAL FILE HAS
      *                   BALANCED, ERASE EACH CUSTOMER FROM THE
      *                   KEYED MASTERS AND PRINT THE MASTER TOTALS.
      *----------------------------------------------------------------
       4000-ERASE-MASTERS.
           IF ER-REQ-COUNT = ZERO OR ER-OUT-OF-BALANCE
               GO TO 4000-ERASE-MASTERS-EXIT
           END-IF.

           PERFORM 4050-ERASE-ONE-CUSTOMER
               THRU 4050-ERASE-ONE-CUSTOMER-EXIT
               VARYING ER-REQ-NBR FROM 1 BY 1
               UNTIL ER-REQ-NBR > ER-REQ-COUNT.

           MOVE SPACES TO ER-CTL-LINE.
           WRITE ER-CTL-LINE.
           MOVE "MASTER FILE    RECORDS  ACTION" TO ER-CTL-LINE.
           WRITE ER-CTL-LINE.

           PERFORM 4900-WRITE-MASTER-LINE
               THRU 4900-WRITE-MASTER-LINE-EXIT
               VARYING ER-FILE-NBR FROM 1 BY 1
               UNTIL ER-FILE-NBR > ER-FILE-COUNT.

       4000-ERASE-MASTERS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  4050-ERASE-ONE-CUSTOMER  --  ERASE ONE CUSTOMER FROM EVERY
      *                   KEYED MASTER, THE SUPPRESSION MARKER LAST.
      *----------------------------------------------------------------
       4050-ERASE-ONE-CUSTOMER.
           PERFORM 4100-ANONYMISE-CUST
               THRU 4100-ANONYMISE-CUST-EXIT.
           PERFORM 4200-REMOVE-VIP
               THRU 4200-REMOVE-VIP-EXIT.
           PERFORM 4300-REMOVE-OCCASIONS
               THRU 4300-REMOVE-OCCASIONS-EXIT.
           PERFORM 4400-REMOVE-CHP
               THRU 4400-REMOVE-CHP-EXIT.
           PERFORM 4500-REMOVE-GRTHIST
               THRU 4500-REMOVE-GRTHIST-EXIT.
           PERFORM 4600-REMOVE-ADDR
               THRU 4600-REMOVE-ADDR-EXIT.
           PERFORM 4650-REMOVE-CONTACTS
               THRU 4650-REMOVE-CONTACTS-EXIT.
           PERFORM 4700-WRITE-SUPP-MARKER
               THRU 4700-WRITE-SUPP-MARKER-EXIT.

           ADD 1 TO ER-ERASED-COUNT.

       4050-ERASE-ONE-CUSTOMER-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  4100-ANONYMISE-CUST  --  BLANK THE NAME AND LANGUAGE ON THE
      *                   CUSTOMER MASTER AND MARK IT DELETED.  A
      *                   RECORD ALREADY ANONYMISED BY AN EARLIER RUN
      *                   IS NOT COUNTED AGAIN.
      *----------------------------------------------------------------
       4100-ANONYMISE-CUST.
           IF NOT ER-CUST-AVAILABLE
               GO TO 4100-ANONYMISE-CUST-EXIT
           END-IF.

           MOVE ER-REQ-CUST-ID(ER-REQ-NBR) TO CM-CUST-ID.
           READ CUST-FILE
               INVALID KEY
                   GO TO 4100-ANONYMISE-CUST-EXIT
           END-READ.

           IF CM-CUST-NAME = SPACES
              AND CM-LANG-CODE = SPACES
              AND CM-DELETED
               GO TO 4100-ANONYMISE-CUST-EXIT
           END-IF.

           MOVE SPACES TO CM-CUST-NAME.
           MOVE SPACES TO CM-LANG-CODE.
           SET CM-DELETED TO TRUE.
           REWRITE CM-CUST-REC.
           IF NOT ER-CUST-FILE-OK
               DISPLAY "CUSTERAS: UNABLE TO REWRITE CUST-FILE, "
                   "STATUS = " ER-CUST-FILE-STATUS
               GO TO 4100-ANONYMISE-CUST-ABORT
           END-IF.

           ADD 1 TO ER-REQ-FILE-CNT(ER-REQ-NBR, ER-F-CUST).
           ADD 1 TO ER-FILE-TOTAL(ER-F-CUST).
           GO TO 4100-ANONYMISE-CUST-EXIT.

       4100-ANONYMISE-CUST-ABORT.
           MOVE 16 TO RETURN-CODE.
           PERFORM 9100-CLOSE-ALL
               THRU 9100-CLOSE-ALL-EXIT.
           GO TO 9999-EXIT.

       4100-ANONYMISE-CUST-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  4200-REMOVE-VIP  --  DELETE THE CUSTOMER'S VIP RECORD.
      *----------------------------------------------------------------
       4200-REMOVE-VIP.
           IF NOT ER-VIP-AVAILABLE
               GO TO 4200-REMOVE-VIP-EXIT
           END-IF.

           MOVE ER-REQ-CUST-ID(ER-REQ-NBR) TO VP-CUST-ID.
           DELETE VIP-FILE
               INVALID KEY
                   GO TO 4200-REMOVE-VIP-EXIT
           END-DELETE.

           ADD 1 TO ER-REQ-FILE-CNT(ER-REQ-NBR, ER-F-VIP).
           ADD 1 TO ER-FILE-TOTAL(ER-F-VIP).

       4200-REMOVE-VIP-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  4300-REMOVE-OCCASIONS  --  DELETE EVERY OCCASION RECORD
      *                   KEYED UNDER THE CUSTOMER, WHATEVER ITS
      *                   OCCASION TYPE.
      *----------------------------------------------------------------
       4300-REMOVE-OCCASIONS.
           IF NOT ER-OCC-AVAILABLE
               GO TO 4300-REMOVE-OCCASIONS-EXIT
           END-IF.

           MOVE "N" TO ER-OCC-DONE-SW.
           MOVE LOW-VALUES TO OC-OCC-KEY.
           MOVE ER-REQ-CUST-ID(ER-REQ-NBR) TO OC-CUST-ID.
           START OCC-FILE KEY IS NOT LESS THAN OC-OCC-KEY
               INVALID KEY
                   GO TO 4300-REMOVE-OCCASIONS-EXIT
           END-START.

           PERFORM 4350-REMOVE-NEXT-OCC
               THRU 4350-REMOVE-NEXT-OCC-EXIT
               UNTIL ER-OCC-DONE.

       4300-REMOVE-OCCASIONS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  4350-REMOVE-NEXT-OCC  --  READ THE NEXT OCCASION IN KEY
      *                   ORDER AND DELETE IT WHILE IT STILL BELONGS
      *                   TO THE CUSTOMER.
      *----------------------------------------------------------------
       4350-REMOVE-NEXT-OCC.
           READ OCC-FILE NEXT RECORD
               AT END
                   SET ER-OCC-DONE TO TRUE
                   GO TO 4350-REMOVE-NEXT-OCC-EXIT
           END-READ.

           IF OC-CUST-ID NOT = ER-REQ-CUST-ID(ER-REQ-NBR)
               SET ER-OCC-DONE TO TRUE
               GO TO 4350-REMOVE-NEXT-OCC-EXIT
           END-IF.

           DELETE OCC-FILE
               INVALID KEY
                   DISPLAY "CUSTERAS: UNABLE TO DELETE OCC-FILE, "
                       "STATUS = " ER-OCC-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9100-CLOSE-ALL
                       THRU 9100-CLOSE-ALL-EXIT
                   GO TO 9999-EXIT
           END-DELETE.

           ADD 1 TO ER-REQ-FILE-CNT(ER-REQ-NBR, ER-F-OCC).
           ADD 1 TO ER-FILE-TOTAL(ER-F-OCC).

       4350-REMOVE-NEXT-OCC-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  4400-REMOVE-CHP  --  DELETE THE CUSTOMER'S CHANNEL
      *                   PREFERENCES.
      *----------------------------------------------------------------
       4400-REMOVE-CHP.
           IF NOT ER-CHP-AVAILABLE
               GO TO 4400-REMOVE-CHP-EXIT
           END-IF.

           MOVE ER-REQ-CUST-ID(ER-REQ-NBR) TO CH-CUST-ID.
           DELETE CHP-FILE
               INVALID KEY
                   GO TO 4400-REMOVE-CHP-EXIT
           END-DELETE.

           ADD 1 TO ER-REQ-FILE-CNT(ER-REQ-NBR, ER-F-CHP).
           ADD 1 TO ER-FILE-TOTAL(ER-F-CHP).

       4400-REMOVE-CHP-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  4500-REMOVE-GRTHIST  --  DELETE THE CUSTOMER'S GREETING
      *                   HISTORY.
      *----------------------------------------------------------------
       4500-REMOVE-GRTHIST.
           IF NOT ER-GRTHIST-AVAILABLE
               GO TO 4500-REMOVE-GRTHIST-EXIT
           END-IF.

           MOVE ER-REQ-CUST-ID(ER-REQ-NBR) TO GH-CUST-ID.
           DELETE GRTHIST
               INVALID KEY
                   GO TO 4500-REMOVE-GRTHIST-EXIT
           END-DELETE.

           ADD 1 TO ER-REQ-FILE-CNT(ER-REQ-NBR, ER-F-GRTHIST).
           ADD 1 TO ER-FILE-TOTAL(ER-F-GRTHIST).

       4500-REMOVE-GRTHIST-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  4600-REMOVE-ADDR  --  DELETE THE CUSTOMER'S MAILING
      *                   ADDRESS.
      *----------------------------------------------------------------
       4600-REMOVE-ADDR.
           IF NOT ER-ADDR-AVAILABLE
               GO TO 4600-REMOVE-ADDR-EXIT
           END-IF.

           MOVE ER-REQ-CUST-ID(ER-REQ-NBR) TO AD-CUST-ID.
           DELETE ADDR-FILE
               INVALID KEY
                   GO TO 4600-REMOVE-ADDR-EXIT
           END-DELETE.

           ADD 1 TO ER-REQ-FILE-CNT(ER-REQ-NBR, ER-F-ADDR).
           ADD 1 TO ER-FILE-TOTAL(ER-F-ADDR).

       4600-REMOVE-ADDR-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  4650-REMOVE-CONTACTS  --  DELETE EVERY CONTACT-HISTORY
      *                   ENTRY KEYED UNDER THE CUSTOMER, WHATEVER
      *                   ITS DATE OR CHANNEL.
      *----------------------------------------------------------------
       4650-REMOVE-CONTACTS.
           IF NOT ER-CONTHIST-AVAILABLE
               GO TO 4650-REMOVE-CONTACTS-EXIT
           END-IF.

           MOVE "N" TO ER-CONTACT-DONE-SW.
           MOVE LOW-VALUES TO CL-CONTACT-KEY.
           MOVE ER-REQ-CUST-ID(ER-REQ-NBR) TO CL-CUST-ID.
           START CONTHIST KEY IS NOT LESS THAN CL-CONTACT-KEY
               INVALID KEY
                   GO TO 4650-REMOVE-CONTACTS-EXIT
           END-START.

           PERFORM 4660-REMOVE-NEXT-CONTACT
               THRU 4660-REMOVE-NEXT-CONTACT-EXIT
               UNTIL ER-CONTACT-DONE.

       4650-REMOVE-CONTACTS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  4660-REMOVE-NEXT-CONTACT  --  READ THE NEXT CONTACT ENTRY IN
      *                   KEY ORDER AND DELETE IT WHILE IT STILL
      *                   BELONGS TO THE CUSTOMER.
      *----------------------------------------------------------------
       4660-REMOVE-NEXT-CONTACT.
           READ CONTHIST NEXT RECORD
               AT END
                   SET ER-CONTACT-DONE TO TRUE
                   GO TO 4660-REMOVE-NEXT-CONTACT-EXIT
           END-READ.

           IF CL-CUST-ID NOT = ER-REQ-CUST-ID(ER-REQ-NBR)
               SET ER-CONTACT-DONE TO TRUE
               GO TO 4660-REMOVE-NEXT-CONTACT-EXIT
           END-IF.

           DELETE CONTHIST
               INVALID KEY
                   DISPLAY "CUSTERAS: UNABLE TO DELETE CONTHIST, "
                       "STATUS = " ER-CONTHIST-STATUS
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9100-CLOSE-ALL
                       THRU 9100-CLOSE-ALL-EXIT
                   GO TO 9999-EXIT
           END-DELETE.

           ADD 1 TO ER-REQ-FILE-CNT(ER-REQ-NBR, ER-F-CONTHIST).
           ADD 1 TO ER-FILE-TOTAL(ER-F-CONTHIST).

       4660-REMOVE-NEXT-CONTACT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  4700-WRITE-SUPP-MARKER  --  LEAVE THE MINIMAL SUPPRESSION
      *                   ENTRY: CUSTOMER ID, REASON "ERASED", ACTIVE,
      *                   NO NAME.  AN EXISTING OPT-OUT IS REPLACED BY
      *                   THE MARKER; ONE THAT ALREADY IS THE MARKER
      *                   IS LEFT ALONE.  THE AUDIT BEFORE IMAGE HAS
      *                   THE NAME BLANKED SO THE TRAIL DOES NOT
      *                   KEEP WHAT WAS JUST ERASED.
      *----------------------------------------------------------------
       4700-WRITE-SUPP-MARKER.
           MOVE ER-REQ-CUST-ID(ER-REQ-NBR) TO SP-CUST-ID.
           READ SUPP-FILE
               INVALID KEY
                   MOVE SPACES TO ER-BEFORE-IMAGE
                   MOVE "A" TO ER-AUDIT-ACTION
               NOT INVALID KEY
                   MOVE SPACES TO SP-CUST-NAME
                   MOVE SPACES TO ER-BEFORE-IMAGE
                   MOVE SP-SUPP-REC TO ER-BEFORE-IMAGE
                   MOVE "U" TO ER-AUDIT-ACTION
           END-READ.

           IF ER-AUDIT-ACTION = "U"
              AND SP-REASON = "ERASED"
              AND SP-ACTIVE
               MOVE "P" TO ER-REQ-SUPP-SW(ER-REQ-NBR)
               GO TO 4700-WRITE-SUPP-MARKER-EXIT
           END-IF.

           MOVE SPACES TO SP-SUPP-REC.
           MOVE ER-REQ-CUST-ID(ER-REQ-NBR) TO SP-CUST-ID.
           MOVE "ERASED" TO SP-REASON.
           SET SP-ACTIVE TO TRUE.

           IF ER-AUDIT-ACTION = "A"
               WRITE SP-SUPP-REC
           ELSE
               REWRITE SP-SUPP-REC
           END-IF.
           IF NOT ER-SUPP-FILE-OK
               DISPLAY "CUSTERAS: UNABLE TO WRITE SUPP-FILE, "
                   "STATUS = " ER-SUPP-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9100-CLOSE-ALL
                   THRU 9100-CLOSE-ALL-EXIT
               GO TO 9999-EXIT
           END-IF.

           MOVE "W" TO ER-REQ-SUPP-SW(ER-REQ-NBR).
           ADD 1 TO ER-REQ-FILE-CNT(ER-REQ-NBR, ER-F-SUPP).
           ADD 1 TO ER-FILE-TOTAL(ER-F-SUPP).

           PERFORM 8800-WRITE-AUDIT
               THRU 8800-WRITE-AUDIT-EXIT.

       4700-WRITE-SUPP-MARKER-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  4900-WRITE-MASTER-LINE  --  PRINT ONE KEYED MASTER'S TOTAL
      *                   ON ERASCTL.  THE SEQUENTIAL FILES ALREADY
      *                   HAVE THEIR OWN LINES ABOVE.
      *----------------------------------------------------------------
       4900-WRITE-MASTER-LINE.
           IF ER-FILE-NBR = ER-F-LTRREG
              OR ER-FILE-NBR = ER-F-GREETLOG
              OR ER-FILE-NBR = ER-F-GLARCH
              OR ER-FILE-NBR = ER-F-BKGEN
               GO TO 4900-WRITE-MASTER-LINE-EXIT
           END-IF.

           MOVE SPACES TO ER-MST-DETAIL.
           MOVE ER-FILE-LABEL(ER-FILE-NBR) TO ER-MST-FILE.
           MOVE ER-FILE-TOTAL(ER-FILE-NBR) TO ER-MST-COUNT.
           MOVE ER-FILE-ACTION(ER-FILE-NBR) TO ER-MST-ACTION.
           MOVE ER-MST-DETAIL TO ER-CTL-LINE.
           WRITE ER-CTL-LINE.

       4900-WRITE-MASTER-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  5000-WRITE-CERTIFICATES  --  ONE CERTIFICATE PER CUSTOMER
      *                   ERASED.  AN OUT-OF-BALANCE RUN ISSUES NONE:
      *                   THE MASTERS WERE NOT TOUCHED AND NOTHING
      *                   CAN YET BE CERTIFIED.
      *----------------------------------------------------------------
       5000-WRITE-CERTIFICATES.
           IF ER-OUT-OF-BALANCE
               MOVE "NO CERTIFICATES ISSUED - ERASCTL CONTROL TOTALS "
                   TO ER-CERT-LINE
               WRITE ER-CERT-LINE
               MOVE "ARE OUT OF BALANCE.  CORRECT AND RERUN."
                   TO ER-CERT-LINE
               WRITE ER-CERT-LINE
               GO TO 5000-WRITE-CERTIFICATES-EXIT
           END-IF.

           IF ER-REQ-COUNT = ZERO
               MOVE "NO ERASURE REQUESTS THIS RUN" TO ER-CERT-LINE
               WRITE ER-CERT-LINE
               GO TO 5000-WRITE-CERTIFICATES-EXIT
           END-IF.

           PERFORM 5100-WRITE-ONE-CERTIFICATE
               THRU 5100-WRITE-ONE-CERTIFICATE-EXIT
               VARYING ER-REQ-NBR FROM 1 BY 1
               UNTIL ER-REQ-NBR > ER-REQ-COUNT.

       5000-WRITE-CERTIFICATES-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  5100-WRITE-ONE-CERTIFICATE  --  HEADING, ONE LINE PER FILE
      *                   WITH THE RECORDS REMOVED, THE ARCHIVE AND
      *                   BACKUP GENERATIONS TOUCHED, AND THE
      *                   ATTESTATION.
      *                   THE CUSTOMER'S NAME IS NEVER PRINTED.
      *----------------------------------------------------------------
       5100-WRITE-ONE-CERTIFICATE.
           MOVE ALL "=" TO ER-CERT-LINE.
           WRITE ER-CERT-LINE.
           MOVE "CUSTOMER DATA ERASURE CERTIFICATE" TO ER-CERT-LINE.
           WRITE ER-CERT-LINE.
           MOVE SPACES TO ER-CERT-LINE.
           WRITE ER-CERT-LINE.

           MOVE SPACES TO ER-CERT-LINE.
           STRING "PROCESSING DATE ..... " DELIMITED BY SIZE
               ER-PROC-DATE DELIMITED BY SIZE
               "  RUN " DELIMITED BY SIZE
               ER-RUN-ID DELIMITED BY SIZE
               INTO ER-CERT-LINE.
           WRITE ER-CERT-LINE.

           MOVE SPACES TO ER-CERT-LINE.
           STRING "CUSTOMER ID ......... " DELIMITED BY SIZE
               ER-REQ-CUST-ID(ER-REQ-NBR) DELIMITED BY SIZE
               INTO ER-CERT-LINE.
           WRITE ER-CERT-LINE.

           MOVE SPACES TO ER-CERT-LINE.
           STRING "REQUEST REFERENCE ... " DELIMITED BY SIZE
               ER-REQ-REF(ER-REQ-NBR) DELIMITED BY SIZE
               INTO ER-CERT-LINE.
           WRITE ER-CERT-LINE.

           IF ER-REQ-ON-CUST(ER-REQ-NBR)
               MOVE "CUSTOMER MASTER ..... ON FILE" TO ER-CERT-LINE
           ELSE
               MOVE "CUSTOMER MASTER ..... NOT ON CUST-FILE"
                   TO ER-CERT-LINE
           END-IF.
           WRITE ER-CERT-LINE.

           IF ER-REQ-NAME(ER-REQ-NBR) = SPACES
               MOVE "NOTE: NO NAME OF RECORD WAS ON FILE, SO NO "
                   TO ER-CERT-LINE
               WRITE ER-CERT-LINE
               MOVE "GREETLOG OR GLARCH LINE COULD BE MATCHED."
                   TO ER-CERT-LINE
               WRITE ER-CERT-LINE
           END-IF.

           MOVE SPACES TO ER-CERT-LINE.
           WRITE ER-CERT-LINE.
           MOVE ER-CRT-HEADING TO ER-CERT-LINE.
           WRITE ER-CERT-LINE.

           PERFORM 5150-WRITE-FILE-LINE
               THRU 5150-WRITE-FILE-LINE-EXIT
               VARYING ER-FILE-NBR FROM 1 BY 1
               UNTIL ER-FILE-NBR > ER-FILE-COUNT.

           MOVE SPACES TO ER-CERT-LINE.
           WRITE ER-CERT-LINE.
           MOVE "EVERY RECORD COUNTED ABOVE HAS BEEN REMOVED FROM THE"
               TO ER-CERT-LINE.
           WRITE ER-CERT-LINE.
           MOVE "FILE NAMED.  THE SUPPRESSION ENTRY LEFT ON SUPP-FILE"
               TO ER-CERT-LINE.
           WRITE ER-CERT-LINE.
           MOVE "HOLDS ONLY THE CUSTOMER ID, SO THE CUSTOMER IS NEVER"
               TO ER-CERT-LINE.
           WRITE ER-CERT-LINE.
           MOVE "GREETED OR CONTACTED AGAIN."
               TO ER-CERT-LINE.
           WRITE ER-CERT-LINE.
           MOVE SPACES TO ER-CERT-LINE.
           WRITE ER-CERT-LINE.

       5100-WRITE-ONE-CERTIFICATE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  5150-WRITE-FILE-LINE  --  ONE FILE'S LINE ON THE
      *                   CERTIFICATE.  THE ARCHIVE AND BACKUP TOTALS
      *                   ARE FOLLOWED BY EACH GENERATION THEY CAME
      *                   FROM.
      *----------------------------------------------------------------
       5150-WRITE-FILE-LINE.
           MOVE ER-FILE-LABEL(ER-FILE-NBR) TO ER-CRT-FILE.
           MOVE ER-FILE-ACTION(ER-FILE-NBR) TO ER-CRT-ACTION.
           MOVE ER-REQ-FILE-CNT(ER-REQ-NBR, ER-FILE-NBR)
               TO ER-CRT-COUNT.

           IF ER-FILE-NBR = ER-F-SUPP
              AND ER-REQ-SUPP-PRESENT(ER-REQ-NBR)
               MOVE "ERASED MARKER ALREADY ON FILE" TO ER-CRT-ACTION
           END-IF.

           MOVE ER-CRT-DETAIL TO ER-CERT-LINE.
           WRITE ER-CERT-LINE.

           IF ER-FILE-NBR = ER-F-GLARCH
               PERFORM 5170-WRITE-GEN-LINE
                   THRU 5170-WRITE-GEN-LINE-EXIT
                   VARYING ER-GEN-HIT-NBR FROM 1 BY 1
                   UNTIL ER-GEN-HIT-NBR > ER-GEN-HIT-COUNT
               IF ER-GEN-HIT-FULL
                   MOVE "    (GENERATION BREAKDOWN INCOMPLETE - TOTAL"
                       TO ER-CERT-LINE
                   WRITE ER-CERT-LINE
                   MOVE "     ABOVE IS COMPLETE)" TO ER-CERT-LINE
                   WRITE ER-CERT-LINE
               END-IF
           END-IF.

           IF ER-FILE-NBR = ER-F-BKGEN
               PERFORM 5180-WRITE-BK-LINE
                   THRU 5180-WRITE-BK-LINE-EXIT
                   VARYING ER-BK-HIT-NBR FROM 1 BY 1
                   UNTIL ER-BK-HIT-NBR > ER-BK-HIT-COUNT
               IF ER-BK-HIT-FULL
                   MOVE "    (GENERATION BREAKDOWN INCOMPLETE - TOTAL"
                       TO ER-CERT-LINE
                   WRITE ER-CERT-LINE
                   MOVE "     ABOVE IS COMPLETE)" TO ER-CERT-LINE
                   WRITE ER-CERT-LINE
               END-IF
           END-IF.

       5150-WRITE-FILE-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  5170-WRITE-GEN-LINE  --  ONE ARCHIVE GENERATION THE
      *                   CUSTOMER WAS REMOVED FROM.
      *----------------------------------------------------------------
       5170-WRITE-GEN-LINE.
           IF ER-GEN-HIT-REQ(ER-GEN-HIT-NBR) NOT = ER-REQ-NBR
               GO TO 5170-WRITE-GEN-LINE-EXIT
           END-IF.

           MOVE ER-GEN-HIT-YYYYMM(ER-GEN-HIT-NBR)
               TO ER-ARCHIVE-YYYYMM.
           MOVE SPACES TO ER-CRT-FILE.
           MOVE SPACES TO ER-CRT-ACTION.
           STRING "  " DELIMITED BY SIZE
               ER-ARCHIVE-NAME DELIMITED BY SIZE
               " GENERATION" DELIMITED BY SIZE
               INTO ER-CRT-ACTION.
           MOVE ER-GEN-HIT-CNT(ER-GEN-HIT-NBR) TO ER-CRT-COUNT.
           MOVE ER-CRT-DETAIL TO ER-CERT-LINE.
           WRITE ER-CERT-LINE.

       5170-WRITE-GEN-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  5180-WRITE-BK-LINE  --  ONE BACKUP GENERATION THE CUSTOMER
      *                   WAS ERASED FROM.
      *----------------------------------------------------------------
       5180-WRITE-BK-LINE.
           IF ER-BK-HIT-REQ(ER-BK-HIT-NBR) NOT = ER-REQ-NBR
               GO TO 5180-WRITE-BK-LINE-EXIT
           END-IF.

           MOVE ER-CAT-ENTRY(ER-BK-HIT-CAT(ER-BK-HIT-NBR))
               TO BC-CATALOG-REC.
           PERFORM 3690-BUILD-BKGEN-NAME
               THRU 3690-BUILD-BKGEN-NAME-EXIT.
           MOVE SPACES TO ER-CRT-FILE.
           MOVE SPACES TO ER-CRT-ACTION.
           STRING "  " DELIMITED BY SIZE
               ER-BKGEN-NAME DELIMITED BY SPACE
               INTO ER-CRT-ACTION.
           MOVE ER-BK-HIT-CNT(ER-BK-HIT-NBR) TO ER-CRT-COUNT.
           MOVE ER-CRT-DETAIL TO ER-CERT-LINE.
           WRITE ER-CERT-LINE.

       5180-WRITE-BK-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  7000-HASH-RECORD  --  HASH THE DETAIL RECORD IN BG-GEN-REC
      *                   INTO ER-HASH-TOTAL: EACH BYTE'S CODE VALUE
      *                   TIMES ITS POSITION, THE WAY MSTBKUP AND
      *                   MSTRELD COMPUTE IT.
      *----------------------------------------------------------------
       7000-HASH-RECORD.
           MOVE ZERO TO ER-HASH-TOTAL.
           PERFORM 7050-HASH-ONE-BYTE
               THRU 7050-HASH-ONE-BYTE-EXIT
               VARYING ER-BYTE-NBR FROM 1 BY 1
               UNTIL ER-BYTE-NBR > 80.

       7000-HASH-RECORD-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  7050-HASH-ONE-BYTE  --  ONE BYTE OF THE RECORD.
      *----------------------------------------------------------------
       7050-HASH-ONE-BYTE.
           MOVE BG-GEN-REC(ER-BYTE-NBR:1) TO ER-HASH-CHAR.
           COMPUTE ER-HASH-TOTAL = ER-HASH-TOTAL
               + (ER-HASH-BYTE * ER-BYTE-NBR).

       7050-HASH-ONE-BYTE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  8000-READ-ERASE-REQ  --  READ THE NEXT ERASURE REQUEST.
      *----------------------------------------------------------------
       8000-READ-ERASE-REQ.
           READ ERASE-REQ
               AT END
                   SET ER-REQ-EOF TO TRUE
           END-READ.

       8000-READ-ERASE-REQ-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  8600-READ-ERASWRK  --  READ THE NEXT KEPT RECORD.
      *----------------------------------------------------------------
       8600-READ-ERASWRK.
           READ ERASWRK
               AT END
                   SET ER-WRK-EOF TO TRUE
           END-READ.

       8600-READ-ERASWRK-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  8800-WRITE-AUDIT  --  APPEND THE MAINTENANCE-AUDIT RECORD
      *                   FOR THE SUPPRESSION MARKER JUST WRITTEN.
      *                   AN AUDIT WRITE FAILURE ABORTS THE RUN - THE
      *                   MASTER MUST NOT DRIFT AHEAD OF ITS TRAIL.
      *----------------------------------------------------------------
       8800-WRITE-AUDIT.
           MOVE SPACES TO AU-AUDIT-REC.
           MOVE ER-PROC-DATE TO AU-PROC-DATE.
           MOVE ER-RUN-ID TO AU-RUN-ID.
           MOVE "SUPP-FILE" TO AU-MASTER-ID.
           MOVE ER-AUDIT-ACTION TO AU-ACTION-CODE.
           MOVE ER-BEFORE-IMAGE TO AU-BEFORE-IMAGE.
           MOVE SP-SUPP-REC TO AU-AFTER-IMAGE.

           WRITE AU-AUDIT-REC.
           IF NOT ER-MNTAUDIT-OK
               DISPLAY "CUSTERAS: UNABLE TO WRITE MNTAUDIT, STATUS = "
                   ER-MNTAUDIT-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9100-CLOSE-ALL
                   THRU 9100-CLOSE-ALL-EXIT
               GO TO 9999-EXIT
           END-IF.

       8800-WRITE-AUDIT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  8900-WRITE-RUN-STATS  --  APPEND ONE START OR END RECORD TO
      *                   THE COMMON RUNSTATS FILE.  A RUNSTATS
      *                   PROBLEM IS WARNED, NEVER FATAL.
      *----------------------------------------------------------------
       8900-WRITE-RUN-STATS.
           OPEN EXTEND RUNSTATS.
           IF ER-RUNSTATS-STATUS = "35"
               OPEN OUTPUT RUNSTATS
               CLOSE RUNSTATS
               OPEN EXTEND RUNSTATS
           END-IF.
           IF NOT ER-RUNSTATS-OK
               DISPLAY "CUSTERAS: UNABLE TO OPEN RUNSTATS, STATUS = "
                   ER-RUNSTATS-STATUS
               GO TO 8900-WRITE-RUN-STATS-EXIT
           END-IF.

           MOVE SPACES TO RS-RUN-STAT-REC.
           MOVE ER-STAT-TYPE TO RS-REC-TYPE.
           MOVE "CUSTERAS" TO RS-PROGRAM-ID.
           MOVE ER-RUN-ID TO RS-RUN-ID.
           MOVE ER-PROC-DATE TO RS-PROC-DATE.
           ACCEPT RS-LOG-DATE FROM DATE YYYYMMDD.
           ACCEPT RS-LOG-TIME FROM TIME.
           MOVE ER-READ-COUNT TO RS-READ-COUNT.
           MOVE ER-ERASED-COUNT TO RS-WRITE-COUNT.
           MOVE ER-REJECT-COUNT TO RS-REJECT-COUNT.
           MOVE RETURN-CODE TO RS-RETURN-CODE.
           WRITE RS-RUN-STAT-REC.
           IF NOT ER-RUNSTATS-OK
               DISPLAY "CUSTERAS: UNABLE TO WRITE RUNSTATS, STATUS = "
                   ER-RUNSTATS-STATUS
           END-IF.
           CLOSE RUNSTATS.

       8900-WRITE-RUN-STATS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  9000-TERMINATE  --  REPORT COUNTS, CLOSE FILES, GIVE BACK
      *                   THE LOCK AND SET THE RETURN CODE:
      *                     0 - EVERY REQUEST ERASED, IN BALANCE
      *                     4 - A REQUEST WAS REJECTED
      *                     8 - CONTROL TOTALS OUT OF BALANCE
      *----------------------------------------------------------------
       9000-TERMINATE.
           IF ER-OUT-OF-BALANCE
               MOVE SPACES TO ER-CTL-LINE
               WRITE ER-CTL-LINE
               MOVE "*** CONTROL TOTALS OUT OF BALANCE - MASTERS NOT "
                   TO ER-CTL-LINE
               WRITE ER-CTL-LINE
               MOVE "*** TOUCHED, NO CERTIFICATE ISSUED" TO ER-CTL-LINE
               WRITE ER-CTL-LINE
           ELSE
               MOVE SPACES TO ER-CTL-LINE
               WRITE ER-CTL-LINE
               MOVE "ERASURE RUN IS IN BALANCE" TO ER-CTL-LINE
               WRITE ER-CTL-LINE
           END-IF.

           DISPLAY "CUSTERAS: REQUESTS=" ER-READ-COUNT
               " ERASED=" ER-ERASED-COUNT
               " REJECTS=" ER-REJECT-COUNT.

           PERFORM 9100-CLOSE-ALL
               THRU 9100-CLOSE-ALL-EXIT.

           PERFORM 9300-RELEASE-LOCKS
               THRU 9300-RELEASE-LOCKS-EXIT.

           EVALUATE TRUE
               WHEN ER-OUT-OF-BALANCE
                   DISPLAY "CUSTERAS: CONTROL TOTALS OUT OF BALANCE - "
                       "SEE ERASCTL"
                   MOVE 8 TO RETURN-CODE
               WHEN ER-REJECT-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

           MOVE "E" TO ER-STAT-TYPE.
           PERFORM 8900-WRITE-RUN-STATS
               THRU 8900-WRITE-RUN-STATS-EXIT.

       9000-TERMINATE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  9100-CLOSE-ALL  --  CLOSE EVERY FILE THIS RUN HAS OPEN.
      *----------------------------------------------------------------
       9100-CLOSE-ALL.
           IF ER-REQ-OPEN
               CLOSE ERASE-REQ
               MOVE "N" TO ER-REQ-OPEN-SW
           END-IF.
           IF ER-REPORTS-OPEN
               CLOSE ERASCERT
               CLOSE ERASCTL
               MOVE "N" TO ER-REPORTS-OPEN-SW
           END-IF.
           IF ER-MNTAUDIT-OPEN
               CLOSE MNTAUDIT
               MOVE "N" TO ER-MNTAUDIT-OPEN-SW
           END-IF.
           IF ER-CUST-AVAILABLE
               CLOSE CUST-FILE
               MOVE "N" TO ER-CUST-AVAILABLE-SW
           END-IF.
           IF ER-VIP-AVAILABLE
               CLOSE VIP-FILE
               MOVE "N" TO ER-VIP-AVAILABLE-SW
           END-IF.
           IF ER-OCC-AVAILABLE
               CLOSE OCC-FILE
               MOVE "N" TO ER-OCC-AVAILABLE-SW
           END-IF.
           IF ER-CHP-AVAILABLE
               CLOSE CHP-FILE
               MOVE "N" TO ER-CHP-AVAILABLE-SW
           END-IF.
           IF ER-GRTHIST-AVAILABLE
               CLOSE GRTHIST
               MOVE "N" TO ER-GRTHIST-AVAILABLE-SW
           END-IF.
           IF ER-ADDR-AVAILABLE
               CLOSE ADDR-FILE
               MOVE "N" TO ER-ADDR-AVAILABLE-SW
           END-IF.
           IF ER-CONTHIST-AVAILABLE
               CLOSE CONTHIST
               MOVE "N" TO ER-CONTHIST-AVAILABLE-SW
           END-IF.
           IF ER-SUPP-OPEN
               CLOSE SUPP-FILE
               MOVE "N" TO ER-SUPP-OPEN-SW
           END-IF.

       9100-CLOSE-ALL-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  9300-RELEASE-LOCKS  --  GIVE BACK ONLY THE RESOURCES THIS
      *                   INVOCATION ACTUALLY ACQUIRED.
      *----------------------------------------------------------------
       9300-RELEASE-LOCKS.
           MOVE "CUSTERAS" TO LP-CALLER-PGM.
           MOVE ER-RUN-ID TO LP-CALLER-RUN.

           IF ER-GREETLOG-LOCK-HELD
               SET LP-RELEASE TO TRUE
               MOVE "GREETLOG" TO LP-RESOURCE
               CALL "GRTLOCK" USING LP-LOCK-PARMS
               MOVE "N" TO ER-GREETLOG-LOCK-SW
           END-IF.

           IF ER-SUPP-LOCK-HELD
               SET LP-RELEASE TO TRUE
               MOVE "SUPP-FILE" TO LP-RESOURCE
               CALL "GRTLOCK" USING LP-LOCK-PARMS
               MOVE "N" TO ER-SUPP-LOCK-SW
           END-IF.

           IF ER-CHP-LOCK-HELD
               SET LP-RELEASE TO TRUE
               MOVE "CHP-FILE" TO LP-RESOURCE
               CALL "GRTLOCK" USING LP-LOCK-PARMS
               MOVE "N" TO ER-CHP-LOCK-SW
           END-IF.

           IF ER-CUST-LOCK-HELD
               SET LP-RELEASE TO TRUE
               MOVE "CUST-FILE" TO LP-RESOURCE
               CALL "GRTLOCK" USING LP-LOCK-PARMS
               MOVE "N" TO ER-CUST-LOCK-SW
           END-IF.

           IF ER-VIP-LOCK-HELD
               SET LP-RELEASE TO TRUE
               MOVE "VIP-FILE" TO LP-RESOURCE
               CALL "GRTLOCK" USING LP-LOCK-PARMS
               MOVE "N" TO ER-VIP-LOCK-SW
           END-IF.

           IF ER-OCC-LOCK-HELD
               SET LP-RELEASE TO TRUE
               MOVE "OCC-FILE" TO LP-RESOURCE
               CALL "GRTLOCK" USING LP-LOCK-PARMS
               MOVE "N" TO ER-OCC-LOCK-SW
           END-IF.

           IF ER-GRTHIST-LOCK-HELD
               SET LP-RELEASE TO TRUE
               MOVE "GRTHIST" TO LP-RESOURCE
               CALL "GRTLOCK" USING LP-LOCK-PARMS
               MOVE "N" TO ER-GRTHIST-LOCK-SW
           END-IF.

       9300-RELEASE-LOCKS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  9500-ABORT-WRAPUP  --  ORDERLY-REFUSAL WRAP-UP BEFORE ANY
      *                   FILE HAS BEEN CHANGED: GIVE BACK THE LOCK IF
      *                   THIS INVOCATION TOOK IT AND LEAVE THE END
      *                   STATISTICS RECORD.  THE CALLER HAS ALREADY
      *                   SET RETURN-CODE.  A FAILURE ONCE A FILE IS
      *                   BEING REWRITTEN NEVER COMES THIS WAY AND
      *                   LEAVES THE LOCK HELD FOR OPSRPT TO REPORT.
      *----------------------------------------------------------------
       9500-ABORT-WRAPUP.
           PERFORM 9300-RELEASE-LOCKS
               THRU 9300-RELEASE-LOCKS-EXIT.

           MOVE "E" TO ER-STAT-TYPE.
           PERFORM 8900-WRITE-RUN-STATS
               THRU 8900-WRITE-RUN-STATS-EXIT.

       9500-ABORT-WRAPUP-EXIT.
           EXIT.

       9999-EXIT.
           STOP RUN.
