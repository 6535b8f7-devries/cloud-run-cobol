      *================================================================
      *
      *  PROGRAM-ID.    CRMUNSUB
      *
      *  AUTHOR.        D. VRIES
      *  INSTALLATION.  CLOUD-RUN-COBOL
      *  DATE-WRITTEN.  2026-10-15
      *
      *  REMARKS.       APPLIES THE CRM TEAM'S DAILY UNSUBSCRIBE FILE
      *                 (CRMUNSUB, SEE COPYBOOK UNSUBREC) TO THE
      *                 SUPP-FILE DO-NOT-GREET MASTER, SO A CUSTOMER
      *                 WHO UNSUBSCRIBES THROUGH THE CRM TEAM IS NO
      *                 LONGER KEYED ONTO SUPP-TRANS BY HAND.  THE
      *                 FILE'S HEADER AND TRAILER ARE CHECKED FIRST,
      *                 THE WAY HELLOBAT CHECKS NAMES-IN: A MISSING,
      *                 STALE, TRUNCATED, OR MISCOUNTED FILE IS
      *                 REFUSED WHOLE AND NOTHING IS APPLIED.  EACH
      *                 DETAIL IS THEN VALIDATED AGAINST CUST-FILE
      *                 AND BECOMES AN ACTIVE SUPP-FILE OPT-OUT WITH
      *                 REASON "CRM UNSUB" AND THE NAME OF RECORD -
      *                 A NEW RECORD, OR A REACTIVATION OF ONE THE
      *                 CUSTOMER HAD OPTED BACK IN FROM - AUDITED ON
      *                 MNTAUDIT EXACTLY AS SUPMAINT AUDITS IT.  A
      *                 CUSTOMER NOT ON CUST-FILE, ONE ALREADY OPTED
      *                 OUT (INCLUDING AN ERASED CUSTOMER'S "ERASED"
      *                 MARKER), OR A RECORD WITH NO CUSTOMER ID IS
      *                 LEFT ALONE AND LISTED ON THE UNSUBEXC
      *                 EXCEPTION REPORT, WHICH GOES BACK TO THE CRM
      *                 TEAM WITH THEIR OWN REFERENCE ON EACH LINE.
      *                 RUNS IN THE NIGHTLY STREAM AHEAD OF HELLOBAT
      *                 (SEE COPYBOOK JOBDEF) SO AN UNSUBSCRIBE
      *                 RECEIVED TODAY TAKES EFFECT TONIGHT.
      *                 RETURN CODES: 0 CLEAN, 4 EXCEPTIONS LISTED, 8
      *                 FILE REFUSED OR NOT RECEIVED (NOTHING
      *                 APPLIED), 16 A FILE COULD NOT BE OPENED OR
      *                 WRITTEN.
      *
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  -----------------------------------------
      *  2026-10-15 DEV   ORIGINAL PROGRAM.
      *  2026-10-15 DEV   HOLD SUPP-FILE UNDER THE GRTLOCK INTERLOCK
      *                   (RESOURCE SUPP-FILE) FROM THE MOMENT THE
      *                   FILE'S CONTROLS PROVE UNTIL THE RUN ENDS, NOW
      *                   THAT THE PHONE DESK (PHONDESK) UPDATES THE
      *                   MASTER DIRECTLY.  A BUSY MASTER ENDS THE RUN
      *                   WITH RETURN-CODE 12 BEFORE ANY OPT-OUT IS
      *                   APPLIED.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRMUNSUB.
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
           SELECT CRMUNSUB ASSIGN TO "CRMUNSUB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS US-CRMUNSUB-STATUS.

           SELECT CUST-FILE ASSIGN TO "CUST-FILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUST-ID
               FILE STATUS IS US-CUST-FILE-STATUS.

           SELECT SUPP-FILE ASSIGN TO "SUPP-FILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SP-CUST-ID
               FILE STATUS IS US-SUPP-FILE-STATUS.

           SELECT UNSUBEXC ASSIGN TO "UNSUBEXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS US-UNSUBEXC-STATUS.

           SELECT MNTAUDIT ASSIGN TO "MNTAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS US-MNTAUDIT-STATUS.

           SELECT RUNCTL ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS US-RUNCTL-STATUS.

           SELECT RUNSTATS ASSIGN TO "RUNSTATS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS US-RUNSTATS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CRMUNSUB
           RECORDING MODE IS F.
       COPY UNSUBREC.

       FD  CUST-FILE.
       COPY CUSTREC.

       FD  SUPP-FILE.
       COPY SUPPREC.

       FD  UNSUBEXC
           RECORDING MODE IS F.
       01  US-REPORT-LINE              PIC X(80).

       FD  MNTAUDIT
           RECORDING MODE IS F.
       COPY MNTAUDIT.

       FD  RUNCTL
           RECORDING MODE IS F.
       COPY RUNCTL.

       FD  RUNSTATS
           RECORDING MODE IS F.
       COPY RUNSTAT.

       WORKING-STORAGE SECTION.
       77  US-CRMUNSUB-STATUS          PIC X(02) VALUE SPACES.
           88  US-CRMUNSUB-OK          VALUE "00".
           88  US-CRMUNSUB-MISSING     VALUE "35".

       77  US-CUST-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  US-CUST-FILE-OK         VALUE "00".

       77  US-SUPP-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  US-SUPP-FILE-OK         VALUE "00".

       77  US-UNSUBEXC-STATUS          PIC X(02) VALUE SPACES.
           88  US-UNSUBEXC-OK          VALUE "00".

       77  US-MNTAUDIT-STATUS          PIC X(02) VALUE SPACES.
           88  US-MNTAUDIT-OK          VALUE "00".

       77  US-RUNCTL-STATUS            PIC X(02) VALUE SPACES.
           88  US-RUNCTL-OK            VALUE "00".

       77  US-RUNSTATS-STATUS          PIC X(02) VALUE SPACES.
           88  US-RUNSTATS-OK          VALUE "00".

       77  US-EOF-SW                   PIC X(01) VALUE "N".
           88  US-EOF-REACHED          VALUE "Y".

       77  US-TRAILER-SW               PIC X(01) VALUE "N".
           88  US-TRAILER-REACHED      VALUE "Y".

       77  US-CTL-TRAILER-SW           PIC X(01) VALUE "N".
           88  US-CTL-TRAILER-SEEN     VALUE "Y".

       77  US-UNSUB-OPEN-SW            PIC X(01) VALUE "N".
           88  US-UNSUB-OPEN           VALUE "Y".

       77  US-CUST-OPEN-SW             PIC X(01) VALUE "N".
           88  US-CUST-OPEN            VALUE "Y".

       77  US-SUPP-OPEN-SW             PIC X(01) VALUE "N".
           88  US-SUPP-OPEN            VALUE "Y".

       77  US-MNTAUDIT-OPEN-SW         PIC X(01) VALUE "N".
           88  US-MNTAUDIT-OPEN        VALUE "Y".

       77  US-REPORT-OPEN-SW           PIC X(01) VALUE "N".
           88  US-REPORT-OPEN          VALUE "Y".

       77  US-PROC-DATE                PIC 9(08) VALUE ZERO.
       77  US-RUN-ID                   PIC X(08) VALUE SPACES.
       77  US-FILE-DATE                PIC 9(08) VALUE ZERO.
       77  US-SOURCE-SYS               PIC X(08) VALUE SPACES.

       77  US-STAT-TYPE                PIC X(01) VALUE "S".

       77  US-CTL-DETAIL-COUNT         PIC 9(08) COMP VALUE ZERO.
       77  US-CTL-TRAILER-COUNT        PIC 9(08) COMP VALUE ZERO.
       77  US-CTL-COUNT-DISP           PIC 9(08) VALUE ZERO.
       77  US-CTL-DETAIL-DISP          PIC 9(08) VALUE ZERO.

       77  US-READ-COUNT               PIC 9(08) COMP VALUE ZERO.
       77  US-ADD-COUNT                PIC 9(08) COMP VALUE ZERO.
       77  US-REACTIVATE-COUNT         PIC 9(08) COMP VALUE ZERO.
       77  US-UNKNOWN-COUNT            PIC 9(08) COMP VALUE ZERO.
       77  US-SUPPRESSED-COUNT         PIC 9(08) COMP VALUE ZERO.
       77  US-INVALID-COUNT            PIC 9(08) COMP VALUE ZERO.
       77  US-EXCEPTION-COUNT          PIC 9(08) COMP VALUE ZERO.

       78  US-UNSUB-REASON             VALUE "CRM UNSUB".

       77  US-AUDIT-ACTION             PIC X(01) VALUE SPACE.

       01  US-BEFORE-IMAGE             PIC X(120) VALUE SPACES.

       01  US-REFUSE-TEXT              PIC X(60) VALUE SPACES.

       77  US-LOCKS-HELD-SW            PIC X(01) VALUE "N".
           88  US-LOCKS-HELD           VALUE "Y".

       COPY GRTLOCKP.

       01  US-HEADING-LINE.
           05  FILLER                  PIC X(12) VALUE "CUSTOMER ID".
           05  FILLER                  PIC X(12) VALUE "EXCEPTION".
           05  FILLER                  PIC X(36) VALUE "DETAIL".
           05  FILLER                  PIC X(20) VALUE "CRM REFERENCE".

       01  US-EXCP-LINE.
           05  US-EXCP-CUST-ID         PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  US-EXCP-TAG             PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  US-EXCP-TEXT            PIC X(34).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  US-EXCP-CRM-REF         PIC X(12).
           05  FILLER                  PIC X(08) VALUE SPACES.

       01  US-DETAIL-LINE.
           05  US-DETAIL-LABEL         PIC X(29).
           05  US-DETAIL-COUNT         PIC ZZZZZZZ9.
           05  FILLER                  PIC X(43) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           PERFORM 2000-PROCESS-RECORD
               THRU 2000-PROCESS-RECORD-EXIT
               UNTIL US-EOF-REACHED
                  OR US-TRAILER-REACHED.

           PERFORM 8000-WRITE-SUMMARY
               THRU 8000-WRITE-SUMMARY-EXIT.

           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.

           GO TO 9999-EXIT.

      *----------------------------------------------------------------
      *  1000-INITIALIZE  --  OPEN THE EXCEPTION REPORT FIRST SO A
      *                   REFUSED FILE CAN BE REPORTED BACK, PROVE
      *                   THE UNSUBSCRIBE FILE'S CONTROLS, AND ONLY
      *                   THEN OPEN THE MASTERS AND THE AUDIT TRAIL.
      *                   THE HEADER IS CONSUMED HERE; THE FIRST
      *                   DETAIL (OR THE TRAILER) IS LEFT READ.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           PERFORM 1050-READ-RUN-CONTROL
               THRU 1050-READ-RUN-CONTROL-EXIT.

           MOVE "S" TO US-STAT-TYPE.
           PERFORM 8900-WRITE-RUN-STATS
               THRU 8900-WRITE-RUN-STATS-EXIT.

           OPEN OUTPUT UNSUBEXC.
           IF NOT US-UNSUBEXC-OK
               DISPLAY "CRMUNSUB: UNABLE TO OPEN UNSUBEXC, STATUS = "
                   US-UNSUBEXC-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9500-ABORT-WRAPUP
                   THRU 9500-ABORT-WRAPUP-EXIT
               GO TO 9999-EXIT
           END-IF.
           SET US-REPORT-OPEN TO TRUE.

           PERFORM 1100-WRITE-HEADING
               THRU 1100-WRITE-HEADING-EXIT.

           OPEN INPUT CRMUNSUB.
           IF US-CRMUNSUB-MISSING
               MOVE "NO UNSUBSCRIBE FILE RECEIVED FROM THE CRM TEAM"
                   TO US-REFUSE-TEXT
               PERFORM 1490-REFUSE-FILE
                   THRU 1490-REFUSE-FILE-EXIT
           END-IF.
           IF NOT US-CRMUNSUB-OK
               DISPLAY "CRMUNSUB: UNABLE TO OPEN CRMUNSUB, STATUS = "
                   US-CRMUNSUB-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9100-CLOSE-ALL
                   THRU 9100-CLOSE-ALL-EXIT
               PERFORM 9500-ABORT-WRAPUP
                   THRU 9500-ABORT-WRAPUP-EXIT
               GO TO 9999-EXIT
           END-IF.
           SET US-UNSUB-OPEN TO TRUE.

           PERFORM 1400-VALIDATE-CONTROLS
               THRU 1400-VALIDATE-CONTROLS-EXIT.

           PERFORM 1200-ACQUIRE-LOCKS
               THRU 1200-ACQUIRE-LOCKS-EXIT.

           PERFORM 1300-OPEN-MASTERS
               THRU 1300-OPEN-MASTERS-EXIT.

           MOVE SPACES TO US-REPORT-LINE.
           STRING "FILE DATE .................. " DELIMITED BY SIZE
               US-FILE-DATE DELIMITED BY SIZE
               "  SOURCE " DELIMITED BY SIZE
               US-SOURCE-SYS DELIMITED BY SIZE
               INTO US-REPORT-LINE.
           WRITE US-REPORT-LINE.
           MOVE SPACES TO US-REPORT-LINE.
           WRITE US-REPORT-LINE.
           MOVE US-HEADING-LINE TO US-REPORT-LINE.
           WRITE US-REPORT-LINE.

      *    FIRST READ CONSUMES THE VALIDATED HEADER, SECOND READ
      *    PRIMES THE FIRST DETAIL.
           PERFORM 8500-READ-CRMUNSUB
               THRU 8500-READ-CRMUNSUB-EXIT.
           PERFORM 8500-READ-CRMUNSUB
               THRU 8500-READ-CRMUNSUB-EXIT.

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
           IF US-RUNCTL-OK
               READ RUNCTL
                   AT END
                       ACCEPT US-PROC-DATE FROM DATE YYYYMMDD
                       MOVE "ADHOC" TO US-RUN-ID
                   NOT AT END
                       IF RC-PROC-DATE IS NUMERIC
                           MOVE RC-PROC-DATE TO US-PROC-DATE
                           MOVE RC-RUN-ID TO US-RUN-ID
                       ELSE
                           DISPLAY "CRMUNSUB: RUNCTL PROCESSING "
                               "DATE IS NOT NUMERIC"
                           MOVE 16 TO RETURN-CODE
                           CLOSE RUNCTL
                           GO TO 9999-EXIT
                       END-IF
               END-READ
               CLOSE RUNCTL
           ELSE
               IF US-RUNCTL-STATUS = "35"
                   ACCEPT US-PROC-DATE FROM DATE YYYYMMDD
                   MOVE "ADHOC" TO US-RUN-ID
               ELSE
                   DISPLAY "CRMUNSUB: UNABLE TO OPEN RUNCTL, "
                       "STATUS = " US-RUNCTL-STATUS
                   MOVE 16 TO RETURN-CODE
                   GO TO 9999-EXIT
               END-IF
           END-IF.

       1050-READ-RUN-CONTROL-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  1100-WRITE-HEADING  --  REPORT TITLE AND THE RUN IT IS FOR.
      *----------------------------------------------------------------
       1100-WRITE-HEADING.
           MOVE "CRM UNSUBSCRIBE FILE - EXCEPTIONS FOR THE CRM TEAM"
               TO US-REPORT-LINE.
           WRITE US-REPORT-LINE.
           MOVE "--------------------------------------------------"
               TO US-REPORT-LINE.
           WRITE US-REPORT-LINE.

           MOVE SPACES TO US-REPORT-LINE.
           STRING "PROCESSING DATE ............ " DELIMITED BY SIZE
               US-PROC-DATE DELIMITED BY SIZE
               "  RUN " DELIMITED BY SIZE
               US-RUN-ID DELIMITED BY SIZE
               INTO US-REPORT-LINE.
           WRITE US-REPORT-LINE.

       1100-WRITE-HEADING-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  1200-ACQUIRE-LOCKS  --  DECLARE SUPP-FILE TO THE GRTLOCK
      *                   INTERLOCK BEFORE IT IS OPENED, SO THE FEED
      *                   CAN NOT BE APPLIED UNDERNEATH A CHANGE BEING
      *                   MADE AT THE PHONE DESK OR BY SUPMAINT.  A
      *                   BUSY MASTER ENDS THE RUN WITH RETURN-CODE 12
      *                   FOR THE SCHEDULER TO RETRY.
      *----------------------------------------------------------------
       1200-ACQUIRE-LOCKS.
           MOVE "CRMUNSUB" TO LP-CALLER-PGM.
           MOVE US-RUN-ID TO LP-CALLER-RUN.
           MOVE "SUPP-FILE" TO LP-RESOURCE.
           SET LP-ACQUIRE TO TRUE.
           CALL "GRTLOCK" USING LP-LOCK-PARMS.

           IF LP-LOCK-BUSY
               DISPLAY "CRMUNSUB: RESOURCE " LP-RESOURCE " BUSY - "
                   "HELD BY " LP-HOLDER-PGM " RUN " LP-HOLDER-RUN
               MOVE 12 TO RETURN-CODE
               PERFORM 9100-CLOSE-ALL
                   THRU 9100-CLOSE-ALL-EXIT
               PERFORM 9500-ABORT-WRAPUP
                   THRU 9500-ABORT-WRAPUP-EXIT
               GO TO 9999-EXIT
           END-IF.

           IF LP-LOCK-ERROR
               DISPLAY "CRMUNSUB: INTERLOCK FAILURE ON " LP-RESOURCE
               MOVE 16 TO RETURN-CODE
               PERFORM 9100-CLOSE-ALL
                   THRU 9100-CLOSE-ALL-EXIT
               PERFORM 9500-ABORT-WRAPUP
                   THRU 9500-ABORT-WRAPUP-EXIT
               GO TO 9999-EXIT
           END-IF.

           SET US-LOCKS-HELD TO TRUE.

       1200-ACQUIRE-LOCKS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  1300-OPEN-MASTERS  --  CUST-FILE TO VALIDATE AGAINST (A RUN
      *                   THAT CANNOT SEE THE CUSTOMERS CANNOT APPLY
      *                   ANYTHING), SUPP-FILE FOR UPDATE (CREATED ON
      *                   THE FIRST OPT-OUT EVER), AND THE AUDIT
      *                   TRAIL.
      *----------------------------------------------------------------
       1300-OPEN-MASTERS.
           OPEN INPUT CUST-FILE.
           IF NOT US-CUST-FILE-OK
               DISPLAY "CRMUNSUB: UNABLE TO OPEN CUST-FILE, STATUS = "
                   US-CUST-FILE-STATUS
               GO TO 1300-OPEN-MASTERS-ABORT
           END-IF.
           SET US-CUST-OPEN TO TRUE.

           OPEN I-O SUPP-FILE.
           IF US-SUPP-FILE-STATUS = "35"
               OPEN OUTPUT SUPP-FILE
               CLOSE SUPP-FILE
               OPEN I-O SUPP-FILE
           END-IF.
           IF NOT US-SUPP-FILE-OK
               DISPLAY "CRMUNSUB: UNABLE TO OPEN SUPP-FILE, STATUS = "
                   US-SUPP-FILE-STATUS
               GO TO 1300-OPEN-MASTERS-ABORT
           END-IF.
           SET US-SUPP-OPEN TO TRUE.

           OPEN EXTEND MNTAUDIT.
           IF US-MNTAUDIT-STATUS = "35"
               OPEN OUTPUT MNTAUDIT
               CLOSE MNTAUDIT
               OPEN EXTEND MNTAUDIT
           END-IF.
           IF NOT US-MNTAUDIT-OK
               DISPLAY "CRMUNSUB: UNABLE TO OPEN MNTAUDIT, STATUS = "
                   US-MNTAUDIT-STATUS " - NO UNAUDITED CHANGES"
               GO TO 1300-OPEN-MASTERS-ABORT
           END-IF.
           SET US-MNTAUDIT-OPEN TO TRUE.

           GO TO 1300-OPEN-MASTERS-EXIT.

       1300-OPEN-MASTERS-ABORT.
           MOVE 16 TO RETURN-CODE.
           PERFORM 9100-CLOSE-ALL
               THRU 9100-CLOSE-ALL-EXIT.
           PERFORM 9300-RELEASE-LOCKS
               THRU 9300-RELEASE-LOCKS-EXIT.
           PERFORM 9500-ABORT-WRAPUP
               THRU 9500-ABORT-WRAPUP-EXIT.
           GO TO 9999-EXIT.

       1300-OPEN-MASTERS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  1400-VALIDATE-CONTROLS  --  PRE-PASS OVER CRMUNSUB BEFORE
      *                   ANY OPT-OUT IS APPLIED.  THE FIRST RECORD
      *                   MUST BE A HEADER DATED FOR TODAY, THE LAST
      *                   MUST BE A TRAILER WHOSE COUNT MATCHES THE
      *                   DETAIL RECORDS PRESENT, AND NOTHING MAY
      *                   FOLLOW THE TRAILER.  A FILE THAT FAILS ANY
      *                   CHECK IS REFUSED WHOLE.  ON SUCCESS THE
      *                   FILE IS CLOSED AND REOPENED FOR THE
      *                   APPLYING PASS.
      *----------------------------------------------------------------
       1400-VALIDATE-CONTROLS.
           PERFORM 8500-READ-CRMUNSUB
               THRU 8500-READ-CRMUNSUB-EXIT.

           IF US-EOF-REACHED
               MOVE "EMPTY FILE, NO HEADER RECORD" TO US-REFUSE-TEXT
               PERFORM 1490-REFUSE-FILE
                   THRU 1490-REFUSE-FILE-EXIT
           END-IF.

           IF NOT UN-HDR-PRESENT
               MOVE "FIRST RECORD IS NOT A HEADER" TO US-REFUSE-TEXT
               PERFORM 1490-REFUSE-FILE
                   THRU 1490-REFUSE-FILE-EXIT
           END-IF.

           IF UN-HDR-FILE-DATE NOT = US-PROC-DATE
               MOVE SPACES TO US-REFUSE-TEXT
               STRING "HEADER DATE " DELIMITED BY SIZE
                   UN-HDR-FILE-DATE DELIMITED BY SIZE
                   " IS NOT THE PROCESSING DATE " DELIMITED BY SIZE
                   US-PROC-DATE DELIMITED BY SIZE
                   INTO US-REFUSE-TEXT
               PERFORM 1490-REFUSE-FILE
                   THRU 1490-REFUSE-FILE-EXIT
           END-IF.
           MOVE UN-HDR-FILE-DATE TO US-FILE-DATE.
           MOVE UN-HDR-SOURCE-SYS TO US-SOURCE-SYS.

           PERFORM 1450-SCAN-CONTROL-REC
               THRU 1450-SCAN-CONTROL-REC-EXIT
               UNTIL US-EOF-REACHED
                  OR US-CTL-TRAILER-SEEN.

           IF NOT US-CTL-TRAILER-SEEN
               MOVE "NO TRAILER RECORD, FILE MAY BE TRUNCATED"
                   TO US-REFUSE-TEXT
               PERFORM 1490-REFUSE-FILE
                   THRU 1490-REFUSE-FILE-EXIT
           END-IF.

           PERFORM 8500-READ-CRMUNSUB
               THRU 8500-READ-CRMUNSUB-EXIT.
           IF NOT US-EOF-REACHED
               MOVE "RECORDS FOUND AFTER THE TRAILER" TO US-REFUSE-TEXT
               PERFORM 1490-REFUSE-FILE
                   THRU 1490-REFUSE-FILE-EXIT
           END-IF.

           IF US-CTL-TRAILER-COUNT NOT = US-CTL-DETAIL-COUNT
               MOVE SPACES TO US-REFUSE-TEXT
               MOVE US-CTL-TRAILER-COUNT TO US-CTL-COUNT-DISP
               MOVE US-CTL-DETAIL-COUNT TO US-CTL-DETAIL-DISP
               STRING "TRAILER COUNT " DELIMITED BY SIZE
                   US-CTL-COUNT-DISP DELIMITED BY SIZE
                   " DOES NOT MATCH " DELIMITED BY SIZE
                   US-CTL-DETAIL-DISP DELIMITED BY SIZE
                   " DETAIL RECORDS" DELIMITED BY SIZE
                   INTO US-REFUSE-TEXT
               PERFORM 1490-REFUSE-FILE
                   THRU 1490-REFUSE-FILE-EXIT
           END-IF.

           CLOSE CRMUNSUB.
           MOVE "N" TO US-UNSUB-OPEN-SW.
           MOVE "N" TO US-EOF-SW.
           OPEN INPUT CRMUNSUB.
           IF NOT US-CRMUNSUB-OK
               DISPLAY "CRMUNSUB: UNABLE TO REOPEN CRMUNSUB, "
                   "STATUS = " US-CRMUNSUB-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9100-CLOSE-ALL
                   THRU 9100-CLOSE-ALL-EXIT
               PERFORM 9500-ABORT-WRAPUP
                   THRU 9500-ABORT-WRAPUP-EXIT
               GO TO 9999-EXIT
           END-IF.
           SET US-UNSUB-OPEN TO TRUE.

       1400-VALIDATE-CONTROLS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  1450-SCAN-CONTROL-REC  --  CLASSIFY ONE PRE-PASS RECORD:
      *                   TALLY A DETAIL, CAPTURE THE TRAILER COUNT,
      *                   OR REFUSE A SECOND HEADER.
      *----------------------------------------------------------------
       1450-SCAN-CONTROL-REC.
           PERFORM 8500-READ-CRMUNSUB
               THRU 8500-READ-CRMUNSUB-EXIT.

           IF NOT US-EOF-REACHED
               EVALUATE TRUE
                   WHEN UN-TRL-PRESENT
                       IF UN-TRL-REC-COUNT IS NOT NUMERIC
                           MOVE "TRAILER COUNT IS NOT NUMERIC"
                               TO US-REFUSE-TEXT
                           PERFORM 1490-REFUSE-FILE
                               THRU 1490-REFUSE-FILE-EXIT
                       END-IF
                       SET US-CTL-TRAILER-SEEN TO TRUE
                       MOVE UN-TRL-REC-COUNT TO US-CTL-TRAILER-COUNT
                   WHEN UN-HDR-PRESENT
                       MOVE "SECOND HEADER RECORD FOUND"
                           TO US-REFUSE-TEXT
                       PERFORM 1490-REFUSE-FILE
                           THRU 1490-REFUSE-FILE-EXIT
                   WHEN OTHER
                       ADD 1 TO US-CTL-DETAIL-COUNT
               END-EVALUATE
           END-IF.

       1450-SCAN-CONTROL-REC-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  1490-REFUSE-FILE  --  REFUSE THE WHOLE FILE FOR THE REASON
      *                   IN US-REFUSE-TEXT: SAY SO ON THE CONSOLE
      *                   AND ON THE EXCEPTION REPORT FOR THE CRM
      *                   TEAM, AND END WITH RETURN-CODE 8 BEFORE
      *                   ANY OPT-OUT IS APPLIED.  THE STREAM STOPS
      *                   HERE RATHER THAN GREET TONIGHT WITHOUT
      *                   TODAY'S UNSUBSCRIBES.
      *----------------------------------------------------------------
       1490-REFUSE-FILE.
           DISPLAY "CRMUNSUB: CRMUNSUB REFUSED - " US-REFUSE-TEXT.

           MOVE SPACES TO US-REPORT-LINE.
           WRITE US-REPORT-LINE.
           MOVE "*** FILE REFUSED - NO UNSUBSCRIBE APPLIED ***"
               TO US-REPORT-LINE.
           WRITE US-REPORT-LINE.
           MOVE SPACES TO US-REPORT-LINE.
           STRING "    " DELIMITED BY SIZE
               US-REFUSE-TEXT DELIMITED BY SIZE
               INTO US-REPORT-LINE.
           WRITE US-REPORT-LINE.

           MOVE 8 TO RETURN-CODE.
           PERFORM 9100-CLOSE-ALL
               THRU 9100-CLOSE-ALL-EXIT.
           PERFORM 9500-ABORT-WRAPUP
               THRU 9500-ABORT-WRAPUP-EXIT.
           GO TO 9999-EXIT.

       1490-REFUSE-FILE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  2000-PROCESS-RECORD  --  VALIDATE ONE UNSUBSCRIBE AND APPLY
      *                   IT OR LIST IT AS AN EXCEPTION.  THE
      *                   TRAILER ENDS THE RUN - IT IS NOT A
      *                   CUSTOMER.
      *----------------------------------------------------------------
       2000-PROCESS-RECORD.
           IF UN-TRL-PRESENT
               SET US-TRAILER-REACHED TO TRUE
               GO TO 2000-PROCESS-RECORD-EXIT
           END-IF.

           ADD 1 TO US-READ-COUNT.

           IF UN-CUST-ID = SPACES
               ADD 1 TO US-INVALID-COUNT
               MOVE "INVALID" TO US-EXCP-TAG
               MOVE "CUSTOMER ID IS BLANK" TO US-EXCP-TEXT
               PERFORM 2900-WRITE-EXCEPTION
                   THRU 2900-WRITE-EXCEPTION-EXIT
               GO TO 2000-PROCESS-RECORD-NEXT
           END-IF.

           MOVE UN-CUST-ID TO CM-CUST-ID.
           READ CUST-FILE
               INVALID KEY
                   ADD 1 TO US-UNKNOWN-COUNT
                   MOVE "UNKNOWN" TO US-EXCP-TAG
                   MOVE "CUSTOMER NOT ON CUST-FILE" TO US-EXCP-TEXT
                   PERFORM 2900-WRITE-EXCEPTION
                       THRU 2900-WRITE-EXCEPTION-EXIT
                   GO TO 2000-PROCESS-RECORD-NEXT
           END-READ.

           MOVE UN-CUST-ID TO SP-CUST-ID.
           READ SUPP-FILE
               INVALID KEY
                   PERFORM 2100-ADD-OPT-OUT
                       THRU 2100-ADD-OPT-OUT-EXIT
               NOT INVALID KEY
                   IF SP-ACTIVE
                       ADD 1 TO US-SUPPRESSED-COUNT
                       MOVE "SUPPRESSED" TO US-EXCP-TAG
                       MOVE SPACES TO US-EXCP-TEXT
                       STRING "ALREADY OPTED OUT: " DELIMITED BY SIZE
                           SP-REASON DELIMITED BY SIZE
                           INTO US-EXCP-TEXT
                       PERFORM 2900-WRITE-EXCEPTION
                           THRU 2900-WRITE-EXCEPTION-EXIT
                   ELSE
                       PERFORM 2200-REACTIVATE-OPT-OUT
                           THRU 2200-REACTIVATE-OPT-OUT-EXIT
                   END-IF
           END-READ.

       2000-PROCESS-RECORD-NEXT.
           PERFORM 8500-READ-CRMUNSUB
               THRU 8500-READ-CRMUNSUB-EXIT.

       2000-PROCESS-RECORD-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  2100-ADD-OPT-OUT  --  WRITE A NEW ACTIVE SUPPRESSION RECORD
      *                   CARRYING THE NAME OF RECORD FROM CUST-FILE.
      *----------------------------------------------------------------
       2100-ADD-OPT-OUT.
           MOVE SPACES TO SP-SUPP-REC.
           MOVE UN-CUST-ID TO SP-CUST-ID.
           MOVE CM-CUST-NAME TO SP-CUST-NAME.
           MOVE US-UNSUB-REASON TO SP-REASON.
           SET SP-ACTIVE TO TRUE.

           WRITE SP-SUPP-REC.
           IF NOT US-SUPP-FILE-OK
               DISPLAY "CRMUNSUB: UNABLE TO WRITE SUPP-FILE, STATUS = "
                   US-SUPP-FILE-STATUS " FOR CUST-ID " UN-CUST-ID
               MOVE 16 TO RETURN-CODE
               PERFORM 9100-CLOSE-ALL
                   THRU 9100-CLOSE-ALL-EXIT
               PERFORM 9500-ABORT-WRAPUP
                   THRU 9500-ABORT-WRAPUP-EXIT
               GO TO 9999-EXIT
           END-IF.

           ADD 1 TO US-ADD-COUNT.
           MOVE SPACES TO US-BEFORE-IMAGE.
           MOVE "A" TO US-AUDIT-ACTION.
           PERFORM 8800-WRITE-AUDIT
               THRU 8800-WRITE-AUDIT-EXIT.

       2100-ADD-OPT-OUT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  2200-REACTIVATE-OPT-OUT  --  THE CUSTOMER HAD OPTED OUT AND
      *                   BACK IN BEFORE; PUT THE OPT-OUT BACK IN
      *                   FORCE WITH THE CRM REASON AND THE CURRENT
      *                   NAME OF RECORD.  AUDITED AS AN UPDATE, AS
      *                   SUPMAINT DOES IT.
      *----------------------------------------------------------------
       2200-REACTIVATE-OPT-OUT.
           MOVE SPACES TO US-BEFORE-IMAGE.
           MOVE SP-SUPP-REC TO US-BEFORE-IMAGE.
           MOVE CM-CUST-NAME TO SP-CUST-NAME.
           MOVE US-UNSUB-REASON TO SP-REASON.
           SET SP-ACTIVE TO TRUE.

           REWRITE SP-SUPP-REC.
           IF NOT US-SUPP-FILE-OK
               DISPLAY "CRMUNSUB: UNABLE TO REWRITE SUPP-FILE, "
                   "STATUS = " US-SUPP-FILE-STATUS " FOR CUST-ID "
                   UN-CUST-ID
               MOVE 16 TO RETURN-CODE
               PERFORM 9100-CLOSE-ALL
                   THRU 9100-CLOSE-ALL-EXIT
               PERFORM 9500-ABORT-WRAPUP
                   THRU 9500-ABORT-WRAPUP-EXIT
               GO TO 9999-EXIT
           END-IF.

           ADD 1 TO US-REACTIVATE-COUNT.
           MOVE "U" TO US-AUDIT-ACTION.
           PERFORM 8800-WRITE-AUDIT
               THRU 8800-WRITE-AUDIT-EXIT.

       2200-REACTIVATE-OPT-OUT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  2900-WRITE-EXCEPTION  --  ONE LINE ON UNSUBEXC FOR THE
      *                   RECORD IN HAND, WITH THE TAG AND TEXT THE
      *                   CALLER SET AND THE CRM TEAM'S REFERENCE.
      *----------------------------------------------------------------
       2900-WRITE-EXCEPTION.
           ADD 1 TO US-EXCEPTION-COUNT.
           MOVE UN-CUST-ID TO US-EXCP-CUST-ID.
           MOVE UN-CRM-REF TO US-EXCP-CRM-REF.
           MOVE US-EXCP-LINE TO US-REPORT-LINE.
           WRITE US-REPORT-LINE.
           IF NOT US-UNSUBEXC-OK
               DISPLAY "CRMUNSUB: UNABLE TO WRITE UNSUBEXC, STATUS = "
                   US-UNSUBEXC-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9100-CLOSE-ALL
                   THRU 9100-CLOSE-ALL-EXIT
               PERFORM 9500-ABORT-WRAPUP
                   THRU 9500-ABORT-WRAPUP-EXIT
               GO TO 9999-EXIT
           END-IF.

       2900-WRITE-EXCEPTION-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  8000-WRITE-SUMMARY  --  CONTROL TOTALS AT THE FOOT OF THE
      *                   EXCEPTION REPORT.
      *----------------------------------------------------------------
       8000-WRITE-SUMMARY.
           MOVE SPACES TO US-REPORT-LINE.
           WRITE US-REPORT-LINE.

           IF US-EXCEPTION-COUNT = ZERO
               MOVE "*** NO EXCEPTIONS - EVERY UNSUBSCRIBE APPLIED"
                   TO US-REPORT-LINE
               WRITE US-REPORT-LINE
               MOVE SPACES TO US-REPORT-LINE
               WRITE US-REPORT-LINE
           END-IF.

           MOVE "UNSUBSCRIBES ON FILE ........" TO US-DETAIL-LABEL.
           MOVE US-READ-COUNT TO US-DETAIL-COUNT.
           MOVE US-DETAIL-LINE TO US-REPORT-LINE.
           WRITE US-REPORT-LINE.

           MOVE "OPT-OUTS ADDED .............." TO US-DETAIL-LABEL.
           MOVE US-ADD-COUNT TO US-DETAIL-COUNT.
           MOVE US-DETAIL-LINE TO US-REPORT-LINE.
           WRITE US-REPORT-LINE.

           MOVE "OPT-OUTS REACTIVATED ........" TO US-DETAIL-LABEL.
           MOVE US-REACTIVATE-COUNT TO US-DETAIL-COUNT.
           MOVE US-DETAIL-LINE TO US-REPORT-LINE.
           WRITE US-REPORT-LINE.

           MOVE "UNKNOWN CUSTOMERS ..........." TO US-DETAIL-LABEL.
           MOVE US-UNKNOWN-COUNT TO US-DETAIL-COUNT.
           MOVE US-DETAIL-LINE TO US-REPORT-LINE.
           WRITE US-REPORT-LINE.

           MOVE "ALREADY SUPPRESSED .........." TO US-DETAIL-LABEL.
           MOVE US-SUPPRESSED-COUNT TO US-DETAIL-COUNT.
           MOVE US-DETAIL-LINE TO US-REPORT-LINE.
           WRITE US-REPORT-LINE.

           MOVE "INVALID RECORDS ............." TO US-DETAIL-LABEL.
           MOVE US-INVALID-COUNT TO US-DETAIL-COUNT.
           MOVE US-DETAIL-LINE TO US-REPORT-LINE.
           WRITE US-REPORT-LINE.

       8000-WRITE-SUMMARY-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  8500-READ-CRMUNSUB  --  READ THE NEXT UNSUBSCRIBE RECORD.
      *----------------------------------------------------------------
       8500-READ-CRMUNSUB.
           READ CRMUNSUB
               AT END
                   SET US-EOF-REACHED TO TRUE
           END-READ.

       8500-READ-CRMUNSUB-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  8800-WRITE-AUDIT  --  APPEND ONE MAINTENANCE-AUDIT RECORD
      *                   FOR THE OPT-OUT JUST APPLIED: THE BEFORE
      *                   IMAGE CAPTURED BY THE CALLER AND THE AFTER
      *                   IMAGE AS THE RECORD NOW STANDS.  AN AUDIT
      *                   WRITE FAILURE ABORTS THE RUN - THE MASTER
      *                   MUST NOT DRIFT AHEAD OF ITS TRAIL.
      *----------------------------------------------------------------
       8800-WRITE-AUDIT.
           MOVE SPACES TO AU-AUDIT-REC.
           MOVE US-PROC-DATE TO AU-PROC-DATE.
           MOVE US-RUN-ID TO AU-RUN-ID.
           MOVE "SUPP-FILE" TO AU-MASTER-ID.
           MOVE US-AUDIT-ACTION TO AU-ACTION-CODE.
           MOVE US-BEFORE-IMAGE TO AU-BEFORE-IMAGE.
           MOVE SP-SUPP-REC TO AU-AFTER-IMAGE.

           WRITE AU-AUDIT-REC.
           IF NOT US-MNTAUDIT-OK
               DISPLAY "CRMUNSUB: UNABLE TO WRITE MNTAUDIT, STATUS = "
                   US-MNTAUDIT-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9100-CLOSE-ALL
                   THRU 9100-CLOSE-ALL-EXIT
               PERFORM 9500-ABORT-WRAPUP
                   THRU 9500-ABORT-WRAPUP-EXIT
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
           IF US-RUNSTATS-STATUS = "35"
               OPEN OUTPUT RUNSTATS
               CLOSE RUNSTATS
               OPEN EXTEND RUNSTATS
           END-IF.
           IF NOT US-RUNSTATS-OK
               DISPLAY "CRMUNSUB: UNABLE TO OPEN RUNSTATS, STATUS = "
                   US-RUNSTATS-STATUS
               GO TO 8900-WRITE-RUN-STATS-EXIT
           END-IF.

           MOVE SPACES TO RS-RUN-STAT-REC.
           MOVE US-STAT-TYPE TO RS-REC-TYPE.
           MOVE "CRMUNSUB" TO RS-PROGRAM-ID.
           MOVE US-RUN-ID TO RS-RUN-ID.
           MOVE US-PROC-DATE TO RS-PROC-DATE.
           ACCEPT RS-LOG-DATE FROM DATE YYYYMMDD.
           ACCEPT RS-LOG-TIME FROM TIME.
           MOVE US-READ-COUNT TO RS-READ-COUNT.
           COMPUTE RS-WRITE-COUNT = US-ADD-COUNT + US-REACTIVATE-COUNT.
           MOVE US-EXCEPTION-COUNT TO RS-REJECT-COUNT.
           MOVE RETURN-CODE TO RS-RETURN-CODE.
           WRITE RS-RUN-STAT-REC.
           IF NOT US-RUNSTATS-OK
               DISPLAY "CRMUNSUB: UNABLE TO WRITE RUNSTATS, STATUS = "
                   US-RUNSTATS-STATUS
           END-IF.
           CLOSE RUNSTATS.

       8900-WRITE-RUN-STATS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  9000-TERMINATE  --  REPORT COUNTS, CLOSE FILES, AND SET THE
      *                   RETURN CODE:
      *                     0 - EVERY UNSUBSCRIBE APPLIED
      *                     4 - EXCEPTIONS LISTED FOR THE CRM TEAM
      *----------------------------------------------------------------
       9000-TERMINATE.
           DISPLAY "CRMUNSUB: READ=" US-READ-COUNT
               " ADDED=" US-ADD-COUNT
               " REACTIVATED=" US-REACTIVATE-COUNT
               " EXCEPTIONS=" US-EXCEPTION-COUNT.

           PERFORM 9100-CLOSE-ALL
               THRU 9100-CLOSE-ALL-EXIT.

           PERFORM 9300-RELEASE-LOCKS
               THRU 9300-RELEASE-LOCKS-EXIT.

           IF US-EXCEPTION-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

           MOVE "E" TO US-STAT-TYPE.
           PERFORM 8900-WRITE-RUN-STATS
               THRU 8900-WRITE-RUN-STATS-EXIT.

       9000-TERMINATE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  9100-CLOSE-ALL  --  CLOSE WHATEVER IS OPEN.  SAFE TO CALL
      *                   FROM ANY ABORT PATH.
      *----------------------------------------------------------------
       9100-CLOSE-ALL.
           IF US-UNSUB-OPEN
               CLOSE CRMUNSUB
               MOVE "N" TO US-UNSUB-OPEN-SW
           END-IF.
           IF US-CUST-OPEN
               CLOSE CUST-FILE
               MOVE "N" TO US-CUST-OPEN-SW
           END-IF.
           IF US-SUPP-OPEN
               CLOSE SUPP-FILE
               MOVE "N" TO US-SUPP-OPEN-SW
           END-IF.
           IF US-MNTAUDIT-OPEN
               CLOSE MNTAUDIT
               MOVE "N" TO US-MNTAUDIT-OPEN-SW
           END-IF.
           IF US-REPORT-OPEN
               CLOSE UNSUBEXC
               MOVE "N" TO US-REPORT-OPEN-SW
           END-IF.

       9100-CLOSE-ALL-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  9300-RELEASE-LOCKS  --  GIVE SUPP-FILE BACK TO THE INTERLOCK,
      *                   BUT ONLY IF THIS INVOCATION ACTUALLY TOOK
      *                   IT.  A FAILURE ONCE OPT-OUTS ARE BEING
      *                   APPLIED NEVER COMES THIS WAY AND LEAVES THE
      *                   LOCK HELD FOR OPSRPT TO REPORT.
      *----------------------------------------------------------------
       9300-RELEASE-LOCKS.
           IF NOT US-LOCKS-HELD
               GO TO 9300-RELEASE-LOCKS-EXIT
           END-IF.

           MOVE "CRMUNSUB" TO LP-CALLER-PGM.
           MOVE US-RUN-ID TO LP-CALLER-RUN.
           MOVE "SUPP-FILE" TO LP-RESOURCE.
           SET LP-RELEASE TO TRUE.
           CALL "GRTLOCK" USING LP-LOCK-PARMS.
           MOVE "N" TO US-LOCKS-HELD-SW.

       9300-RELEASE-LOCKS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  9500-ABORT-WRAPUP  --  LEAVE THE END STATISTICS RECORD ON A
      *                   FAILED OR REFUSED RUN.  THE CALLER HAS
      *                   ALREADY SET RETURN-CODE.
      *----------------------------------------------------------------
       9500-ABORT-WRAPUP.
           MOVE "E" TO US-STAT-TYPE.
           PERFORM 8900-WRITE-RUN-STATS
               THRU 8900-WRITE-RUN-STATS-EXIT.

       9500-ABORT-WRAPUP-EXIT.
           EXIT.

       9999-EXIT.
           STOP RUN.
