      *================================================================
      *
      *  PROGRAM-ID.    MSTBKUP
      *
      *  AUTHOR.        D. VRIES
      *  INSTALLATION.  CLOUD-RUN-COBOL
      *  DATE-WRITTEN.  2026-10-15
      *
      *  REMARKS.       MASTER-FILE BACKUP.  UNLOADS EACH OF THE
      *                 KEYED MASTERS THE NIGHTLY CYCLE UPDATES IN
      *                 PLACE - CUST-FILE, VIP-FILE, SUPP-FILE,
      *                 OCC-FILE, CHP-FILE, AND GRTHIST - TO ITS OWN
      *                 DATED LINE-SEQUENTIAL GENERATION FILE,
      *                 BK-<MASTER>-<YYYYMMDD> (SEE COPYBOOK BKGEN),
      *                 WITH A HEADER CARRYING THE MNTAUDIT POSITION
      *                 AT THE MOMENT OF THE BACKUP AND A TRAILER
      *                 CARRYING THE RECORD COUNT AND HASH TOTAL.
      *                 MSTRELD REBUILDS A MASTER FROM ONE.  EACH
      *                 GENERATION IS RECORDED ON THE BKCAT
      *                 CATALOGUE (SEE COPYBOOK BKCAT); ONCE A MASTER
      *                 HAS MORE GENERATIONS THAN ARE TO BE KEPT THE
      *                 OLDEST ARE RETIRED - DROPPED FROM THE
      *                 CATALOGUE AND THEIR FILES DELETED.  THE NUMBER
      *                 KEPT IS THE OPTIONAL COMMAND-LINE ARGUMENT
      *                 (1-99), DEFAULT 7.
      *                 RUNS BETWEEN CYCLES - AFTER CYCLEMGR CLOSE AND
      *                 BEFORE THE NEXT CYCLEMGR OPEN - SO NO NIGHTLY
      *                 STEP IS UPDATING A MASTER UNDERNEATH IT.  A
      *                 RUNCTL CYCLE WITH NO CLOSE ON CYCHIST IS STILL
      *                 OPEN AND THE BACKUP IS REFUSED.  THE
      *                 GENERATION DATE IS THE PROCESSING DATE OF THE
      *                 CLOSED CYCLE (THE SYSTEM DATE WITH NO RUNCTL
      *                 ON HAND); A SECOND BACKUP BETWEEN THE SAME
      *                 TWO CYCLES REPLACES THE FIRST.  EVERY MASTER
      *                 IS HELD UNDER THE GRTLOCK INTERLOCK FOR THE
      *                 WHOLE RUN, SO NEITHER THE PHONE DESK NOR A
      *                 MAINTENANCE RUN NOR A RELOAD CAN CHANGE ONE
      *                 MID-UNLOAD.  A MASTER NOT ON HAND HAS NO
      *                 GENERATION AND IS LISTED ON THE BKUPRPT
      *                 REPORT.
      *                 RETURN CODES: 0 EVERY MASTER BACKED UP, 4 A
      *                 MASTER NOT ON HAND, 8 REFUSED (CYCLE OPEN OR
      *                 BAD ARGUMENT), 12 A MASTER BUSY, 16 A FILE
      *                 COULD NOT BE OPENED, READ, OR WRITTEN.
      *
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  -----------------------------------------
      *  2026-10-15 DEV   ORIGINAL PROGRAM.
      *  2026-10-15 DEV   THE LOCK-HELD SWITCHES START AT "N", SO A
      *                   RUN REFUSED ON ITS ARGUMENTS OR AN OPEN
      *                   CYCLE RELEASES NO LOCK IT NEVER TOOK.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSTBKUP.
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
           SELECT CUST-FILE ASSIGN TO "CUST-FILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUST-ID
               FILE STATUS IS MB-MASTER-STATUS.

           SELECT VIP-FILE ASSIGN TO "VIP-FILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VP-CUST-ID
               FILE STATUS IS MB-MASTER-STATUS.

           SELECT SUPP-FILE ASSIGN TO "SUPP-FILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SP-CUST-ID
               FILE STATUS IS MB-MASTER-STATUS.

           SELECT OCC-FILE ASSIGN TO "OCC-FILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OC-OCC-KEY
               FILE STATUS IS MB-MASTER-STATUS.

           SELECT CHP-FILE ASSIGN TO "CHP-FILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CH-CUST-ID
               FILE STATUS IS MB-MASTER-STATUS.

           SELECT GRTHIST ASSIGN TO "GRTHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GH-CUST-ID
               FILE STATUS IS MB-MASTER-STATUS.

           SELECT BKGEN ASSIGN TO DYNAMIC MB-GEN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MB-BKGEN-STATUS.

           SELECT BKCAT ASSIGN TO "BKCAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MB-BKCAT-STATUS.

           SELECT BKUPRPT ASSIGN TO "BKUPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MB-BKUPRPT-STATUS.

           SELECT MNTAUDIT ASSIGN TO "MNTAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MB-MNTAUDIT-STATUS.

           SELECT CYCHIST ASSIGN TO "CYCHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MB-CYCHIST-STATUS.

           SELECT RUNCTL ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MB-RUNCTL-STATUS.

           SELECT RUNSTATS ASSIGN TO "RUNSTATS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MB-RUNSTATS-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  BKGEN
           RECORDING MODE IS F.
       COPY BKGEN.

       FD  BKCAT
           RECORDING MODE IS F.
       COPY BKCAT.

       FD  BKUPRPT
           RECORDING MODE IS F.
       01  MB-REPORT-LINE              PIC X(80).

       FD  MNTAUDIT
           RECORDING MODE IS F.
       COPY MNTAUDIT.

       FD  CYCHIST
           RECORDING MODE IS F.
       01  MB-HIST-REC.
           05  MB-HIST-PROC-DATE       PIC 9(08).
           05  FILLER                  PIC X(01).
           05  MB-HIST-RUN-ID          PIC X(08).
           05  FILLER                  PIC X(01).
           05  MB-HIST-CLOSE-DATE      PIC 9(08).
           05  FILLER                  PIC X(01).
           05  MB-HIST-CLOSE-TIME      PIC 9(08).
           05  FILLER                  PIC X(05).

       FD  RUNCTL
           RECORDING MODE IS F.
       COPY RUNCTL.

       FD  RUNSTATS
           RECORDING MODE IS F.
       COPY RUNSTAT.

       WORKING-STORAGE SECTION.
       77  MB-MASTER-STATUS            PIC X(02) VALUE SPACES.
           88  MB-MASTER-OK            VALUE "00".
           88  MB-MASTER-MISSING       VALUE "35".

       77  MB-BKGEN-STATUS             PIC X(02) VALUE SPACES.
           88  MB-BKGEN-OK             VALUE "00".

       77  MB-BKCAT-STATUS             PIC X(02) VALUE SPACES.
           88  MB-BKCAT-OK             VALUE "00".
           88  MB-BKCAT-MISSING        VALUE "35".

       77  MB-BKUPRPT-STATUS           PIC X(02) VALUE SPACES.
           88  MB-BKUPRPT-OK           VALUE "00".

       77  MB-MNTAUDIT-STATUS          PIC X(02) VALUE SPACES.
           88  MB-MNTAUDIT-OK          VALUE "00".
           88  MB-MNTAUDIT-MISSING     VALUE "35".

       77  MB-CYCHIST-STATUS           PIC X(02) VALUE SPACES.
           88  MB-CYCHIST-OK           VALUE "00".
           88  MB-CYCHIST-MISSING      VALUE "35".

       77  MB-RUNCTL-STATUS            PIC X(02) VALUE SPACES.
           88  MB-RUNCTL-OK            VALUE "00".

       77  MB-RUNSTATS-STATUS          PIC X(02) VALUE SPACES.
           88  MB-RUNSTATS-OK          VALUE "00".

       77  MB-MASTER-EOF-SW            PIC X(01) VALUE "N".
           88  MB-MASTER-EOF           VALUE "Y".

       77  MB-FILE-EOF-SW              PIC X(01) VALUE "N".
           88  MB-FILE-EOF             VALUE "Y".

       77  MB-RUNCTL-FOUND-SW          PIC X(01) VALUE "N".
           88  MB-RUNCTL-FOUND         VALUE "Y".

       77  MB-CYCLE-CLOSED-SW          PIC X(01) VALUE "N".
           88  MB-CYCLE-CLOSED         VALUE "Y".

       77  MB-MASTER-OPEN-SW           PIC X(01) VALUE "N".
           88  MB-MASTER-OPEN          VALUE "Y".

       77  MB-BKGEN-OPEN-SW            PIC X(01) VALUE "N".
           88  MB-BKGEN-OPEN           VALUE "Y".

       77  MB-REPORT-OPEN-SW           PIC X(01) VALUE "N".
           88  MB-REPORT-OPEN          VALUE "Y".

       77  MB-PROC-DATE                PIC 9(08) VALUE ZERO.
       77  MB-RUN-ID                   PIC X(08) VALUE SPACES.
       77  MB-TAKEN-DATE               PIC 9(08) VALUE ZERO.
       77  MB-TAKEN-TIME               PIC 9(08) VALUE ZERO.

       77  MB-STAT-TYPE                PIC X(01) VALUE "S".

       01  MB-KEEP-ARG                 PIC X(80) VALUE SPACES.
       78  MB-DEFAULT-KEEP             VALUE 7.
       77  MB-KEEP-COUNT               PIC 9(02) VALUE ZERO.

       77  MB-AUDIT-POS                PIC 9(08) COMP VALUE ZERO.
       77  MB-REC-COUNT                PIC 9(08) COMP VALUE ZERO.
       77  MB-HASH-TOTAL               PIC 9(18) VALUE ZERO.
       77  MB-TOTAL-COUNT              PIC 9(08) COMP VALUE ZERO.
       77  MB-BACKED-UP-COUNT          PIC 9(08) COMP VALUE ZERO.
       77  MB-NOT-ON-HAND-COUNT        PIC 9(08) COMP VALUE ZERO.
       77  MB-RETIRED-COUNT            PIC 9(08) COMP VALUE ZERO.
       77  MB-DELETE-FAIL-COUNT        PIC 9(08) COMP VALUE ZERO.

      *----------------------------------------------------------------
      *  THE MASTERS BACKED UP, IN THE ORDER THEY ARE UNLOADED.  THE
      *  MASTER ID IS ALSO ITS GRTLOCK RESOURCE NAME AND THE MIDDLE
      *  OF ITS GENERATION FILE NAME.  MB-MASTER-NBR PICKS THE FILE
      *  IN THE OPEN, READ, AND CLOSE PARAGRAPHS BELOW.
      *----------------------------------------------------------------
       01  MB-MASTER-VALUES.
           05  FILLER                  PIC X(10) VALUE "CUST-FILE".
           05  FILLER                  PIC X(10) VALUE "VIP-FILE".
           05  FILLER                  PIC X(10) VALUE "SUPP-FILE".
           05  FILLER                  PIC X(10) VALUE "OCC-FILE".
           05  FILLER                  PIC X(10) VALUE "CHP-FILE".
           05  FILLER                  PIC X(10) VALUE "GRTHIST".

       01  MB-MASTER-TABLE REDEFINES MB-MASTER-VALUES.
           05  MB-MASTER-ID OCCURS 6 TIMES
                                       PIC X(10).

       78  MB-MASTER-COUNT             VALUE 6.
       77  MB-MASTER-NBR               PIC 9(04) COMP VALUE ZERO.

       01  MB-LOCK-TABLE.
           05  MB-LOCK-SW OCCURS 6 TIMES
                                       PIC X(01) VALUE "N".
               88  MB-LOCK-HELD        VALUE "Y".
       77  MB-LOCK-NBR                 PIC 9(04) COMP VALUE ZERO.

       01  MB-GEN-NAME                 PIC X(30) VALUE SPACES.
       01  MB-RECORD-IMAGE             PIC X(79) VALUE SPACES.

      *----------------------------------------------------------------
      *  HASH WORK AREA.  A BYTE MOVED INTO THE LOW HALF OF A
      *  TWO-BYTE BINARY FIELD READS BACK AS ITS CODE VALUE.
      *----------------------------------------------------------------
       01  MB-HASH-WORK.
           05  MB-HASH-PAIR.
               10  FILLER              PIC X(01) VALUE LOW-VALUE.
               10  MB-HASH-CHAR        PIC X(01) VALUE LOW-VALUE.
           05  MB-HASH-BYTE REDEFINES MB-HASH-PAIR
                                       PIC 9(04) COMP.
       77  MB-BYTE-NBR                 PIC 9(04) COMP VALUE ZERO.

      *----------------------------------------------------------------
      *  THE BKCAT CATALOGUE, HELD IN STORAGE FOR THE RUN AND
      *  WRITTEN BACK WHOLE AT THE END.  AN ENTRY MARKED FOR
      *  RETIREMENT IS LEFT OFF THE NEW CATALOGUE AND ITS FILE IS
      *  DELETED ONCE THE CATALOGUE IS SAFELY WRITTEN.
      *----------------------------------------------------------------
       01  MB-CAT-TABLE.
           05  MB-CAT-ENTRY OCCURS 700 TIMES.
               10  MB-CAT-RECORD.
                   15  MB-CAT-MASTER-ID
                                       PIC X(10).
                   15  MB-CAT-GEN-DATE PIC 9(08).
                   15  FILLER          PIC X(62).
               10  MB-CAT-STATE-SW     PIC X(01).
                   88  MB-CAT-KEPT     VALUE "K".
                   88  MB-CAT-REPLACED VALUE "X".
                   88  MB-CAT-RETIRED  VALUE "R".

       78  MB-CAT-MAX                  VALUE 700.
       77  MB-CAT-COUNT                PIC 9(04) COMP VALUE ZERO.
       77  MB-CAT-NBR                  PIC 9(04) COMP VALUE ZERO.
       77  MB-CAT-ON-HAND              PIC 9(04) COMP VALUE ZERO.
       77  MB-CAT-EXCESS               PIC 9(04) COMP VALUE ZERO.

       01  MB-RETIRE-NAME              PIC X(30) VALUE SPACES.
       77  MB-DELETE-RESULT            PIC S9(09) COMP VALUE ZERO.

       01  MB-HEADING-LINE.
           05  FILLER                  PIC X(12) VALUE "MASTER".
           05  FILLER                  PIC X(25) VALUE
               "GENERATION FILE".
           05  FILLER                  PIC X(08) VALUE " RECORDS".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(18) VALUE
               "        HASH TOTAL".
           05  FILLER                  PIC X(15) VALUE SPACES.

       01  MB-GEN-LINE.
           05  MB-GEN-MASTER-ID        PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  MB-GEN-FILE-NAME        PIC X(24).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  MB-GEN-COUNT            PIC ZZZZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  MB-GEN-HASH             PIC Z(17)9.
           05  FILLER                  PIC X(15) VALUE SPACES.

       01  MB-DETAIL-LINE.
           05  MB-DETAIL-LABEL         PIC X(29).
           05  MB-DETAIL-COUNT         PIC ZZZZZZZ9.
           05  FILLER                  PIC X(43) VALUE SPACES.

       COPY GRTLOCKP.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           PERFORM 2000-BACKUP-MASTER
               THRU 2000-BACKUP-MASTER-EXIT
               VARYING MB-MASTER-NBR FROM 1 BY 1
               UNTIL MB-MASTER-NBR > MB-MASTER-COUNT.

           PERFORM 3000-RETIRE-GENERATIONS
               THRU 3000-RETIRE-GENERATIONS-EXIT
               VARYING MB-MASTER-NBR FROM 1 BY 1
               UNTIL MB-MASTER-NBR > MB-MASTER-COUNT.

           PERFORM 3500-REWRITE-CATALOG
               THRU 3500-REWRITE-CATALOG-EXIT.

           PERFORM 3600-DELETE-RETIRED
               THRU 3600-DELETE-RETIRED-EXIT
               VARYING MB-CAT-NBR FROM 1 BY 1
               UNTIL MB-CAT-NBR > MB-CAT-COUNT.

           PERFORM 8000-WRITE-SUMMARY
               THRU 8000-WRITE-SUMMARY-EXIT.

           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.

           GO TO 9999-EXIT.

      *----------------------------------------------------------------
      *  1000-INITIALIZE  --  TAKE THE RUN CONTROL AND THE NUMBER OF
      *                   GENERATIONS TO KEEP, REFUSE TO RUN INSIDE
      *                   AN OPEN CYCLE, HOLD EVERY MASTER UNDER THE
      *                   INTERLOCK, AND ONLY THEN NOTE THE MNTAUDIT
      *                   POSITION, SO NO AUDITED CHANGE CAN FALL
      *                   BETWEEN THE POSITION AND THE UNLOAD.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           PERFORM 1050-READ-RUN-CONTROL
               THRU 1050-READ-RUN-CONTROL-EXIT.

           MOVE "S" TO MB-STAT-TYPE.
           PERFORM 8900-WRITE-RUN-STATS
               THRU 8900-WRITE-RUN-STATS-EXIT.

           ACCEPT MB-TAKEN-DATE FROM DATE YYYYMMDD.
           ACCEPT MB-TAKEN-TIME FROM TIME.

           PERFORM 1100-PARSE-ARGUMENTS
               THRU 1100-PARSE-ARGUMENTS-EXIT.

           PERFORM 1150-CHECK-CYCLE-CLOSED
               THRU 1150-CHECK-CYCLE-CLOSED-EXIT.

           MOVE ALL "N" TO MB-LOCK-TABLE.
           PERFORM 1080-ACQUIRE-LOCKS
               THRU 1080-ACQUIRE-LOCKS-EXIT.

           OPEN OUTPUT BKUPRPT.
           IF NOT MB-BKUPRPT-OK
               DISPLAY "MSTBKUP: UNABLE TO OPEN BKUPRPT, STATUS = "
                   MB-BKUPRPT-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9500-ABORT-WRAPUP
                   THRU 9500-ABORT-WRAPUP-EXIT
               GO TO 9999-EXIT
           END-IF.
           SET MB-REPORT-OPEN TO TRUE.

           PERFORM 1200-COUNT-AUDIT
               THRU 1200-COUNT-AUDIT-EXIT.

           PERFORM 1300-LOAD-CATALOG
               THRU 1300-LOAD-CATALOG-EXIT.

           PERFORM 1400-WRITE-HEADING
               THRU 1400-WRITE-HEADING-EXIT.

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
           IF MB-RUNCTL-OK
               READ RUNCTL
                   AT END
                       ACCEPT MB-PROC-DATE FROM DATE YYYYMMDD
                       MOVE "ADHOC" TO MB-RUN-ID
                   NOT AT END
                       IF RC-PROC-DATE IS NUMERIC
                           MOVE RC-PROC-DATE TO MB-PROC-DATE
                           MOVE RC-RUN-ID TO MB-RUN-ID
                           SET MB-RUNCTL-FOUND TO TRUE
                       ELSE
                           DISPLAY "MSTBKUP: RUNCTL PROCESSING "
                               "DATE IS NOT NUMERIC"
                           MOVE 16 TO RETURN-CODE
                           CLOSE RUNCTL
                           GO TO 9999-EXIT
                       END-IF
               END-READ
               CLOSE RUNCTL
           ELSE
               IF MB-RUNCTL-STATUS = "35"
                   ACCEPT MB-PROC-DATE FROM DATE YYYYMMDD
                   MOVE "ADHOC" TO MB-RUN-ID
               ELSE
                   DISPLAY "MSTBKUP: UNABLE TO OPEN RUNCTL, "
                       "STATUS = " MB-RUNCTL-STATUS
                   MOVE 16 TO RETURN-CODE
                   GO TO 9999-EXIT
               END-IF
           END-IF.

       1050-READ-RUN-CONTROL-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  1080-ACQUIRE-LOCKS  --  DECLARE EVERY MASTER TO THE GRTLOCK
      *                   INTERLOCK BEFORE ANY IS OPENED.  EACH LOCK
      *                   IS NOTED AS IT IS TAKEN, SO A BUSY ONE
      *                   GIVES BACK ONLY WHAT THIS RUN HOLDS.
      *----------------------------------------------------------------
       1080-ACQUIRE-LOCKS.
           MOVE "MSTBKUP" TO LP-CALLER-PGM.
           MOVE MB-RUN-ID TO LP-CALLER-RUN.

           PERFORM 1090-ACQUIRE-ONE-LOCK
               THRU 1090-ACQUIRE-ONE-LOCK-EXIT
               VARYING MB-LOCK-NBR FROM 1 BY 1
               UNTIL MB-LOCK-NBR > MB-MASTER-COUNT.

       1080-ACQUIRE-LOCKS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  1090-ACQUIRE-ONE-LOCK  --  ONE ACQUIRE CALL; BUSY OR BROKEN
      *                   ENDS THE RUN BEFORE ANY FILE IS TOUCHED.
      *----------------------------------------------------------------
       1090-ACQUIRE-ONE-LOCK.
           MOVE MB-MASTER-ID(MB-LOCK-NBR) TO LP-RESOURCE.
           SET LP-ACQUIRE TO TRUE.
           CALL "GRTLOCK" USING LP-LOCK-PARMS.

           IF LP-LOCK-BUSY
               DISPLAY "MSTBKUP: RESOURCE " LP-RESOURCE " BUSY - "
                   "HELD BY " LP-HOLDER-PGM " RUN " LP-HOLDER-RUN
               MOVE 12 TO RETURN-CODE
               PERFORM 9500-ABORT-WRAPUP
                   THRU 9500-ABORT-WRAPUP-EXIT
               GO TO 9999-EXIT
           END-IF.

           IF LP-LOCK-ERROR
               DISPLAY "MSTBKUP: INTERLOCK FAILURE ON " LP-RESOURCE
               MOVE 16 TO RETURN-CODE
               PERFORM 9500-ABORT-WRAPUP
                   THRU 9500-ABORT-WRAPUP-EXIT
               GO TO 9999-EXIT
           END-IF.

           SET MB-LOCK-HELD(MB-LOCK-NBR) TO TRUE.

       1090-ACQUIRE-ONE-LOCK-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  1100-PARSE-ARGUMENTS  --  THE OPTIONAL FIRST ARGUMENT IS THE
      *                   NUMBER OF GENERATIONS TO KEEP FOR EACH
      *                   MASTER, 1 TO 99.  NONE GIVEN KEEPS THE
      *                   DEFAULT.  ANYTHING ELSE IS REFUSED.
      *----------------------------------------------------------------
       1100-PARSE-ARGUMENTS.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT MB-KEEP-ARG FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO MB-KEEP-ARG
           END-ACCEPT.

           EVALUATE TRUE
               WHEN MB-KEEP-ARG = SPACES
                   MOVE MB-DEFAULT-KEEP TO MB-KEEP-COUNT
               WHEN MB-KEEP-ARG(1:2) IS NUMERIC
                AND MB-KEEP-ARG(3:78) = SPACES
                   MOVE MB-KEEP-ARG(1:2) TO MB-KEEP-COUNT
               WHEN MB-KEEP-ARG(1:1) IS NUMERIC
                AND MB-KEEP-ARG(2:79) = SPACES
                   MOVE MB-KEEP-ARG(1:1) TO MB-KEEP-COUNT
               WHEN OTHER
                   MOVE ZERO TO MB-KEEP-COUNT
           END-EVALUATE.

           IF MB-KEEP-COUNT = ZERO
               DISPLAY "MSTBKUP: GENERATIONS TO KEEP MUST BE 1 TO 99, "
                   "NOT " MB-KEEP-ARG(1:20)
               MOVE 8 TO RETURN-CODE
               PERFORM 9500-ABORT-WRAPUP
                   THRU 9500-ABORT-WRAPUP-EXIT
               GO TO 9999-EXIT
           END-IF.

       1100-PARSE-ARGUMENTS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  1150-CHECK-CYCLE-CLOSED  --  THE BACKUP IS TAKEN BETWEEN
      *                   CYCLES.  WITH A RUNCTL ON HAND ITS CYCLE
      *                   MUST ALREADY BE CLOSED ON CYCHIST; IF NOT,
      *                   THE NIGHTLY STREAM MAY BE UPDATING THE
      *                   MASTERS AND THE BACKUP IS REFUSED.
      *----------------------------------------------------------------
       1150-CHECK-CYCLE-CLOSED.
           IF NOT MB-RUNCTL-FOUND
               GO TO 1150-CHECK-CYCLE-CLOSED-EXIT
           END-IF.

           OPEN INPUT CYCHIST.
           IF MB-CYCHIST-OK
               MOVE "N" TO MB-FILE-EOF-SW
               PERFORM 1160-SCAN-CYCHIST
                   THRU 1160-SCAN-CYCHIST-EXIT
                   UNTIL MB-FILE-EOF
                      OR MB-CYCLE-CLOSED
               CLOSE CYCHIST
           ELSE
               IF NOT MB-CYCHIST-MISSING
                   DISPLAY "MSTBKUP: UNABLE TO OPEN CYCHIST, "
                       "STATUS = " MB-CYCHIST-STATUS
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9500-ABORT-WRAPUP
                       THRU 9500-ABORT-WRAPUP-EXIT
                   GO TO 9999-EXIT
               END-IF
           END-IF.

           IF NOT MB-CYCLE-CLOSED
               DISPLAY "MSTBKUP: CYCLE " MB-PROC-DATE " RUN "
                   MB-RUN-ID " IS STILL OPEN - BACKUP REFUSED"
               DISPLAY "MSTBKUP: RUN IT AFTER CYCLEMGR CLOSE AND "
                   "BEFORE THE NEXT CYCLEMGR OPEN"
               MOVE 8 TO RETURN-CODE
               PERFORM 9500-ABORT-WRAPUP
                   THRU 9500-ABORT-WRAPUP-EXIT
               GO TO 9999-EXIT
           END-IF.

       1150-CHECK-CYCLE-CLOSED-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  1160-SCAN-CYCHIST  --  ONE CYCLE-HISTORY RECORD: IS IT THE
      *                   CLOSE OF THE RUNCTL CYCLE?
      *----------------------------------------------------------------
       1160-SCAN-CYCHIST.
           READ CYCHIST
               AT END
                   SET MB-FILE-EOF TO TRUE
               NOT AT END
                   IF MB-HIST-PROC-DATE = MB-PROC-DATE
                       SET MB-CYCLE-CLOSED TO TRUE
                   END-IF
           END-READ.

       1160-SCAN-CYCHIST-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  1200-COUNT-AUDIT  --  COUNT THE MNTAUDIT RECORDS ON FILE.
      *                   EVERY GENERATION CARRIES THE COUNT, SO A
      *                   ROLL-FORWARD KNOWS WHICH AUDITED CHANGES
      *                   CAME AFTER THE BACKUP.  NO MNTAUDIT YET IS
      *                   POSITION ZERO.
      *----------------------------------------------------------------
       1200-COUNT-AUDIT.
           MOVE ZERO TO MB-AUDIT-POS.
           OPEN INPUT MNTAUDIT.
           IF MB-MNTAUDIT-MISSING
               GO TO 1200-COUNT-AUDIT-EXIT
           END-IF.
           IF NOT MB-MNTAUDIT-OK
               DISPLAY "MSTBKUP: UNABLE TO OPEN MNTAUDIT, STATUS = "
                   MB-MNTAUDIT-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9100-CLOSE-ALL
                   THRU 9100-CLOSE-ALL-EXIT
               PERFORM 9500-ABORT-WRAPUP
                   THRU 9500-ABORT-WRAPUP-EXIT
               GO TO 9999-EXIT
           END-IF.

           MOVE "N" TO MB-FILE-EOF-SW.
           PERFORM 1250-COUNT-AUDIT-REC
               THRU 1250-COUNT-AUDIT-REC-EXIT
               UNTIL MB-FILE-EOF.
           CLOSE MNTAUDIT.

       1200-COUNT-AUDIT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  1250-COUNT-AUDIT-REC  --  ONE MNTAUDIT RECORD.
      *----------------------------------------------------------------
       1250-COUNT-AUDIT-REC.
           READ MNTAUDIT
               AT END
                   SET MB-FILE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO MB-AUDIT-POS
           END-READ.

       1250-COUNT-AUDIT-REC-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  1300-LOAD-CATALOG  --  READ THE BKCAT CATALOGUE INTO
      *                   STORAGE.  NONE YET IS AN EMPTY CATALOGUE.
      *                   ONE TOO BIG FOR THE TABLE ENDS THE RUN
      *                   BEFORE ANY GENERATION IS WRITTEN.
      *----------------------------------------------------------------
       1300-LOAD-CATALOG.
           MOVE ZERO TO MB-CAT-COUNT.
           OPEN INPUT BKCAT.
           IF MB-BKCAT-MISSING
               GO TO 1300-LOAD-CATALOG-EXIT
           END-IF.
           IF NOT MB-BKCAT-OK
               DISPLAY "MSTBKUP: UNABLE TO OPEN BKCAT, STATUS = "
                   MB-BKCAT-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9100-CLOSE-ALL
                   THRU 9100-CLOSE-ALL-EXIT
               PERFORM 9500-ABORT-WRAPUP
                   THRU 9500-ABORT-WRAPUP-EXIT
               GO TO 9999-EXIT
           END-IF.

           MOVE "N" TO MB-FILE-EOF-SW.
           PERFORM 1350-LOAD-CATALOG-REC
               THRU 1350-LOAD-CATALOG-REC-EXIT
               UNTIL MB-FILE-EOF.
           CLOSE BKCAT.

       1300-LOAD-CATALOG-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  1350-LOAD-CATALOG-REC  --  ONE CATALOGUE RECORD INTO THE
      *                   TABLE, KEPT UNTIL SHOWN OTHERWISE.
      *----------------------------------------------------------------
       1350-LOAD-CATALOG-REC.
           READ BKCAT
               AT END
                   SET MB-FILE-EOF TO TRUE
                   GO TO 1350-LOAD-CATALOG-REC-EXIT
           END-READ.

           IF MB-CAT-COUNT NOT < MB-CAT-MAX
               DISPLAY "MSTBKUP: BKCAT HOLDS MORE THAN " MB-CAT-MAX
                   " GENERATIONS - CATALOGUE TABLE FULL"
               MOVE 16 TO RETURN-CODE
               CLOSE BKCAT
               PERFORM 9100-CLOSE-ALL
                   THRU 9100-CLOSE-ALL-EXIT
               PERFORM 9500-ABORT-WRAPUP
                   THRU 9500-ABORT-WRAPUP-EXIT
               GO TO 9999-EXIT
           END-IF.

           ADD 1 TO MB-CAT-COUNT.
           MOVE BC-CATALOG-REC TO MB-CAT-RECORD(MB-CAT-COUNT).
           SET MB-CAT-KEPT(MB-CAT-COUNT) TO TRUE.

       1350-LOAD-CATALOG-REC-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  1400-WRITE-HEADING  --  REPORT TITLE, THE GENERATION BEING
      *                   TAKEN, AND THE COLUMN HEADINGS.
      *----------------------------------------------------------------
       1400-WRITE-HEADING.
           MOVE "MASTER-FILE BACKUP" TO MB-REPORT-LINE.
           WRITE MB-REPORT-LINE.
           MOVE "------------------" TO MB-REPORT-LINE.
           WRITE MB-REPORT-LINE.

           MOVE SPACES TO MB-REPORT-LINE.
           STRING "GENERATION DATE ............ " DELIMITED BY SIZE
               MB-PROC-DATE DELIMITED BY SIZE
               "  RUN " DELIMITED BY SIZE
               MB-RUN-ID DELIMITED BY SIZE
               INTO MB-REPORT-LINE.
           WRITE MB-REPORT-LINE.

           MOVE SPACES TO MB-REPORT-LINE.
           STRING "TAKEN ...................... " DELIMITED BY SIZE
               MB-TAKEN-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               MB-TAKEN-TIME DELIMITED BY SIZE
               INTO MB-REPORT-LINE.
           WRITE MB-REPORT-LINE.

           MOVE "GENERATIONS KEPT PER MASTER  " TO MB-DETAIL-LABEL.
           MOVE MB-KEEP-COUNT TO MB-DETAIL-COUNT.
           MOVE MB-DETAIL-LINE TO MB-REPORT-LINE.
           WRITE MB-REPORT-LINE.

           MOVE "MNTAUDIT RECORDS AT BACKUP   " TO MB-DETAIL-LABEL.
           MOVE MB-AUDIT-POS TO MB-DETAIL-COUNT.
           MOVE MB-DETAIL-LINE TO MB-REPORT-LINE.
           WRITE MB-REPORT-LINE.

           MOVE SPACES TO MB-REPORT-LINE.
           WRITE MB-REPORT-LINE.
           MOVE MB-HEADING-LINE TO MB-REPORT-LINE.
           WRITE MB-REPORT-LINE.

       1400-WRITE-HEADING-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  2000-BACKUP-MASTER  --  UNLOAD ONE MASTER TO ITS GENERATION
      *                   FILE: HEADER, EVERY RECORD IN KEY ORDER,
      *                   THEN THE TRAILER WITH THE COUNT AND HASH.
      *                   A MASTER NOT ON HAND IS LISTED AND SKIPPED;
      *                   ANY OTHER FAILURE ENDS THE RUN WITH THE
      *                   CATALOGUE UNCHANGED.
      *----------------------------------------------------------------
       2000-BACKUP-MASTER.
           MOVE SPACES TO MB-GEN-NAME.
           STRING "BK-" DELIMITED BY SIZE
               MB-MASTER-ID(MB-MASTER-NBR) DELIMITED BY SPACE
               "-" DELIMITED BY SIZE
               MB-PROC-DATE DELIMITED BY SIZE
               INTO MB-GEN-NAME.

           PERFORM 2050-OPEN-MASTER
               THRU 2050-OPEN-MASTER-EXIT.
           IF MB-MASTER-MISSING
               ADD 1 TO MB-NOT-ON-HAND-COUNT
               MOVE SPACES TO MB-REPORT-LINE
               STRING MB-MASTER-ID(MB-MASTER-NBR) DELIMITED BY SIZE
                   "  NOT ON HAND - NO GENERATION TAKEN"
                       DELIMITED BY SIZE
                   INTO MB-REPORT-LINE
               WRITE MB-REPORT-LINE
               GO TO 2000-BACKUP-MASTER-EXIT
           END-IF.
           IF NOT MB-MASTER-OK
               DISPLAY "MSTBKUP: UNABLE TO OPEN "
                   MB-MASTER-ID(MB-MASTER-NBR) ", STATUS = "
                   MB-MASTER-STATUS
               GO TO 2000-BACKUP-MASTER-ABORT
           END-IF.
           SET MB-MASTER-OPEN TO TRUE.

           OPEN OUTPUT BKGEN.
           IF NOT MB-BKGEN-OK
               DISPLAY "MSTBKUP: UNABLE TO OPEN " MB-GEN-NAME
                   ", STATUS = " MB-BKGEN-STATUS
               GO TO 2000-BACKUP-MASTER-ABORT
           END-IF.
           SET MB-BKGEN-OPEN TO TRUE.

           MOVE SPACES TO BG-HEADER-REC.
           MOVE "H" TO BG-HDR-TYPE.
           MOVE MB-MASTER-ID(MB-MASTER-NBR) TO BG-HDR-MASTER-ID.
           MOVE MB-PROC-DATE TO BG-HDR-GEN-DATE.
           MOVE MB-RUN-ID TO BG-HDR-RUN-ID.
           MOVE MB-TAKEN-DATE TO BG-HDR-TAKEN-DATE.
           MOVE MB-TAKEN-TIME TO BG-HDR-TAKEN-TIME.
           MOVE MB-AUDIT-POS TO BG-HDR-AUDIT-POS.
           PERFORM 2300-WRITE-GENERATION
               THRU 2300-WRITE-GENERATION-EXIT.

           MOVE ZERO TO MB-REC-COUNT.
           MOVE ZERO TO MB-HASH-TOTAL.
           MOVE "N" TO MB-MASTER-EOF-SW.
           PERFORM 2100-COPY-RECORD
               THRU 2100-COPY-RECORD-EXIT
               UNTIL MB-MASTER-EOF.

           MOVE SPACES TO BG-TRAILER-REC.
           MOVE "T" TO BG-TRL-TYPE.
           MOVE MB-MASTER-ID(MB-MASTER-NBR) TO BG-TRL-MASTER-ID.
           MOVE MB-REC-COUNT TO BG-TRL-REC-COUNT.
           MOVE MB-HASH-TOTAL TO BG-TRL-HASH-TOTAL.
           PERFORM 2300-WRITE-GENERATION
               THRU 2300-WRITE-GENERATION-EXIT.

           CLOSE BKGEN.
           MOVE "N" TO MB-BKGEN-OPEN-SW.
           PERFORM 2090-CLOSE-MASTER
               THRU 2090-CLOSE-MASTER-EXIT.

           PERFORM 2400-CATALOG-GENERATION
               THRU 2400-CATALOG-GENERATION-EXIT.

           ADD 1 TO MB-BACKED-UP-COUNT.
           ADD MB-REC-COUNT TO MB-TOTAL-COUNT.
           MOVE MB-MASTER-ID(MB-MASTER-NBR) TO MB-GEN-MASTER-ID.
           MOVE MB-GEN-NAME TO MB-GEN-FILE-NAME.
           MOVE MB-REC-COUNT TO MB-GEN-COUNT.
           MOVE MB-HASH-TOTAL TO MB-GEN-HASH.
           MOVE MB-GEN-LINE TO MB-REPORT-LINE.
           WRITE MB-REPORT-LINE.

           GO TO 2000-BACKUP-MASTER-EXIT.

       2000-BACKUP-MASTER-ABORT.
           MOVE 16 TO RETURN-CODE.
           PERFORM 9100-CLOSE-ALL
               THRU 9100-CLOSE-ALL-EXIT.
           PERFORM 9500-ABORT-WRAPUP
               THRU 9500-ABORT-WRAPUP-EXIT.
           GO TO 9999-EXIT.

       2000-BACKUP-MASTER-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  2050-OPEN-MASTER  --  OPEN THE CURRENT MASTER FOR INPUT.
      *                   ALL SIX SHARE MB-MASTER-STATUS; ONLY ONE IS
      *                   EVER OPEN AT A TIME.
      *----------------------------------------------------------------
       2050-OPEN-MASTER.
           EVALUATE MB-MASTER-NBR
               WHEN 1
                   OPEN INPUT CUST-FILE
               WHEN 2
                   OPEN INPUT VIP-FILE
               WHEN 3
                   OPEN INPUT SUPP-FILE
               WHEN 4
                   OPEN INPUT OCC-FILE
               WHEN 5
                   OPEN INPUT CHP-FILE
               WHEN 6
                   OPEN INPUT GRTHIST
           END-EVALUATE.

       2050-OPEN-MASTER-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  2090-CLOSE-MASTER  --  CLOSE THE CURRENT MASTER.
      *----------------------------------------------------------------
       2090-CLOSE-MASTER.
           IF NOT MB-MASTER-OPEN
               GO TO 2090-CLOSE-MASTER-EXIT
           END-IF.

           EVALUATE MB-MASTER-NBR
               WHEN 1
                   CLOSE CUST-FILE
               WHEN 2
                   CLOSE VIP-FILE
               WHEN 3
                   CLOSE SUPP-FILE
               WHEN 4
                   CLOSE OCC-FILE
               WHEN 5
                   CLOSE CHP-FILE
               WHEN 6
                   CLOSE GRTHIST
           END-EVALUATE.
           MOVE "N" TO MB-MASTER-OPEN-SW.

       2090-CLOSE-MASTER-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  2100-COPY-RECORD  --  READ THE NEXT MASTER RECORD AND WRITE
      *                   IT AS A DETAIL, ADDING IT INTO THE COUNT
      *                   AND HASH TOTAL.
      *----------------------------------------------------------------
       2100-COPY-RECORD.
           PERFORM 2150-READ-MASTER
               THRU 2150-READ-MASTER-EXIT.
           IF MB-MASTER-EOF
               GO TO 2100-COPY-RECORD-EXIT
           END-IF.

           MOVE SPACES TO BG-GEN-REC.
           MOVE "D" TO BG-REC-TYPE.
           MOVE MB-RECORD-IMAGE TO BG-DETAIL-IMAGE.
           PERFORM 7000-HASH-RECORD
               THRU 7000-HASH-RECORD-EXIT.
           ADD 1 TO MB-REC-COUNT.
           PERFORM 2300-WRITE-GENERATION
               THRU 2300-WRITE-GENERATION-EXIT.

       2100-COPY-RECORD-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  2150-READ-MASTER  --  NEXT RECORD OF THE CURRENT MASTER, IN
      *                   KEY ORDER, INTO MB-RECORD-IMAGE.  A READ
      *                   FAILURE ENDS THE RUN.
      *----------------------------------------------------------------
       2150-READ-MASTER.
           MOVE SPACES TO MB-RECORD-IMAGE.
           EVALUATE MB-MASTER-NBR
               WHEN 1
                   READ CUST-FILE NEXT RECORD
                       AT END
                           SET MB-MASTER-EOF TO TRUE
                       NOT AT END
                           MOVE CM-CUST-REC TO MB-RECORD-IMAGE
                   END-READ
               WHEN 2
                   READ VIP-FILE NEXT RECORD
                       AT END
                           SET MB-MASTER-EOF TO TRUE
                       NOT AT END
                           MOVE VP-VIP-REC TO MB-RECORD-IMAGE
                   END-READ
               WHEN 3
                   READ SUPP-FILE NEXT RECORD
                       AT END
                           SET MB-MASTER-EOF TO TRUE
                       NOT AT END
                           MOVE SP-SUPP-REC TO MB-RECORD-IMAGE
                   END-READ
               WHEN 4
                   READ OCC-FILE NEXT RECORD
                       AT END
                           SET MB-MASTER-EOF TO TRUE
                       NOT AT END
                           MOVE OC-OCC-REC TO MB-RECORD-IMAGE
                   END-READ
               WHEN 5
                   READ CHP-FILE NEXT RECORD
                       AT END
                           SET MB-MASTER-EOF TO TRUE
                       NOT AT END
                           MOVE CH-CHP-REC TO MB-RECORD-IMAGE
                   END-READ
               WHEN 6
                   READ GRTHIST NEXT RECORD
                       AT END
                           SET MB-MASTER-EOF TO TRUE
                       NOT AT END
                           MOVE GH-HIST-REC TO MB-RECORD-IMAGE
                   END-READ
           END-EVALUATE.

           IF NOT MB-MASTER-EOF
              AND NOT MB-MASTER-OK
               DISPLAY "MSTBKUP: UNABLE TO READ "
                   MB-MASTER-ID(MB-MASTER-NBR) ", STATUS = "
                   MB-MASTER-STATUS
               GO TO 2000-BACKUP-MASTER-ABORT
           END-IF.

       2150-READ-MASTER-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  2300-WRITE-GENERATION  --  WRITE ONE GENERATION RECORD.  A
      *                   WRITE FAILURE ENDS THE RUN; THE GENERATION
      *                   HAS NO TRAILER AND CAN NOT BE RELOADED.
      *----------------------------------------------------------------
       2300-WRITE-GENERATION.
           WRITE BG-GEN-REC.
           IF NOT MB-BKGEN-OK
               DISPLAY "MSTBKUP: UNABLE TO WRITE " MB-GEN-NAME
                   ", STATUS = " MB-BKGEN-STATUS
               GO TO 2000-BACKUP-MASTER-ABORT
           END-IF.

       2300-WRITE-GENERATION-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  2400-CATALOG-GENERATION  --  ADD THE FINISHED GENERATION TO
      *                   THE CATALOGUE.  AN EARLIER ENTRY FOR THE
      *                   SAME MASTER AND DATE WAS A PREVIOUS BACKUP
      *                   BETWEEN THE SAME CYCLES; ITS FILE HAS JUST
      *                   BEEN OVERWRITTEN, SO THE ENTRY IS REPLACED.
      *----------------------------------------------------------------
       2400-CATALOG-GENERATION.
           PERFORM 2450-MARK-REPLACED
               THRU 2450-MARK-REPLACED-EXIT
               VARYING MB-CAT-NBR FROM 1 BY 1
               UNTIL MB-CAT-NBR > MB-CAT-COUNT.

           IF MB-CAT-COUNT NOT < MB-CAT-MAX
               DISPLAY "MSTBKUP: CATALOGUE TABLE FULL AT "
                   MB-CAT-MAX " GENERATIONS"
               GO TO 2000-BACKUP-MASTER-ABORT
           END-IF.

           MOVE SPACES TO BC-CATALOG-REC.
           MOVE MB-MASTER-ID(MB-MASTER-NBR) TO BC-MASTER-ID.
           MOVE MB-PROC-DATE TO BC-GEN-DATE.
           MOVE MB-RUN-ID TO BC-RUN-ID.
           MOVE MB-TAKEN-DATE TO BC-TAKEN-DATE.
           MOVE MB-TAKEN-TIME TO BC-TAKEN-TIME.
           MOVE MB-REC-COUNT TO BC-REC-COUNT.
           MOVE MB-HASH-TOTAL TO BC-HASH-TOTAL.
           MOVE MB-AUDIT-POS TO BC-AUDIT-POS.

           ADD 1 TO MB-CAT-COUNT.
           MOVE BC-CATALOG-REC TO MB-CAT-RECORD(MB-CAT-COUNT).
           SET MB-CAT-KEPT(MB-CAT-COUNT) TO TRUE.

       2400-CATALOG-GENERATION-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  2450-MARK-REPLACED  --  ONE CATALOGUE ENTRY: IS IT THIS
      *                   MASTER'S GENERATION FOR THIS SAME DATE?
      *----------------------------------------------------------------
       2450-MARK-REPLACED.
           IF MB-CAT-KEPT(MB-CAT-NBR)
              AND MB-CAT-MASTER-ID(MB-CAT-NBR)
                  = MB-MASTER-ID(MB-MASTER-NBR)
              AND MB-CAT-GEN-DATE(MB-CAT-NBR) = MB-PROC-DATE
               SET MB-CAT-REPLACED(MB-CAT-NBR) TO TRUE
           END-IF.

       2450-MARK-REPLACED-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  3000-RETIRE-GENERATIONS  --  COUNT ONE MASTER'S GENERATIONS
      *                   ON HAND AND MARK THE OLDEST FOR RETIREMENT
      *                   UNTIL NO MORE THAN THE NUMBER TO KEEP ARE
      *                   LEFT.  THE CATALOGUE IS OLDEST FIRST, AND
      *                   AT LEAST ONE IS ALWAYS KEPT, SO THE NEWEST
      *                   GENERATION IS NEVER RETIRED.
      *----------------------------------------------------------------
       3000-RETIRE-GENERATIONS.
           MOVE ZERO TO MB-CAT-ON-HAND.
           PERFORM 3050-COUNT-ON-HAND
               THRU 3050-COUNT-ON-HAND-EXIT
               VARYING MB-CAT-NBR FROM 1 BY 1
               UNTIL MB-CAT-NBR > MB-CAT-COUNT.

           IF MB-CAT-ON-HAND NOT > MB-KEEP-COUNT
               GO TO 3000-RETIRE-GENERATIONS-EXIT
           END-IF.

           COMPUTE MB-CAT-EXCESS = MB-CAT-ON-HAND - MB-KEEP-COUNT.
           PERFORM 3100-MARK-RETIRED
               THRU 3100-MARK-RETIRED-EXIT
               VARYING MB-CAT-NBR FROM 1 BY 1
               UNTIL MB-CAT-NBR > MB-CAT-COUNT
                  OR MB-CAT-EXCESS = ZERO.

       3000-RETIRE-GENERATIONS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  3050-COUNT-ON-HAND  --  ONE CATALOGUE ENTRY: A KEPT
      *                   GENERATION OF THE CURRENT MASTER?
      *----------------------------------------------------------------
       3050-COUNT-ON-HAND.
           IF MB-CAT-KEPT(MB-CAT-NBR)
              AND MB-CAT-MASTER-ID(MB-CAT-NBR)
                  = MB-MASTER-ID(MB-MASTER-NBR)
               ADD 1 TO MB-CAT-ON-HAND
           END-IF.

       3050-COUNT-ON-HAND-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  3100-MARK-RETIRED  --  RETIRE ONE OF THE CURRENT MASTER'S
      *                   OLDEST GENERATIONS AND LIST IT.
      *----------------------------------------------------------------
       3100-MARK-RETIRED.
           IF NOT MB-CAT-KEPT(MB-CAT-NBR)
              OR MB-CAT-MASTER-ID(MB-CAT-NBR)
                 NOT = MB-MASTER-ID(MB-MASTER-NBR)
               GO TO 3100-MARK-RETIRED-EXIT
           END-IF.

           SET MB-CAT-RETIRED(MB-CAT-NBR) TO TRUE.
           SUBTRACT 1 FROM MB-CAT-EXCESS.
           ADD 1 TO MB-RETIRED-COUNT.

           PERFORM 3150-BUILD-RETIRE-NAME
               THRU 3150-BUILD-RETIRE-NAME-EXIT.
           MOVE SPACES TO MB-REPORT-LINE.
           STRING "RETIRED     " DELIMITED BY SIZE
               MB-RETIRE-NAME DELIMITED BY SIZE
               INTO MB-REPORT-LINE.
           WRITE MB-REPORT-LINE.

       3100-MARK-RETIRED-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  3150-BUILD-RETIRE-NAME  --  THE GENERATION FILE NAME OF THE
      *                   CATALOGUE ENTRY AT MB-CAT-NBR.
      *----------------------------------------------------------------
       3150-BUILD-RETIRE-NAME.
           MOVE SPACES TO MB-RETIRE-NAME.
           STRING "BK-" DELIMITED BY SIZE
               MB-CAT-MASTER-ID(MB-CAT-NBR) DELIMITED BY SPACE
               "-" DELIMITED BY SIZE
               MB-CAT-GEN-DATE(MB-CAT-NBR) DELIMITED BY SIZE
               INTO MB-RETIRE-NAME.

       3150-BUILD-RETIRE-NAME-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  3500-REWRITE-CATALOG  --  WRITE THE CATALOGUE BACK WITH
      *                   EVERY KEPT ENTRY, OLDEST FIRST.  THIS
      *                   HAPPENS BEFORE ANY RETIRED FILE IS DELETED,
      *                   SO THE CATALOGUE NEVER NAMES A GENERATION
      *                   THAT IS GONE.
      *----------------------------------------------------------------
       3500-REWRITE-CATALOG.
           OPEN OUTPUT BKCAT.
           IF NOT MB-BKCAT-OK
               DISPLAY "MSTBKUP: UNABLE TO OPEN BKCAT FOR OUTPUT, "
                   "STATUS = " MB-BKCAT-STATUS
               GO TO 3500-REWRITE-CATALOG-ABORT
           END-IF.

           PERFORM 3550-WRITE-CATALOG-REC
               THRU 3550-WRITE-CATALOG-REC-EXIT
               VARYING MB-CAT-NBR FROM 1 BY 1
               UNTIL MB-CAT-NBR > MB-CAT-COUNT.

           CLOSE BKCAT.
           GO TO 3500-REWRITE-CATALOG-EXIT.

       3500-REWRITE-CATALOG-ABORT.
           DISPLAY "MSTBKUP: GENERATIONS ARE WRITTEN BUT BKCAT MUST BE "
               "REBUILT FROM THEIR HEADERS AND TRAILERS".
           MOVE 16 TO RETURN-CODE.
           PERFORM 9100-CLOSE-ALL
               THRU 9100-CLOSE-ALL-EXIT.
           PERFORM 9500-ABORT-WRAPUP
               THRU 9500-ABORT-WRAPUP-EXIT.
           GO TO 9999-EXIT.

       3500-REWRITE-CATALOG-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  3550-WRITE-CATALOG-REC  --  ONE KEPT ENTRY TO BKCAT.
      *----------------------------------------------------------------
       3550-WRITE-CATALOG-REC.
           IF NOT MB-CAT-KEPT(MB-CAT-NBR)
               GO TO 3550-WRITE-CATALOG-REC-EXIT
           END-IF.

           MOVE MB-CAT-RECORD(MB-CAT-NBR) TO BC-CATALOG-REC.
           WRITE BC-CATALOG-REC.
           IF NOT MB-BKCAT-OK
               DISPLAY "MSTBKUP: UNABLE TO WRITE BKCAT, STATUS = "
                   MB-BKCAT-STATUS
               CLOSE BKCAT
               GO TO 3500-REWRITE-CATALOG-ABORT
           END-IF.

       3550-WRITE-CATALOG-REC-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  3600-DELETE-RETIRED  --  DELETE THE FILE OF ONE RETIRED
      *                   GENERATION.  A FILE THAT WILL NOT DELETE IS
      *                   WARNED AND COUNTED - IT IS NO LONGER ON THE
      *                   CATALOGUE AND CAN BE REMOVED BY HAND.
      *----------------------------------------------------------------
       3600-DELETE-RETIRED.
           IF NOT MB-CAT-RETIRED(MB-CAT-NBR)
               GO TO 3600-DELETE-RETIRED-EXIT
           END-IF.

           PERFORM 3150-BUILD-RETIRE-NAME
               THRU 3150-BUILD-RETIRE-NAME-EXIT.
           CALL "CBL_DELETE_FILE" USING MB-RETIRE-NAME.
           MOVE RETURN-CODE TO MB-DELETE-RESULT.
           MOVE 0 TO RETURN-CODE.

           IF MB-DELETE-RESULT NOT = ZERO
               DISPLAY "MSTBKUP: UNABLE TO DELETE RETIRED GENERATION "
                   MB-RETIRE-NAME
               ADD 1 TO MB-DELETE-FAIL-COUNT
           END-IF.

       3600-DELETE-RETIRED-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  7000-HASH-RECORD  --  ADD THE DETAIL RECORD IN BG-GEN-REC
      *                   INTO MB-HASH-TOTAL: EACH BYTE'S CODE VALUE
      *                   TIMES ITS POSITION.  MSTRELD HASHES A
      *                   RELOADED MASTER THE SAME WAY.
      *----------------------------------------------------------------
       7000-HASH-RECORD.
           PERFORM 7050-HASH-ONE-BYTE
               THRU 7050-HASH-ONE-BYTE-EXIT
               VARYING MB-BYTE-NBR FROM 1 BY 1
               UNTIL MB-BYTE-NBR > 80.

       7000-HASH-RECORD-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  7050-HASH-ONE-BYTE  --  ONE BYTE OF THE RECORD.
      *----------------------------------------------------------------
       7050-HASH-ONE-BYTE.
           MOVE BG-GEN-REC(MB-BYTE-NBR:1) TO MB-HASH-CHAR.
           COMPUTE MB-HASH-TOTAL = MB-HASH-TOTAL
               + (MB-HASH-BYTE * MB-BYTE-NBR).

       7050-HASH-ONE-BYTE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  8000-WRITE-SUMMARY  --  COUNTS AT THE FOOT OF THE REPORT.
      *----------------------------------------------------------------
       8000-WRITE-SUMMARY.
           MOVE SPACES TO MB-REPORT-LINE.
           WRITE MB-REPORT-LINE.

           MOVE "MASTERS BACKED UP .......... " TO MB-DETAIL-LABEL.
           MOVE MB-BACKED-UP-COUNT TO MB-DETAIL-COUNT.
           MOVE MB-DETAIL-LINE TO MB-REPORT-LINE.
           WRITE MB-REPORT-LINE.

           MOVE "MASTERS NOT ON HAND ........ " TO MB-DETAIL-LABEL.
           MOVE MB-NOT-ON-HAND-COUNT TO MB-DETAIL-COUNT.
           MOVE MB-DETAIL-LINE TO MB-REPORT-LINE.
           WRITE MB-REPORT-LINE.

           MOVE "RECORDS UNLOADED ........... " TO MB-DETAIL-LABEL.
           MOVE MB-TOTAL-COUNT TO MB-DETAIL-COUNT.
           MOVE MB-DETAIL-LINE TO MB-REPORT-LINE.
           WRITE MB-REPORT-LINE.

           MOVE "GENERATIONS RETIRED ........ " TO MB-DETAIL-LABEL.
           MOVE MB-RETIRED-COUNT TO MB-DETAIL-COUNT.
           MOVE MB-DETAIL-LINE TO MB-REPORT-LINE.
           WRITE MB-REPORT-LINE.

           IF MB-DELETE-FAIL-COUNT > ZERO
               MOVE "RETIRED FILES NOT DELETED .. " TO MB-DETAIL-LABEL
               MOVE MB-DELETE-FAIL-COUNT TO MB-DETAIL-COUNT
               MOVE MB-DETAIL-LINE TO MB-REPORT-LINE
               WRITE MB-REPORT-LINE
           END-IF.

       8000-WRITE-SUMMARY-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  8900-WRITE-RUN-STATS  --  APPEND ONE START OR END RECORD TO
      *                   THE COMMON RUNSTATS FILE.  A RUNSTATS
      *                   PROBLEM IS WARNED, NEVER FATAL.
      *----------------------------------------------------------------
       8900-WRITE-RUN-STATS.
           OPEN EXTEND RUNSTATS.
           IF MB-RUNSTATS-STATUS = "35"
               OPEN OUTPUT RUNSTATS
               CLOSE RUNSTATS
               OPEN EXTEND RUNSTATS
           END-IF.
           IF NOT MB-RUNSTATS-OK
               DISPLAY "MSTBKUP: UNABLE TO OPEN RUNSTATS, STATUS = "
                   MB-RUNSTATS-STATUS
               GO TO 8900-WRITE-RUN-STATS-EXIT
           END-IF.

           MOVE SPACES TO RS-RUN-STAT-REC.
           MOVE MB-STAT-TYPE TO RS-REC-TYPE.
           MOVE "MSTBKUP" TO RS-PROGRAM-ID.
           MOVE MB-RUN-ID TO RS-RUN-ID.
           MOVE MB-PROC-DATE TO RS-PROC-DATE.
           ACCEPT RS-LOG-DATE FROM DATE YYYYMMDD.
           ACCEPT RS-LOG-TIME FROM TIME.
           MOVE MB-TOTAL-COUNT TO RS-READ-COUNT.
           MOVE MB-BACKED-UP-COUNT TO RS-WRITE-COUNT.
           MOVE MB-NOT-ON-HAND-COUNT TO RS-REJECT-COUNT.
           MOVE RETURN-CODE TO RS-RETURN-CODE.
           WRITE RS-RUN-STAT-REC.
           IF NOT MB-RUNSTATS-OK
               DISPLAY "MSTBKUP: UNABLE TO WRITE RUNSTATS, STATUS = "
                   MB-RUNSTATS-STATUS
           END-IF.
           CLOSE RUNSTATS.

       8900-WRITE-RUN-STATS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  9000-TERMINATE  --  REPORT COUNTS, CLOSE FILES, GIVE BACK THE
      *                   LOCKS, AND SET THE RETURN CODE:
      *                     0 - EVERY MASTER BACKED UP
      *                     4 - A MASTER NOT ON HAND, OR A RETIRED
      *                         GENERATION THAT WOULD NOT DELETE
      *----------------------------------------------------------------
       9000-TERMINATE.
           DISPLAY "MSTBKUP: GENERATION " MB-PROC-DATE
               " BACKED UP=" MB-BACKED-UP-COUNT
               " NOT ON HAND=" MB-NOT-ON-HAND-COUNT
               " RECORDS=" MB-TOTAL-COUNT
               " RETIRED=" MB-RETIRED-COUNT.

           PERFORM 9100-CLOSE-ALL
               THRU 9100-CLOSE-ALL-EXIT.

           PERFORM 9300-RELEASE-LOCKS
               THRU 9300-RELEASE-LOCKS-EXIT.

           IF MB-NOT-ON-HAND-COUNT > ZERO
              OR MB-DELETE-FAIL-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

           MOVE "E" TO MB-STAT-TYPE.
           PERFORM 8900-WRITE-RUN-STATS
               THRU 8900-WRITE-RUN-STATS-EXIT.

       9000-TERMINATE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  9100-CLOSE-ALL  --  CLOSE WHATEVER IS OPEN.  SAFE TO CALL
      *                   FROM ANY ABORT PATH.
      *----------------------------------------------------------------
       9100-CLOSE-ALL.
           IF MB-BKGEN-OPEN
               CLOSE BKGEN
               MOVE "N" TO MB-BKGEN-OPEN-SW
           END-IF.
           PERFORM 2090-CLOSE-MASTER
               THRU 2090-CLOSE-MASTER-EXIT.
           IF MB-REPORT-OPEN
               CLOSE BKUPRPT
               MOVE "N" TO MB-REPORT-OPEN-SW
           END-IF.

       9100-CLOSE-ALL-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  9300-RELEASE-LOCKS  --  GIVE BACK EVERY MASTER LOCK THIS
      *                   INVOCATION ACTUALLY TOOK.  THE BACKUP ONLY
      *                   READS THE MASTERS, SO EVEN A FAILED RUN
      *                   LEAVES THEM AS IT FOUND THEM AND GIVES THE
      *                   LOCKS BACK.
      *----------------------------------------------------------------
       9300-RELEASE-LOCKS.
           MOVE "MSTBKUP" TO LP-CALLER-PGM.
           MOVE MB-RUN-ID TO LP-CALLER-RUN.

           PERFORM 9350-RELEASE-ONE-LOCK
               THRU 9350-RELEASE-ONE-LOCK-EXIT
               VARYING MB-LOCK-NBR FROM 1 BY 1
               UNTIL MB-LOCK-NBR > MB-MASTER-COUNT.

       9300-RELEASE-LOCKS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  9350-RELEASE-ONE-LOCK  --  ONE RELEASE CALL, IF HELD.
      *----------------------------------------------------------------
       9350-RELEASE-ONE-LOCK.
           IF MB-LOCK-HELD(MB-LOCK-NBR)
               SET LP-RELEASE TO TRUE
               MOVE MB-MASTER-ID(MB-LOCK-NBR) TO LP-RESOURCE
               CALL "GRTLOCK" USING LP-LOCK-PARMS
               MOVE "N" TO MB-LOCK-SW(MB-LOCK-NBR)
           END-IF.

       9350-RELEASE-ONE-LOCK-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  9500-ABORT-WRAPUP  --  GIVE BACK ANY LOCK THIS INVOCATION
      *                   TOOK AND LEAVE THE END STATISTICS RECORD ON
      *                   A FAILED OR REFUSED RUN.  THE CALLER HAS
      *                   ALREADY SET RETURN-CODE.
      *----------------------------------------------------------------
       9500-ABORT-WRAPUP.
           PERFORM 9300-RELEASE-LOCKS
               THRU 9300-RELEASE-LOCKS-EXIT.

           MOVE "E" TO MB-STAT-TYPE.
           PERFORM 8900-WRITE-RUN-STATS
               THRU 8900-WRITE-RUN-STATS-EXIT.

       9500-ABORT-WRAPUP-EXIT.
           EXIT.

       9999-EXIT.
           STOP RUN.
