      *================================================================
      *
      *  PROGRAM-ID.    MSTRELD
      *
      *  AUTHOR.        D. VRIES
      *  INSTALLATION.  CLOUD-RUN-COBOL
      *  DATE-WRITTEN.  2026-10-15
      *
      *  REMARKS.       MASTER-FILE RELOAD.  REBUILDS ONE KEYED MASTER
      *                 FROM A BACKUP GENERATION WRITTEN BY MSTBKUP
      *                 (SEE COPYBOOK BKGEN).  COMMAND-LINE ARGUMENTS:
      *                   1  THE MASTER - CUST-FILE, VIP-FILE,
      *                      SUPP-FILE, OCC-FILE, CHP-FILE, OR GRTHIST
      *                   2  THE GENERATION DATE, YYYYMMDD
      *                   3  OPTIONAL "ROLLFWD" - SEE BELOW
      *                 THE GENERATION IS PROVED BEFORE THE MASTER IS
      *                 TOUCHED: A HEADER FOR THIS MASTER AND DATE, A
      *                 TRAILER WHOSE COUNT AND HASH TOTAL MATCH THE
      *                 DETAILS PRESENT, AND - WHEN THE GENERATION IS
      *                 ON THE BKCAT CATALOGUE - THE SAME CONTROLS ON
      *                 THE CATALOGUE.  THE MASTER IS THEN RECREATED
      *                 EMPTY, LOADED, AND READ BACK FROM END TO END;
      *                 ITS RECORD COUNT AND HASH TOTAL MUST EQUAL THE
      *                 GENERATION'S.  IF THEY DISAGREE THE RELOAD IS
      *                 REFUSED: NOTHING MORE IS APPLIED, THE RUN ENDS
      *                 WITH RETURN-CODE 8, AND THE MASTER'S GRTLOCK
      *                 LOCK IS LEFT HELD SO NO STEP USES THE MASTER
      *                 UNTIL IT IS RELOADED CLEANLY (OPSRPT REPORTS
      *                 THE HELD LOCK).  A LOCK FOUND HELD BY MSTRELD
      *                 ITSELF IS TAKEN TO BE THAT FENCE: THE NEXT
      *                 RELOAD OF THE MASTER RELEASES AND RETAKES IT
      *                 AND SAYS SO ON THE REPORT, SO NO MANUAL LOCK
      *                 CLEARING IS NEEDED.  RUN ONE RELOAD AT A TIME.
      *                 A LOCK HELD BY ANY OTHER PROGRAM IS BUSY.
      *                 ROLLFWD, FOR THE MASTERS MAINTAINED THROUGH
      *                 MNTAUDIT (VIP-FILE, SUPP-FILE, OCC-FILE,
      *                 CHP-FILE), THEN REAPPLIES THE AFTER-IMAGE OF
      *                 EVERY AUDITED CHANGE TO THIS MASTER WRITTEN
      *                 SINCE THE BACKUP - EVERY MNTAUDIT RECORD
      *                 BEYOND THE POSITION THE GENERATION'S HEADER
      *                 CARRIES - IN THE ORDER THEY WERE MADE.  A
      *                 MNTAUDIT SHORTER THAN THAT POSITION HAS LOST
      *                 CHANGES AND THE RELOAD IS REFUSED BEFORE THE
      *                 MASTER IS TOUCHED.
      *                 LAST, CUSTOMERS ERASED BY CUSTERAS ARE ERASED
      *                 AGAIN, SINCE ITS PHYSICAL DELETES ARE NOT ON
      *                 MNTAUDIT: EVERY CUSTOMER WITH AN ACTIVE
      *                 "ERASED" MARKER ON SUPP-FILE IS REMOVED FROM A
      *                 RELOADED VIP-FILE, OCC-FILE, CHP-FILE, OR
      *                 GRTHIST AND ANONYMISED ON A RELOADED
      *                 CUST-FILE, AND THEIR AFTER-IMAGES ARE NOT
      *                 ROLLED FORWARD; A RELOADED SUPP-FILE GETS THE
      *                 MARKER BACK FOR EVERY CUSTOMER ANONYMISED ON
      *                 CUST-FILE.  CUST-FILE AND GRTHIST CHANGES ARE
      *                 NOT AUDITED, SO THOSE TWO COME BACK AS AT THE
      *                 BACKUP.  THE MASTER IS HELD UNDER THE GRTLOCK
      *                 INTERLOCK FOR THE RUN.  RUN IT WITH THE
      *                 NIGHTLY STREAM STOPPED.  THE RELDRPT REPORT
      *                 SHOWS THE CONTROLS AND WHAT WAS APPLIED.
      *                 RETURN CODES: 0 RELOADED AND VERIFIED, 4
      *                 RELOADED WITH A WARNING (GENERATION NOT ON
      *                 THE CATALOGUE, OR NO MASTER TO TAKE ERASURES
      *                 FROM), 8 REFUSED (BAD ARGUMENTS, GENERATION
      *                 MISSING OR DAMAGED, CONTROLS DISAGREE, OR
      *                 MNTAUDIT SHORT), 12 THE MASTER BUSY, 16 A FILE
      *                 COULD NOT BE OPENED, READ, OR WRITTEN.
      *
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  -----------------------------------------
      *  2026-10-15 DEV   ORIGINAL PROGRAM.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSTRELD.
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
               FILE STATUS IS ML-CUST-FILE-STATUS.

           SELECT VIP-FILE ASSIGN TO "VIP-FILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VP-CUST-ID
               FILE STATUS IS ML-VIP-FILE-STATUS.

           SELECT SUPP-FILE ASSIGN TO "SUPP-FILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SP-CUST-ID
               FILE STATUS IS ML-SUPP-FILE-STATUS.

           SELECT OCC-FILE ASSIGN TO "OCC-FILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OC-OCC-KEY
               FILE STATUS IS ML-OCC-FILE-STATUS.

           SELECT CHP-FILE ASSIGN TO "CHP-FILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CH-CUST-ID
               FILE STATUS IS ML-CHP-FILE-STATUS.

           SELECT GRTHIST ASSIGN TO "GRTHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GH-CUST-ID
               FILE STATUS IS ML-GRTHIST-STATUS.

           SELECT BKGEN ASSIGN TO DYNAMIC ML-GEN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ML-BKGEN-STATUS.

           SELECT BKCAT ASSIGN TO "BKCAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ML-BKCAT-STATUS.

           SELECT RELDRPT ASSIGN TO "RELDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ML-RELDRPT-STATUS.

           SELECT MNTAUDIT ASSIGN TO "MNTAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ML-MNTAUDIT-STATUS.

           SELECT RUNCTL ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ML-RUNCTL-STATUS.

           SELECT RUNSTATS ASSIGN TO "RUNSTATS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ML-RUNSTATS-STATUS.

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

       FD  RELDRPT
           RECORDING MODE IS F.
       01  ML-REPORT-LINE              PIC X(80).

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
       77  ML-CUST-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  ML-CUST-FILE-OK         VALUE "00".

       77  ML-VIP-FILE-STATUS          PIC X(02) VALUE SPACES.
       77  ML-SUPP-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  ML-SUPP-FILE-OK         VALUE "00".

       77  ML-OCC-FILE-STATUS          PIC X(02) VALUE SPACES.
       77  ML-CHP-FILE-STATUS          PIC X(02) VALUE SPACES.
       77  ML-GRTHIST-STATUS           PIC X(02) VALUE SPACES.

      *    STATUS OF THE LAST OPERATION ON THE MASTER BEING RELOADED,
      *    WHICHEVER OF THE SIX IT IS - SET BY 8100-GET-TARGET-STATUS.
       77  ML-TARGET-STATUS            PIC X(02) VALUE SPACES.
           88  ML-TARGET-OK            VALUE "00" "02".
           88  ML-TARGET-NOT-FOUND     VALUE "23".

       77  ML-BKGEN-STATUS             PIC X(02) VALUE SPACES.
           88  ML-BKGEN-OK             VALUE "00".
           88  ML-BKGEN-MISSING        VALUE "35".

       77  ML-BKCAT-STATUS             PIC X(02) VALUE SPACES.
           88  ML-BKCAT-OK             VALUE "00".
           88  ML-BKCAT-MISSING        VALUE "35".

       77  ML-RELDRPT-STATUS           PIC X(02) VALUE SPACES.
           88  ML-RELDRPT-OK           VALUE "00".

       77  ML-MNTAUDIT-STATUS          PIC X(02) VALUE SPACES.
           88  ML-MNTAUDIT-OK          VALUE "00".
           88  ML-MNTAUDIT-MISSING     VALUE "35".

       77  ML-RUNCTL-STATUS            PIC X(02) VALUE SPACES.
           88  ML-RUNCTL-OK            VALUE "00".

       77  ML-RUNSTATS-STATUS          PIC X(02) VALUE SPACES.
           88  ML-RUNSTATS-OK          VALUE "00".

       77  ML-FILE-EOF-SW              PIC X(01) VALUE "N".
           88  ML-FILE-EOF             VALUE "Y".

       77  ML-TARGET-EOF-SW            PIC X(01) VALUE "N".
           88  ML-TARGET-EOF           VALUE "Y".

       77  ML-REF-EOF-SW               PIC X(01) VALUE "N".
           88  ML-REF-EOF              VALUE "Y".

       77  ML-TRAILER-SW               PIC X(01) VALUE "N".
           88  ML-TRAILER-SEEN         VALUE "Y".

       77  ML-CAT-FOUND-SW             PIC X(01) VALUE "N".
           88  ML-CAT-FOUND            VALUE "Y".

       77  ML-KEY-FOUND-SW             PIC X(01) VALUE "N".
           88  ML-KEY-FOUND            VALUE "Y".

       77  ML-ERASED-SW                PIC X(01) VALUE "N".
           88  ML-CUSTOMER-ERASED      VALUE "Y".

       77  ML-ROLL-SW                  PIC X(01) VALUE "N".
           88  ML-ROLL-FORWARD         VALUE "Y".

       77  ML-WARNING-SW               PIC X(01) VALUE "N".
           88  ML-WARNING-RAISED       VALUE "Y".

       77  ML-LOCK-HELD-SW             PIC X(01) VALUE "N".
           88  ML-LOCK-HELD            VALUE "Y".

       77  ML-TARGET-OPEN-SW           PIC X(01) VALUE "N".
           88  ML-TARGET-OPEN          VALUE "Y".

       77  ML-REF-OPEN-SW              PIC X(01) VALUE "N".
           88  ML-REF-OPEN             VALUE "Y".

       77  ML-BKGEN-OPEN-SW            PIC X(01) VALUE "N".
           88  ML-BKGEN-OPEN           VALUE "Y".

       77  ML-MNTAUDIT-OPEN-SW         PIC X(01) VALUE "N".
           88  ML-MNTAUDIT-OPEN        VALUE "Y".

       77  ML-REPORT-OPEN-SW           PIC X(01) VALUE "N".
           88  ML-REPORT-OPEN          VALUE "Y".

       77  ML-OPEN-MODE                PIC X(01) VALUE SPACE.
           88  ML-OPEN-FOR-LOAD        VALUE "O".
           88  ML-OPEN-FOR-READ        VALUE "I".
           88  ML-OPEN-FOR-UPDATE      VALUE "U".

       77  ML-PROC-DATE                PIC 9(08) VALUE ZERO.
       77  ML-RUN-ID                   PIC X(08) VALUE SPACES.

       77  ML-STAT-TYPE                PIC X(01) VALUE "S".

       01  ML-MASTER-ARG               PIC X(80) VALUE SPACES.
       01  ML-DATE-ARG                 PIC X(80) VALUE SPACES.
       01  ML-ROLL-ARG                 PIC X(80) VALUE SPACES.

       77  ML-GEN-DATE                 PIC 9(08) VALUE ZERO.
       77  ML-TAKEN-DATE               PIC 9(08) VALUE ZERO.
       77  ML-TAKEN-TIME               PIC 9(08) VALUE ZERO.
       77  ML-GEN-RUN-ID               PIC X(08) VALUE SPACES.
       77  ML-AUDIT-POS                PIC 9(08) COMP VALUE ZERO.

       77  ML-GEN-COUNT                PIC 9(08) COMP VALUE ZERO.
       77  ML-GEN-HASH                 PIC 9(18) VALUE ZERO.
       77  ML-TRL-COUNT                PIC 9(08) COMP VALUE ZERO.
       77  ML-TRL-HASH                 PIC 9(18) VALUE ZERO.
       77  ML-LOAD-COUNT               PIC 9(08) COMP VALUE ZERO.
       77  ML-LOAD-FAIL-COUNT          PIC 9(08) COMP VALUE ZERO.
       77  ML-VERIFY-COUNT             PIC 9(08) COMP VALUE ZERO.
       77  ML-VERIFY-HASH              PIC 9(18) VALUE ZERO.
       77  ML-HASH-TOTAL               PIC 9(18) VALUE ZERO.

       77  ML-AUDIT-READ               PIC 9(08) COMP VALUE ZERO.
       77  ML-AUDIT-SINCE              PIC 9(08) COMP VALUE ZERO.
       77  ML-ROLL-APPLIED             PIC 9(08) COMP VALUE ZERO.
       77  ML-ROLL-SKIPPED             PIC 9(08) COMP VALUE ZERO.
       77  ML-ERASE-APPLIED            PIC 9(08) COMP VALUE ZERO.

       77  ML-COUNT-DISP               PIC 9(08) VALUE ZERO.
       77  ML-COUNT-DISP-2             PIC 9(08) VALUE ZERO.

       78  ML-ERASED-REASON            VALUE "ERASED".

      *----------------------------------------------------------------
      *  THE MASTERS THAT CAN BE RELOADED, IN MSTBKUP'S ORDER.  THE
      *  MASTER ID IS ALSO ITS GRTLOCK RESOURCE NAME AND THE MIDDLE
      *  OF ITS GENERATION FILE NAME.  ML-TARGET-NBR PICKS THE FILE IN
      *  THE PARAGRAPHS THAT OPEN, READ, AND WRITE THE TARGET.
      *----------------------------------------------------------------
       01  ML-MASTER-VALUES.
           05  FILLER                  PIC X(10) VALUE "CUST-FILE".
           05  FILLER                  PIC X(10) VALUE "VIP-FILE".
           05  FILLER                  PIC X(10) VALUE "SUPP-FILE".
           05  FILLER                  PIC X(10) VALUE "OCC-FILE".
           05  FILLER                  PIC X(10) VALUE "CHP-FILE".
           05  FILLER                  PIC X(10) VALUE "GRTHIST".

       01  ML-MASTER-TABLE REDEFINES ML-MASTER-VALUES.
           05  ML-MASTER-ID OCCURS 6 TIMES
                                       PIC X(10).

       78  ML-MASTER-COUNT             VALUE 6.
       77  ML-MASTER-NBR               PIC 9(04) COMP VALUE ZERO.

       77  ML-TARGET-NBR               PIC 9(04) COMP VALUE ZERO.
           88  ML-TARGET-CUST          VALUE 1.
           88  ML-TARGET-SUPP          VALUE 3.
           88  ML-TARGET-OCC           VALUE 4.
           88  ML-TARGET-AUDITED       VALUE 2 THRU 5.
       01  ML-TARGET-ID                PIC X(10) VALUE SPACES.

       01  ML-GEN-NAME                 PIC X(30) VALUE SPACES.
       01  ML-RECORD-IMAGE             PIC X(79) VALUE SPACES.
       01  ML-ERASE-CUST-ID            PIC X(10) VALUE SPACES.
       01  ML-REFUSE-TEXT              PIC X(60) VALUE SPACES.
       01  ML-FENCE-RUN                PIC X(08) VALUE SPACES.

      *----------------------------------------------------------------
      *  HASH WORK AREA, AS IN MSTBKUP.  THE 80-BYTE RECORD TO BE
      *  HASHED IS PUT IN ML-HASH-REC; A BYTE MOVED INTO THE LOW HALF
      *  OF A TWO-BYTE BINARY FIELD READS BACK AS ITS CODE VALUE.
      *----------------------------------------------------------------
       01  ML-HASH-REC.
           05  ML-HASH-REC-TYPE        PIC X(01).
           05  ML-HASH-REC-IMAGE       PIC X(79).

       01  ML-HASH-WORK.
           05  ML-HASH-PAIR.
               10  FILLER              PIC X(01) VALUE LOW-VALUE.
               10  ML-HASH-CHAR        PIC X(01) VALUE LOW-VALUE.
           05  ML-HASH-BYTE REDEFINES ML-HASH-PAIR
                                       PIC 9(04) COMP.
       77  ML-BYTE-NBR                 PIC 9(04) COMP VALUE ZERO.

       01  ML-DETAIL-LINE.
           05  ML-DETAIL-LABEL         PIC X(29).
           05  ML-DETAIL-COUNT         PIC ZZZZZZZ9.
           05  FILLER                  PIC X(43) VALUE SPACES.

       01  ML-HASH-LINE.
           05  ML-HASH-LABEL           PIC X(29).
           05  ML-HASH-EDIT            PIC Z(17)9.
           05  FILLER                  PIC X(33) VALUE SPACES.

       COPY GRTLOCKP.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           PERFORM 2000-LOAD-MASTER
               THRU 2000-LOAD-MASTER-EXIT.

           PERFORM 2500-VERIFY-MASTER
               THRU 2500-VERIFY-MASTER-EXIT.

           PERFORM 3000-OPEN-FOR-UPDATE
               THRU 3000-OPEN-FOR-UPDATE-EXIT.

           IF ML-ROLL-FORWARD
               PERFORM 4000-ROLL-FORWARD
                   THRU 4000-ROLL-FORWARD-EXIT
           END-IF.

           PERFORM 5000-REAPPLY-ERASURES
               THRU 5000-REAPPLY-ERASURES-EXIT.

           PERFORM 8000-WRITE-SUMMARY
               THRU 8000-WRITE-SUMMARY-EXIT.

           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.

           GO TO 9999-EXIT.

      *----------------------------------------------------------------
      *  1000-INITIALIZE  --  TAKE THE ARGUMENTS, PROVE THE
      *                   GENERATION AND (FOR A ROLL-FORWARD) THE
      *                   AUDIT TRAIL, AND ONLY THEN TAKE THE
      *                   MASTER'S LOCK.  NOTHING IS CHANGED UNTIL
      *                   EVERY CHECK HAS PASSED.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           PERFORM 1050-READ-RUN-CONTROL
               THRU 1050-READ-RUN-CONTROL-EXIT.

           MOVE "S" TO ML-STAT-TYPE.
           PERFORM 8900-WRITE-RUN-STATS
               THRU 8900-WRITE-RUN-STATS-EXIT.

           PERFORM 1100-PARSE-ARGUMENTS
               THRU 1100-PARSE-ARGUMENTS-EXIT.

           OPEN OUTPUT RELDRPT.
           IF NOT ML-RELDRPT-OK
               DISPLAY "MSTRELD: UNABLE TO OPEN RELDRPT, STATUS = "
                   ML-RELDRPT-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9500-ABORT-WRAPUP
                   THRU 9500-ABORT-WRAPUP-EXIT
               GO TO 9999-EXIT
           END-IF.
           SET ML-REPORT-OPEN TO TRUE.

           PERFORM 1150-WRITE-HEADING
               THRU 1150-WRITE-HEADING-EXIT.

           PERFORM 1200-VALIDATE-GENERATION
               THRU 1200-VALIDATE-GENERATION-EXIT.

           PERFORM 1300-CHECK-CATALOG
               THRU 1300-CHECK-CATALOG-EXIT.

           IF ML-ROLL-FORWARD
               PERFORM 1400-CHECK-AUDIT-TRAIL
                   THRU 1400-CHECK-AUDIT-TRAIL-EXIT
           END-IF.

           PERFORM 1500-ACQUIRE-LOCK
               THRU 1500-ACQUIRE-LOCK-EXIT.

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
           IF ML-RUNCTL-OK
               READ RUNCTL
                   AT END
                       ACCEPT ML-PROC-DATE FROM DATE YYYYMMDD
                       MOVE "ADHOC" TO ML-RUN-ID
                   NOT AT END
                       IF RC-PROC-DATE IS NUMERIC
                           MOVE RC-PROC-DATE TO ML-PROC-DATE
                           MOVE RC-RUN-ID TO ML-RUN-ID
                       ELSE
                           DISPLAY "MSTRELD: RUNCTL PROCESSING "
                               "DATE IS NOT NUMERIC"
                           MOVE 16 TO RETURN-CODE
                           CLOSE RUNCTL
                           GO TO 9999-EXIT
                       END-IF
               END-READ
               CLOSE RUNCTL
           ELSE
               IF ML-RUNCTL-STATUS = "35"
                   ACCEPT ML-PROC-DATE FROM DATE YYYYMMDD
                   MOVE "ADHOC" TO ML-RUN-ID
               ELSE
                   DISPLAY "MSTRELD: UNABLE TO OPEN RUNCTL, "
                       "STATUS = " ML-RUNCTL-STATUS
                   MOVE 16 TO RETURN-CODE
                   GO TO 9999-EXIT
               END-IF
           END-IF.

       1050-READ-RUN-CONTROL-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  1100-PARSE-ARGUMENTS  --  THE MASTER, THE GENERATION DATE,
      *                   AND OPTIONALLY ROLLFWD.  AN UNKNOWN MASTER,
      *                   A BAD DATE, AN UNKNOWN THIRD ARGUMENT, OR A
      *                   ROLL-FORWARD OF A MASTER MNTAUDIT DOES NOT
      *                   COVER IS REFUSED WITH RETURN-CODE 8.
      *----------------------------------------------------------------
       1100-PARSE-ARGUMENTS.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT ML-MASTER-ARG FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO ML-MASTER-ARG
           END-ACCEPT.

           DISPLAY 2 UPON ARGUMENT-NUMBER.
           ACCEPT ML-DATE-ARG FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO ML-DATE-ARG
           END-ACCEPT.

           DISPLAY 3 UPON ARGUMENT-NUMBER.
           ACCEPT ML-ROLL-ARG FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO ML-ROLL-ARG
           END-ACCEPT.

           MOVE ZERO TO ML-TARGET-NBR.
           IF ML-MASTER-ARG(11:70) = SPACES
               PERFORM 1110-MATCH-MASTER
                   THRU 1110-MATCH-MASTER-EXIT
                   VARYING ML-MASTER-NBR FROM 1 BY 1
                   UNTIL ML-MASTER-NBR > ML-MASTER-COUNT
           END-IF.
           IF ML-TARGET-NBR = ZERO
               DISPLAY "MSTRELD: FIRST ARGUMENT MUST BE CUST-FILE, "
                   "VIP-FILE, SUPP-FILE, OCC-FILE, CHP-FILE, OR "
                   "GRTHIST"
               GO TO 1100-PARSE-ARGUMENTS-BAD
           END-IF.
           MOVE ML-MASTER-ID(ML-TARGET-NBR) TO ML-TARGET-ID.

           IF ML-DATE-ARG(1:8) IS NUMERIC
              AND ML-DATE-ARG(9:72) = SPACES
               MOVE ML-DATE-ARG(1:8) TO ML-GEN-DATE
           ELSE
               DISPLAY "MSTRELD: SECOND ARGUMENT MUST BE THE "
                   "GENERATION DATE, YYYYMMDD"
               GO TO 1100-PARSE-ARGUMENTS-BAD
           END-IF.

           EVALUATE ML-ROLL-ARG
               WHEN SPACES
                   CONTINUE
               WHEN "ROLLFWD"
                   SET ML-ROLL-FORWARD TO TRUE
               WHEN OTHER
                   DISPLAY "MSTRELD: THIRD ARGUMENT MUST BE ROLLFWD "
                       "OR OMITTED"
                   GO TO 1100-PARSE-ARGUMENTS-BAD
           END-EVALUATE.

           IF ML-ROLL-FORWARD
              AND NOT ML-TARGET-AUDITED
               DISPLAY "MSTRELD: " ML-TARGET-ID " IS NOT MAINTAINED "
                   "THROUGH MNTAUDIT - IT CAN NOT BE ROLLED FORWARD"
               GO TO 1100-PARSE-ARGUMENTS-BAD
           END-IF.

           MOVE SPACES TO ML-GEN-NAME.
           STRING "BK-" DELIMITED BY SIZE
               ML-TARGET-ID DELIMITED BY SPACE
               "-" DELIMITED BY SIZE
               ML-GEN-DATE DELIMITED BY SIZE
               INTO ML-GEN-NAME.

           GO TO 1100-PARSE-ARGUMENTS-EXIT.

       1100-PARSE-ARGUMENTS-BAD.
           DISPLAY "MSTRELD: USAGE - MSTRELD <MASTER> <YYYYMMDD> "
               "[ROLLFWD]".
           MOVE 8 TO RETURN-CODE.
           PERFORM 9500-ABORT-WRAPUP
               THRU 9500-ABORT-WRAPUP-EXIT.
           GO TO 9999-EXIT.

       1100-PARSE-ARGUMENTS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  1110-MATCH-MASTER  --  IS THE FIRST ARGUMENT THIS MASTER?
      *----------------------------------------------------------------
       1110-MATCH-MASTER.
           IF ML-MASTER-ARG(1:10) = ML-MASTER-ID(ML-MASTER-NBR)
               MOVE ML-MASTER-NBR TO ML-TARGET-NBR
           END-IF.

       1110-MATCH-MASTER-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  1150-WRITE-HEADING  --  REPORT TITLE AND WHAT IS TO BE
      *                   RELOADED.
      *----------------------------------------------------------------
       1150-WRITE-HEADING.
           MOVE "MASTER-FILE RELOAD" TO ML-REPORT-LINE.
           WRITE ML-REPORT-LINE.
           MOVE "------------------" TO ML-REPORT-LINE.
           WRITE ML-REPORT-LINE.

           MOVE SPACES TO ML-REPORT-LINE.
           STRING "PROCESSING DATE ............ " DELIMITED BY SIZE
               ML-PROC-DATE DELIMITED BY SIZE
               "  RUN " DELIMITED BY SIZE
               ML-RUN-ID DELIMITED BY SIZE
               INTO ML-REPORT-LINE.
           WRITE ML-REPORT-LINE.

           MOVE SPACES TO ML-REPORT-LINE.
           STRING "MASTER ..................... " DELIMITED BY SIZE
               ML-TARGET-ID DELIMITED BY SIZE
               INTO ML-REPORT-LINE.
           WRITE ML-REPORT-LINE.

           MOVE SPACES TO ML-REPORT-LINE.
           STRING "GENERATION ................. " DELIMITED BY SIZE
               ML-GEN-NAME DELIMITED BY SIZE
               INTO ML-REPORT-LINE.
           WRITE ML-REPORT-LINE.

           MOVE SPACES TO ML-REPORT-LINE.
           IF ML-ROLL-FORWARD
               MOVE "ROLL-FORWARD ............... REQUESTED"
                   TO ML-REPORT-LINE
           ELSE
               MOVE "ROLL-FORWARD ............... NOT REQUESTED"
                   TO ML-REPORT-LINE
           END-IF.
           WRITE ML-REPORT-LINE.

       1150-WRITE-HEADING-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  1200-VALIDATE-GENERATION  --  PRE-PASS OVER THE GENERATION
      *                   BEFORE THE MASTER IS TOUCHED.  THE FIRST
      *                   RECORD MUST BE A HEADER FOR THIS MASTER AND
      *                   DATE, THE LAST MUST BE A TRAILER WHOSE COUNT
      *                   AND HASH TOTAL MATCH THE DETAILS PRESENT,
      *                   AND NOTHING MAY FOLLOW THE TRAILER.
      *----------------------------------------------------------------
       1200-VALIDATE-GENERATION.
           OPEN INPUT BKGEN.
           IF ML-BKGEN-MISSING
               MOVE "GENERATION FILE IS NOT ON HAND" TO ML-REFUSE-TEXT
               PERFORM 1490-REFUSE-RELOAD
                   THRU 1490-REFUSE-RELOAD-EXIT
           END-IF.
           IF NOT ML-BKGEN-OK
               DISPLAY "MSTRELD: UNABLE TO OPEN " ML-GEN-NAME
                   ", STATUS = " ML-BKGEN-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9100-CLOSE-ALL
                   THRU 9100-CLOSE-ALL-EXIT
               PERFORM 9500-ABORT-WRAPUP
                   THRU 9500-ABORT-WRAPUP-EXIT
               GO TO 9999-EXIT
           END-IF.
           SET ML-BKGEN-OPEN TO TRUE.

           MOVE "N" TO ML-FILE-EOF-SW.
           PERFORM 8500-READ-GENERATION
               THRU 8500-READ-GENERATION-EXIT.
           IF ML-FILE-EOF
              OR NOT BG-HEADER
               MOVE "FIRST RECORD IS NOT A HEADER" TO ML-REFUSE-TEXT
               PERFORM 1490-REFUSE-RELOAD
                   THRU 1490-REFUSE-RELOAD-EXIT
           END-IF.
           IF BG-HDR-MASTER-ID NOT = ML-TARGET-ID
              OR BG-HDR-GEN-DATE NOT = ML-GEN-DATE
              OR BG-HDR-AUDIT-POS IS NOT NUMERIC
               MOVE "HEADER IS NOT FOR THIS MASTER AND DATE"
                   TO ML-REFUSE-TEXT
               PERFORM 1490-REFUSE-RELOAD
                   THRU 1490-REFUSE-RELOAD-EXIT
           END-IF.
           MOVE BG-HDR-RUN-ID TO ML-GEN-RUN-ID.
           MOVE BG-HDR-TAKEN-DATE TO ML-TAKEN-DATE.
           MOVE BG-HDR-TAKEN-TIME TO ML-TAKEN-TIME.
           MOVE BG-HDR-AUDIT-POS TO ML-AUDIT-POS.

           MOVE ZERO TO ML-GEN-COUNT.
           MOVE ZERO TO ML-HASH-TOTAL.
           PERFORM 1250-SCAN-GENERATION
               THRU 1250-SCAN-GENERATION-EXIT
               UNTIL ML-FILE-EOF
                  OR ML-TRAILER-SEEN.
           MOVE ML-HASH-TOTAL TO ML-GEN-HASH.

           IF NOT ML-TRAILER-SEEN
               MOVE "NO TRAILER RECORD, GENERATION MAY BE TRUNCATED"
                   TO ML-REFUSE-TEXT
               PERFORM 1490-REFUSE-RELOAD
                   THRU 1490-REFUSE-RELOAD-EXIT
           END-IF.

           PERFORM 8500-READ-GENERATION
               THRU 8500-READ-GENERATION-EXIT.
           IF NOT ML-FILE-EOF
               MOVE "RECORDS FOUND AFTER THE TRAILER" TO ML-REFUSE-TEXT
               PERFORM 1490-REFUSE-RELOAD
                   THRU 1490-REFUSE-RELOAD-EXIT
           END-IF.

           IF ML-TRL-COUNT NOT = ML-GEN-COUNT
               MOVE SPACES TO ML-REFUSE-TEXT
               MOVE ML-TRL-COUNT TO ML-COUNT-DISP
               MOVE ML-GEN-COUNT TO ML-COUNT-DISP-2
               STRING "TRAILER COUNT " DELIMITED BY SIZE
                   ML-COUNT-DISP DELIMITED BY SIZE
                   " DOES NOT MATCH " DELIMITED BY SIZE
                   ML-COUNT-DISP-2 DELIMITED BY SIZE
                   " DETAIL RECORDS" DELIMITED BY SIZE
                   INTO ML-REFUSE-TEXT
               PERFORM 1490-REFUSE-RELOAD
                   THRU 1490-REFUSE-RELOAD-EXIT
           END-IF.

           IF ML-TRL-HASH NOT = ML-GEN-HASH
               MOVE "TRAILER HASH TOTAL DOES NOT MATCH THE DETAILS"
                   TO ML-REFUSE-TEXT
               PERFORM 1490-REFUSE-RELOAD
                   THRU 1490-REFUSE-RELOAD-EXIT
           END-IF.

           CLOSE BKGEN.
           MOVE "N" TO ML-BKGEN-OPEN-SW.

           MOVE SPACES TO ML-REPORT-LINE.
           STRING "GENERATION DATE ............ " DELIMITED BY SIZE
               ML-GEN-DATE DELIMITED BY SIZE
               "  RUN " DELIMITED BY SIZE
               ML-GEN-RUN-ID DELIMITED BY SIZE
               INTO ML-REPORT-LINE.
           WRITE ML-REPORT-LINE.

           MOVE SPACES TO ML-REPORT-LINE.
           STRING "BACKUP TAKEN ............... " DELIMITED BY SIZE
               ML-TAKEN-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ML-TAKEN-TIME DELIMITED BY SIZE
               INTO ML-REPORT-LINE.
           WRITE ML-REPORT-LINE.

           MOVE SPACES TO ML-REPORT-LINE.
           WRITE ML-REPORT-LINE.
           MOVE "RECORDS IN GENERATION ...... " TO ML-DETAIL-LABEL.
           MOVE ML-TRL-COUNT TO ML-DETAIL-COUNT.
           MOVE ML-DETAIL-LINE TO ML-REPORT-LINE.
           WRITE ML-REPORT-LINE.
           MOVE "HASH TOTAL IN GENERATION ... " TO ML-HASH-LABEL.
           MOVE ML-TRL-HASH TO ML-HASH-EDIT.
           MOVE ML-HASH-LINE TO ML-REPORT-LINE.
           WRITE ML-REPORT-LINE.

       1200-VALIDATE-GENERATION-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  1250-SCAN-GENERATION  --  CLASSIFY ONE PRE-PASS RECORD:
      *                   COUNT AND HASH A DETAIL, CAPTURE THE
      *                   TRAILER CONTROLS, OR REFUSE ANYTHING ELSE.
      *----------------------------------------------------------------
       1250-SCAN-GENERATION.
           PERFORM 8500-READ-GENERATION
               THRU 8500-READ-GENERATION-EXIT.
           IF ML-FILE-EOF
               GO TO 1250-SCAN-GENERATION-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN BG-DETAIL
                   ADD 1 TO ML-GEN-COUNT
                   MOVE BG-GEN-REC TO ML-HASH-REC
                   PERFORM 7000-HASH-RECORD
                       THRU 7000-HASH-RECORD-EXIT
               WHEN BG-TRAILER
                   IF BG-TRL-MASTER-ID NOT = ML-TARGET-ID
                      OR BG-TRL-REC-COUNT IS NOT NUMERIC
                      OR BG-TRL-HASH-TOTAL IS NOT NUMERIC
                       MOVE "TRAILER IS NOT FOR THIS MASTER OR IS NOT "
                           & "NUMERIC" TO ML-REFUSE-TEXT
                       PERFORM 1490-REFUSE-RELOAD
                           THRU 1490-REFUSE-RELOAD-EXIT
                   END-IF
                   SET ML-TRAILER-SEEN TO TRUE
                   MOVE BG-TRL-REC-COUNT TO ML-TRL-COUNT
                   MOVE BG-TRL-HASH-TOTAL TO ML-TRL-HASH
               WHEN OTHER
                   MOVE "UNKNOWN OR SECOND HEADER RECORD FOUND"
                       TO ML-REFUSE-TEXT
                   PERFORM 1490-REFUSE-RELOAD
                       THRU 1490-REFUSE-RELOAD-EXIT
           END-EVALUATE.

       1250-SCAN-GENERATION-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  1300-CHECK-CATALOG  --  FIND THE GENERATION ON THE BKCAT
      *                   CATALOGUE.  ITS CONTROLS MUST AGREE WITH
      *                   THE TRAILER'S OR THE RELOAD IS REFUSED.  A
      *                   GENERATION NOT CATALOGUED (OR NO CATALOGUE)
      *                   IS RELOADED ON THE TRAILER'S CONTROLS ALONE,
      *                   WITH A WARNING.
      *----------------------------------------------------------------
       1300-CHECK-CATALOG.
           OPEN INPUT BKCAT.
           IF ML-BKCAT-OK
               MOVE "N" TO ML-FILE-EOF-SW
               PERFORM 1350-SCAN-CATALOG
                   THRU 1350-SCAN-CATALOG-EXIT
                   UNTIL ML-FILE-EOF
                      OR ML-CAT-FOUND
               CLOSE BKCAT
           ELSE
               IF NOT ML-BKCAT-MISSING
                   DISPLAY "MSTRELD: UNABLE TO OPEN BKCAT, STATUS = "
                       ML-BKCAT-STATUS
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9100-CLOSE-ALL
                       THRU 9100-CLOSE-ALL-EXIT
                   PERFORM 9500-ABORT-WRAPUP
                       THRU 9500-ABORT-WRAPUP-EXIT
                   GO TO 9999-EXIT
               END-IF
           END-IF.

           IF NOT ML-CAT-FOUND
               SET ML-WARNING-RAISED TO TRUE
               MOVE "*** GENERATION NOT ON THE BKCAT CATALOGUE - "
                   & "TRAILER CONTROLS USED ***" TO ML-REPORT-LINE
               WRITE ML-REPORT-LINE
               GO TO 1300-CHECK-CATALOG-EXIT
           END-IF.

           IF BC-REC-COUNT NOT = ML-TRL-COUNT
              OR BC-HASH-TOTAL NOT = ML-TRL-HASH
               MOVE "CATALOGUE CONTROLS DO NOT MATCH THE TRAILER"
                   TO ML-REFUSE-TEXT
               PERFORM 1490-REFUSE-RELOAD
                   THRU 1490-REFUSE-RELOAD-EXIT
           END-IF.

       1300-CHECK-CATALOG-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  1350-SCAN-CATALOG  --  ONE CATALOGUE RECORD: IS IT THIS
      *                   MASTER'S GENERATION FOR THIS DATE?
      *----------------------------------------------------------------
       1350-SCAN-CATALOG.
           READ BKCAT
               AT END
                   SET ML-FILE-EOF TO TRUE
               NOT AT END
                   IF BC-MASTER-ID = ML-TARGET-ID
                      AND BC-GEN-DATE = ML-GEN-DATE
                       SET ML-CAT-FOUND TO TRUE
                   END-IF
           END-READ.

       1350-SCAN-CATALOG-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  1400-CHECK-AUDIT-TRAIL  --  A ROLL-FORWARD STARTS AFTER THE
      *                   MNTAUDIT POSITION IN THE GENERATION HEADER.
      *                   AN AUDIT TRAIL SHORTER THAN THAT HAS BEEN
      *                   REPLACED OR CUT BACK SINCE THE BACKUP, SO
      *                   THE CHANGES SINCE CAN NOT BE TRUSTED AND
      *                   THE RELOAD IS REFUSED.
      *----------------------------------------------------------------
       1400-CHECK-AUDIT-TRAIL.
           MOVE ZERO TO ML-AUDIT-READ.
           OPEN INPUT MNTAUDIT.
           IF ML-MNTAUDIT-OK
               MOVE "N" TO ML-FILE-EOF-SW
               PERFORM 1450-COUNT-AUDIT-REC
                   THRU 1450-COUNT-AUDIT-REC-EXIT
                   UNTIL ML-FILE-EOF
               CLOSE MNTAUDIT
           ELSE
               IF NOT ML-MNTAUDIT-MISSING
                   DISPLAY "MSTRELD: UNABLE TO OPEN MNTAUDIT, "
                       "STATUS = " ML-MNTAUDIT-STATUS
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9100-CLOSE-ALL
                       THRU 9100-CLOSE-ALL-EXIT
                   PERFORM 9500-ABORT-WRAPUP
                       THRU 9500-ABORT-WRAPUP-EXIT
                   GO TO 9999-EXIT
               END-IF
           END-IF.

           IF ML-AUDIT-READ < ML-AUDIT-POS
               MOVE SPACES TO ML-REFUSE-TEXT
               MOVE ML-AUDIT-READ TO ML-COUNT-DISP
               MOVE ML-AUDIT-POS TO ML-COUNT-DISP-2
               STRING "MNTAUDIT HOLDS " DELIMITED BY SIZE
                   ML-COUNT-DISP DELIMITED BY SIZE
                   " RECORDS, " DELIMITED BY SIZE
                   ML-COUNT-DISP-2 DELIMITED BY SIZE
                   " AT THE BACKUP" DELIMITED BY SIZE
                   INTO ML-REFUSE-TEXT
               PERFORM 1490-REFUSE-RELOAD
                   THRU 1490-REFUSE-RELOAD-EXIT
           END-IF.

           COMPUTE ML-AUDIT-SINCE = ML-AUDIT-READ - ML-AUDIT-POS.

       1400-CHECK-AUDIT-TRAIL-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  1450-COUNT-AUDIT-REC  --  ONE MNTAUDIT RECORD.
      *----------------------------------------------------------------
       1450-COUNT-AUDIT-REC.
           READ MNTAUDIT
               AT END
                   SET ML-FILE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO ML-AUDIT-READ
           END-READ.

       1450-COUNT-AUDIT-REC-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  1490-REFUSE-RELOAD  --  REFUSE THE RELOAD FOR THE REASON IN
      *                   ML-REFUSE-TEXT BEFORE THE MASTER IS
      *                   TOUCHED: SAY SO ON THE CONSOLE AND THE
      *                   REPORT AND END WITH RETURN-CODE 8.
      *----------------------------------------------------------------
       1490-REFUSE-RELOAD.
           DISPLAY "MSTRELD: " ML-GEN-NAME " REFUSED - "
               ML-REFUSE-TEXT.

           MOVE SPACES TO ML-REPORT-LINE.
           WRITE ML-REPORT-LINE.
           MOVE "*** RELOAD REFUSED - MASTER NOT TOUCHED ***"
               TO ML-REPORT-LINE.
           WRITE ML-REPORT-LINE.
           MOVE SPACES TO ML-REPORT-LINE.
           STRING "    " DELIMITED BY SIZE
               ML-REFUSE-TEXT DELIMITED BY SIZE
               INTO ML-REPORT-LINE.
           WRITE ML-REPORT-LINE.

           MOVE 8 TO RETURN-CODE.
           PERFORM 9100-CLOSE-ALL
               THRU 9100-CLOSE-ALL-EXIT.
           PERFORM 9500-ABORT-WRAPUP
               THRU 9500-ABORT-WRAPUP-EXIT.
           GO TO 9999-EXIT.

       1490-REFUSE-RELOAD-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  1500-ACQUIRE-LOCK  --  DECLARE THE MASTER TO THE GRTLOCK
      *                   INTERLOCK BEFORE IT IS RECREATED.  A BUSY
      *                   MASTER ENDS THE RUN WITH RETURN-CODE 12.
      *----------------------------------------------------------------
       1500-ACQUIRE-LOCK.
           MOVE "MSTRELD" TO LP-CALLER-PGM.
           MOVE ML-RUN-ID TO LP-CALLER-RUN.
           MOVE ML-TARGET-ID TO LP-RESOURCE.
           SET LP-ACQUIRE TO TRUE.
           CALL "GRTLOCK" USING LP-LOCK-PARMS.

           IF LP-LOCK-BUSY
              AND LP-HOLDER-PGM = "MSTRELD"
               PERFORM 1550-CLEAR-RELOAD-FENCE
                   THRU 1550-CLEAR-RELOAD-FENCE-EXIT
           END-IF.

           IF LP-LOCK-BUSY
               DISPLAY "MSTRELD: RESOURCE " LP-RESOURCE " BUSY - "
                   "HELD BY " LP-HOLDER-PGM " RUN " LP-HOLDER-RUN
               MOVE 12 TO RETURN-CODE
               PERFORM 9100-CLOSE-ALL
                   THRU 9100-CLOSE-ALL-EXIT
               PERFORM 9500-ABORT-WRAPUP
                   THRU 9500-ABORT-WRAPUP-EXIT
               GO TO 9999-EXIT
           END-IF.

           IF LP-LOCK-ERROR
               DISPLAY "MSTRELD: INTERLOCK FAILURE ON " LP-RESOURCE
               MOVE 16 TO RETURN-CODE
               PERFORM 9100-CLOSE-ALL
                   THRU 9100-CLOSE-ALL-EXIT
               PERFORM 9500-ABORT-WRAPUP
                   THRU 9500-ABORT-WRAPUP-EXIT
               GO TO 9999-EXIT
           END-IF.

           SET ML-LOCK-HELD TO TRUE.

       1500-ACQUIRE-LOCK-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  1550-CLEAR-RELOAD-FENCE  --  THE MASTER'S LOCK IS HELD BY
      *                   MSTRELD: THE FENCE LEFT BY AN EARLIER RELOAD
      *                   THAT FAILED.  THIS RELOAD REPLACES THAT
      *                   MASTER, SO RELEASE THE FENCE AND TAKE THE
      *                   LOCK AGAIN FOR THIS RUN.  THE RESULT OF THE
      *                   SECOND ACQUIRE IS CHECKED BY THE CALLER.
      *----------------------------------------------------------------
       1550-CLEAR-RELOAD-FENCE.
           MOVE LP-HOLDER-RUN TO ML-FENCE-RUN.
           DISPLAY "MSTRELD: " ML-TARGET-ID " FENCED BY A FAILED "
               "RELOAD, RUN " ML-FENCE-RUN " - FENCE CLEARED".

           MOVE SPACES TO ML-REPORT-LINE.
           STRING "*** " DELIMITED BY SIZE
               ML-TARGET-ID DELIMITED BY SPACE
               " WAS FENCED BY A FAILED RELOAD, RUN "
                   DELIMITED BY SIZE
               ML-FENCE-RUN DELIMITED BY SIZE
               " - FENCE CLEARED ***" DELIMITED BY SIZE
               INTO ML-REPORT-LINE.
           WRITE ML-REPORT-LINE.

           MOVE "MSTRELD" TO LP-CALLER-PGM.
           MOVE ML-RUN-ID TO LP-CALLER-RUN.
           MOVE ML-TARGET-ID TO LP-RESOURCE.
           SET LP-RELEASE TO TRUE.
           CALL "GRTLOCK" USING LP-LOCK-PARMS.
           IF NOT LP-LOCK-OK
               DISPLAY "MSTRELD: UNABLE TO RELEASE THE FENCE ON "
                   LP-RESOURCE
               SET LP-LOCK-ERROR TO TRUE
               GO TO 1550-CLEAR-RELOAD-FENCE-EXIT
           END-IF.

           SET LP-ACQUIRE TO TRUE.
           CALL "GRTLOCK" USING LP-LOCK-PARMS.

       1550-CLEAR-RELOAD-FENCE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  2000-LOAD-MASTER  --  RECREATE THE MASTER EMPTY AND WRITE
      *                   EVERY DETAIL OF THE GENERATION INTO IT.  A
      *                   RECORD THAT WILL NOT WRITE IS COUNTED AND
      *                   LEFT FOR THE VERIFICATION TO CATCH.  FROM
      *                   HERE ON A FAILURE LEAVES THE LOCK HELD.
      *----------------------------------------------------------------
       2000-LOAD-MASTER.
           SET ML-OPEN-FOR-LOAD TO TRUE.
           PERFORM 2050-OPEN-TARGET
               THRU 2050-OPEN-TARGET-EXIT.

           OPEN INPUT BKGEN.
           IF NOT ML-BKGEN-OK
               DISPLAY "MSTRELD: UNABLE TO REOPEN " ML-GEN-NAME
                   ", STATUS = " ML-BKGEN-STATUS
               GO TO 9400-FAIL-HOLDING-LOCK
           END-IF.
           SET ML-BKGEN-OPEN TO TRUE.

      *    FIRST READ CONSUMES THE VALIDATED HEADER.
           MOVE "N" TO ML-FILE-EOF-SW.
           PERFORM 8500-READ-GENERATION
               THRU 8500-READ-GENERATION-EXIT.
           PERFORM 2100-LOAD-RECORD
               THRU 2100-LOAD-RECORD-EXIT
               UNTIL ML-FILE-EOF.

           CLOSE BKGEN.
           MOVE "N" TO ML-BKGEN-OPEN-SW.
           PERFORM 2090-CLOSE-TARGET
               THRU 2090-CLOSE-TARGET-EXIT.

           MOVE "RECORDS LOADED ............. " TO ML-DETAIL-LABEL.
           MOVE ML-LOAD-COUNT TO ML-DETAIL-COUNT.
           MOVE ML-DETAIL-LINE TO ML-REPORT-LINE.
           WRITE ML-REPORT-LINE.
           IF ML-LOAD-FAIL-COUNT > ZERO
               MOVE "RECORDS THAT WOULD NOT LOAD  " TO ML-DETAIL-LABEL
               MOVE ML-LOAD-FAIL-COUNT TO ML-DETAIL-COUNT
               MOVE ML-DETAIL-LINE TO ML-REPORT-LINE
               WRITE ML-REPORT-LINE
           END-IF.

       2000-LOAD-MASTER-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  2050-OPEN-TARGET  --  OPEN THE MASTER BEING RELOADED IN THE
      *                   MODE ML-OPEN-MODE ASKS FOR: OUTPUT TO
      *                   RECREATE IT, INPUT TO VERIFY IT, I-O TO
      *                   ROLL IT FORWARD.  A FAILURE ENDS THE RUN.
      *----------------------------------------------------------------
       2050-OPEN-TARGET.
           EVALUATE TRUE
               WHEN ML-OPEN-FOR-LOAD
                   EVALUATE ML-TARGET-NBR
                       WHEN 1  OPEN OUTPUT CUST-FILE
                       WHEN 2  OPEN OUTPUT VIP-FILE
                       WHEN 3  OPEN OUTPUT SUPP-FILE
                       WHEN 4  OPEN OUTPUT OCC-FILE
                       WHEN 5  OPEN OUTPUT CHP-FILE
                       WHEN 6  OPEN OUTPUT GRTHIST
                   END-EVALUATE
               WHEN ML-OPEN-FOR-READ
                   EVALUATE ML-TARGET-NBR
                       WHEN 1  OPEN INPUT CUST-FILE
                       WHEN 2  OPEN INPUT VIP-FILE
                       WHEN 3  OPEN INPUT SUPP-FILE
                       WHEN 4  OPEN INPUT OCC-FILE
                       WHEN 5  OPEN INPUT CHP-FILE
                       WHEN 6  OPEN INPUT GRTHIST
                   END-EVALUATE
               WHEN ML-OPEN-FOR-UPDATE
                   EVALUATE ML-TARGET-NBR
                       WHEN 1  OPEN I-O CUST-FILE
                       WHEN 2  OPEN I-O VIP-FILE
                       WHEN 3  OPEN I-O SUPP-FILE
                       WHEN 4  OPEN I-O OCC-FILE
                       WHEN 5  OPEN I-O CHP-FILE
                       WHEN 6  OPEN I-O GRTHIST
                   END-EVALUATE
           END-EVALUATE.

           PERFORM 8100-GET-TARGET-STATUS
               THRU 8100-GET-TARGET-STATUS-EXIT.
           IF NOT ML-TARGET-OK
               DISPLAY "MSTRELD: UNABLE TO OPEN " ML-TARGET-ID
                   ", STATUS = " ML-TARGET-STATUS
               GO TO 9400-FAIL-HOLDING-LOCK
           END-IF.
           SET ML-TARGET-OPEN TO TRUE.

       2050-OPEN-TARGET-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  2090-CLOSE-TARGET  --  CLOSE THE MASTER BEING RELOADED.
      *----------------------------------------------------------------
       2090-CLOSE-TARGET.
           IF NOT ML-TARGET-OPEN
               GO TO 2090-CLOSE-TARGET-EXIT
           END-IF.

           EVALUATE ML-TARGET-NBR
               WHEN 1  CLOSE CUST-FILE
               WHEN 2  CLOSE VIP-FILE
               WHEN 3  CLOSE SUPP-FILE
               WHEN 4  CLOSE OCC-FILE
               WHEN 5  CLOSE CHP-FILE
               WHEN 6  CLOSE GRTHIST
           END-EVALUATE.
           MOVE "N" TO ML-TARGET-OPEN-SW.

       2090-CLOSE-TARGET-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  2100-LOAD-RECORD  --  ONE GENERATION RECORD: WRITE A DETAIL
      *                   TO THE MASTER; THE TRAILER ENDS THE LOAD.
      *----------------------------------------------------------------
       2100-LOAD-RECORD.
           PERFORM 8500-READ-GENERATION
               THRU 8500-READ-GENERATION-EXIT.
           IF ML-FILE-EOF
               GO TO 2100-LOAD-RECORD-EXIT
           END-IF.
           IF NOT BG-DETAIL
               SET ML-FILE-EOF TO TRUE
               GO TO 2100-LOAD-RECORD-EXIT
           END-IF.

           MOVE BG-DETAIL-IMAGE TO ML-RECORD-IMAGE.
           PERFORM 2200-WRITE-TARGET
               THRU 2200-WRITE-TARGET-EXIT.
           IF ML-TARGET-OK
               ADD 1 TO ML-LOAD-COUNT
           ELSE
               DISPLAY "MSTRELD: UNABLE TO LOAD " ML-TARGET-ID
                   " KEY " ML-RECORD-IMAGE(1:11) ", STATUS = "
                   ML-TARGET-STATUS
               ADD 1 TO ML-LOAD-FAIL-COUNT
           END-IF.

       2100-LOAD-RECORD-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  2200-WRITE-TARGET  --  WRITE ML-RECORD-IMAGE AS A NEW RECORD
      *                   OF THE MASTER.  THE CALLER CHECKS
      *                   ML-TARGET-STATUS.
      *----------------------------------------------------------------
       2200-WRITE-TARGET.
           EVALUATE ML-TARGET-NBR
               WHEN 1
                   MOVE ML-RECORD-IMAGE TO CM-CUST-REC
                   WRITE CM-CUST-REC
                       INVALID KEY CONTINUE
                   END-WRITE
               WHEN 2
                   MOVE ML-RECORD-IMAGE TO VP-VIP-REC
                   WRITE VP-VIP-REC
                       INVALID KEY CONTINUE
                   END-WRITE
               WHEN 3
                   MOVE ML-RECORD-IMAGE TO SP-SUPP-REC
                   WRITE SP-SUPP-REC
                       INVALID KEY CONTINUE
                   END-WRITE
               WHEN 4
                   MOVE ML-RECORD-IMAGE TO OC-OCC-REC
                   WRITE OC-OCC-REC
                       INVALID KEY CONTINUE
                   END-WRITE
               WHEN 5
                   MOVE ML-RECORD-IMAGE TO CH-CHP-REC
                   WRITE CH-CHP-REC
                       INVALID KEY CONTINUE
                   END-WRITE
               WHEN 6
                   MOVE ML-RECORD-IMAGE TO GH-HIST-REC
                   WRITE GH-HIST-REC
                       INVALID KEY CONTINUE
                   END-WRITE
           END-EVALUATE.

           PERFORM 8100-GET-TARGET-STATUS
               THRU 8100-GET-TARGET-STATUS-EXIT.

       2200-WRITE-TARGET-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  2250-REWRITE-TARGET  --  REPLACE THE MASTER RECORD WITH THE
      *                   KEY IN ML-RECORD-IMAGE BY THAT IMAGE.  THE
      *                   CALLER HAS JUST READ IT AND CHECKS
      *                   ML-TARGET-STATUS.
      *----------------------------------------------------------------
       2250-REWRITE-TARGET.
           EVALUATE ML-TARGET-NBR
               WHEN 1
                   MOVE ML-RECORD-IMAGE TO CM-CUST-REC
                   REWRITE CM-CUST-REC
                       INVALID KEY CONTINUE
                   END-REWRITE
               WHEN 2
                   MOVE ML-RECORD-IMAGE TO VP-VIP-REC
                   REWRITE VP-VIP-REC
                       INVALID KEY CONTINUE
                   END-REWRITE
               WHEN 3
                   MOVE ML-RECORD-IMAGE TO SP-SUPP-REC
                   REWRITE SP-SUPP-REC
                       INVALID KEY CONTINUE
                   END-REWRITE
               WHEN 4
                   MOVE ML-RECORD-IMAGE TO OC-OCC-REC
                   REWRITE OC-OCC-REC
                       INVALID KEY CONTINUE
                   END-REWRITE
               WHEN 5
                   MOVE ML-RECORD-IMAGE TO CH-CHP-REC
                   REWRITE CH-CHP-REC
                       INVALID KEY CONTINUE
                   END-REWRITE
               WHEN 6
                   MOVE ML-RECORD-IMAGE TO GH-HIST-REC
                   REWRITE GH-HIST-REC
                       INVALID KEY CONTINUE
                   END-REWRITE
           END-EVALUATE.

           PERFORM 8100-GET-TARGET-STATUS
               THRU 8100-GET-TARGET-STATUS-EXIT.

       2250-REWRITE-TARGET-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  2300-READ-TARGET-KEY  --  READ THE MASTER RECORD WITH THE
      *                   KEY IN ML-RECORD-IMAGE AND SET
      *                   ML-KEY-FOUND-SW.  ANY FAILURE OTHER THAN
      *                   NOT FOUND ENDS THE RUN.
      *----------------------------------------------------------------
       2300-READ-TARGET-KEY.
           MOVE "N" TO ML-KEY-FOUND-SW.
           EVALUATE ML-TARGET-NBR
               WHEN 1
                   MOVE ML-RECORD-IMAGE TO CM-CUST-REC
                   READ CUST-FILE
                       INVALID KEY CONTINUE
                   END-READ
               WHEN 2
                   MOVE ML-RECORD-IMAGE TO VP-VIP-REC
                   READ VIP-FILE
                       INVALID KEY CONTINUE
                   END-READ
               WHEN 3
                   MOVE ML-RECORD-IMAGE TO SP-SUPP-REC
                   READ SUPP-FILE
                       INVALID KEY CONTINUE
                   END-READ
               WHEN 4
                   MOVE ML-RECORD-IMAGE TO OC-OCC-REC
                   READ OCC-FILE
                       INVALID KEY CONTINUE
                   END-READ
               WHEN 5
                   MOVE ML-RECORD-IMAGE TO CH-CHP-REC
                   READ CHP-FILE
                       INVALID KEY CONTINUE
                   END-READ
               WHEN 6
                   MOVE ML-RECORD-IMAGE TO GH-HIST-REC
                   READ GRTHIST
                       INVALID KEY CONTINUE
                   END-READ
           END-EVALUATE.

           PERFORM 8100-GET-TARGET-STATUS
               THRU 8100-GET-TARGET-STATUS-EXIT.
           EVALUATE TRUE
               WHEN ML-TARGET-OK
                   SET ML-KEY-FOUND TO TRUE
               WHEN ML-TARGET-NOT-FOUND
                   CONTINUE
               WHEN OTHER
                   DISPLAY "MSTRELD: UNABLE TO READ " ML-TARGET-ID
                       " KEY " ML-RECORD-IMAGE(1:11) ", STATUS = "
                       ML-TARGET-STATUS
                   GO TO 9400-FAIL-HOLDING-LOCK
           END-EVALUATE.

       2300-READ-TARGET-KEY-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  2500-VERIFY-MASTER  --  READ THE RELOADED MASTER BACK FROM
      *                   END TO END, COUNTING AND HASHING EACH
      *                   RECORD EXACTLY AS MSTBKUP DID, AND COMPARE
      *                   WITH THE GENERATION'S CONTROLS.  IF THEY
      *                   DISAGREE THE RELOAD IS REFUSED HERE.
      *----------------------------------------------------------------
       2500-VERIFY-MASTER.
           SET ML-OPEN-FOR-READ TO TRUE.
           PERFORM 2050-OPEN-TARGET
               THRU 2050-OPEN-TARGET-EXIT.

           MOVE ZERO TO ML-VERIFY-COUNT.
           MOVE ZERO TO ML-HASH-TOTAL.
           MOVE "N" TO ML-TARGET-EOF-SW.
           PERFORM 2550-VERIFY-RECORD
               THRU 2550-VERIFY-RECORD-EXIT
               UNTIL ML-TARGET-EOF.
           MOVE ML-HASH-TOTAL TO ML-VERIFY-HASH.

           PERFORM 2090-CLOSE-TARGET
               THRU 2090-CLOSE-TARGET-EXIT.

           MOVE "RECORDS RELOADED ........... " TO ML-DETAIL-LABEL.
           MOVE ML-VERIFY-COUNT TO ML-DETAIL-COUNT.
           MOVE ML-DETAIL-LINE TO ML-REPORT-LINE.
           WRITE ML-REPORT-LINE.
           MOVE "HASH TOTAL RELOADED ........ " TO ML-HASH-LABEL.
           MOVE ML-VERIFY-HASH TO ML-HASH-EDIT.
           MOVE ML-HASH-LINE TO ML-REPORT-LINE.
           WRITE ML-REPORT-LINE.

           IF ML-VERIFY-COUNT NOT = ML-TRL-COUNT
              OR ML-VERIFY-HASH NOT = ML-TRL-HASH
               GO TO 2590-REFUSE-VERIFIED
           END-IF.

           MOVE "*** RELOAD VERIFIED - COUNT AND HASH TOTAL AGREE ***"
               TO ML-REPORT-LINE.
           WRITE ML-REPORT-LINE.
           GO TO 2500-VERIFY-MASTER-EXIT.

       2590-REFUSE-VERIFIED.
           DISPLAY "MSTRELD: " ML-TARGET-ID " RELOAD REFUSED - COUNT "
               "OR HASH TOTAL DOES NOT MATCH " ML-GEN-NAME.
           MOVE "*** RELOAD REFUSED - COUNT OR HASH TOTAL DISAGREE ***"
               TO ML-REPORT-LINE.
           WRITE ML-REPORT-LINE.
           MOVE SPACES TO ML-REPORT-LINE.
           STRING "    " DELIMITED BY SIZE
               ML-TARGET-ID DELIMITED BY SPACE
               " IS NOT USABLE AND STAYS LOCKED UNTIL MSTRELD "
                   DELIMITED BY SIZE
               "RELOADS IT" DELIMITED BY SIZE
               INTO ML-REPORT-LINE.
           WRITE ML-REPORT-LINE.
           MOVE 8 TO RETURN-CODE.
           GO TO 9400-FAIL-HOLDING-LOCK.

       2500-VERIFY-MASTER-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  2550-VERIFY-RECORD  --  NEXT RELOADED RECORD, IN KEY ORDER,
      *                   INTO THE COUNT AND HASH TOTAL.
      *----------------------------------------------------------------
       2550-VERIFY-RECORD.
           MOVE SPACES TO ML-RECORD-IMAGE.
           EVALUATE ML-TARGET-NBR
               WHEN 1
                   READ CUST-FILE NEXT RECORD
                       AT END
                           SET ML-TARGET-EOF TO TRUE
                       NOT AT END
                           MOVE CM-CUST-REC TO ML-RECORD-IMAGE
                   END-READ
               WHEN 2
                   READ VIP-FILE NEXT RECORD
                       AT END
                           SET ML-TARGET-EOF TO TRUE
                       NOT AT END
                           MOVE VP-VIP-REC TO ML-RECORD-IMAGE
                   END-READ
               WHEN 3
                   READ SUPP-FILE NEXT RECORD
                       AT END
                           SET ML-TARGET-EOF TO TRUE
                       NOT AT END
                           MOVE SP-SUPP-REC TO ML-RECORD-IMAGE
                   END-READ
               WHEN 4
                   READ OCC-FILE NEXT RECORD
                       AT END
                           SET ML-TARGET-EOF TO TRUE
                       NOT AT END
                           MOVE OC-OCC-REC TO ML-RECORD-IMAGE
                   END-READ
               WHEN 5
                   READ CHP-FILE NEXT RECORD
                       AT END
                           SET ML-TARGET-EOF TO TRUE
                       NOT AT END
                           MOVE CH-CHP-REC TO ML-RECORD-IMAGE
                   END-READ
               WHEN 6
                   READ GRTHIST NEXT RECORD
                       AT END
                           SET ML-TARGET-EOF TO TRUE
                       NOT AT END
                           MOVE GH-HIST-REC TO ML-RECORD-IMAGE
                   END-READ
           END-EVALUATE.
           IF ML-TARGET-EOF
               GO TO 2550-VERIFY-RECORD-EXIT
           END-IF.

           PERFORM 8100-GET-TARGET-STATUS
               THRU 8100-GET-TARGET-STATUS-EXIT.
           IF NOT ML-TARGET-OK
               DISPLAY "MSTRELD: UNABLE TO READ BACK " ML-TARGET-ID
                   ", STATUS = " ML-TARGET-STATUS
               GO TO 2590-REFUSE-VERIFIED
           END-IF.

           ADD 1 TO ML-VERIFY-COUNT.
           MOVE "D" TO ML-HASH-REC-TYPE.
           MOVE ML-RECORD-IMAGE TO ML-HASH-REC-IMAGE.
           PERFORM 7000-HASH-RECORD
               THRU 7000-HASH-RECORD-EXIT.

       2550-VERIFY-RECORD-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  3000-OPEN-FOR-UPDATE  --  THE VERIFIED MASTER FOR UPDATE BY
      *                   THE ROLL-FORWARD AND THE ERASURES, AND THE
      *                   MASTER THE ERASURES ARE TAKEN FROM: CUST-FILE
      *                   FOR A RELOADED SUPP-FILE, SUPP-FILE FOR ANY
      *                   OTHER.  WITHOUT IT NO ERASURE CAN BE
      *                   REAPPLIED, WHICH IS A WARNING.
      *----------------------------------------------------------------
       3000-OPEN-FOR-UPDATE.
           SET ML-OPEN-FOR-UPDATE TO TRUE.
           PERFORM 2050-OPEN-TARGET
               THRU 2050-OPEN-TARGET-EXIT.

           IF ML-TARGET-SUPP
               OPEN INPUT CUST-FILE
               IF ML-CUST-FILE-OK
                   SET ML-REF-OPEN TO TRUE
               ELSE
                   DISPLAY "MSTRELD: UNABLE TO OPEN CUST-FILE, "
                       "STATUS = " ML-CUST-FILE-STATUS
                       " - ERASURES NOT REAPPLIED"
               END-IF
           ELSE
               OPEN INPUT SUPP-FILE
               IF ML-SUPP-FILE-OK
                   SET ML-REF-OPEN TO TRUE
               ELSE
                   DISPLAY "MSTRELD: UNABLE TO OPEN SUPP-FILE, "
                       "STATUS = " ML-SUPP-FILE-STATUS
                       " - ERASURES NOT REAPPLIED"
               END-IF
           END-IF.

           IF NOT ML-REF-OPEN
               SET ML-WARNING-RAISED TO TRUE
               MOVE "*** NO MASTER TO TAKE ERASURES FROM - ERASED "
                   & "CUSTOMERS NOT REMOVED ***" TO ML-REPORT-LINE
               WRITE ML-REPORT-LINE
           END-IF.

       3000-OPEN-FOR-UPDATE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  4000-ROLL-FORWARD  --  SKIP THE MNTAUDIT RECORDS THAT WERE ON
      *                   FILE AT THE BACKUP, THEN REAPPLY THE AFTER-
      *                   IMAGE OF EVERY LATER CHANGE TO THIS MASTER
      *                   IN THE ORDER IT WAS MADE.  DELETES ON THE
      *                   AUDITED MASTERS ARE LOGICAL, SO EVERY AFTER-
      *                   IMAGE IS THE WHOLE RECORD AS IT THEN STOOD.
      *----------------------------------------------------------------
       4000-ROLL-FORWARD.
           OPEN INPUT MNTAUDIT.
           IF ML-MNTAUDIT-MISSING
               GO TO 4000-ROLL-FORWARD-EXIT
           END-IF.
           IF NOT ML-MNTAUDIT-OK
               DISPLAY "MSTRELD: UNABLE TO OPEN MNTAUDIT, STATUS = "
                   ML-MNTAUDIT-STATUS
               GO TO 9400-FAIL-HOLDING-LOCK
           END-IF.
           SET ML-MNTAUDIT-OPEN TO TRUE.

           MOVE ZERO TO ML-AUDIT-READ.
           MOVE "N" TO ML-FILE-EOF-SW.
           PERFORM 4100-APPLY-AUDIT-REC
               THRU 4100-APPLY-AUDIT-REC-EXIT
               UNTIL ML-FILE-EOF.

           CLOSE MNTAUDIT.
           MOVE "N" TO ML-MNTAUDIT-OPEN-SW.

       4000-ROLL-FORWARD-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  4100-APPLY-AUDIT-REC  --  ONE MNTAUDIT RECORD.  ONE FROM
      *                   BEFORE THE BACKUP, OR FOR ANOTHER MASTER, IS
      *                   PASSED OVER.  ONE FOR AN ERASED CUSTOMER IS
      *                   SKIPPED, EXCEPT ON SUPP-FILE, WHERE THE
      *                   ERASED MARKER ITSELF IS AN AUDITED CHANGE.
      *                   OTHERWISE THE AFTER-IMAGE REPLACES THE
      *                   RECORD, OR IS ADDED IF THE RECORD IS NOT
      *                   THERE.
      *----------------------------------------------------------------
       4100-APPLY-AUDIT-REC.
           READ MNTAUDIT
               AT END
                   SET ML-FILE-EOF TO TRUE
                   GO TO 4100-APPLY-AUDIT-REC-EXIT
           END-READ.
           ADD 1 TO ML-AUDIT-READ.

           IF ML-AUDIT-READ NOT > ML-AUDIT-POS
              OR AU-MASTER-ID NOT = ML-TARGET-ID
               GO TO 4100-APPLY-AUDIT-REC-EXIT
           END-IF.

           MOVE AU-AFTER-IMAGE(1:79) TO ML-RECORD-IMAGE.

           IF NOT ML-TARGET-SUPP
               MOVE ML-RECORD-IMAGE(1:10) TO ML-ERASE-CUST-ID
               PERFORM 4200-CHECK-ERASED
                   THRU 4200-CHECK-ERASED-EXIT
               IF ML-CUSTOMER-ERASED
                   ADD 1 TO ML-ROLL-SKIPPED
                   GO TO 4100-APPLY-AUDIT-REC-EXIT
               END-IF
           END-IF.

           PERFORM 4300-APPLY-IMAGE
               THRU 4300-APPLY-IMAGE-EXIT.
           ADD 1 TO ML-ROLL-APPLIED.

       4100-APPLY-AUDIT-REC-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  4200-CHECK-ERASED  --  DOES ML-ERASE-CUST-ID HAVE AN ACTIVE
      *                   "ERASED" MARKER ON SUPP-FILE?
      *----------------------------------------------------------------
       4200-CHECK-ERASED.
           MOVE "N" TO ML-ERASED-SW.
           IF NOT ML-REF-OPEN
               GO TO 4200-CHECK-ERASED-EXIT
           END-IF.

           MOVE ML-ERASE-CUST-ID TO SP-CUST-ID.
           READ SUPP-FILE
               INVALID KEY
                   GO TO 4200-CHECK-ERASED-EXIT
           END-READ.
           IF SP-ACTIVE
              AND SP-REASON = ML-ERASED-REASON
               SET ML-CUSTOMER-ERASED TO TRUE
           END-IF.

       4200-CHECK-ERASED-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  4300-APPLY-IMAGE  --  MAKE THE MASTER RECORD WITH THE KEY IN
      *                   ML-RECORD-IMAGE EQUAL TO THAT IMAGE.  A
      *                   FAILURE ENDS THE RUN WITH THE LOCK HELD.
      *----------------------------------------------------------------
       4300-APPLY-IMAGE.
           PERFORM 2300-READ-TARGET-KEY
               THRU 2300-READ-TARGET-KEY-EXIT.
           IF ML-KEY-FOUND
               PERFORM 2250-REWRITE-TARGET
                   THRU 2250-REWRITE-TARGET-EXIT
           ELSE
               PERFORM 2200-WRITE-TARGET
                   THRU 2200-WRITE-TARGET-EXIT
           END-IF.

           IF NOT ML-TARGET-OK
               DISPLAY "MSTRELD: UNABLE TO APPLY " ML-TARGET-ID
                   " KEY " ML-RECORD-IMAGE(1:11) ", STATUS = "
                   ML-TARGET-STATUS
               GO TO 9400-FAIL-HOLDING-LOCK
           END-IF.

       4300-APPLY-IMAGE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  5000-REAPPLY-ERASURES  --  WALK THE REFERENCE MASTER FROM THE
      *                   START AND ERASE EVERY ERASED CUSTOMER FROM
      *                   THE RELOADED ONE AGAIN.
      *----------------------------------------------------------------
       5000-REAPPLY-ERASURES.
           IF NOT ML-REF-OPEN
               GO TO 5000-REAPPLY-ERASURES-EXIT
           END-IF.

           MOVE "N" TO ML-REF-EOF-SW.
           IF ML-TARGET-SUPP
               MOVE LOW-VALUES TO CM-CUST-ID
               START CUST-FILE KEY IS NOT LESS THAN CM-CUST-ID
                   INVALID KEY
                       SET ML-REF-EOF TO TRUE
               END-START
           ELSE
               MOVE LOW-VALUES TO SP-CUST-ID
               START SUPP-FILE KEY IS NOT LESS THAN SP-CUST-ID
                   INVALID KEY
                       SET ML-REF-EOF TO TRUE
               END-START
           END-IF.

           PERFORM 5100-ERASE-NEXT
               THRU 5100-ERASE-NEXT-EXIT
               UNTIL ML-REF-EOF.

       5000-REAPPLY-ERASURES-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  5100-ERASE-NEXT  --  ONE REFERENCE RECORD.  FOR A RELOADED
      *                   SUPP-FILE, A CUST-FILE RECORD ANONYMISED BY
      *                   CUSTERAS (STATUS "D", NAME AND LANGUAGE
      *                   BLANK) NEEDS ITS MARKER BACK; FOR ANY OTHER
      *                   MASTER, AN ACTIVE "ERASED" MARKER ON
      *                   SUPP-FILE MEANS THE CUSTOMER MUST GO.
      *----------------------------------------------------------------
       5100-ERASE-NEXT.
           IF ML-TARGET-SUPP
               READ CUST-FILE NEXT RECORD
                   AT END
                       SET ML-REF-EOF TO TRUE
                       GO TO 5100-ERASE-NEXT-EXIT
               END-READ
               IF CM-DELETED
                  AND CM-CUST-NAME = SPACES
                  AND CM-LANG-CODE = SPACES
                   MOVE CM-CUST-ID TO ML-ERASE-CUST-ID
                   PERFORM 5200-RESTORE-MARKER
                       THRU 5200-RESTORE-MARKER-EXIT
               END-IF
           ELSE
               READ SUPP-FILE NEXT RECORD
                   AT END
                       SET ML-REF-EOF TO TRUE
                       GO TO 5100-ERASE-NEXT-EXIT
               END-READ
               IF SP-ACTIVE
                  AND SP-REASON = ML-ERASED-REASON
                   MOVE SP-CUST-ID TO ML-ERASE-CUST-ID
                   PERFORM 5300-ERASE-CUSTOMER
                       THRU 5300-ERASE-CUSTOMER-EXIT
               END-IF
           END-IF.

       5100-ERASE-NEXT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  5200-RESTORE-MARKER  --  PUT BACK THE MINIMAL SUPP-FILE
      *                   MARKER CUSTERAS LEAVES - CUSTOMER ID ONLY,
      *                   REASON "ERASED", ACTIVE - UNLESS IT IS
      *                   ALREADY THERE.  THE ORIGINAL MARKER IS
      *                   ALREADY ON MNTAUDIT AND IS NOT AUDITED
      *                   AGAIN.
      *----------------------------------------------------------------
       5200-RESTORE-MARKER.
           MOVE SPACES TO ML-RECORD-IMAGE.
           MOVE ML-ERASE-CUST-ID TO ML-RECORD-IMAGE(1:10).
           PERFORM 2300-READ-TARGET-KEY
               THRU 2300-READ-TARGET-KEY-EXIT.
           IF ML-KEY-FOUND
              AND SP-ACTIVE
              AND SP-REASON = ML-ERASED-REASON
               GO TO 5200-RESTORE-MARKER-EXIT
           END-IF.

           MOVE SPACES TO SP-SUPP-REC.
           MOVE ML-ERASE-CUST-ID TO SP-CUST-ID.
           MOVE ML-ERASED-REASON TO SP-REASON.
           SET SP-ACTIVE TO TRUE.
           MOVE SP-SUPP-REC TO ML-RECORD-IMAGE.
           PERFORM 4300-APPLY-IMAGE
               THRU 4300-APPLY-IMAGE-EXIT.
           ADD 1 TO ML-ERASE-APPLIED.

       5200-RESTORE-MARKER-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  5300-ERASE-CUSTOMER  --  REMOVE ML-ERASE-CUST-ID FROM THE
      *                   RELOADED MASTER THE WAY CUSTERAS DID:
      *                   ANONYMISE THE CUST-FILE RECORD, DELETE EVERY
      *                   OCC-FILE OCCASION, OR DELETE THE ONE RECORD
      *                   OF VIP-FILE, CHP-FILE, OR GRTHIST.
      *----------------------------------------------------------------
       5300-ERASE-CUSTOMER.
           IF ML-TARGET-OCC
               PERFORM 5400-ERASE-OCCASIONS
                   THRU 5400-ERASE-OCCASIONS-EXIT
               GO TO 5300-ERASE-CUSTOMER-EXIT
           END-IF.

           MOVE SPACES TO ML-RECORD-IMAGE.
           MOVE ML-ERASE-CUST-ID TO ML-RECORD-IMAGE(1:10).
           PERFORM 2300-READ-TARGET-KEY
               THRU 2300-READ-TARGET-KEY-EXIT.
           IF NOT ML-KEY-FOUND
               GO TO 5300-ERASE-CUSTOMER-EXIT
           END-IF.

           EVALUATE ML-TARGET-NBR
               WHEN 1
                   IF CM-DELETED
                      AND CM-CUST-NAME = SPACES
                      AND CM-LANG-CODE = SPACES
                       GO TO 5300-ERASE-CUSTOMER-EXIT
                   END-IF
                   MOVE SPACES TO CM-CUST-NAME
                   MOVE SPACES TO CM-LANG-CODE
                   SET CM-DELETED TO TRUE
                   REWRITE CM-CUST-REC
                       INVALID KEY CONTINUE
                   END-REWRITE
               WHEN 2
                   DELETE VIP-FILE
                       INVALID KEY CONTINUE
                   END-DELETE
               WHEN 5
                   DELETE CHP-FILE
                       INVALID KEY CONTINUE
                   END-DELETE
               WHEN 6
                   DELETE GRTHIST
                       INVALID KEY CONTINUE
                   END-DELETE
           END-EVALUATE.

           PERFORM 8100-GET-TARGET-STATUS
               THRU 8100-GET-TARGET-STATUS-EXIT.
           IF NOT ML-TARGET-OK
               DISPLAY "MSTRELD: UNABLE TO ERASE " ML-ERASE-CUST-ID
                   " FROM " ML-TARGET-ID ", STATUS = "
                   ML-TARGET-STATUS
               GO TO 9400-FAIL-HOLDING-LOCK
           END-IF.
           ADD 1 TO ML-ERASE-APPLIED.

       5300-ERASE-CUSTOMER-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  5400-ERASE-OCCASIONS  --  DELETE EVERY OCC-FILE RECORD FOR
      *                   ML-ERASE-CUST-ID, WHATEVER ITS TYPE.
      *----------------------------------------------------------------
       5400-ERASE-OCCASIONS.
           MOVE ML-ERASE-CUST-ID TO OC-CUST-ID.
           MOVE LOW-VALUES TO OC-OCC-TYPE.
           MOVE "N" TO ML-TARGET-EOF-SW.
           START OCC-FILE KEY IS NOT LESS THAN OC-OCC-KEY
               INVALID KEY
                   SET ML-TARGET-EOF TO TRUE
           END-START.

           PERFORM 5450-ERASE-NEXT-OCC
               THRU 5450-ERASE-NEXT-OCC-EXIT
               UNTIL ML-TARGET-EOF.

       5400-ERASE-OCCASIONS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  5450-ERASE-NEXT-OCC  --  ONE OCC-FILE RECORD: DELETE IT IF IT
      *                   STILL BELONGS TO THE CUSTOMER.
      *----------------------------------------------------------------
       5450-ERASE-NEXT-OCC.
           READ OCC-FILE NEXT RECORD
               AT END
                   SET ML-TARGET-EOF TO TRUE
                   GO TO 5450-ERASE-NEXT-OCC-EXIT
           END-READ.

           IF OC-CUST-ID NOT = ML-ERASE-CUST-ID
               SET ML-TARGET-EOF TO TRUE
               GO TO 5450-ERASE-NEXT-OCC-EXIT
           END-IF.

           DELETE OCC-FILE
               INVALID KEY
                   DISPLAY "MSTRELD: UNABLE TO ERASE "
                       ML-ERASE-CUST-ID " FROM OCC-FILE, STATUS = "
                       ML-OCC-FILE-STATUS
                   GO TO 9400-FAIL-HOLDING-LOCK
           END-DELETE.
           ADD 1 TO ML-ERASE-APPLIED.

       5450-ERASE-NEXT-OCC-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  7000-HASH-RECORD  --  ADD THE 80-BYTE RECORD IN ML-HASH-REC
      *                   INTO ML-HASH-TOTAL: EACH BYTE'S CODE VALUE
      *                   TIMES ITS POSITION, AS MSTBKUP COMPUTES IT.
      *----------------------------------------------------------------
       7000-HASH-RECORD.
           PERFORM 7050-HASH-ONE-BYTE
               THRU 7050-HASH-ONE-BYTE-EXIT
               VARYING ML-BYTE-NBR FROM 1 BY 1
               UNTIL ML-BYTE-NBR > 80.

       7000-HASH-RECORD-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  7050-HASH-ONE-BYTE  --  ONE BYTE OF THE RECORD.
      *----------------------------------------------------------------
       7050-HASH-ONE-BYTE.
           MOVE ML-HASH-REC(ML-BYTE-NBR:1) TO ML-HASH-CHAR.
           COMPUTE ML-HASH-TOTAL = ML-HASH-TOTAL
               + (ML-HASH-BYTE * ML-BYTE-NBR).

       7050-HASH-ONE-BYTE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  8000-WRITE-SUMMARY  --  WHAT WAS APPLIED AFTER THE LOAD.
      *----------------------------------------------------------------
       8000-WRITE-SUMMARY.
           MOVE SPACES TO ML-REPORT-LINE.
           WRITE ML-REPORT-LINE.

           IF ML-ROLL-FORWARD
               MOVE "MNTAUDIT POSITION AT BACKUP  " TO ML-DETAIL-LABEL
               MOVE ML-AUDIT-POS TO ML-DETAIL-COUNT
               MOVE ML-DETAIL-LINE TO ML-REPORT-LINE
               WRITE ML-REPORT-LINE
               MOVE "AUDIT RECORDS SINCE BACKUP . " TO ML-DETAIL-LABEL
               MOVE ML-AUDIT-SINCE TO ML-DETAIL-COUNT
               MOVE ML-DETAIL-LINE TO ML-REPORT-LINE
               WRITE ML-REPORT-LINE
               MOVE "AFTER-IMAGES REAPPLIED ..... " TO ML-DETAIL-LABEL
               MOVE ML-ROLL-APPLIED TO ML-DETAIL-COUNT
               MOVE ML-DETAIL-LINE TO ML-REPORT-LINE
               WRITE ML-REPORT-LINE
               MOVE "SKIPPED - CUSTOMER ERASED .. " TO ML-DETAIL-LABEL
               MOVE ML-ROLL-SKIPPED TO ML-DETAIL-COUNT
               MOVE ML-DETAIL-LINE TO ML-REPORT-LINE
               WRITE ML-REPORT-LINE
           END-IF.

           MOVE "ERASURES REAPPLIED ......... " TO ML-DETAIL-LABEL.
           MOVE ML-ERASE-APPLIED TO ML-DETAIL-COUNT.
           MOVE ML-DETAIL-LINE TO ML-REPORT-LINE.
           WRITE ML-REPORT-LINE.

       8000-WRITE-SUMMARY-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  8100-GET-TARGET-STATUS  --  COPY THE FILE STATUS OF THE
      *                   MASTER BEING RELOADED TO ML-TARGET-STATUS.
      *----------------------------------------------------------------
       8100-GET-TARGET-STATUS.
           EVALUATE ML-TARGET-NBR
               WHEN 1
                   MOVE ML-CUST-FILE-STATUS TO ML-TARGET-STATUS
               WHEN 2
                   MOVE ML-VIP-FILE-STATUS TO ML-TARGET-STATUS
               WHEN 3
                   MOVE ML-SUPP-FILE-STATUS TO ML-TARGET-STATUS
               WHEN 4
                   MOVE ML-OCC-FILE-STATUS TO ML-TARGET-STATUS
               WHEN 5
                   MOVE ML-CHP-FILE-STATUS TO ML-TARGET-STATUS
               WHEN 6
                   MOVE ML-GRTHIST-STATUS TO ML-TARGET-STATUS
           END-EVALUATE.

       8100-GET-TARGET-STATUS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  8500-READ-GENERATION  --  NEXT GENERATION RECORD.  A READ
      *                   FAILURE IS AN ABORT.
      *----------------------------------------------------------------
       8500-READ-GENERATION.
           READ BKGEN
               AT END
                   SET ML-FILE-EOF TO TRUE
           END-READ.

           IF NOT ML-FILE-EOF
              AND NOT ML-BKGEN-OK
               DISPLAY "MSTRELD: UNABLE TO READ " ML-GEN-NAME
                   ", STATUS = " ML-BKGEN-STATUS
               MOVE 16 TO RETURN-CODE
               IF ML-TARGET-OPEN
                   GO TO 9400-FAIL-HOLDING-LOCK
               END-IF
               PERFORM 9100-CLOSE-ALL
                   THRU 9100-CLOSE-ALL-EXIT
               PERFORM 9500-ABORT-WRAPUP
                   THRU 9500-ABORT-WRAPUP-EXIT
               GO TO 9999-EXIT
           END-IF.

       8500-READ-GENERATION-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  8900-WRITE-RUN-STATS  --  APPEND ONE START OR END RECORD TO
      *                   THE COMMON RUNSTATS FILE.  A RUNSTATS
      *                   PROBLEM IS WARNED, NEVER FATAL.
      *----------------------------------------------------------------
       8900-WRITE-RUN-STATS.
           OPEN EXTEND RUNSTATS.
           IF ML-RUNSTATS-STATUS = "35"
               OPEN OUTPUT RUNSTATS
               CLOSE RUNSTATS
               OPEN EXTEND RUNSTATS
           END-IF.
           IF NOT ML-RUNSTATS-OK
               DISPLAY "MSTRELD: UNABLE TO OPEN RUNSTATS, STATUS = "
                   ML-RUNSTATS-STATUS
               GO TO 8900-WRITE-RUN-STATS-EXIT
           END-IF.

           MOVE SPACES TO RS-RUN-STAT-REC.
           MOVE ML-STAT-TYPE TO RS-REC-TYPE.
           MOVE "MSTRELD" TO RS-PROGRAM-ID.
           MOVE ML-RUN-ID TO RS-RUN-ID.
           MOVE ML-PROC-DATE TO RS-PROC-DATE.
           ACCEPT RS-LOG-DATE FROM DATE YYYYMMDD.
           ACCEPT RS-LOG-TIME FROM TIME.
           MOVE ML-GEN-COUNT TO RS-READ-COUNT.
           COMPUTE RS-WRITE-COUNT = ML-LOAD-COUNT + ML-ROLL-APPLIED.
           MOVE ML-LOAD-FAIL-COUNT TO RS-REJECT-COUNT.
           MOVE RETURN-CODE TO RS-RETURN-CODE.
           WRITE RS-RUN-STAT-REC.
           IF NOT ML-RUNSTATS-OK
               DISPLAY "MSTRELD: UNABLE TO WRITE RUNSTATS, STATUS = "
                   ML-RUNSTATS-STATUS
           END-IF.
           CLOSE RUNSTATS.

       8900-WRITE-RUN-STATS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  9000-TERMINATE  --  REPORT COUNTS, CLOSE FILES, GIVE BACK THE
      *                   LOCK, AND SET THE RETURN CODE:
      *                     0 - RELOADED AND VERIFIED
      *                     4 - RELOADED, WITH A WARNING ON THE REPORT
      *----------------------------------------------------------------
       9000-TERMINATE.
           DISPLAY "MSTRELD: " ML-TARGET-ID " RELOADED FROM "
               ML-GEN-NAME " RECORDS=" ML-VERIFY-COUNT
               " ROLLED FORWARD=" ML-ROLL-APPLIED
               " ERASURES=" ML-ERASE-APPLIED.

           PERFORM 9100-CLOSE-ALL
               THRU 9100-CLOSE-ALL-EXIT.

           PERFORM 9300-RELEASE-LOCKS
               THRU 9300-RELEASE-LOCKS-EXIT.

           IF ML-WARNING-RAISED
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

           MOVE "E" TO ML-STAT-TYPE.
           PERFORM 8900-WRITE-RUN-STATS
               THRU 8900-WRITE-RUN-STATS-EXIT.

       9000-TERMINATE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  9100-CLOSE-ALL  --  CLOSE WHATEVER IS OPEN.  SAFE TO CALL
      *                   FROM ANY ABORT PATH.
      *----------------------------------------------------------------
       9100-CLOSE-ALL.
           IF ML-BKGEN-OPEN
               CLOSE BKGEN
               MOVE "N" TO ML-BKGEN-OPEN-SW
           END-IF.
           PERFORM 2090-CLOSE-TARGET
               THRU 2090-CLOSE-TARGET-EXIT.
           IF ML-REF-OPEN
               IF ML-TARGET-SUPP
                   CLOSE CUST-FILE
               ELSE
                   CLOSE SUPP-FILE
               END-IF
               MOVE "N" TO ML-REF-OPEN-SW
           END-IF.
           IF ML-MNTAUDIT-OPEN
               CLOSE MNTAUDIT
               MOVE "N" TO ML-MNTAUDIT-OPEN-SW
           END-IF.
           IF ML-REPORT-OPEN
               CLOSE RELDRPT
               MOVE "N" TO ML-REPORT-OPEN-SW
           END-IF.

       9100-CLOSE-ALL-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  9300-RELEASE-LOCKS  --  GIVE THE MASTER BACK TO THE
      *                   INTERLOCK, BUT ONLY IF THIS INVOCATION TOOK
      *                   IT.
      *----------------------------------------------------------------
       9300-RELEASE-LOCKS.
           IF NOT ML-LOCK-HELD
               GO TO 9300-RELEASE-LOCKS-EXIT
           END-IF.

           MOVE "MSTRELD" TO LP-CALLER-PGM.
           MOVE ML-RUN-ID TO LP-CALLER-RUN.
           MOVE ML-TARGET-ID TO LP-RESOURCE.
           SET LP-RELEASE TO TRUE.
           CALL "GRTLOCK" USING LP-LOCK-PARMS.
           MOVE "N" TO ML-LOCK-HELD-SW.

       9300-RELEASE-LOCKS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  9400-FAIL-HOLDING-LOCK  --  A FAILURE OR A REFUSAL ONCE THE
      *                   MASTER HAS BEEN RECREATED.  THE MASTER IS
      *                   NOT FIT TO USE, SO ITS LOCK IS LEFT HELD FOR
      *                   OPSRPT TO REPORT UNTIL A RELOAD SUCCEEDS.
      *                   A REFUSAL HAS ALREADY SET RETURN-CODE 8;
      *                   ANYTHING ELSE IS 16.
      *----------------------------------------------------------------
       9400-FAIL-HOLDING-LOCK.
           IF RETURN-CODE NOT = 8
               MOVE 16 TO RETURN-CODE
           END-IF.
           DISPLAY "MSTRELD: " ML-TARGET-ID " IS NOT USABLE - LOCK "
               "LEFT HELD UNTIL IT IS RELOADED CLEANLY".
           PERFORM 9100-CLOSE-ALL
               THRU 9100-CLOSE-ALL-EXIT.
           MOVE "E" TO ML-STAT-TYPE.
           PERFORM 8900-WRITE-RUN-STATS
               THRU 8900-WRITE-RUN-STATS-EXIT.
           GO TO 9999-EXIT.

      *----------------------------------------------------------------
      *  9500-ABORT-WRAPUP  --  ORDERLY REFUSAL BEFORE THE MASTER HAS
      *                   BEEN TOUCHED: GIVE BACK THE LOCK IF THIS
      *                   INVOCATION TOOK IT AND LEAVE THE END
      *                   STATISTICS RECORD.  THE CALLER HAS ALREADY
      *                   SET RETURN-CODE.
      *----------------------------------------------------------------
       9500-ABORT-WRAPUP.
           PERFORM 9300-RELEASE-LOCKS
               THRU 9300-RELEASE-LOCKS-EXIT.

           MOVE "E" TO ML-STAT-TYPE.
           PERFORM 8900-WRITE-RUN-STATS
               THRU 8900-WRITE-RUN-STATS-EXIT.

       9500-ABORT-WRAPUP-EXIT.
           EXIT.

       9999-EXIT.
           STOP RUN.
