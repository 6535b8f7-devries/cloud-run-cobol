      *================================================================
      *
      *  PROGRAM-ID.    INTGSWP
      *
      *  AUTHOR.        D. VRIES
      *  INSTALLATION.  CLOUD-RUN-COBOL
      *  DATE-WRITTEN.  2026-10-15
      *
      *  REMARKS.       WEEKLY CROSS-MASTER INTEGRITY SWEEP.  READS
      *                 VIP-FILE, SUPP-FILE, OCC-FILE, CHP-FILE AND
      *                 GRTHIST END TO END AND CHECKS EVERY RECORD
      *                 AGAINST ITS CUSTOMER ON CUST-FILE, LISTING
      *                 EACH FINDING ON THE INTGRPT REPORT:
      *                   ORPHAN   - NO CUSTOMER RECORD AT ALL
      *                   DELETED  - THE CUSTOMER IS LOGICALLY
      *                              DELETED (CLOSED) ON CUST-FILE
      *                   ERASED   - THE CUSTOMER WAS ERASED BY
      *                              CUSTERAS BUT THIS RECORD SURVIVED
      *                   DRIFT    - THE MASTER'S COPY OF THE NAME NO
      *                              LONGER MATCHES THE NAME OF RECORD
      *                   CONFLICT - SETTINGS THAT CONTRADICT EACH
      *                              OTHER: AN ACTIVE VIP GREETING FOR
      *                              A CUSTOMER WITH AN ACTIVE SUPP-FILE
      *                              OPT-OUT, OR AN ERASURE MARKER ON A
      *                              CUSTOMER WHO IS ACTIVE AGAIN
      *                 ONLY ACTIVE MASTER RECORDS ARE CHECKED - A
      *                 LOGICALLY DELETED ONE IS HISTORY - EXCEPT THAT
      *                 NOTHING AT ALL MAY SURVIVE AN ERASURE.  WHAT
      *                 CUSTERAS LEAVES BEHIND IS EXPECTED AND NOT
      *                 REPORTED: THE ANONYMISED CUST-FILE RECORD
      *                 (STATUS "D", NO NAME) AND THE SUPP-FILE
      *                 "ERASED" MARKER WITH NO NAME.  AN OPT-OUT ON A
      *                 CLOSED ACCOUNT IS ALSO EXPECTED - IT MUST
      *                 OUTLIVE THE ACCOUNT - AND GRTHIST IS ONLY
      *                 CHECKED FOR ORPHANS AND ERASURE SURVIVORS, AS
      *                 A CLOSED CUSTOMER'S GREETING HISTORY IS
      *                 HISTORY.
      *                 RUN AS "INTGSWP FIX" TO ALSO WRITE CORRECTING
      *                 TRANSACTIONS FOR REVIEW - VIPTRAN, OCCTRAN AND
      *                 CHPTRAN LAYOUTS ON THE INTG-VIPTRAN,
      *                 INTG-OCCTRAN AND INTG-CHPTRAN FILES - WHICH
      *                 ARE COPIED TO VIP-TRANS, OCC-TRANS AND
      *                 CHP-TRANS FOR VIPMAINT, OCCMAINT AND CHPMAINT
      *                 ONLY ONCE SOMEONE HAS CHECKED THEM.  A DRIFTED
      *                 NAME IS CORRECTED BY AN UPDATE TO THE NAME OF
      *                 RECORD; ANY OTHER FINDING ON AN ACTIVE VIP,
      *                 OCCASION OR CHANNEL RECORD BY A DELETE.  SUPP
      *                 AND GRTHIST FINDINGS ARE NEVER CORRECTED HERE
      *                 - AN OPT-OUT IS NOT LIFTED BY A SWEEP.
      *                 RETURN CODES: 0 NOTHING FOUND, 4 FINDINGS
      *                 LISTED, 8 BAD ARGUMENT, 16 A FILE COULD NOT BE
      *                 OPENED OR WRITTEN.
      *
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  -----------------------------------------
      *  2026-10-15 DEV   ORIGINAL PROGRAM.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTGSWP.
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
               FILE STATUS IS IG-CUST-FILE-STATUS.

           SELECT VIP-FILE ASSIGN TO "VIP-FILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VP-CUST-ID
               FILE STATUS IS IG-VIP-FILE-STATUS.

           SELECT SUPP-FILE ASSIGN TO "SUPP-FILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SP-CUST-ID
               FILE STATUS IS IG-SUPP-FILE-STATUS.

           SELECT OCC-FILE ASSIGN TO "OCC-FILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OC-OCC-KEY
               FILE STATUS IS IG-OCC-FILE-STATUS.

           SELECT CHP-FILE ASSIGN TO "CHP-FILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CH-CUST-ID
               FILE STATUS IS IG-CHP-FILE-STATUS.

           SELECT GRTHIST ASSIGN TO "GRTHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GH-CUST-ID
               FILE STATUS IS IG-GRTHIST-STATUS.

           SELECT INTGRPT ASSIGN TO "INTGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IG-INTGRPT-STATUS.

           SELECT INTG-VIPTRAN ASSIGN TO "INTG-VIPTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IG-VIPTRAN-STATUS.

           SELECT INTG-OCCTRAN ASSIGN TO "INTG-OCCTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IG-OCCTRAN-STATUS.

           SELECT INTG-CHPTRAN ASSIGN TO "INTG-CHPTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IG-CHPTRAN-STATUS.

           SELECT RUNCTL ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IG-RUNCTL-STATUS.

           SELECT RUNSTATS ASSIGN TO "RUNSTATS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IG-RUNSTATS-STATUS.

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

       FD  INTGRPT
           RECORDING MODE IS F.
       01  IG-REPORT-LINE              PIC X(80).

       FD  INTG-VIPTRAN
           RECORDING MODE IS F.
       COPY VIPTRAN.

       FD  INTG-OCCTRAN
           RECORDING MODE IS F.
       COPY OCCTRAN.

       FD  INTG-CHPTRAN
           RECORDING MODE IS F.
       COPY CHPTRAN.

       FD  RUNCTL
           RECORDING MODE IS F.
       COPY RUNCTL.

       FD  RUNSTATS
           RECORDING MODE IS F.
       COPY RUNSTAT.

       WORKING-STORAGE SECTION.
       77  IG-CUST-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  IG-CUST-FILE-OK         VALUE "00".

       77  IG-VIP-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  IG-VIP-FILE-OK          VALUE "00".

       77  IG-SUPP-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  IG-SUPP-FILE-OK         VALUE "00".

       77  IG-OCC-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  IG-OCC-FILE-OK          VALUE "00".

       77  IG-CHP-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  IG-CHP-FILE-OK          VALUE "00".

       77  IG-GRTHIST-STATUS           PIC X(02) VALUE SPACES.
           88  IG-GRTHIST-OK           VALUE "00".

       77  IG-INTGRPT-STATUS           PIC X(02) VALUE SPACES.
           88  IG-INTGRPT-OK           VALUE "00".

       77  IG-VIPTRAN-STATUS           PIC X(02) VALUE SPACES.
           88  IG-VIPTRAN-OK           VALUE "00".

       77  IG-OCCTRAN-STATUS           PIC X(02) VALUE SPACES.
           88  IG-OCCTRAN-OK           VALUE "00".

       77  IG-CHPTRAN-STATUS           PIC X(02) VALUE SPACES.
           88  IG-CHPTRAN-OK           VALUE "00".

       77  IG-RUNCTL-STATUS            PIC X(02) VALUE SPACES.
           88  IG-RUNCTL-OK            VALUE "00".

       77  IG-RUNSTATS-STATUS          PIC X(02) VALUE SPACES.
           88  IG-RUNSTATS-OK          VALUE "00".

       77  IG-CUST-OPEN-SW             PIC X(01) VALUE "N".
           88  IG-CUST-OPEN            VALUE "Y".

       77  IG-VIP-AVAILABLE-SW         PIC X(01) VALUE "N".
           88  IG-VIP-AVAILABLE        VALUE "Y".

       77  IG-SUPP-AVAILABLE-SW        PIC X(01) VALUE "N".
           88  IG-SUPP-AVAILABLE       VALUE "Y".

       77  IG-OCC-AVAILABLE-SW         PIC X(01) VALUE "N".
           88  IG-OCC-AVAILABLE        VALUE "Y".

       77  IG-CHP-AVAILABLE-SW         PIC X(01) VALUE "N".
           88  IG-CHP-AVAILABLE        VALUE "Y".

       77  IG-GRTHIST-AVAILABLE-SW     PIC X(01) VALUE "N".
           88  IG-GRTHIST-AVAILABLE    VALUE "Y".

       77  IG-REPORT-OPEN-SW           PIC X(01) VALUE "N".
           88  IG-REPORT-OPEN          VALUE "Y".

       77  IG-TRANS-OPEN-SW            PIC X(01) VALUE "N".
           88  IG-TRANS-OPEN           VALUE "Y".

       77  IG-FIX-SW                   PIC X(01) VALUE "N".
           88  IG-FIX-MODE             VALUE "Y".

       77  IG-EOF-SW                   PIC X(01) VALUE "N".
           88  IG-EOF-REACHED          VALUE "Y".

      *    WHERE THE RECORD IN HAND'S CUSTOMER STANDS ON CUST-FILE.
       77  IG-CUST-STATE-SW            PIC X(01) VALUE SPACE.
           88  IG-CUST-MISSING         VALUE "M".
           88  IG-CUST-ACTIVE          VALUE "A".
           88  IG-CUST-CLOSED          VALUE "D".
           88  IG-CUST-ERASED          VALUE "E".

       77  IG-SUPP-HIT-SW              PIC X(01) VALUE "N".
           88  IG-SUPP-OPTED-OUT       VALUE "Y".

      *    THE CORRECTION, IF ANY, FOR THE RECORD IN HAND.
       77  IG-FIX-ACTION               PIC X(01) VALUE SPACE.
           88  IG-FIX-NONE             VALUE SPACE.
           88  IG-FIX-UPDATE           VALUE "U".
           88  IG-FIX-DELETE           VALUE "D".

       77  IG-PROC-DATE                PIC 9(08) VALUE ZERO.
       77  IG-RUN-ID                   PIC X(08) VALUE SPACES.

       77  IG-STAT-TYPE                PIC X(01) VALUE "S".

       01  IG-ARG-RAW                  PIC X(80) VALUE SPACES.

       77  IG-READ-COUNT               PIC 9(08) COMP VALUE ZERO.
       77  IG-FINDING-COUNT            PIC 9(08) COMP VALUE ZERO.
       77  IG-FIX-COUNT                PIC 9(08) COMP VALUE ZERO.

       77  IG-VIP-READ                 PIC 9(08) COMP VALUE ZERO.
       77  IG-SUPP-READ                PIC 9(08) COMP VALUE ZERO.
       77  IG-OCC-READ                 PIC 9(08) COMP VALUE ZERO.
       77  IG-CHP-READ                 PIC 9(08) COMP VALUE ZERO.
       77  IG-GRTHIST-READ             PIC 9(08) COMP VALUE ZERO.

       77  IG-ORPHAN-COUNT             PIC 9(08) COMP VALUE ZERO.
       77  IG-CLOSED-COUNT             PIC 9(08) COMP VALUE ZERO.
       77  IG-ERASED-COUNT             PIC 9(08) COMP VALUE ZERO.
       77  IG-DRIFT-COUNT              PIC 9(08) COMP VALUE ZERO.
       77  IG-CONFLICT-COUNT           PIC 9(08) COMP VALUE ZERO.

       77  IG-VIP-FIX-COUNT            PIC 9(08) COMP VALUE ZERO.
       77  IG-OCC-FIX-COUNT            PIC 9(08) COMP VALUE ZERO.
       77  IG-CHP-FIX-COUNT            PIC 9(08) COMP VALUE ZERO.

       78  IG-ERASED-REASON            VALUE "ERASED".

       01  IG-HEADING-LINE.
           05  FILLER                  PIC X(12) VALUE "MASTER".
           05  FILLER                  PIC X(14) VALUE "CUSTOMER ID".
           05  FILLER                  PIC X(12) VALUE "FINDING".
           05  FILLER                  PIC X(38) VALUE "DETAIL".
           05  FILLER                  PIC X(04) VALUE "FIX".

       01  IG-FINDING-LINE.
           05  IG-FND-MASTER           PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  IG-FND-CUST-ID          PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  IG-FND-QUAL             PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  IG-FND-TAG              PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  IG-FND-TEXT             PIC X(36).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  IG-FND-FIX              PIC X(04).

       01  IG-NOTE-LINE.
           05  FILLER                  PIC X(04) VALUE "*** ".
           05  IG-NOTE-MASTER          PIC X(10).
           05  FILLER                  PIC X(30)
                   VALUE " NOT ON HAND - NOT CHECKED".
           05  FILLER                  PIC X(36) VALUE SPACES.

       01  IG-DETAIL-LINE.
           05  IG-DETAIL-LABEL         PIC X(40).
           05  IG-DETAIL-COUNT         PIC ZZZZZZZ9.
           05  FILLER                  PIC X(32) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           PERFORM 2000-SWEEP-VIP
               THRU 2000-SWEEP-VIP-EXIT.

           PERFORM 3000-SWEEP-SUPP
               THRU 3000-SWEEP-SUPP-EXIT.

           PERFORM 4000-SWEEP-OCC
               THRU 4000-SWEEP-OCC-EXIT.

           PERFORM 5000-SWEEP-CHP
               THRU 5000-SWEEP-CHP-EXIT.

           PERFORM 6000-SWEEP-GRTHIST
               THRU 6000-SWEEP-GRTHIST-EXIT.

           PERFORM 8000-WRITE-SUMMARY
               THRU 8000-WRITE-SUMMARY-EXIT.

           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.

           GO TO 9999-EXIT.

      *----------------------------------------------------------------
      *  1000-INITIALIZE  --  TAKE THE RUN MODE FROM THE COMMAND
      *                   LINE, OPEN CUST-FILE (WITHOUT IT THERE IS
      *                   NOTHING TO CHECK AGAINST), EVERY MASTER
      *                   THAT IS ON HAND, THE REPORT, AND IN FIX
      *                   MODE THE REVIEW TRANSACTION FILES.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           PERFORM 1050-READ-RUN-CONTROL
               THRU 1050-READ-RUN-CONTROL-EXIT.

           PERFORM 1300-PARSE-ARGUMENTS
               THRU 1300-PARSE-ARGUMENTS-EXIT.

           MOVE "S" TO IG-STAT-TYPE.
           PERFORM 8900-WRITE-RUN-STATS
               THRU 8900-WRITE-RUN-STATS-EXIT.

           OPEN INPUT CUST-FILE.
           IF NOT IG-CUST-FILE-OK
               DISPLAY "INTGSWP: UNABLE TO OPEN CUST-FILE, STATUS = "
                   IG-CUST-FILE-STATUS
               GO TO 1000-INITIALIZE-ABORT
           END-IF.
           SET IG-CUST-OPEN TO TRUE.

           OPEN INPUT VIP-FILE.
           IF IG-VIP-FILE-OK
               SET IG-VIP-AVAILABLE TO TRUE
           ELSE
               IF IG-VIP-FILE-STATUS NOT = "35"
                   DISPLAY "INTGSWP: UNABLE TO OPEN VIP-FILE, "
                       "STATUS = " IG-VIP-FILE-STATUS
                   GO TO 1000-INITIALIZE-ABORT
               END-IF
           END-IF.

           OPEN INPUT SUPP-FILE.
           IF IG-SUPP-FILE-OK
               SET IG-SUPP-AVAILABLE TO TRUE
           ELSE
               IF IG-SUPP-FILE-STATUS NOT = "35"
                   DISPLAY "INTGSWP: UNABLE TO OPEN SUPP-FILE, "
                       "STATUS = " IG-SUPP-FILE-STATUS
                   GO TO 1000-INITIALIZE-ABORT
               END-IF
           END-IF.

           OPEN INPUT OCC-FILE.
           IF IG-OCC-FILE-OK
               SET IG-OCC-AVAILABLE TO TRUE
           ELSE
               IF IG-OCC-FILE-STATUS NOT = "35"
                   DISPLAY "INTGSWP: UNABLE TO OPEN OCC-FILE, "
                       "STATUS = " IG-OCC-FILE-STATUS
                   GO TO 1000-INITIALIZE-ABORT
               END-IF
           END-IF.

           OPEN INPUT CHP-FILE.
           IF IG-CHP-FILE-OK
               SET IG-CHP-AVAILABLE TO TRUE
           ELSE
               IF IG-CHP-FILE-STATUS NOT = "35"
                   DISPLAY "INTGSWP: UNABLE TO OPEN CHP-FILE, "
                       "STATUS = " IG-CHP-FILE-STATUS
                   GO TO 1000-INITIALIZE-ABORT
               END-IF
           END-IF.

           OPEN INPUT GRTHIST.
           IF IG-GRTHIST-OK
               SET IG-GRTHIST-AVAILABLE TO TRUE
           ELSE
               IF IG-GRTHIST-STATUS NOT = "35"
                   DISPLAY "INTGSWP: UNABLE TO OPEN GRTHIST, "
                       "STATUS = " IG-GRTHIST-STATUS
                   GO TO 1000-INITIALIZE-ABORT
               END-IF
           END-IF.

           OPEN OUTPUT INTGRPT.
           IF NOT IG-INTGRPT-OK
               DISPLAY "INTGSWP: UNABLE TO OPEN INTGRPT, STATUS = "
                   IG-INTGRPT-STATUS
               GO TO 1000-INITIALIZE-ABORT
           END-IF.
           SET IG-REPORT-OPEN TO TRUE.

           IF IG-FIX-MODE
               OPEN OUTPUT INTG-VIPTRAN INTG-OCCTRAN INTG-CHPTRAN
               SET IG-TRANS-OPEN TO TRUE
               IF NOT IG-VIPTRAN-OK
                  OR NOT IG-OCCTRAN-OK
                  OR NOT IG-CHPTRAN-OK
                   DISPLAY "INTGSWP: UNABLE TO OPEN THE REVIEW "
                       "TRANSACTION FILES, STATUS = " IG-VIPTRAN-STATUS
                       " " IG-OCCTRAN-STATUS " " IG-CHPTRAN-STATUS
                   GO TO 1000-INITIALIZE-ABORT
               END-IF
           END-IF.

           PERFORM 1400-WRITE-HEADING
               THRU 1400-WRITE-HEADING-EXIT.

           GO TO 1000-INITIALIZE-EXIT.

       1000-INITIALIZE-ABORT.
           MOVE 16 TO RETURN-CODE.
           PERFORM 9100-CLOSE-ALL
               THRU 9100-CLOSE-ALL-EXIT.
           PERFORM 9500-ABORT-WRAPUP
               THRU 9500-ABORT-WRAPUP-EXIT.
           GO TO 9999-EXIT.

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
           IF IG-RUNCTL-OK
               READ RUNCTL
                   AT END
                       ACCEPT IG-PROC-DATE FROM DATE YYYYMMDD
                       MOVE "ADHOC" TO IG-RUN-ID
                   NOT AT END
                       IF RC-PROC-DATE IS NUMERIC
                           MOVE RC-PROC-DATE TO IG-PROC-DATE
                           MOVE RC-RUN-ID TO IG-RUN-ID
                       ELSE
                           DISPLAY "INTGSWP: RUNCTL PROCESSING "
                               "DATE IS NOT NUMERIC"
                           MOVE 16 TO RETURN-CODE
                           CLOSE RUNCTL
                           GO TO 9999-EXIT
                       END-IF
               END-READ
               CLOSE RUNCTL
           ELSE
               IF IG-RUNCTL-STATUS = "35"
                   ACCEPT IG-PROC-DATE FROM DATE YYYYMMDD
                   MOVE "ADHOC" TO IG-RUN-ID
               ELSE
                   DISPLAY "INTGSWP: UNABLE TO OPEN RUNCTL, "
                       "STATUS = " IG-RUNCTL-STATUS
                   MOVE 16 TO RETURN-CODE
                   GO TO 9999-EXIT
               END-IF
           END-IF.

       1050-READ-RUN-CONTROL-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  1300-PARSE-ARGUMENTS  --  NO ARGUMENT MEANS REPORT ONLY;
      *                   "FIX" ALSO WRITES THE REVIEW TRANSACTIONS.
      *                   ANYTHING ELSE ENDS WITH RETURN-CODE 8.
      *----------------------------------------------------------------
       1300-PARSE-ARGUMENTS.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT IG-ARG-RAW FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO IG-ARG-RAW
           END-ACCEPT.

           IF IG-ARG-RAW = SPACES
               GO TO 1300-PARSE-ARGUMENTS-EXIT
           END-IF.

           IF IG-ARG-RAW NOT = "FIX"
               DISPLAY "INTGSWP: UNKNOWN ARGUMENT '" IG-ARG-RAW(1:20)
                   "' - RUN WITH NO ARGUMENTS OR WITH FIX"
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.

           SET IG-FIX-MODE TO TRUE.

       1300-PARSE-ARGUMENTS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  1400-WRITE-HEADING  --  REPORT TITLE, RUN, MODE, AND A NOTE
      *                   FOR EACH MASTER THAT COULD NOT BE CHECKED.
      *----------------------------------------------------------------
       1400-WRITE-HEADING.
           MOVE "CROSS-MASTER INTEGRITY SWEEP" TO IG-REPORT-LINE.
           WRITE IG-REPORT-LINE.
           MOVE "----------------------------" TO IG-REPORT-LINE.
           WRITE IG-REPORT-LINE.

           MOVE SPACES TO IG-REPORT-LINE.
           STRING "PROCESSING DATE ............ " DELIMITED BY SIZE
               IG-PROC-DATE DELIMITED BY SIZE
               "  RUN " DELIMITED BY SIZE
               IG-RUN-ID DELIMITED BY SIZE
               INTO IG-REPORT-LINE.
           WRITE IG-REPORT-LINE.

           IF IG-FIX-MODE
               MOVE "MODE ....................... REPORT AND WRITE "
                   & "REVIEW TRANSACTIONS" TO IG-REPORT-LINE
           ELSE
               MOVE "MODE ....................... REPORT ONLY"
                   TO IG-REPORT-LINE
           END-IF.
           WRITE IG-REPORT-LINE.

           MOVE SPACES TO IG-REPORT-LINE.
           WRITE IG-REPORT-LINE.

           IF NOT IG-VIP-AVAILABLE
               MOVE "VIP-FILE" TO IG-NOTE-MASTER
               MOVE IG-NOTE-LINE TO IG-REPORT-LINE
               WRITE IG-REPORT-LINE
           END-IF.
           IF NOT IG-SUPP-AVAILABLE
               MOVE "SUPP-FILE" TO IG-NOTE-MASTER
               MOVE IG-NOTE-LINE TO IG-REPORT-LINE
               WRITE IG-REPORT-LINE
           END-IF.
           IF NOT IG-OCC-AVAILABLE
               MOVE "OCC-FILE" TO IG-NOTE-MASTER
               MOVE IG-NOTE-LINE TO IG-REPORT-LINE
               WRITE IG-REPORT-LINE
           END-IF.
           IF NOT IG-CHP-AVAILABLE
               MOVE "CHP-FILE" TO IG-NOTE-MASTER
               MOVE IG-NOTE-LINE TO IG-REPORT-LINE
               WRITE IG-REPORT-LINE
           END-IF.
           IF NOT IG-GRTHIST-AVAILABLE
               MOVE "GRTHIST" TO IG-NOTE-MASTER
               MOVE IG-NOTE-LINE TO IG-REPORT-LINE
               WRITE IG-REPORT-LINE
           END-IF.

           MOVE IG-HEADING-LINE TO IG-REPORT-LINE.
           WRITE IG-REPORT-LINE.

       1400-WRITE-HEADING-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  2000-SWEEP-VIP  --  CHECK EVERY VIP-FILE RECORD.
      *----------------------------------------------------------------
       2000-SWEEP-VIP.
           IF NOT IG-VIP-AVAILABLE
               GO TO 2000-SWEEP-VIP-EXIT
           END-IF.

           MOVE "N" TO IG-EOF-SW.
           PERFORM 2100-CHECK-VIP-REC
               THRU 2100-CHECK-VIP-REC-EXIT
               UNTIL IG-EOF-REACHED.

       2000-SWEEP-VIP-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  2100-CHECK-VIP-REC  --  ONE VIP RECORD.  AN ACTIVE VIP
      *                   GREETING NEEDS AN ACTIVE CUSTOMER UNDER THE
      *                   SAME NAME AND NO OPT-OUT; A CONFLICT IS
      *                   CORRECTED BY A DELETE (THE OPT-OUT WINS),
      *                   WHICH ALSO TAKES CARE OF ANY DRIFT.
      *----------------------------------------------------------------
       2100-CHECK-VIP-REC.
           READ VIP-FILE NEXT RECORD
               AT END
                   SET IG-EOF-REACHED TO TRUE
                   GO TO 2100-CHECK-VIP-REC-EXIT
           END-READ.
           ADD 1 TO IG-VIP-READ.

           MOVE VP-CUST-ID TO CM-CUST-ID.
           PERFORM 7100-LOOKUP-CUST
               THRU 7100-LOOKUP-CUST-EXIT.

           MOVE "VIP-FILE" TO IG-FND-MASTER.
           MOVE VP-CUST-ID TO IG-FND-CUST-ID.
           MOVE SPACE TO IG-FND-QUAL.
           MOVE SPACE TO IG-FIX-ACTION.

           IF IG-CUST-ERASED
               IF VP-ACTIVE
                   SET IG-FIX-DELETE TO TRUE
               END-IF
               PERFORM 7300-REPORT-ERASED
                   THRU 7300-REPORT-ERASED-EXIT
               GO TO 2100-CHECK-VIP-REC-EXIT
           END-IF.

           IF NOT VP-ACTIVE
               GO TO 2100-CHECK-VIP-REC-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN IG-CUST-MISSING
                   SET IG-FIX-DELETE TO TRUE
                   PERFORM 7310-REPORT-ORPHAN
                       THRU 7310-REPORT-ORPHAN-EXIT
               WHEN IG-CUST-CLOSED
                   SET IG-FIX-DELETE TO TRUE
                   PERFORM 7320-REPORT-CLOSED
                       THRU 7320-REPORT-CLOSED-EXIT
               WHEN OTHER
                   PERFORM 7200-LOOKUP-SUPP
                       THRU 7200-LOOKUP-SUPP-EXIT
                   IF IG-SUPP-OPTED-OUT
                       SET IG-FIX-DELETE TO TRUE
                       ADD 1 TO IG-CONFLICT-COUNT
                       MOVE "CONFLICT" TO IG-FND-TAG
                       MOVE "ACTIVE VIP BUT ACTIVE SUPP OPT-OUT"
                           TO IG-FND-TEXT
                       PERFORM 7500-WRITE-FINDING
                           THRU 7500-WRITE-FINDING-EXIT
                   END-IF
                   IF VP-CUST-NAME NOT = CM-CUST-NAME
                       IF IG-FIX-NONE
                           SET IG-FIX-UPDATE TO TRUE
                       END-IF
                       PERFORM 7330-REPORT-DRIFT
                           THRU 7330-REPORT-DRIFT-EXIT
                   END-IF
           END-EVALUATE.

           IF NOT IG-FIX-NONE
               PERFORM 2200-WRITE-VIP-FIX
                   THRU 2200-WRITE-VIP-FIX-EXIT
           END-IF.

       2100-CHECK-VIP-REC-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  2200-WRITE-VIP-FIX  --  THE CORRECTING VIPTRAN FOR REVIEW:
      *                   AN UPDATE CARRIES THE NAME OF RECORD AND
      *                   THE GREETING TEXT AS IT STANDS, SO ONLY THE
      *                   NAME CHANGES WHEN VIPMAINT APPLIES IT.
      *----------------------------------------------------------------
       2200-WRITE-VIP-FIX.
           IF NOT IG-FIX-MODE
               GO TO 2200-WRITE-VIP-FIX-EXIT
           END-IF.

           MOVE SPACES TO VT-VIP-TRANS-REC.
           MOVE IG-FIX-ACTION TO VT-ACTION-CODE.
           MOVE VP-CUST-ID TO VT-CUST-ID.
           IF IG-FIX-UPDATE
               MOVE CM-CUST-NAME TO VT-CUST-NAME
           ELSE
               MOVE VP-CUST-NAME TO VT-CUST-NAME
           END-IF.
           MOVE VP-GREETING-TEXT TO VT-GREETING-TEXT.

           WRITE VT-VIP-TRANS-REC.
           IF NOT IG-VIPTRAN-OK
               DISPLAY "INTGSWP: UNABLE TO WRITE INTG-VIPTRAN, "
                   "STATUS = " IG-VIPTRAN-STATUS
               GO TO 7900-WRITE-ABORT
           END-IF.

           ADD 1 TO IG-VIP-FIX-COUNT.
           ADD 1 TO IG-FIX-COUNT.

       2200-WRITE-VIP-FIX-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  3000-SWEEP-SUPP  --  CHECK EVERY SUPP-FILE RECORD.
      *----------------------------------------------------------------
       3000-SWEEP-SUPP.
           IF NOT IG-SUPP-AVAILABLE
               GO TO 3000-SWEEP-SUPP-EXIT
           END-IF.

           MOVE LOW-VALUES TO SP-CUST-ID.
           START SUPP-FILE KEY IS NOT LESS THAN SP-CUST-ID
               INVALID KEY
                   GO TO 3000-SWEEP-SUPP-EXIT
           END-START.

           MOVE "N" TO IG-EOF-SW.
           PERFORM 3100-CHECK-SUPP-REC
               THRU 3100-CHECK-SUPP-REC-EXIT
               UNTIL IG-EOF-REACHED.

       3000-SWEEP-SUPP-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  3100-CHECK-SUPP-REC  --  ONE ACTIVE OPT-OUT.  AN ORPHAN AND
      *                   A DRIFTED NAME ARE REPORTED; AN OPT-OUT ON
      *                   A CLOSED OR ERASED CUSTOMER IS EXPECTED.
      *                   AN "ERASED" MARKER ON A CUSTOMER WHO IS
      *                   ACTIVE AGAIN IS A CONFLICT - SOMEONE
      *                   REOPENED AN ERASED ID.  NOTHING HERE IS
      *                   EVER CORRECTED BY THE SWEEP.
      *----------------------------------------------------------------
       3100-CHECK-SUPP-REC.
           READ SUPP-FILE NEXT RECORD
               AT END
                   SET IG-EOF-REACHED TO TRUE
                   GO TO 3100-CHECK-SUPP-REC-EXIT
           END-READ.
           ADD 1 TO IG-SUPP-READ.

           IF NOT SP-ACTIVE
               GO TO 3100-CHECK-SUPP-REC-EXIT
           END-IF.

           MOVE SP-CUST-ID TO CM-CUST-ID.
           PERFORM 7100-LOOKUP-CUST
               THRU 7100-LOOKUP-CUST-EXIT.

           MOVE "SUPP-FILE" TO IG-FND-MASTER.
           MOVE SP-CUST-ID TO IG-FND-CUST-ID.
           MOVE SPACE TO IG-FND-QUAL.
           MOVE SPACE TO IG-FIX-ACTION.

           EVALUATE TRUE
               WHEN IG-CUST-MISSING
                   PERFORM 7310-REPORT-ORPHAN
                       THRU 7310-REPORT-ORPHAN-EXIT
               WHEN IG-CUST-CLOSED
                   CONTINUE
               WHEN IG-CUST-ERASED
                   CONTINUE
               WHEN SP-REASON = IG-ERASED-REASON
                   ADD 1 TO IG-CONFLICT-COUNT
                   MOVE "CONFLICT" TO IG-FND-TAG
                   MOVE "ERASED MARKER ON AN ACTIVE CUSTOMER"
                       TO IG-FND-TEXT
                   PERFORM 7500-WRITE-FINDING
                       THRU 7500-WRITE-FINDING-EXIT
               WHEN SP-CUST-NAME NOT = CM-CUST-NAME
                   PERFORM 7330-REPORT-DRIFT
                       THRU 7330-REPORT-DRIFT-EXIT
           END-EVALUATE.

       3100-CHECK-SUPP-REC-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  4000-SWEEP-OCC  --  CHECK EVERY OCC-FILE RECORD.
      *----------------------------------------------------------------
       4000-SWEEP-OCC.
           IF NOT IG-OCC-AVAILABLE
               GO TO 4000-SWEEP-OCC-EXIT
           END-IF.

           MOVE "N" TO IG-EOF-SW.
           PERFORM 4100-CHECK-OCC-REC
               THRU 4100-CHECK-OCC-REC-EXIT
               UNTIL IG-EOF-REACHED.

       4000-SWEEP-OCC-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  4100-CHECK-OCC-REC  --  ONE OCCASION RECORD.
      *----------------------------------------------------------------
       4100-CHECK-OCC-REC.
           READ OCC-FILE NEXT RECORD
               AT END
                   SET IG-EOF-REACHED TO TRUE
                   GO TO 4100-CHECK-OCC-REC-EXIT
           END-READ.
           ADD 1 TO IG-OCC-READ.

           MOVE OC-CUST-ID TO CM-CUST-ID.
           PERFORM 7100-LOOKUP-CUST
               THRU 7100-LOOKUP-CUST-EXIT.

           MOVE "OCC-FILE" TO IG-FND-MASTER.
           MOVE OC-CUST-ID TO IG-FND-CUST-ID.
           MOVE OC-OCC-TYPE TO IG-FND-QUAL.
           MOVE SPACE TO IG-FIX-ACTION.

           IF IG-CUST-ERASED
               IF OC-ACTIVE
                   SET IG-FIX-DELETE TO TRUE
               END-IF
               PERFORM 7300-REPORT-ERASED
                   THRU 7300-REPORT-ERASED-EXIT
               GO TO 4100-CHECK-OCC-REC-EXIT
           END-IF.

           IF NOT OC-ACTIVE
               GO TO 4100-CHECK-OCC-REC-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN IG-CUST-MISSING
                   SET IG-FIX-DELETE TO TRUE
                   PERFORM 7310-REPORT-ORPHAN
                       THRU 7310-REPORT-ORPHAN-EXIT
               WHEN IG-CUST-CLOSED
                   SET IG-FIX-DELETE TO TRUE
                   PERFORM 7320-REPORT-CLOSED
                       THRU 7320-REPORT-CLOSED-EXIT
               WHEN OC-CUST-NAME NOT = CM-CUST-NAME
                   SET IG-FIX-UPDATE TO TRUE
                   PERFORM 7330-REPORT-DRIFT
                       THRU 7330-REPORT-DRIFT-EXIT
           END-EVALUATE.

           IF NOT IG-FIX-NONE
               PERFORM 4200-WRITE-OCC-FIX
                   THRU 4200-WRITE-OCC-FIX-EXIT
           END-IF.

       4100-CHECK-OCC-REC-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  4200-WRITE-OCC-FIX  --  THE CORRECTING OCCTRAN FOR REVIEW:
      *                   AN UPDATE CARRIES THE NAME OF RECORD AND
      *                   THE OCCASION DATE AS IT STANDS.
      *----------------------------------------------------------------
       4200-WRITE-OCC-FIX.
           IF NOT IG-FIX-MODE
               GO TO 4200-WRITE-OCC-FIX-EXIT
           END-IF.

           MOVE SPACES TO OT-OCC-TRANS-REC.
           MOVE IG-FIX-ACTION TO OT-ACTION-CODE.
           MOVE OC-CUST-ID TO OT-CUST-ID.
           MOVE OC-OCC-TYPE TO OT-OCC-TYPE.
           IF IG-FIX-UPDATE
               MOVE CM-CUST-NAME TO OT-CUST-NAME
           ELSE
               MOVE OC-CUST-NAME TO OT-CUST-NAME
           END-IF.
           MOVE OC-OCC-DATE TO OT-OCC-DATE.

           WRITE OT-OCC-TRANS-REC.
           IF NOT IG-OCCTRAN-OK
               DISPLAY "INTGSWP: UNABLE TO WRITE INTG-OCCTRAN, "
                   "STATUS = " IG-OCCTRAN-STATUS
               GO TO 7900-WRITE-ABORT
           END-IF.

           ADD 1 TO IG-OCC-FIX-COUNT.
           ADD 1 TO IG-FIX-COUNT.

       4200-WRITE-OCC-FIX-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  5000-SWEEP-CHP  --  CHECK EVERY CHP-FILE RECORD.
      *----------------------------------------------------------------
       5000-SWEEP-CHP.
           IF NOT IG-CHP-AVAILABLE
               GO TO 5000-SWEEP-CHP-EXIT
           END-IF.

           MOVE "N" TO IG-EOF-SW.
           PERFORM 5100-CHECK-CHP-REC
               THRU 5100-CHECK-CHP-REC-EXIT
               UNTIL IG-EOF-REACHED.

       5000-SWEEP-CHP-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  5100-CHECK-CHP-REC  --  ONE CHANNEL-PREFERENCE RECORD.  IT
      *                   CARRIES NO NAME, SO ONLY THE CUSTOMER'S
      *                   STANDING IS CHECKED.
      *----------------------------------------------------------------
       5100-CHECK-CHP-REC.
           READ CHP-FILE NEXT RECORD
               AT END
                   SET IG-EOF-REACHED TO TRUE
                   GO TO 5100-CHECK-CHP-REC-EXIT
           END-READ.
           ADD 1 TO IG-CHP-READ.

           MOVE CH-CUST-ID TO CM-CUST-ID.
           PERFORM 7100-LOOKUP-CUST
               THRU 7100-LOOKUP-CUST-EXIT.

           MOVE "CHP-FILE" TO IG-FND-MASTER.
           MOVE CH-CUST-ID TO IG-FND-CUST-ID.
           MOVE SPACE TO IG-FND-QUAL.
           MOVE SPACE TO IG-FIX-ACTION.

           IF IG-CUST-ERASED
               IF CH-ACTIVE
                   SET IG-FIX-DELETE TO TRUE
               END-IF
               PERFORM 7300-REPORT-ERASED
                   THRU 7300-REPORT-ERASED-EXIT
               GO TO 5100-CHECK-CHP-REC-EXIT
           END-IF.

           IF NOT CH-ACTIVE
               GO TO 5100-CHECK-CHP-REC-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN IG-CUST-MISSING
                   SET IG-FIX-DELETE TO TRUE
                   PERFORM 7310-REPORT-ORPHAN
                       THRU 7310-REPORT-ORPHAN-EXIT
               WHEN IG-CUST-CLOSED
                   SET IG-FIX-DELETE TO TRUE
                   PERFORM 7320-REPORT-CLOSED
                       THRU 7320-REPORT-CLOSED-EXIT
           END-EVALUATE.

           IF NOT IG-FIX-NONE
               PERFORM 5200-WRITE-CHP-FIX
                   THRU 5200-WRITE-CHP-FIX-EXIT
           END-IF.

       5100-CHECK-CHP-REC-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  5200-WRITE-CHP-FIX  --  THE CORRECTING CHPTRAN (ALWAYS A
      *                   DELETE) FOR REVIEW.
      *----------------------------------------------------------------
       5200-WRITE-CHP-FIX.
           IF NOT IG-FIX-MODE
               GO TO 5200-WRITE-CHP-FIX-EXIT
           END-IF.

           MOVE SPACES TO CN-CHP-TRANS-REC.
           MOVE IG-FIX-ACTION TO CN-ACTION-CODE.
           MOVE CH-CUST-ID TO CN-CUST-ID.
           MOVE CH-LETTER-SW TO CN-LETTER-SW.
           MOVE CH-CRM-SW TO CN-CRM-SW.

           WRITE CN-CHP-TRANS-REC.
           IF NOT IG-CHPTRAN-OK
               DISPLAY "INTGSWP: UNABLE TO WRITE INTG-CHPTRAN, "
                   "STATUS = " IG-CHPTRAN-STATUS
               GO TO 7900-WRITE-ABORT
           END-IF.

           ADD 1 TO IG-CHP-FIX-COUNT.
           ADD 1 TO IG-FIX-COUNT.

       5200-WRITE-CHP-FIX-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  6000-SWEEP-GRTHIST  --  CHECK EVERY GRTHIST RECORD.
      *----------------------------------------------------------------
       6000-SWEEP-GRTHIST.
           IF NOT IG-GRTHIST-AVAILABLE
               GO TO 6000-SWEEP-GRTHIST-EXIT
           END-IF.

           MOVE "N" TO IG-EOF-SW.
           PERFORM 6100-CHECK-GRTHIST-REC
               THRU 6100-CHECK-GRTHIST-REC-EXIT
               UNTIL IG-EOF-REACHED.

       6000-SWEEP-GRTHIST-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  6100-CHECK-GRTHIST-REC  --  ONE GREETING-HISTORY RECORD:
      *                   AN ORPHAN OR AN ERASURE SURVIVOR IS
      *                   REPORTED.  THERE IS NO TRANSACTION TO
      *                   CORRECT GRTHIST WITH.
      *----------------------------------------------------------------
       6100-CHECK-GRTHIST-REC.
           READ GRTHIST NEXT RECORD
               AT END
                   SET IG-EOF-REACHED TO TRUE
                   GO TO 6100-CHECK-GRTHIST-REC-EXIT
           END-READ.
           ADD 1 TO IG-GRTHIST-READ.

           MOVE GH-CUST-ID TO CM-CUST-ID.
           PERFORM 7100-LOOKUP-CUST
               THRU 7100-LOOKUP-CUST-EXIT.

           MOVE "GRTHIST" TO IG-FND-MASTER.
           MOVE GH-CUST-ID TO IG-FND-CUST-ID.
           MOVE SPACE TO IG-FND-QUAL.
           MOVE SPACE TO IG-FIX-ACTION.

           EVALUATE TRUE
               WHEN IG-CUST-MISSING
                   PERFORM 7310-REPORT-ORPHAN
                       THRU 7310-REPORT-ORPHAN-EXIT
               WHEN IG-CUST-ERASED
                   PERFORM 7300-REPORT-ERASED
                       THRU 7300-REPORT-ERASED-EXIT
           END-EVALUATE.

       6100-CHECK-GRTHIST-REC-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  7100-LOOKUP-CUST  --  READ THE CUSTOMER WHOSE ID IS IN
      *                   CM-CUST-ID AND CLASSIFY IT.  A DELETED
      *                   RECORD WITH NO NAME IS CUSTERAS'S
      *                   ANONYMISED RECORD - AN ERASED CUSTOMER.
      *----------------------------------------------------------------
       7100-LOOKUP-CUST.
           ADD 1 TO IG-READ-COUNT.

           READ CUST-FILE
               INVALID KEY
                   SET IG-CUST-MISSING TO TRUE
                   GO TO 7100-LOOKUP-CUST-EXIT
           END-READ.

           EVALUATE TRUE
               WHEN CM-DELETED AND CM-CUST-NAME = SPACES
                   SET IG-CUST-ERASED TO TRUE
               WHEN CM-DELETED
                   SET IG-CUST-CLOSED TO TRUE
               WHEN OTHER
                   SET IG-CUST-ACTIVE TO TRUE
           END-EVALUATE.

       7100-LOOKUP-CUST-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  7200-LOOKUP-SUPP  --  IS THE CUSTOMER IN CM-CUST-ID ON AN
      *                   ACTIVE OPT-OUT?
      *----------------------------------------------------------------
       7200-LOOKUP-SUPP.
           MOVE "N" TO IG-SUPP-HIT-SW.
           IF NOT IG-SUPP-AVAILABLE
               GO TO 7200-LOOKUP-SUPP-EXIT
           END-IF.

           MOVE CM-CUST-ID TO SP-CUST-ID.
           READ SUPP-FILE
               INVALID KEY
                   GO TO 7200-LOOKUP-SUPP-EXIT
           END-READ.

           IF SP-ACTIVE
               SET IG-SUPP-OPTED-OUT TO TRUE
           END-IF.

       7200-LOOKUP-SUPP-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  7300-REPORT-ERASED THRU 7330-REPORT-DRIFT  --  ONE FINDING
      *                   OF EACH KIND FOR THE RECORD IN HAND.
      *----------------------------------------------------------------
       7300-REPORT-ERASED.
           ADD 1 TO IG-ERASED-COUNT.
           MOVE "ERASED" TO IG-FND-TAG.
           MOVE "CUSTOMER WAS ERASED - RECORD REMAINS" TO IG-FND-TEXT.
           PERFORM 7500-WRITE-FINDING
               THRU 7500-WRITE-FINDING-EXIT.

       7300-REPORT-ERASED-EXIT.
           EXIT.

       7310-REPORT-ORPHAN.
           ADD 1 TO IG-ORPHAN-COUNT.
           MOVE "ORPHAN" TO IG-FND-TAG.
           MOVE "NO CUSTOMER RECORD ON CUST-FILE" TO IG-FND-TEXT.
           PERFORM 7500-WRITE-FINDING
               THRU 7500-WRITE-FINDING-EXIT.

       7310-REPORT-ORPHAN-EXIT.
           EXIT.

       7320-REPORT-CLOSED.
           ADD 1 TO IG-CLOSED-COUNT.
           MOVE "DELETED" TO IG-FND-TAG.
           MOVE "CUSTOMER IS DELETED ON CUST-FILE" TO IG-FND-TEXT.
           PERFORM 7500-WRITE-FINDING
               THRU 7500-WRITE-FINDING-EXIT.

       7320-REPORT-CLOSED-EXIT.
           EXIT.

      *    THE MASTER'S OWN COPY OF THE NAME IS PRINTED; THE NAME OF
      *    RECORD IS ON CUST-FILE AND ON THE CORRECTING UPDATE.
       7330-REPORT-DRIFT.
           ADD 1 TO IG-DRIFT-COUNT.
           MOVE "DRIFT" TO IG-FND-TAG.
           MOVE SPACES TO IG-FND-TEXT.
           EVALUATE TRUE
               WHEN IG-FND-MASTER = "VIP-FILE"
                   STRING "MASTER HAS " DELIMITED BY SIZE
                       VP-CUST-NAME DELIMITED BY SIZE
                       INTO IG-FND-TEXT
               WHEN IG-FND-MASTER = "OCC-FILE"
                   STRING "MASTER HAS " DELIMITED BY SIZE
                       OC-CUST-NAME DELIMITED BY SIZE
                       INTO IG-FND-TEXT
               WHEN OTHER
                   STRING "MASTER HAS " DELIMITED BY SIZE
                       SP-CUST-NAME DELIMITED BY SIZE
                       INTO IG-FND-TEXT
           END-EVALUATE.
           PERFORM 7500-WRITE-FINDING
               THRU 7500-WRITE-FINDING-EXIT.

       7330-REPORT-DRIFT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  7500-WRITE-FINDING  --  PRINT THE FINDING SET UP BY THE
      *                   CALLER.  THE FIX COLUMN SHOWS THE ACTION OF
      *                   THE CORRECTING TRANSACTION WHEN ONE IS
      *                   BEING WRITTEN FOR THIS RECORD.
      *----------------------------------------------------------------
       7500-WRITE-FINDING.
           ADD 1 TO IG-FINDING-COUNT.

           MOVE SPACES TO IG-FND-FIX.
           IF IG-FIX-MODE
              AND NOT IG-FIX-NONE
               MOVE IG-FIX-ACTION TO IG-FND-FIX
           END-IF.

           MOVE IG-FINDING-LINE TO IG-REPORT-LINE.
           WRITE IG-REPORT-LINE.
           IF NOT IG-INTGRPT-OK
               DISPLAY "INTGSWP: UNABLE TO WRITE INTGRPT, STATUS = "
                   IG-INTGRPT-STATUS
               GO TO 7900-WRITE-ABORT
           END-IF.

       7500-WRITE-FINDING-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  7900-WRITE-ABORT  --  AN OUTPUT FILE COULD NOT BE WRITTEN.
      *                   REACHED BY GO TO FROM THE WRITING
      *                   PARAGRAPHS; THE RUN ENDS HERE.
      *----------------------------------------------------------------
       7900-WRITE-ABORT.
           MOVE 16 TO RETURN-CODE.
           PERFORM 9100-CLOSE-ALL
               THRU 9100-CLOSE-ALL-EXIT.
           PERFORM 9500-ABORT-WRAPUP
               THRU 9500-ABORT-WRAPUP-EXIT.
           GO TO 9999-EXIT.

      *----------------------------------------------------------------
      *  8000-WRITE-SUMMARY  --  RECORDS CHECKED PER MASTER,
      *                   FINDINGS BY KIND, AND CORRECTIONS WRITTEN.
      *----------------------------------------------------------------
       8000-WRITE-SUMMARY.
           MOVE SPACES TO IG-REPORT-LINE.
           WRITE IG-REPORT-LINE.

           IF IG-FINDING-COUNT = ZERO
               MOVE "*** NO FINDINGS - THE MASTERS AGREE WITH CUST-FILE"
                   TO IG-REPORT-LINE
               WRITE IG-REPORT-LINE
               MOVE SPACES TO IG-REPORT-LINE
               WRITE IG-REPORT-LINE
           END-IF.

           MOVE "VIP-FILE RECORDS READ ..................."
               TO IG-DETAIL-LABEL.
           MOVE IG-VIP-READ TO IG-DETAIL-COUNT.
           MOVE IG-DETAIL-LINE TO IG-REPORT-LINE.
           WRITE IG-REPORT-LINE.

           MOVE "SUPP-FILE RECORDS READ .................."
               TO IG-DETAIL-LABEL.
           MOVE IG-SUPP-READ TO IG-DETAIL-COUNT.
           MOVE IG-DETAIL-LINE TO IG-REPORT-LINE.
           WRITE IG-REPORT-LINE.

           MOVE "OCC-FILE RECORDS READ ..................."
               TO IG-DETAIL-LABEL.
           MOVE IG-OCC-READ TO IG-DETAIL-COUNT.
           MOVE IG-DETAIL-LINE TO IG-REPORT-LINE.
           WRITE IG-REPORT-LINE.

           MOVE "CHP-FILE RECORDS READ ..................."
               TO IG-DETAIL-LABEL.
           MOVE IG-CHP-READ TO IG-DETAIL-COUNT.
           MOVE IG-DETAIL-LINE TO IG-REPORT-LINE.
           WRITE IG-REPORT-LINE.

           MOVE "GRTHIST RECORDS READ ...................."
               TO IG-DETAIL-LABEL.
           MOVE IG-GRTHIST-READ TO IG-DETAIL-COUNT.
           MOVE IG-DETAIL-LINE TO IG-REPORT-LINE.
           WRITE IG-REPORT-LINE.

           MOVE SPACES TO IG-REPORT-LINE.
           WRITE IG-REPORT-LINE.

           MOVE "ORPHANS ................................."
               TO IG-DETAIL-LABEL.
           MOVE IG-ORPHAN-COUNT TO IG-DETAIL-COUNT.
           MOVE IG-DETAIL-LINE TO IG-REPORT-LINE.
           WRITE IG-REPORT-LINE.

           MOVE "ATTACHED TO A DELETED CUSTOMER .........."
               TO IG-DETAIL-LABEL.
           MOVE IG-CLOSED-COUNT TO IG-DETAIL-COUNT.
           MOVE IG-DETAIL-LINE TO IG-REPORT-LINE.
           WRITE IG-REPORT-LINE.

           MOVE "SURVIVING AN ERASURE ...................."
               TO IG-DETAIL-LABEL.
           MOVE IG-ERASED-COUNT TO IG-DETAIL-COUNT.
           MOVE IG-DETAIL-LINE TO IG-REPORT-LINE.
           WRITE IG-REPORT-LINE.

           MOVE "NAME DRIFT .............................."
               TO IG-DETAIL-LABEL.
           MOVE IG-DRIFT-COUNT TO IG-DETAIL-COUNT.
           MOVE IG-DETAIL-LINE TO IG-REPORT-LINE.
           WRITE IG-REPORT-LINE.

           MOVE "CONFLICTING SETTINGS ...................."
               TO IG-DETAIL-LABEL.
           MOVE IG-CONFLICT-COUNT TO IG-DETAIL-COUNT.
           MOVE IG-DETAIL-LINE TO IG-REPORT-LINE.
           WRITE IG-REPORT-LINE.

           IF NOT IG-FIX-MODE
               GO TO 8000-WRITE-SUMMARY-EXIT
           END-IF.

           MOVE SPACES TO IG-REPORT-LINE.
           WRITE IG-REPORT-LINE.

           MOVE "VIPTRAN CORRECTIONS FOR REVIEW .........."
               TO IG-DETAIL-LABEL.
           MOVE IG-VIP-FIX-COUNT TO IG-DETAIL-COUNT.
           MOVE IG-DETAIL-LINE TO IG-REPORT-LINE.
           WRITE IG-REPORT-LINE.

           MOVE "OCCTRAN CORRECTIONS FOR REVIEW .........."
               TO IG-DETAIL-LABEL.
           MOVE IG-OCC-FIX-COUNT TO IG-DETAIL-COUNT.
           MOVE IG-DETAIL-LINE TO IG-REPORT-LINE.
           WRITE IG-REPORT-LINE.

           MOVE "CHPTRAN CORRECTIONS FOR REVIEW .........."
               TO IG-DETAIL-LABEL.
           MOVE IG-CHP-FIX-COUNT TO IG-DETAIL-COUNT.
           MOVE IG-DETAIL-LINE TO IG-REPORT-LINE.
           WRITE IG-REPORT-LINE.

       8000-WRITE-SUMMARY-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  8900-WRITE-RUN-STATS  --  APPEND ONE START OR END RECORD TO
      *                   THE COMMON RUNSTATS FILE.  A RUNSTATS
      *                   PROBLEM IS WARNED, NEVER FATAL.
      *----------------------------------------------------------------
       8900-WRITE-RUN-STATS.
           OPEN EXTEND RUNSTATS.
           IF IG-RUNSTATS-STATUS = "35"
               OPEN OUTPUT RUNSTATS
               CLOSE RUNSTATS
               OPEN EXTEND RUNSTATS
           END-IF.
           IF NOT IG-RUNSTATS-OK
               DISPLAY "INTGSWP: UNABLE TO OPEN RUNSTATS, STATUS = "
                   IG-RUNSTATS-STATUS
               GO TO 8900-WRITE-RUN-STATS-EXIT
           END-IF.

           MOVE SPACES TO RS-RUN-STAT-REC.
           MOVE IG-STAT-TYPE TO RS-REC-TYPE.
           MOVE "INTGSWP" TO RS-PROGRAM-ID.
           MOVE IG-RUN-ID TO RS-RUN-ID.
           MOVE IG-PROC-DATE TO RS-PROC-DATE.
           ACCEPT RS-LOG-DATE FROM DATE YYYYMMDD.
           ACCEPT RS-LOG-TIME FROM TIME.
           MOVE IG-READ-COUNT TO RS-READ-COUNT.
           MOVE IG-FIX-COUNT TO RS-WRITE-COUNT.
           MOVE IG-FINDING-COUNT TO RS-REJECT-COUNT.
           MOVE RETURN-CODE TO RS-RETURN-CODE.
           WRITE RS-RUN-STAT-REC.
           IF NOT IG-RUNSTATS-OK
               DISPLAY "INTGSWP: UNABLE TO WRITE RUNSTATS, STATUS = "
                   IG-RUNSTATS-STATUS
           END-IF.
           CLOSE RUNSTATS.

       8900-WRITE-RUN-STATS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  9000-TERMINATE  --  REPORT COUNTS, CLOSE FILES, AND SET THE
      *                   RETURN CODE:
      *                     0 - NOTHING FOUND
      *                     4 - FINDINGS LISTED (OPSRPT FLAGS IT)
      *----------------------------------------------------------------
       9000-TERMINATE.
           DISPLAY "INTGSWP: RECORDS CHECKED=" IG-READ-COUNT
               " FINDINGS=" IG-FINDING-COUNT
               " CORRECTIONS=" IG-FIX-COUNT.

           PERFORM 9100-CLOSE-ALL
               THRU 9100-CLOSE-ALL-EXIT.

           IF IG-FINDING-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

           MOVE "E" TO IG-STAT-TYPE.
           PERFORM 8900-WRITE-RUN-STATS
               THRU 8900-WRITE-RUN-STATS-EXIT.

       9000-TERMINATE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  9100-CLOSE-ALL  --  CLOSE WHATEVER IS OPEN.  SAFE TO CALL
      *                   FROM ANY ABORT PATH.
      *----------------------------------------------------------------
       9100-CLOSE-ALL.
           IF IG-CUST-OPEN
               CLOSE CUST-FILE
               MOVE "N" TO IG-CUST-OPEN-SW
           END-IF.
           IF IG-VIP-AVAILABLE
               CLOSE VIP-FILE
               MOVE "N" TO IG-VIP-AVAILABLE-SW
           END-IF.
           IF IG-SUPP-AVAILABLE
               CLOSE SUPP-FILE
               MOVE "N" TO IG-SUPP-AVAILABLE-SW
           END-IF.
           IF IG-OCC-AVAILABLE
               CLOSE OCC-FILE
               MOVE "N" TO IG-OCC-AVAILABLE-SW
           END-IF.
           IF IG-CHP-AVAILABLE
               CLOSE CHP-FILE
               MOVE "N" TO IG-CHP-AVAILABLE-SW
           END-IF.
           IF IG-GRTHIST-AVAILABLE
               CLOSE GRTHIST
               MOVE "N" TO IG-GRTHIST-AVAILABLE-SW
           END-IF.
           IF IG-REPORT-OPEN
               CLOSE INTGRPT
               MOVE "N" TO IG-REPORT-OPEN-SW
           END-IF.
           IF IG-TRANS-OPEN
               CLOSE INTG-VIPTRAN INTG-OCCTRAN INTG-CHPTRAN
               MOVE "N" TO IG-TRANS-OPEN-SW
           END-IF.

       9100-CLOSE-ALL-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  9500-ABORT-WRAPUP  --  LEAVE THE END STATISTICS RECORD ON A
      *                   FAILED RUN.  THE CALLER HAS ALREADY SET
      *                   RETURN-CODE.
      *----------------------------------------------------------------
       9500-ABORT-WRAPUP.
           MOVE "E" TO IG-STAT-TYPE.
           PERFORM 8900-WRITE-RUN-STATS
               THRU 8900-WRITE-RUN-STATS-EXIT.

       9500-ABORT-WRAPUP-EXIT.
           EXIT.

       9999-EXIT.
           STOP RUN.
