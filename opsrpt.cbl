      *                 FLAGGED SO THE SCHEDULER PAGES SOMEONE,
      *                 INSTEAD OF HOPING A HUMAN READS THE CONSOLE
      *                 BEFORE CLOUD RUN AGES IT OUT.  THE EXPECTED
      *                 DAILY JOBS ARE THE STEPS ON THE JOBSTRM DRIVER'S
      *                 JOBSUM STREAM SUMMARY FOR THE RUN (SEE COPYBOOK
      *                 JOBSUM) - A NEW JOB JOINS THE NIGHTLY CYCLE BY
      *                 JOINING THE JOBDEF STREAM DEFINITION.
      *
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *                   OPSRPT'S OWN PRIOR VERDICTS - A REPORT
      *                   MUST NOT MANUFACTURE EXCEPTIONS OUT OF
      *                   ITS OWN HISTORY.
      *  2026-10-15 DEV   TAKE THE EXPECTED DAILY JOBS FROM THE JOBSUM
      *                   STREAM SUMMARY THE JOBSTRM DRIVER WRITES,
      *                   INSTEAD OF THE COMPILED OP-EXPECTED-VALUES
      *                   TABLE, SO THE CHECK FOLLOWS THE JOBDEF STREAM
      *                   DEFINITION.  NO SUMMARY FOR THIS RUN ID IS AN
      *                   EXCEPTION, AS IS A STEP THE SUMMARY SHOWS
      *                   FAILED.  WHILE THE SUMMARY SHOWS THE STREAM
      *                   STILL RUNNING (THIS REPORT IS ITS LAST STEP)
      *                   JOBSTRM IS ALLOWED ONE OPEN START.
      *  2026-10-15 DEV   PROBE THE SUPP-FILE AND CHP-FILE LOCKS AS
      *                   WELL - THE MAINTENANCE RUNS AND THE PHONE
      *                   DESK (PHONDESK) NOW TAKE THEM.  A DESK LOCK
      *                   IS HELD UNDER THE AGENT'S USER ID AND HAS NO
      *                   RUNSTATS, SO IT REPORTS AS NO RUN ON RECORD.
      *  2026-10-15 DEV   PROBE THE CUST-FILE, VIP-FILE, OCC-FILE, AND
      *                   GRTHIST LOCKS TOO - MSTBKUP TAKES ALL SIX
      *                   MASTERS, AND MSTRELD LEAVES A MASTER'S LOCK
      *                   HELD WHEN A RELOAD FAILS ITS VERIFICATION.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPSRPT.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OP-LOCKCHK-STATUS.

           SELECT JOBSUM ASSIGN TO "JOBSUM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OP-JOBSUM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUNSTATS
           RECORDING MODE IS F.
       COPY GRTLOCKR.

       FD  JOBSUM
           RECORDING MODE IS F.
       COPY JOBSUM.

       WORKING-STORAGE SECTION.
       77  OP-RUNSTATS-STATUS          PIC X(02) VALUE SPACES.
           88  OP-RUNSTATS-OK          VALUE "00".

       77  OP-JOB-COUNT                PIC 9(04) COMP VALUE ZERO.
       77  OP-JOB-NBR                  PIC 9(04) COMP VALUE ZERO.
       77  OP-OPEN-ALLOWED             PIC 9(04) COMP VALUE ZERO.

       78  OP-JOB-TABLE-MAX            VALUE 200.

               10  OP-JOB-S-COUNT      PIC 9(04) COMP.
               10  OP-JOB-E-COUNT      PIC 9(04) COMP.

       77  OP-JOBSUM-STATUS            PIC X(02) VALUE SPACES.
           88  OP-JOBSUM-OK            VALUE "00".
           88  OP-JOBSUM-MISSING       VALUE "35".

       77  OP-SUM-EOF-SW               PIC X(01) VALUE "N".
           88  OP-SUM-EOF              VALUE "Y".

       77  OP-SUMMARY-SW               PIC X(01) VALUE "N".
           88  OP-SUMMARY-ON-HAND      VALUE "Y".

       77  OP-STREAM-RUNNING-SW        PIC X(01) VALUE "N".
           88  OP-STREAM-RUNNING       VALUE "Y".

       77  OP-EXPECTED-COUNT           PIC 9(04) COMP VALUE ZERO.

       78  OP-EXPECTED-MAX             VALUE 50.

      *    THE EXPECTED DAILY JOBS: THE STEPS ON THE JOBSUM STREAM
      *    SUMMARY FOR THIS RUN, WITH THE STATUS THE DRIVER GAVE THEM.
       01  OP-EXPECTED-TABLE.
           05  OP-EXPECTED-ENTRY OCCURS 50 TIMES
                   INDEXED BY OP-EXP-IDX.
               10  OP-EXPECTED-PGM     PIC X(08).
               10  OP-EXPECTED-STATUS  PIC X(10).
                   88  OP-EXPECTED-FAILED  VALUE "FAILED".

       77  OP-LOCKCHK-STATUS           PIC X(02) VALUE SPACES.
           88  OP-LOCKCHK-OK           VALUE "00".
           05  FILLER                  PIC X(10) VALUE "CRMFEED".
           05  FILLER                  PIC X(10) VALUE "GREET-OUT".
           05  FILLER                  PIC X(10) VALUE "GREETLOG".
           05  FILLER                  PIC X(10) VALUE "SUPP-FILE".
           05  FILLER                  PIC X(10) VALUE "CHP-FILE".
           05  FILLER                  PIC X(10) VALUE "CUST-FILE".
           05  FILLER                  PIC X(10) VALUE "VIP-FILE".
           05  FILLER                  PIC X(10) VALUE "OCC-FILE".
           05  FILLER                  PIC X(10) VALUE "GRTHIST".

       01  OP-LOCK-RES-TABLE REDEFINES OP-LOCK-RES-VALUES.
           05  OP-LOCK-RES OCCURS 9 TIMES
                                       PIC X(10).

       78  OP-LOCK-RES-COUNT           VALUE 9.

       77  OP-LOCK-NBR                 PIC 9(04) COMP VALUE ZERO.

           PERFORM 1050-READ-RUN-CONTROL
               THRU 1050-READ-RUN-CONTROL-EXIT.

           PERFORM 1200-LOAD-STREAM-SUMMARY
               THRU 1200-LOAD-STREAM-SUMMARY-EXIT.

      *    PROBE FOR THE FILE BEFORE OUR OWN START RECORD CREATES
      *    IT - "NO RUNSTATS AT ALL" STILL MEANS NOTHING RAN.
           OPEN INPUT RUNSTATS.
       1050-READ-RUN-CONTROL-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  1200-LOAD-STREAM-SUMMARY  --  LOAD THE EXPECTED DAILY JOBS
      *                   FROM THE JOBSUM STREAM SUMMARY.  A SUMMARY
      *                   WHOSE HEADER IS FOR ANOTHER RUN ID IS A
      *                   PRIOR NIGHT'S AND COUNTS AS NONE; THE
      *                   EXPECTED-JOB CHECK REPORTS THAT.  A SUMMARY
      *                   THAT IS PRESENT BUT WILL NOT OPEN IS AN
      *                   ABORT.
      *----------------------------------------------------------------
       1200-LOAD-STREAM-SUMMARY.
           OPEN INPUT JOBSUM.
           IF OP-JOBSUM-MISSING
               GO TO 1200-LOAD-STREAM-SUMMARY-EXIT
           END-IF.
           IF NOT OP-JOBSUM-OK
               DISPLAY "OPSRPT: UNABLE TO OPEN JOBSUM, STATUS = "
                   OP-JOBSUM-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.

           READ JOBSUM
               AT END
                   SET OP-SUM-EOF TO TRUE
           END-READ.

           IF NOT OP-SUM-EOF
              AND SS-HEADER
              AND SS-HDR-RUN-ID = OP-RUN-ID
               SET OP-SUMMARY-ON-HAND TO TRUE
               IF SS-STREAM-RUNNING
                   SET OP-STREAM-RUNNING TO TRUE
               END-IF
               PERFORM 1250-LOAD-SUMMARY-STEP
                   THRU 1250-LOAD-SUMMARY-STEP-EXIT
                   UNTIL OP-SUM-EOF
           END-IF.

           CLOSE JOBSUM.

       1200-LOAD-STREAM-SUMMARY-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  1250-LOAD-SUMMARY-STEP  --  READ THE NEXT SUMMARY RECORD AND
      *                   TABLE IT WHEN IT IS A STEP OF THIS RUN.
      *----------------------------------------------------------------
       1250-LOAD-SUMMARY-STEP.
           READ JOBSUM
               AT END
                   SET OP-SUM-EOF TO TRUE
                   GO TO 1250-LOAD-SUMMARY-STEP-EXIT
           END-READ.

           IF NOT SS-DETAIL
              OR SS-RUN-ID NOT = OP-RUN-ID
               GO TO 1250-LOAD-SUMMARY-STEP-EXIT
           END-IF.

           IF OP-EXPECTED-COUNT = OP-EXPECTED-MAX
               DISPLAY "OPSRPT: EXPECTED-JOB TABLE FULL AT "
                   OP-EXPECTED-MAX " - STEP " SS-STEP-NAME
                   " NOT CHECKED"
               GO TO 1250-LOAD-SUMMARY-STEP-EXIT
           END-IF.

           ADD 1 TO OP-EXPECTED-COUNT.
           SET OP-EXP-IDX TO OP-EXPECTED-COUNT.
           MOVE SS-STEP-NAME TO OP-EXPECTED-PGM(OP-EXP-IDX).
           MOVE SS-STEP-STATUS TO OP-EXPECTED-STATUS(OP-EXP-IDX).

       1250-LOAD-SUMMARY-STEP-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  2000-PROCESS-STAT-REC  --  TALLY ONE STATISTICS RECORD FOR
      *                   THE PROCESSING DATE INTO THE PER-RUN TABLE
      *                   THAN ENDS IS A RUN THAT DIED BEFORE ITS
      *                   END RECORD.  OPSRPT ITSELF IS ALLOWED
      *                   EXACTLY ONE OPEN START - THE ONE THIS RUN
      *                   WROTE BEFORE SCANNING - AND SO IS JOBSTRM
      *                   WHILE ITS SUMMARY SAYS THE STREAM THIS
      *                   REPORT IS A STEP OF IS STILL RUNNING.
      *----------------------------------------------------------------
       3000-CHECK-OPEN-RUNS.
           PERFORM VARYING OP-JOB-IDX FROM 1 BY 1
                   UNTIL OP-JOB-IDX > OP-JOB-COUNT
               MOVE ZERO TO OP-OPEN-ALLOWED
               IF OP-JOB-PGM(OP-JOB-IDX) = "OPSRPT"
                   MOVE 1 TO OP-OPEN-ALLOWED
               END-IF
               IF OP-JOB-PGM(OP-JOB-IDX) = "JOBSTRM"
                  AND OP-JOB-RUNID(OP-JOB-IDX) = OP-RUN-ID
                  AND OP-STREAM-RUNNING
                   MOVE 1 TO OP-OPEN-ALLOWED
               END-IF
               IF OP-JOB-S-COUNT(OP-JOB-IDX) >
                       OP-JOB-E-COUNT(OP-JOB-IDX) + OP-OPEN-ALLOWED
                   MOVE OP-JOB-PGM(OP-JOB-IDX) TO OP-EXCP-PGM
                   MOVE OP-JOB-RUNID(OP-JOB-IDX) TO OP-EXCP-RUNID
                   MOVE "STARTED BUT NEVER WROTE AN END RECORD"
      *----------------------------------------------------------------
      *  3500-CHECK-EXPECTED-JOBS  --  FLAG EVERY EXPECTED DAILY JOB
      *                   WITH NO STATISTICS RECORD AT ALL FOR THE
      *                   PROCESSING DATE, OR THAT THE STREAM SUMMARY
      *                   SHOWS FAILED.  WITH NO SUMMARY FOR THIS RUN
      *                   THERE IS NO LIST TO CHECK AGAINST, AND THAT
      *                   IS THE EXCEPTION.
      *----------------------------------------------------------------
       3500-CHECK-EXPECTED-JOBS.
           IF NOT OP-SUMMARY-ON-HAND
               MOVE "JOBSTRM" TO OP-EXCP-PGM
               MOVE OP-RUN-ID TO OP-EXCP-RUNID
               MOVE "NO JOB-STREAM SUMMARY FOR THIS RUN"
                   TO OP-EXCP-TEXT
               MOVE OP-EXCP-LINE TO OP-REPORT-LINE
               WRITE OP-REPORT-LINE
               ADD 1 TO OP-EXCEPTION-COUNT
               GO TO 3500-CHECK-EXPECTED-JOBS-EXIT
           END-IF.

           PERFORM 3600-CHECK-ONE-EXPECTED
               THRU 3600-CHECK-ONE-EXPECTED-EXIT
               VARYING OP-EXP-IDX FROM 1 BY 1

      *----------------------------------------------------------------
      *  3600-CHECK-ONE-EXPECTED  --  LOOK ONE EXPECTED PROGRAM UP
      *                   IN THE TALLY TABLE, AND FLAG IT WHEN THE
      *                   STREAM STOPPED ON IT.
      *----------------------------------------------------------------
       3600-CHECK-ONE-EXPECTED.
           SET OP-JOB-NOT-FOUND TO TRUE.
               ADD 1 TO OP-EXCEPTION-COUNT
           END-IF.

           IF OP-EXPECTED-FAILED(OP-EXP-IDX)
               MOVE OP-EXPECTED-PGM(OP-EXP-IDX) TO OP-EXCP-PGM
               MOVE OP-RUN-ID TO OP-EXCP-RUNID
               MOVE "JOB-STREAM STOPPED AT THIS STEP"
                   TO OP-EXCP-TEXT
               MOVE OP-EXCP-LINE TO OP-REPORT-LINE
               WRITE OP-REPORT-LINE
               ADD 1 TO OP-EXCEPTION-COUNT
           END-IF.

       3600-CHECK-ONE-EXPECTED-EXIT.
           EXIT.

