      *================================================================
      *
      *  PROGRAM-ID.    JOBSTRM
      *
      *  AUTHOR.        D. VRIES
      *  INSTALLATION.  CLOUD-RUN-COBOL
      *  DATE-WRITTEN.  2026-10-15
      *
      *  REMARKS.       NIGHTLY JOB-STREAM DRIVER.  READS THE STEPS OF
      *                 THE STREAM FROM THE JOBDEF DEFINITION FILE
      *                 (SEE COPYBOOK JOBDEF) - ORDER, PROGRAM, THE
      *                 HIGHEST RETURN CODE THE STREAM MAY CONTINUE
      *                 PAST, AND THE COMMAND THAT RUNS IT - AND RUNS
      *                 THEM ONE AT A TIME IN STEP ORDER, STOPPING AT
      *                 THE FIRST STEP WHOSE RETURN CODE IS OVER ITS
      *                 LIMIT.  EVERY STEP START AND END IS LOGGED ON
      *                 THE JOBHIST STEP HISTORY (SEE COPYBOOK JOBHIST)
      *                 AGAINST THE RUNCTL RUN ID.
      *                 RESTART: RUNNING THE DRIVER AGAIN FOR THE SAME
      *                 RUN ID PICKS UP WHERE THE STREAM STOPPED.  A
      *                 STEP ALREADY COMPLETE FOR THE RUN - A "C"
      *                 RECORD ON JOBHIST, OR FAILING THAT A RUNSTATS
      *                 END RECORD FOR THE RUN WITHIN THE STEP'S LIMIT
      *                 (THE STEP FINISHED BUT THE DRIVER NEVER LOGGED
      *                 IT, OR OPERATIONS RAN IT BY HAND AFTER FIXING
      *                 THE FAULT) - IS NEVER RUN TWICE.
      *                 THE JOBSUM STREAM SUMMARY (SEE COPYBOOK JOBSUM)
      *                 IS REWRITTEN BEFORE EACH STEP STARTS AND WHEN
      *                 THE STREAM ENDS; OPSRPT TAKES ITS EXPECTED
      *                 DAILY JOBS FROM IT.
      *                 THE STREAM NEEDS AN OPEN RUNCTL CYCLE - WITH
      *                 NO RUN ID THERE IS NOTHING TO RESTART AGAINST.
      *                 RETURN CODES: 0 EVERY STEP COMPLETE, 8 STREAM
      *                 STOPPED AT A FAILED STEP OR NO CYCLE OPEN, 16
      *                 THE DEFINITION WAS REFUSED OR A FILE COULD NOT
      *                 BE OPENED OR WRITTEN.
      *
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  -----------------------------------------
      *  2026-10-15 DEV   ORIGINAL PROGRAM.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOBSTRM.
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
           SELECT RUNCTL ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JS-RUNCTL-STATUS.

           SELECT JOBDEF ASSIGN TO "JOBDEF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JS-JOBDEF-STATUS.

           SELECT JOBHIST ASSIGN TO "JOBHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JS-JOBHIST-STATUS.

           SELECT JOBSUM ASSIGN TO "JOBSUM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JS-JOBSUM-STATUS.

           SELECT RUNSTATS ASSIGN TO "RUNSTATS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JS-RUNSTATS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUNCTL
           RECORDING MODE IS F.
       COPY RUNCTL.

       FD  JOBDEF
           RECORDING MODE IS F.
       COPY JOBDEF.

       FD  JOBHIST
           RECORDING MODE IS F.
       COPY JOBHIST.

       FD  JOBSUM
           RECORDING MODE IS F.
       COPY JOBSUM.

       FD  RUNSTATS
           RECORDING MODE IS F.
       COPY RUNSTAT.

       WORKING-STORAGE SECTION.
       77  JS-RUNCTL-STATUS            PIC X(02) VALUE SPACES.
           88  JS-RUNCTL-OK            VALUE "00".
           88  JS-RUNCTL-MISSING       VALUE "35".

       77  JS-JOBDEF-STATUS            PIC X(02) VALUE SPACES.
           88  JS-JOBDEF-OK            VALUE "00".
           88  JS-JOBDEF-MISSING       VALUE "35".

       77  JS-JOBHIST-STATUS           PIC X(02) VALUE SPACES.
           88  JS-JOBHIST-OK           VALUE "00".
           88  JS-JOBHIST-MISSING      VALUE "35".

       77  JS-JOBSUM-STATUS            PIC X(02) VALUE SPACES.
           88  JS-JOBSUM-OK            VALUE "00".

       77  JS-RUNSTATS-STATUS          PIC X(02) VALUE SPACES.
           88  JS-RUNSTATS-OK          VALUE "00".

       77  JS-DEF-EOF-SW               PIC X(01) VALUE "N".
           88  JS-DEF-EOF              VALUE "Y".

       77  JS-HIST-EOF-SW              PIC X(01) VALUE "N".
           88  JS-HIST-EOF             VALUE "Y".

       77  JS-STATS-EOF-SW             PIC X(01) VALUE "N".
           88  JS-STATS-EOF            VALUE "Y".

       77  JS-STEP-FOUND-SW            PIC X(01) VALUE "N".
           88  JS-STEP-FOUND           VALUE "Y".
           88  JS-STEP-NOT-FOUND       VALUE "N".

       77  JS-RESTART-SW               PIC X(01) VALUE "N".
           88  JS-RESTART              VALUE "Y".

       77  JS-STOPPED-SW               PIC X(01) VALUE "N".
           88  JS-STREAM-STOPPED       VALUE "Y".

       77  JS-PROC-DATE                PIC 9(08) VALUE ZERO.
       77  JS-RUN-ID                   PIC X(08) VALUE SPACES.

       77  JS-STAT-TYPE                PIC X(01) VALUE "S".
       77  JS-HIST-STATUS              PIC X(01) VALUE "S".

       77  JS-STEP-COUNT               PIC 9(04) COMP VALUE ZERO.
       77  JS-STEP-NBR                 PIC 9(04) COMP VALUE ZERO.
       77  JS-SUM-NBR                  PIC 9(04) COMP VALUE ZERO.
       77  JS-DONE-COUNT               PIC 9(04) COMP VALUE ZERO.
       77  JS-PRIOR-DONE-COUNT         PIC 9(04) COMP VALUE ZERO.
       77  JS-RAN-COUNT                PIC 9(04) COMP VALUE ZERO.
       77  JS-FAILED-COUNT             PIC 9(04) COMP VALUE ZERO.
       77  JS-LAST-ORDER               PIC 9(03) VALUE ZERO.

       78  JS-STEP-TABLE-MAX           VALUE 50.

      *    ONE ENTRY PER DEFINED STEP, IN STEP ORDER.  THE STATUS IS
      *    WHAT THE SUMMARY PRINTS; THE STATS FIELDS HOLD THE LATEST
      *    RUNSTATS END RECORD SEEN FOR THE STEP UNDER THIS RUN ID.
       01  JS-STEP-TABLE.
           05  JS-STEP-ENTRY OCCURS 50 TIMES
                   INDEXED BY JS-STEP-IDX.
               10  JS-STEP-ORDER       PIC 9(03).
               10  JS-STEP-NAME        PIC X(08).
               10  JS-STEP-MAX-RC      PIC 9(04).
               10  JS-STEP-COMMAND     PIC X(60).
               10  JS-STEP-STATUS      PIC X(10).
                   88  JS-STEP-COMPLETE    VALUE "COMPLETE".
                   88  JS-STEP-FAILED      VALUE "FAILED".
                   88  JS-STEP-RUNNING     VALUE "RUNNING".
                   88  JS-STEP-NOT-RUN     VALUE "NOT RUN".
               10  JS-STEP-RC          PIC 9(04).
               10  JS-STEP-NOTE        PIC X(30).
               10  JS-STEP-STATS-SW    PIC X(01).
                   88  JS-STEP-HAS-END     VALUE "Y".
               10  JS-STEP-STATS-RC    PIC 9(04).

      *    THE SHELL HANDS BACK A WAIT STATUS: THE STEP'S EXIT CODE
      *    TIMES 256, PLUS THE SIGNAL NUMBER WHEN THE STEP WAS KILLED
      *    RATHER THAN ENDING ON ITS OWN.  NEGATIVE MEANS THE SHELL
      *    ITSELF COULD NOT BE STARTED.
       77  JS-RAW-STATUS               PIC S9(09) COMP VALUE ZERO.
       77  JS-EXIT-CODE                PIC 9(08) COMP VALUE ZERO.
       77  JS-SIGNAL                   PIC 9(08) COMP VALUE ZERO.

       78  JS-ABEND-RC                 VALUE 9999.

       01  JS-COMMAND-LINE             PIC X(60) VALUE SPACES.

       77  JS-EDIT-ORDER               PIC ZZ9.
       77  JS-EDIT-RC                  PIC ZZZ9.
       77  JS-EDIT-COUNT               PIC ZZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           PERFORM 2000-RUN-ONE-STEP
               THRU 2000-RUN-ONE-STEP-EXIT
               VARYING JS-STEP-IDX FROM 1 BY 1
               UNTIL JS-STEP-IDX > JS-STEP-COUNT
                  OR JS-STREAM-STOPPED.

           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.

           GO TO 9999-EXIT.

      *----------------------------------------------------------------
      *  1000-INITIALIZE  --  TAKE THE RUN ID FROM RUNCTL, LOAD THE
      *                   STREAM DEFINITION, AND WORK OUT FROM JOBHIST
      *                   AND RUNSTATS WHICH STEPS THIS RUN ID HAS
      *                   ALREADY COMPLETED.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           PERFORM 1050-READ-RUN-CONTROL
               THRU 1050-READ-RUN-CONTROL-EXIT.

           MOVE "S" TO JS-STAT-TYPE.
           PERFORM 8900-WRITE-RUN-STATS
               THRU 8900-WRITE-RUN-STATS-EXIT.

           PERFORM 1100-LOAD-DEFINITION
               THRU 1100-LOAD-DEFINITION-EXIT.

           PERFORM 1300-LOAD-STEP-HISTORY
               THRU 1300-LOAD-STEP-HISTORY-EXIT.

           PERFORM 1500-SCAN-RUN-STATS
               THRU 1500-SCAN-RUN-STATS-EXIT.

           MOVE JS-DONE-COUNT TO JS-PRIOR-DONE-COUNT.

           IF JS-RESTART
               MOVE JS-PRIOR-DONE-COUNT TO JS-EDIT-COUNT
               DISPLAY "JOBSTRM: RESTART OF RUN " JS-RUN-ID " - "
                   JS-EDIT-COUNT " STEPS ALREADY COMPLETE"
           ELSE
               DISPLAY "JOBSTRM: STARTING STREAM FOR " JS-PROC-DATE
                   " RUN " JS-RUN-ID
           END-IF.

       1000-INITIALIZE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  1050-READ-RUN-CONTROL  --  TAKE THE OFFICIAL PROCESSING DATE
      *                   AND RUN ID FROM RUNCTL.  UNLIKE A SINGLE
      *                   STEP, THE STREAM WILL NOT RUN "ADHOC" - A
      *                   RESTART MUST FIND THE SAME RUN ID AGAIN, SO
      *                   NO CYCLE OPEN IS A REFUSAL.
      *----------------------------------------------------------------
       1050-READ-RUN-CONTROL.
           OPEN INPUT RUNCTL.
           IF JS-RUNCTL-MISSING
               DISPLAY "JOBSTRM: NO RUNCTL CYCLE ON HAND - RUN "
                   "CYCLEMGR OPEN FIRST"
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           IF NOT JS-RUNCTL-OK
               DISPLAY "JOBSTRM: UNABLE TO OPEN RUNCTL, STATUS = "
                   JS-RUNCTL-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.

           READ RUNCTL
               AT END
                   DISPLAY "JOBSTRM: RUNCTL IS EMPTY - RUN CYCLEMGR "
                       "OPEN FIRST"
                   MOVE 8 TO RETURN-CODE
                   CLOSE RUNCTL
                   GO TO 9999-EXIT
               NOT AT END
                   IF RC-PROC-DATE IS NUMERIC
                      AND RC-RUN-ID NOT = SPACES
                       MOVE RC-PROC-DATE TO JS-PROC-DATE
                       MOVE RC-RUN-ID TO JS-RUN-ID
                   ELSE
                       DISPLAY "JOBSTRM: RUNCTL PROCESSING DATE IS "
                           "NOT NUMERIC OR RUN ID IS BLANK"
                       MOVE 16 TO RETURN-CODE
                       CLOSE RUNCTL
                       GO TO 9999-EXIT
                   END-IF
           END-READ.
           CLOSE RUNCTL.

       1050-READ-RUN-CONTROL-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  1100-LOAD-DEFINITION  --  LOAD THE JOBDEF STEPS INTO THE STEP
      *                   TABLE.  A DEFINITION THAT IS MISSING, EMPTY,
      *                   OUT OF ORDER, NAMES A STEP TWICE OR WILL NOT
      *                   FIT IS REFUSED BEFORE ANY STEP RUNS - A
      *                   HALF-UNDERSTOOD STREAM IS NOT RUN AT ALL.
      *----------------------------------------------------------------
       1100-LOAD-DEFINITION.
           OPEN INPUT JOBDEF.
           IF JS-JOBDEF-MISSING
               DISPLAY "JOBSTRM: NO JOBDEF STREAM DEFINITION ON HAND"
               MOVE 16 TO RETURN-CODE
               PERFORM 9500-ABORT-WRAPUP
                   THRU 9500-ABORT-WRAPUP-EXIT
               GO TO 9999-EXIT
           END-IF.
           IF NOT JS-JOBDEF-OK
               DISPLAY "JOBSTRM: UNABLE TO OPEN JOBDEF, STATUS = "
                   JS-JOBDEF-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9500-ABORT-WRAPUP
                   THRU 9500-ABORT-WRAPUP-EXIT
               GO TO 9999-EXIT
           END-IF.

           MOVE "N" TO JS-DEF-EOF-SW.
           PERFORM 1150-READ-DEFINITION
               THRU 1150-READ-DEFINITION-EXIT
               UNTIL JS-DEF-EOF.

           CLOSE JOBDEF.

           IF RETURN-CODE NOT = ZERO
               PERFORM 9500-ABORT-WRAPUP
                   THRU 9500-ABORT-WRAPUP-EXIT
               GO TO 9999-EXIT
           END-IF.

           IF JS-STEP-COUNT = ZERO
               DISPLAY "JOBSTRM: JOBDEF HOLDS NO STEPS"
               MOVE 16 TO RETURN-CODE
               PERFORM 9500-ABORT-WRAPUP
                   THRU 9500-ABORT-WRAPUP-EXIT
               GO TO 9999-EXIT
           END-IF.

       1100-LOAD-DEFINITION-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  1150-READ-DEFINITION  --  READ AND CHECK ONE JOBDEF RECORD.
      *                   COMMENTS AND BLANK RECORDS ARE PASSED OVER.
      *                   EVERY FAULT IN THE FILE IS LISTED BEFORE THE
      *                   DEFINITION IS REFUSED.
      *----------------------------------------------------------------
       1150-READ-DEFINITION.
           READ JOBDEF
               AT END
                   SET JS-DEF-EOF TO TRUE
                   GO TO 1150-READ-DEFINITION-EXIT
           END-READ.

           IF JD-JOB-DEF-REC = SPACES
              OR JD-STEP-ORDER-X(1:1) = "*"
               GO TO 1150-READ-DEFINITION-EXIT
           END-IF.

           IF JD-STEP-ORDER IS NOT NUMERIC
              OR JD-STEP-ORDER = ZERO
               DISPLAY "JOBSTRM: JOBDEF STEP ORDER " JD-STEP-ORDER-X
                   " IS NOT A NUMBER FROM 001 TO 999"
               MOVE 16 TO RETURN-CODE
               GO TO 1150-READ-DEFINITION-EXIT
           END-IF.

           IF JD-STEP-ORDER NOT > JS-LAST-ORDER
               DISPLAY "JOBSTRM: JOBDEF STEP " JD-STEP-ORDER
                   " IS OUT OF ORDER OR REPEATED"
               MOVE 16 TO RETURN-CODE
               GO TO 1150-READ-DEFINITION-EXIT
           END-IF.
           MOVE JD-STEP-ORDER TO JS-LAST-ORDER.

           IF JD-STEP-NAME = SPACES
               DISPLAY "JOBSTRM: JOBDEF STEP " JD-STEP-ORDER
                   " HAS NO PROGRAM NAME"
               MOVE 16 TO RETURN-CODE
               GO TO 1150-READ-DEFINITION-EXIT
           END-IF.

           IF JD-MAX-RC IS NOT NUMERIC
               DISPLAY "JOBSTRM: JOBDEF STEP " JD-STEP-ORDER
                   " MAXIMUM RETURN CODE IS NOT NUMERIC"
               MOVE 16 TO RETURN-CODE
               GO TO 1150-READ-DEFINITION-EXIT
           END-IF.

           MOVE JD-STEP-NAME TO RS-PROGRAM-ID.
           PERFORM 7000-FIND-STEP
               THRU 7000-FIND-STEP-EXIT.
           IF JS-STEP-FOUND
               DISPLAY "JOBSTRM: JOBDEF NAMES STEP " JD-STEP-NAME
                   " TWICE"
               MOVE 16 TO RETURN-CODE
               GO TO 1150-READ-DEFINITION-EXIT
           END-IF.

           IF JS-STEP-COUNT = JS-STEP-TABLE-MAX
               DISPLAY "JOBSTRM: JOBDEF HOLDS MORE THAN "
                   JS-STEP-TABLE-MAX " STEPS"
               MOVE 16 TO RETURN-CODE
               SET JS-DEF-EOF TO TRUE
               GO TO 1150-READ-DEFINITION-EXIT
           END-IF.

           ADD 1 TO JS-STEP-COUNT.
           SET JS-STEP-IDX TO JS-STEP-COUNT.
           MOVE JD-STEP-ORDER TO JS-STEP-ORDER(JS-STEP-IDX).
           MOVE JD-STEP-NAME TO JS-STEP-NAME(JS-STEP-IDX).
           MOVE JD-MAX-RC TO JS-STEP-MAX-RC(JS-STEP-IDX).
           IF JD-COMMAND = SPACES
               MOVE JD-STEP-NAME TO JS-STEP-COMMAND(JS-STEP-IDX)
           ELSE
               MOVE JD-COMMAND TO JS-STEP-COMMAND(JS-STEP-IDX)
           END-IF.
           MOVE "NOT RUN" TO JS-STEP-STATUS(JS-STEP-IDX).
           MOVE ZERO TO JS-STEP-RC(JS-STEP-IDX).
           MOVE SPACES TO JS-STEP-NOTE(JS-STEP-IDX).
           MOVE "N" TO JS-STEP-STATS-SW(JS-STEP-IDX).
           MOVE ZERO TO JS-STEP-STATS-RC(JS-STEP-IDX).

       1150-READ-DEFINITION-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  1300-LOAD-STEP-HISTORY  --  READ JOBHIST FOR THIS RUN ID.
      *                   ANY RECORD AT ALL MAKES THIS A RESTART; A
      *                   "C" RECORD MARKS ITS STEP COMPLETE.  NO
      *                   JOBHIST ON HAND IS THE FIRST STREAM EVER.
      *----------------------------------------------------------------
       1300-LOAD-STEP-HISTORY.
           OPEN INPUT JOBHIST.
           IF JS-JOBHIST-MISSING
               GO TO 1300-LOAD-STEP-HISTORY-EXIT
           END-IF.
           IF NOT JS-JOBHIST-OK
               DISPLAY "JOBSTRM: UNABLE TO OPEN JOBHIST, STATUS = "
                   JS-JOBHIST-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9500-ABORT-WRAPUP
                   THRU 9500-ABORT-WRAPUP-EXIT
               GO TO 9999-EXIT
           END-IF.

           MOVE "N" TO JS-HIST-EOF-SW.
           PERFORM 1350-READ-STEP-HISTORY
               THRU 1350-READ-STEP-HISTORY-EXIT
               UNTIL JS-HIST-EOF.

           CLOSE JOBHIST.

       1300-LOAD-STEP-HISTORY-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  1350-READ-STEP-HISTORY  --  APPLY ONE JOBHIST RECORD.  A
      *                   STEP NO LONGER IN THE DEFINITION IS IGNORED.
      *----------------------------------------------------------------
       1350-READ-STEP-HISTORY.
           READ JOBHIST
               AT END
                   SET JS-HIST-EOF TO TRUE
                   GO TO 1350-READ-STEP-HISTORY-EXIT
           END-READ.

           IF JH-RUN-ID NOT = JS-RUN-ID
               GO TO 1350-READ-STEP-HISTORY-EXIT
           END-IF.

           SET JS-RESTART TO TRUE.

           IF NOT JH-COMPLETE
               GO TO 1350-READ-STEP-HISTORY-EXIT
           END-IF.

           MOVE JH-STEP-NAME TO RS-PROGRAM-ID.
           PERFORM 7000-FIND-STEP
               THRU 7000-FIND-STEP-EXIT.
           IF JS-STEP-NOT-FOUND
               GO TO 1350-READ-STEP-HISTORY-EXIT
           END-IF.

           IF NOT JS-STEP-COMPLETE(JS-STEP-NBR)
               MOVE "COMPLETE" TO JS-STEP-STATUS(JS-STEP-NBR)
               MOVE JH-STEP-RC TO JS-STEP-RC(JS-STEP-NBR)
               MOVE "COMPLETE ON AN EARLIER RUN"
                   TO JS-STEP-NOTE(JS-STEP-NBR)
               ADD 1 TO JS-DONE-COUNT
           END-IF.

       1350-READ-STEP-HISTORY-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  1500-SCAN-RUN-STATS  --  KEEP THE LATEST RUNSTATS END RECORD
      *                   FOR EACH STEP UNDER THIS RUN ID, THEN COUNT
      *                   AS COMPLETE ANY STEP JOBHIST DOES NOT KNOW
      *                   FINISHED WHOSE LATEST END RECORD IS WITHIN
      *                   ITS LIMIT.  NO RUNSTATS ON HAND MEANS NO
      *                   STEP HAS RUN.
      *----------------------------------------------------------------
       1500-SCAN-RUN-STATS.
           OPEN INPUT RUNSTATS.
           IF NOT JS-RUNSTATS-OK
               GO TO 1500-SCAN-RUN-STATS-EXIT
           END-IF.

           MOVE "N" TO JS-STATS-EOF-SW.
           PERFORM 1550-READ-RUN-STATS
               THRU 1550-READ-RUN-STATS-EXIT
               UNTIL JS-STATS-EOF.

           CLOSE RUNSTATS.

           PERFORM 1600-RECOVER-ONE-STEP
               THRU 1600-RECOVER-ONE-STEP-EXIT
               VARYING JS-STEP-IDX FROM 1 BY 1
               UNTIL JS-STEP-IDX > JS-STEP-COUNT.

       1500-SCAN-RUN-STATS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  1550-READ-RUN-STATS  --  NOTE ONE END RECORD AGAINST ITS
      *                   STEP; A LATER RECORD REPLACES AN EARLIER.
      *----------------------------------------------------------------
       1550-READ-RUN-STATS.
           READ RUNSTATS
               AT END
                   SET JS-STATS-EOF TO TRUE
                   GO TO 1550-READ-RUN-STATS-EXIT
           END-READ.

           IF NOT RS-END-REC
              OR RS-RUN-ID NOT = JS-RUN-ID
              OR RS-RETURN-CODE IS NOT NUMERIC
               GO TO 1550-READ-RUN-STATS-EXIT
           END-IF.

           PERFORM 7000-FIND-STEP
               THRU 7000-FIND-STEP-EXIT.
           IF JS-STEP-FOUND
               MOVE "Y" TO JS-STEP-STATS-SW(JS-STEP-NBR)
               MOVE RS-RETURN-CODE TO JS-STEP-STATS-RC(JS-STEP-NBR)
           END-IF.

       1550-READ-RUN-STATS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  1600-RECOVER-ONE-STEP  --  A STEP WITH A GOOD END RECORD BUT
      *                   NO "C" ON JOBHIST FINISHED WITHOUT THE
      *                   DRIVER LOGGING IT.  LOG IT NOW SO THE NEXT
      *                   RESTART NEED NOT WORK IT OUT AGAIN.
      *----------------------------------------------------------------
       1600-RECOVER-ONE-STEP.
           IF JS-STEP-COMPLETE(JS-STEP-IDX)
              OR NOT JS-STEP-HAS-END(JS-STEP-IDX)
               GO TO 1600-RECOVER-ONE-STEP-EXIT
           END-IF.

           IF JS-STEP-STATS-RC(JS-STEP-IDX) >
                   JS-STEP-MAX-RC(JS-STEP-IDX)
               GO TO 1600-RECOVER-ONE-STEP-EXIT
           END-IF.

           MOVE "COMPLETE" TO JS-STEP-STATUS(JS-STEP-IDX).
           MOVE JS-STEP-STATS-RC(JS-STEP-IDX)
               TO JS-STEP-RC(JS-STEP-IDX).
           MOVE "RECOVERED FROM RUNSTATS" TO JS-STEP-NOTE(JS-STEP-IDX).
           ADD 1 TO JS-DONE-COUNT.
           SET JS-RESTART TO TRUE.

           SET JS-STEP-NBR TO JS-STEP-IDX.
           MOVE "C" TO JS-HIST-STATUS.
           PERFORM 8700-WRITE-STEP-HISTORY
               THRU 8700-WRITE-STEP-HISTORY-EXIT.

           DISPLAY "JOBSTRM: STEP " JS-STEP-NAME(JS-STEP-IDX)
               " ENDED WITHIN ITS LIMIT ON RUNSTATS - TAKEN AS "
               "COMPLETE".

       1600-RECOVER-ONE-STEP-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  2000-RUN-ONE-STEP  --  RUN THE STEP AT JS-STEP-IDX UNLESS IT
      *                   IS ALREADY COMPLETE FOR THIS RUN ID.  THE
      *                   SUMMARY SHOWS IT RUNNING AND JOBHIST HOLDS
      *                   ITS START BEFORE IT IS HANDED TO THE SHELL.
      *                   A RETURN CODE OVER THE STEP'S LIMIT STOPS
      *                   THE STREAM.
      *----------------------------------------------------------------
       2000-RUN-ONE-STEP.
           SET JS-STEP-NBR TO JS-STEP-IDX.
           MOVE JS-STEP-ORDER(JS-STEP-NBR) TO JS-EDIT-ORDER.

           IF JS-STEP-COMPLETE(JS-STEP-NBR)
               DISPLAY "JOBSTRM: STEP " JS-EDIT-ORDER " "
                   JS-STEP-NAME(JS-STEP-NBR)
                   " ALREADY COMPLETE - NOT RUN AGAIN"
               GO TO 2000-RUN-ONE-STEP-EXIT
           END-IF.

           MOVE "RUNNING" TO JS-STEP-STATUS(JS-STEP-NBR).
           MOVE ZERO TO JS-STEP-RC(JS-STEP-NBR).
           MOVE SPACES TO JS-STEP-NOTE(JS-STEP-NBR).
           PERFORM 8600-WRITE-SUMMARY
               THRU 8600-WRITE-SUMMARY-EXIT.

           MOVE "S" TO JS-HIST-STATUS.
           PERFORM 8700-WRITE-STEP-HISTORY
               THRU 8700-WRITE-STEP-HISTORY-EXIT.

           DISPLAY "JOBSTRM: STEP " JS-EDIT-ORDER " "
               JS-STEP-NAME(JS-STEP-NBR) " STARTING".

           MOVE JS-STEP-COMMAND(JS-STEP-NBR) TO JS-COMMAND-LINE.
           CALL "SYSTEM" USING JS-COMMAND-LINE.
           MOVE RETURN-CODE TO JS-RAW-STATUS.
           MOVE 0 TO RETURN-CODE.
           ADD 1 TO JS-RAN-COUNT.

           PERFORM 2100-DECODE-STEP-STATUS
               THRU 2100-DECODE-STEP-STATUS-EXIT.

           MOVE JS-STEP-RC(JS-STEP-NBR) TO JS-EDIT-RC.
           IF JS-STEP-RC(JS-STEP-NBR) > JS-STEP-MAX-RC(JS-STEP-NBR)
               MOVE "FAILED" TO JS-STEP-STATUS(JS-STEP-NBR)
               IF JS-STEP-NOTE(JS-STEP-NBR) = SPACES
                   MOVE "RETURN CODE OVER STEP LIMIT"
                       TO JS-STEP-NOTE(JS-STEP-NBR)
               END-IF
               ADD 1 TO JS-FAILED-COUNT
               SET JS-STREAM-STOPPED TO TRUE
               MOVE "F" TO JS-HIST-STATUS
               DISPLAY "JOBSTRM: STEP " JS-EDIT-ORDER " "
                   JS-STEP-NAME(JS-STEP-NBR) " FAILED, RETURN CODE "
                   JS-EDIT-RC " - STREAM STOPPED"
           ELSE
               MOVE "COMPLETE" TO JS-STEP-STATUS(JS-STEP-NBR)
               ADD 1 TO JS-DONE-COUNT
               MOVE "C" TO JS-HIST-STATUS
               DISPLAY "JOBSTRM: STEP " JS-EDIT-ORDER " "
                   JS-STEP-NAME(JS-STEP-NBR) " COMPLETE, RETURN CODE "
                   JS-EDIT-RC
           END-IF.

           PERFORM 8700-WRITE-STEP-HISTORY
               THRU 8700-WRITE-STEP-HISTORY-EXIT.

       2000-RUN-ONE-STEP-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  2100-DECODE-STEP-STATUS  --  TURN THE SHELL'S WAIT STATUS
      *                   INTO THE STEP'S RETURN CODE.  A STEP KILLED
      *                   BY A SIGNAL, OR ONE THE SHELL COULD NOT
      *                   START, HAS NO RETURN CODE OF ITS OWN AND IS
      *                   GIVEN ONE NO LIMIT CAN PASS.
      *----------------------------------------------------------------
       2100-DECODE-STEP-STATUS.
           IF JS-RAW-STATUS < ZERO
               MOVE JS-ABEND-RC TO JS-STEP-RC(JS-STEP-NBR)
               MOVE "STEP COULD NOT BE STARTED"
                   TO JS-STEP-NOTE(JS-STEP-NBR)
               GO TO 2100-DECODE-STEP-STATUS-EXIT
           END-IF.

           DIVIDE JS-RAW-STATUS BY 256 GIVING JS-EXIT-CODE
               REMAINDER JS-SIGNAL.

           IF JS-SIGNAL NOT = ZERO
               MOVE JS-ABEND-RC TO JS-STEP-RC(JS-STEP-NBR)
               MOVE "STEP ABENDED - KILLED BY SIGNAL"
                   TO JS-STEP-NOTE(JS-STEP-NBR)
               GO TO 2100-DECODE-STEP-STATUS-EXIT
           END-IF.

           IF JS-EXIT-CODE > JS-ABEND-RC
               MOVE JS-ABEND-RC TO JS-STEP-RC(JS-STEP-NBR)
           ELSE
               MOVE JS-EXIT-CODE TO JS-STEP-RC(JS-STEP-NBR)
           END-IF.

       2100-DECODE-STEP-STATUS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  7000-FIND-STEP  --  LOOK THE PROGRAM NAME IN RS-PROGRAM-ID UP
      *                   IN THE STEP TABLE.  JS-STEP-NBR POINTS AT
      *                   THE ENTRY WHEN JS-STEP-FOUND IS SET.
      *----------------------------------------------------------------
       7000-FIND-STEP.
           SET JS-STEP-NOT-FOUND TO TRUE.
           MOVE ZERO TO JS-STEP-NBR.

           PERFORM 7050-MATCH-ONE-STEP
               THRU 7050-MATCH-ONE-STEP-EXIT
               VARYING JS-STEP-IDX FROM 1 BY 1
               UNTIL JS-STEP-IDX > JS-STEP-COUNT
                  OR JS-STEP-FOUND.

       7000-FIND-STEP-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  7050-MATCH-ONE-STEP  --  COMPARE ONE STEP-TABLE ENTRY.
      *----------------------------------------------------------------
       7050-MATCH-ONE-STEP.
           IF JS-STEP-NAME(JS-STEP-IDX) = RS-PROGRAM-ID
               SET JS-STEP-FOUND TO TRUE
               SET JS-STEP-NBR TO JS-STEP-IDX
           END-IF.

       7050-MATCH-ONE-STEP-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  8600-WRITE-SUMMARY  --  REWRITE THE JOBSUM STREAM SUMMARY
      *                   FROM THE STEP TABLE: THE HEADER, THEN ONE
      *                   DETAIL RECORD PER STEP.  OPSRPT DEPENDS ON
      *                   IT, SO A SUMMARY THAT CANNOT BE WRITTEN
      *                   STOPS THE STREAM.
      *----------------------------------------------------------------
       8600-WRITE-SUMMARY.
           OPEN OUTPUT JOBSUM.
           IF NOT JS-JOBSUM-OK
               DISPLAY "JOBSTRM: UNABLE TO OPEN JOBSUM, STATUS = "
                   JS-JOBSUM-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9500-ABORT-WRAPUP
                   THRU 9500-ABORT-WRAPUP-EXIT
               GO TO 9999-EXIT
           END-IF.

           MOVE SPACES TO SS-HEADER-REC.
           SET SS-HEADER TO TRUE.
           MOVE JS-RUN-ID TO SS-HDR-RUN-ID.
           MOVE JS-PROC-DATE TO SS-HDR-PROC-DATE.
           EVALUATE TRUE
               WHEN JS-STREAM-STOPPED
                   SET SS-STREAM-STOPPED TO TRUE
               WHEN JS-DONE-COUNT = JS-STEP-COUNT
                   SET SS-STREAM-COMPLETE TO TRUE
               WHEN OTHER
                   SET SS-STREAM-RUNNING TO TRUE
           END-EVALUATE.
           MOVE JS-STEP-COUNT TO SS-HDR-STEP-COUNT.
           MOVE JS-DONE-COUNT TO SS-HDR-DONE-COUNT.
           WRITE SS-HEADER-REC.
           IF NOT JS-JOBSUM-OK
               DISPLAY "JOBSTRM: UNABLE TO WRITE JOBSUM, STATUS = "
                   JS-JOBSUM-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE JOBSUM
               PERFORM 9500-ABORT-WRAPUP
                   THRU 9500-ABORT-WRAPUP-EXIT
               GO TO 9999-EXIT
           END-IF.

           PERFORM 8650-WRITE-SUMMARY-STEP
               THRU 8650-WRITE-SUMMARY-STEP-EXIT
               VARYING JS-SUM-NBR FROM 1 BY 1
               UNTIL JS-SUM-NBR > JS-STEP-COUNT.

           CLOSE JOBSUM.

       8600-WRITE-SUMMARY-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  8650-WRITE-SUMMARY-STEP  --  ONE DETAIL RECORD FOR THE STEP
      *                   AT JS-SUM-NBR.
      *----------------------------------------------------------------
       8650-WRITE-SUMMARY-STEP.
           MOVE SPACES TO SS-DETAIL-REC.
           SET SS-DETAIL TO TRUE.
           MOVE JS-RUN-ID TO SS-RUN-ID.
           MOVE JS-STEP-ORDER(JS-SUM-NBR) TO SS-STEP-ORDER.
           MOVE JS-STEP-NAME(JS-SUM-NBR) TO SS-STEP-NAME.
           MOVE JS-STEP-STATUS(JS-SUM-NBR) TO SS-STEP-STATUS.
           MOVE JS-STEP-RC(JS-SUM-NBR) TO SS-STEP-RC.
           MOVE JS-STEP-MAX-RC(JS-SUM-NBR) TO SS-MAX-RC.
           MOVE JS-STEP-NOTE(JS-SUM-NBR) TO SS-STEP-NOTE.
           WRITE SS-DETAIL-REC.
           IF NOT JS-JOBSUM-OK
               DISPLAY "JOBSTRM: UNABLE TO WRITE JOBSUM, STATUS = "
                   JS-JOBSUM-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE JOBSUM
               PERFORM 9500-ABORT-WRAPUP
                   THRU 9500-ABORT-WRAPUP-EXIT
               GO TO 9999-EXIT
           END-IF.

       8650-WRITE-SUMMARY-STEP-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  8700-WRITE-STEP-HISTORY  --  APPEND ONE JOBHIST RECORD FOR
      *                   THE STEP AT JS-STEP-NBR WITH THE STATUS THE
      *                   CALLER PLACED IN JS-HIST-STATUS.  THE FILE IS
      *                   CLOSED AFTER EVERY RECORD SO A DRIVER THAT
      *                   DIES LEAVES EVERYTHING UP TO THAT POINT.  IF
      *                   AN END RECORD CANNOT BE WRITTEN THE STEP'S
      *                   OWN RUNSTATS END RECORD STILL LETS A RESTART
      *                   SEE THAT IT FINISHED.
      *----------------------------------------------------------------
       8700-WRITE-STEP-HISTORY.
           OPEN EXTEND JOBHIST.
           IF JS-JOBHIST-MISSING
               OPEN OUTPUT JOBHIST
               CLOSE JOBHIST
               OPEN EXTEND JOBHIST
           END-IF.
           IF NOT JS-JOBHIST-OK
               DISPLAY "JOBSTRM: UNABLE TO OPEN JOBHIST, STATUS = "
                   JS-JOBHIST-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9500-ABORT-WRAPUP
                   THRU 9500-ABORT-WRAPUP-EXIT
               GO TO 9999-EXIT
           END-IF.

           MOVE SPACES TO JH-JOB-HIST-REC.
           MOVE JS-RUN-ID TO JH-RUN-ID.
           MOVE JS-PROC-DATE TO JH-PROC-DATE.
           MOVE JS-STEP-ORDER(JS-STEP-NBR) TO JH-STEP-ORDER.
           MOVE JS-STEP-NAME(JS-STEP-NBR) TO JH-STEP-NAME.
           MOVE JS-HIST-STATUS TO JH-STATUS.
           MOVE JS-STEP-RC(JS-STEP-NBR) TO JH-STEP-RC.
           MOVE JS-STEP-MAX-RC(JS-STEP-NBR) TO JH-MAX-RC.
           ACCEPT JH-LOG-DATE FROM DATE YYYYMMDD.
           ACCEPT JH-LOG-TIME FROM TIME.
           WRITE JH-JOB-HIST-REC.
           IF NOT JS-JOBHIST-OK
               DISPLAY "JOBSTRM: UNABLE TO WRITE JOBHIST, STATUS = "
                   JS-JOBHIST-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE JOBHIST
               PERFORM 9500-ABORT-WRAPUP
                   THRU 9500-ABORT-WRAPUP-EXIT
               GO TO 9999-EXIT
           END-IF.
           CLOSE JOBHIST.

       8700-WRITE-STEP-HISTORY-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  8900-WRITE-RUN-STATS  --  APPEND ONE START OR END RECORD TO
      *                   THE COMMON RUNSTATS FILE.  A RUNSTATS
      *                   PROBLEM IS WARNED, NEVER FATAL.  THE COUNTS
      *                   ARE STEPS: DEFINED, COMPLETED BY THIS RUN,
      *                   AND FAILED.
      *----------------------------------------------------------------
       8900-WRITE-RUN-STATS.
           OPEN EXTEND RUNSTATS.
           IF JS-RUNSTATS-STATUS = "35"
               OPEN OUTPUT RUNSTATS
               CLOSE RUNSTATS
               OPEN EXTEND RUNSTATS
           END-IF.
           IF NOT JS-RUNSTATS-OK
               DISPLAY "JOBSTRM: UNABLE TO EXTEND RUNSTATS, STATUS = "
                   JS-RUNSTATS-STATUS
               GO TO 8900-WRITE-RUN-STATS-EXIT
           END-IF.

           MOVE SPACES TO RS-RUN-STAT-REC.
           MOVE JS-STAT-TYPE TO RS-REC-TYPE.
           MOVE "JOBSTRM" TO RS-PROGRAM-ID.
           MOVE JS-RUN-ID TO RS-RUN-ID.
           MOVE JS-PROC-DATE TO RS-PROC-DATE.
           ACCEPT RS-LOG-DATE FROM DATE YYYYMMDD.
           ACCEPT RS-LOG-TIME FROM TIME.
           MOVE JS-STEP-COUNT TO RS-READ-COUNT.
           COMPUTE RS-WRITE-COUNT = JS-DONE-COUNT - JS-PRIOR-DONE-COUNT.
           MOVE JS-FAILED-COUNT TO RS-REJECT-COUNT.
           MOVE RETURN-CODE TO RS-RETURN-CODE.
           WRITE RS-RUN-STAT-REC.
           IF NOT JS-RUNSTATS-OK
               DISPLAY "JOBSTRM: UNABLE TO WRITE RUNSTATS, STATUS = "
                   JS-RUNSTATS-STATUS
           END-IF.
           CLOSE RUNSTATS.

       8900-WRITE-RUN-STATS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  9000-TERMINATE  --  MARK THE STEPS THE STREAM NEVER REACHED,
      *                   WRITE THE FINAL SUMMARY AND SET THE RETURN
      *                   CODE:
      *                     0 - EVERY STEP COMPLETE
      *                     8 - STREAM STOPPED AT A FAILED STEP
      *----------------------------------------------------------------
       9000-TERMINATE.
           IF JS-STREAM-STOPPED
               PERFORM 9050-NOTE-NOT-REACHED
                   THRU 9050-NOTE-NOT-REACHED-EXIT
                   VARYING JS-STEP-IDX FROM JS-STEP-IDX BY 1
                   UNTIL JS-STEP-IDX > JS-STEP-COUNT
           END-IF.

           PERFORM 8600-WRITE-SUMMARY
               THRU 8600-WRITE-SUMMARY-EXIT.

           MOVE JS-STEP-COUNT TO JS-EDIT-COUNT.
           DISPLAY "JOBSTRM: STEPS=" JS-EDIT-COUNT WITH NO ADVANCING.
           MOVE JS-DONE-COUNT TO JS-EDIT-COUNT.
           DISPLAY " COMPLETE=" JS-EDIT-COUNT WITH NO ADVANCING.
           MOVE JS-RAN-COUNT TO JS-EDIT-COUNT.
           DISPLAY " RUN-NOW=" JS-EDIT-COUNT WITH NO ADVANCING.
           MOVE JS-FAILED-COUNT TO JS-EDIT-COUNT.
           DISPLAY " FAILED=" JS-EDIT-COUNT.

           IF JS-STREAM-STOPPED
               DISPLAY "JOBSTRM: STREAM STOPPED FOR RUN " JS-RUN-ID
                   " - FIX THE FAILED STEP AND RERUN JOBSTRM"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "JOBSTRM: STREAM COMPLETE FOR RUN " JS-RUN-ID
               MOVE 0 TO RETURN-CODE
           END-IF.

           MOVE "E" TO JS-STAT-TYPE.
           PERFORM 8900-WRITE-RUN-STATS
               THRU 8900-WRITE-RUN-STATS-EXIT.

       9000-TERMINATE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  9050-NOTE-NOT-REACHED  --  A STEP AFTER THE FAILED ONE THAT
      *                   IS NOT ALREADY COMPLETE WAS NEVER REACHED.
      *----------------------------------------------------------------
       9050-NOTE-NOT-REACHED.
           IF NOT JS-STEP-COMPLETE(JS-STEP-IDX)
               MOVE "NOT RUN" TO JS-STEP-STATUS(JS-STEP-IDX)
               MOVE "STREAM STOPPED BEFORE STEP"
                   TO JS-STEP-NOTE(JS-STEP-IDX)
           END-IF.

       9050-NOTE-NOT-REACHED-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  9500-ABORT-WRAPUP  --  LEAVE THE END STATISTICS RECORD ON AN
      *                   ABORT.  THE CALLER HAS ALREADY SET
      *                   RETURN-CODE.  A STEP THAT WAS RUNNING STAYS
      *                   "S" ON JOBHIST AND IS RUN AGAIN ON RESTART
      *                   UNLESS ITS RUNSTATS SHOW IT FINISHED.
      *----------------------------------------------------------------
       9500-ABORT-WRAPUP.
           MOVE "E" TO JS-STAT-TYPE.
           PERFORM 8900-WRITE-RUN-STATS
               THRU 8900-WRITE-RUN-STATS-EXIT.

       9500-ABORT-WRAPUP-EXIT.
           EXIT.

       9999-EXIT.
           STOP RUN.
