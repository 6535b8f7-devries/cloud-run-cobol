      *                   WRITES THE SAME AUDIT RECORDS.  CHANNEL
      *                   PREFERENCES ARE NOT OPT-OUTS, SO CHP-FILE
      *                   MOVEMENTS ARE COUNTED BUT NOT FLAGGED.
      *  2026-10-15 DEV   SUMMARIZE THE HOL-FILE HOLIDAY-CALENDAR
      *                   MASTER AS WELL - HOLMAINT WRITES THE SAME
      *                   AUDIT RECORDS.  COUNTED, NOT FLAGGED.
      *  2026-10-15 DEV   SUMMARIZE THE ADDR-FILE MAILING-ADDRESS
      *                   MASTER AS WELL - ADDMAINT WRITES THE SAME
      *                   AUDIT RECORDS.  COUNTED, NOT FLAGGED.
      *  2026-10-15 DEV   SUMMARIZE THE PHR-FILE GREETING-PHRASE
      *                   MASTER AS WELL - PHRMAINT WRITES THE SAME
      *                   AUDIT RECORDS.  COUNTED, NOT FLAGGED.
      *  2026-10-15 DEV   TAKE IN THE PHONE-DESK CHANGES WRITTEN BY
      *                   PHONDESK.  THEY CARRY THE CALENDAR DATE AND
      *                   TIME OF THE CHANGE, NOT A PROCESSING DATE,
      *                   SO A RECORD WITH A USER ID IS REPORTED FOR
      *                   THE CYCLE WHOSE CYCHIST CLOSE FIRST FOLLOWS
      *                   IT: AFTER THE CLOSE OF THE LAST CYCLE BEFORE
      *                   THIS ONE, UP TO THIS CYCLE'S CLOSE.  RUN
      *                   BEFORE THIS CYCLE HAS CLOSED, THE REPORT
      *                   TAKES THE DESK CHANGES MADE SO FAR AND SAYS
      *                   SO - A RUN AFTER CYCLEMGR CLOSE IS COMPLETE,
      *                   AND NO DESK CHANGE FALLS BETWEEN TWO CLOSED
      *                   CYCLES' REPORTS.  FLAG LINES NOW SHOW THE
      *                   USER ID, AND THE SUMMARY COUNTS THE DESK
      *                   CHANGES.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MNTAUDRP.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MR-RUNSTATS-STATUS.

           SELECT CYCHIST ASSIGN TO "CYCHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MR-CYCHIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MNTAUDIT
           RECORDING MODE IS F.
       COPY RUNSTAT.

       FD  CYCHIST
           RECORDING MODE IS F.
       01  MR-HIST-REC.
           05  MR-HIST-PROC-DATE       PIC 9(08).
           05  FILLER                  PIC X(01).
           05  MR-HIST-RUN-ID          PIC X(08).
           05  FILLER                  PIC X(01).
           05  MR-HIST-CLOSE-DATE      PIC 9(08).
           05  FILLER                  PIC X(01).
           05  MR-HIST-CLOSE-TIME      PIC 9(08).
           05  FILLER                  PIC X(05).

       WORKING-STORAGE SECTION.
      *    WORK COPY OF THE SUPPRESSION RECORD, USED TO DECODE THE
      *    BEFORE AND AFTER IMAGES ON SUPP-FILE AUDIT RECORDS.
       77  MR-RUNSTATS-STATUS          PIC X(02) VALUE SPACES.
           88  MR-RUNSTATS-OK          VALUE "00".

       77  MR-CYCHIST-STATUS           PIC X(02) VALUE SPACES.
           88  MR-CYCHIST-OK           VALUE "00".

       77  MR-HIST-EOF-SW              PIC X(01) VALUE "N".
           88  MR-HIST-EOF             VALUE "Y".

       77  MR-IN-WINDOW-SW             PIC X(01) VALUE "N".
           88  MR-IN-WINDOW            VALUE "Y".

       77  MR-EOF-SW                   PIC X(01) VALUE "N".
           88  MR-EOF-REACHED          VALUE "Y".

       77  MR-BEFORE-DELETED-SW        PIC X(01) VALUE "N".
           88  MR-BEFORE-DELETED       VALUE "Y".

       77  MR-CYCLE-CLOSED-SW          PIC X(01) VALUE "N".
           88  MR-CYCLE-CLOSED         VALUE "Y".

       77  MR-PROC-DATE                PIC 9(08) VALUE ZERO.
       77  MR-RUN-ID                   PIC X(08) VALUE SPACES.

      *    PROCESSING DATE OF THE CYCLE BEFORE THIS ONE.  PHONE-DESK
      *    CHANGES STAMPED AFTER ITS CLOSE (MR-LOW-STAMP), UP TO AND
      *    INCLUDING THIS CYCLE'S CLOSE (MR-HIGH-STAMP, ALL NINES
      *    WHILE THIS CYCLE IS STILL OPEN), BELONG ON THIS REPORT.
       77  MR-PRIOR-PROC-DATE          PIC 9(08) VALUE ZERO.

       01  MR-LOW-STAMP.
           05  MR-LOW-DATE             PIC 9(08) VALUE ZERO.
           05  MR-LOW-TIME             PIC 9(08) VALUE ZERO.

       01  MR-HIGH-STAMP.
           05  MR-HIGH-DATE            PIC 9(08) VALUE 99999999.
           05  MR-HIGH-TIME            PIC 9(08) VALUE 99999999.

       01  MR-DESK-STAMP.
           05  MR-DESK-DATE            PIC 9(08) VALUE ZERO.
           05  MR-DESK-TIME            PIC 9(08) VALUE ZERO.

       77  MR-STAT-TYPE                PIC X(01) VALUE "S".

       77  MR-MATCH-COUNT              PIC 9(08) COMP VALUE ZERO.
       77  MR-CHP-ADD-COUNT            PIC 9(08) COMP VALUE ZERO.
       77  MR-CHP-UPD-COUNT            PIC 9(08) COMP VALUE ZERO.
       77  MR-CHP-DEL-COUNT            PIC 9(08) COMP VALUE ZERO.
       77  MR-HOL-ADD-COUNT            PIC 9(08) COMP VALUE ZERO.
       77  MR-HOL-UPD-COUNT            PIC 9(08) COMP VALUE ZERO.
       77  MR-HOL-DEL-COUNT            PIC 9(08) COMP VALUE ZERO.
       77  MR-ADDR-ADD-COUNT           PIC 9(08) COMP VALUE ZERO.
       77  MR-ADDR-UPD-COUNT           PIC 9(08) COMP VALUE ZERO.
       77  MR-ADDR-DEL-COUNT           PIC 9(08) COMP VALUE ZERO.
       77  MR-PHR-ADD-COUNT            PIC 9(08) COMP VALUE ZERO.
       77  MR-PHR-UPD-COUNT            PIC 9(08) COMP VALUE ZERO.
       77  MR-PHR-DEL-COUNT            PIC 9(08) COMP VALUE ZERO.
       77  MR-OTHER-COUNT              PIC 9(08) COMP VALUE ZERO.
       77  MR-DESK-COUNT               PIC 9(08) COMP VALUE ZERO.
       77  MR-EDIT-COUNT               PIC ZZZZZZZ9.

       01  MR-SUMMARY-LINE.
           05  MR-SUM-MASTER           PIC X(10).
           05  MR-FLAG-RUN-ID          PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  MR-FLAG-TEXT            PIC X(44).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  MR-FLAG-USER-ID         PIC X(08).
           05  FILLER                  PIC X(03) VALUE SPACES.

       PROCEDURE DIVISION.

           PERFORM 1050-READ-RUN-CONTROL
               THRU 1050-READ-RUN-CONTROL-EXIT.

           PERFORM 1100-FIND-PRIOR-CYCLE
               THRU 1100-FIND-PRIOR-CYCLE-EXIT.

           MOVE "S" TO MR-STAT-TYPE.
           PERFORM 8900-WRITE-RUN-STATS
               THRU 8900-WRITE-RUN-STATS-EXIT.
               INTO MR-REPORT-LINE.
           WRITE MR-REPORT-LINE.

           MOVE SPACES TO MR-REPORT-LINE.
           STRING "DESK CHANGES AFTER ......... " DELIMITED BY SIZE
               MR-LOW-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               MR-LOW-TIME DELIMITED BY SIZE
               INTO MR-REPORT-LINE.
           WRITE MR-REPORT-LINE.

           MOVE SPACES TO MR-REPORT-LINE.
           IF MR-CYCLE-CLOSED
               STRING "DESK CHANGES UP TO ......... "
                   DELIMITED BY SIZE
                   MR-HIGH-DATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   MR-HIGH-TIME DELIMITED BY SIZE
                   "  (CYCLE CLOSE)" DELIMITED BY SIZE
                   INTO MR-REPORT-LINE
               WRITE MR-REPORT-LINE
           ELSE
               MOVE "*** CYCLE NOT YET CLOSED - DESK CHANGES MADE SO "
                   & "FAR ONLY; RERUN AFTER" TO MR-REPORT-LINE
               WRITE MR-REPORT-LINE
               MOVE "    CYCLEMGR CLOSE FOR THE COMPLETE REPORT ***"
                   TO MR-REPORT-LINE
               WRITE MR-REPORT-LINE
               DISPLAY "MNTAUDRP: CYCLE " MR-PROC-DATE " NOT YET "
                   "CLOSED - DESK CHANGES REPORTED SO FAR ONLY"
           END-IF.

           MOVE SPACES TO MR-REPORT-LINE.
           WRITE MR-REPORT-LINE.

       1050-READ-RUN-CONTROL-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  1100-FIND-PRIOR-CYCLE  --  SET THE DESK-CHANGE WINDOW FROM
      *                   CYCHIST: IT OPENS AT THE CLOSE OF THE
      *                   LATEST CYCLE BEFORE THIS ONE AND ENDS AT THIS
      *                   CYCLE'S CLOSE.  WITH NO EARLIER CYCLE (OR NO
      *                   CYCHIST) IT OPENS AT THE BEGINNING; WITH THIS
      *                   CYCLE NOT YET CLOSED IT HAS NO END.
      *----------------------------------------------------------------
       1100-FIND-PRIOR-CYCLE.
           MOVE ZERO TO MR-PRIOR-PROC-DATE.

           OPEN INPUT CYCHIST.
           IF NOT MR-CYCHIST-OK
               GO TO 1100-FIND-PRIOR-CYCLE-EXIT
           END-IF.

           PERFORM 1150-READ-CYCHIST
               THRU 1150-READ-CYCHIST-EXIT
               UNTIL MR-HIST-EOF.

           CLOSE CYCHIST.

       1100-FIND-PRIOR-CYCLE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  1150-READ-CYCHIST  --  KEEP THE GREATEST EARLIER CYCLE DATE.
      *----------------------------------------------------------------
       1150-READ-CYCHIST.
           READ CYCHIST
               AT END
                   SET MR-HIST-EOF TO TRUE
               NOT AT END
                   PERFORM 1160-CHECK-CYCLE
                       THRU 1160-CHECK-CYCLE-EXIT
           END-READ.

       1150-READ-CYCHIST-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  1160-CHECK-CYCLE  --  THIS CYCLE'S CLOSE ENDS THE WINDOW; THE
      *                   CLOSE OF THE GREATEST EARLIER CYCLE OPENS
      *                   IT.
      *----------------------------------------------------------------
       1160-CHECK-CYCLE.
           IF MR-HIST-PROC-DATE IS NOT NUMERIC
              OR MR-HIST-CLOSE-DATE IS NOT NUMERIC
              OR MR-HIST-CLOSE-TIME IS NOT NUMERIC
               GO TO 1160-CHECK-CYCLE-EXIT
           END-IF.

           IF MR-HIST-PROC-DATE = MR-PROC-DATE
               SET MR-CYCLE-CLOSED TO TRUE
               MOVE MR-HIST-CLOSE-DATE TO MR-HIGH-DATE
               MOVE MR-HIST-CLOSE-TIME TO MR-HIGH-TIME
               GO TO 1160-CHECK-CYCLE-EXIT
           END-IF.

           IF MR-HIST-PROC-DATE < MR-PROC-DATE
              AND MR-HIST-PROC-DATE > MR-PRIOR-PROC-DATE
               MOVE MR-HIST-PROC-DATE TO MR-PRIOR-PROC-DATE
               MOVE MR-HIST-CLOSE-DATE TO MR-LOW-DATE
               MOVE MR-HIST-CLOSE-TIME TO MR-LOW-TIME
           END-IF.

       1160-CHECK-CYCLE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  2000-PROCESS-AUDIT-REC  --  TALLY ONE AUDIT RECORD FOR THE
      *                   PROCESSING DATE AND FLAG THE COMPLIANCE-
      *                   SENSITIVE SUPP-FILE MOVEMENTS.
      *----------------------------------------------------------------
       2000-PROCESS-AUDIT-REC.
           MOVE "N" TO MR-IN-WINDOW-SW.
           IF AU-PROC-DATE IS NUMERIC
               IF AU-USER-ID = SPACES
                   IF AU-PROC-DATE = MR-PROC-DATE
                       SET MR-IN-WINDOW TO TRUE
                   END-IF
               ELSE
                   MOVE AU-PROC-DATE TO MR-DESK-DATE
                   IF AU-CHANGE-TIME IS NUMERIC
                       MOVE AU-CHANGE-TIME TO MR-DESK-TIME
                   ELSE
                       MOVE ZERO TO MR-DESK-TIME
                   END-IF
                   IF MR-DESK-STAMP > MR-LOW-STAMP
                      AND MR-DESK-STAMP NOT > MR-HIGH-STAMP
                       SET MR-IN-WINDOW TO TRUE
                       ADD 1 TO MR-DESK-COUNT
                   END-IF
               END-IF
           END-IF.

           IF MR-IN-WINDOW
               ADD 1 TO MR-MATCH-COUNT
               PERFORM 2100-TALLY-BY-MASTER
                   THRU 2100-TALLY-BY-MASTER-EXIT
                   ADD 1 TO MR-CHP-UPD-COUNT
               WHEN AU-CHP-MASTER AND AU-DELETE
                   ADD 1 TO MR-CHP-DEL-COUNT
               WHEN AU-HOL-MASTER AND AU-ADD
                   ADD 1 TO MR-HOL-ADD-COUNT
               WHEN AU-HOL-MASTER AND AU-UPDATE
                   ADD 1 TO MR-HOL-UPD-COUNT
               WHEN AU-HOL-MASTER AND AU-DELETE
                   ADD 1 TO MR-HOL-DEL-COUNT
               WHEN AU-ADDR-MASTER AND AU-ADD
                   ADD 1 TO MR-ADDR-ADD-COUNT
               WHEN AU-ADDR-MASTER AND AU-UPDATE
                   ADD 1 TO MR-ADDR-UPD-COUNT
               WHEN AU-ADDR-MASTER AND AU-DELETE
                   ADD 1 TO MR-ADDR-DEL-COUNT
               WHEN AU-PHR-MASTER AND AU-ADD
                   ADD 1 TO MR-PHR-ADD-COUNT
               WHEN AU-PHR-MASTER AND AU-UPDATE
                   ADD 1 TO MR-PHR-UPD-COUNT
               WHEN AU-PHR-MASTER AND AU-DELETE
                   ADD 1 TO MR-PHR-DEL-COUNT
               WHEN OTHER
                   ADD 1 TO MR-OTHER-COUNT
           END-EVALUATE.
               WHEN AU-DELETE
                   MOVE SP-CUST-ID TO MR-FLAG-CUST-ID
                   MOVE AU-RUN-ID TO MR-FLAG-RUN-ID
                   MOVE AU-USER-ID TO MR-FLAG-USER-ID
                   MOVE "SUPP-FILE DO-NOT-GREET FLAG DEACTIVATED"
                       TO MR-FLAG-TEXT
                   PERFORM 2500-WRITE-FLAG
                AND SP-ACTIVE
                   MOVE SP-CUST-ID TO MR-FLAG-CUST-ID
                   MOVE AU-RUN-ID TO MR-FLAG-RUN-ID
                   MOVE AU-USER-ID TO MR-FLAG-USER-ID
                   MOVE "SUPP-FILE OPT-OUT REACTIVATED BY UPDATE"
                       TO MR-FLAG-TEXT
                   PERFORM 2500-WRITE-FLAG
           MOVE MR-SUMMARY-LINE TO MR-REPORT-LINE.
           WRITE MR-REPORT-LINE.

           MOVE "HOL-FILE" TO MR-SUM-MASTER.
           MOVE MR-HOL-ADD-COUNT TO MR-SUM-ADDS.
           MOVE MR-HOL-UPD-COUNT TO MR-SUM-UPDATES.
           MOVE MR-HOL-DEL-COUNT TO MR-SUM-DELETES.
           MOVE MR-SUMMARY-LINE TO MR-REPORT-LINE.
           WRITE MR-REPORT-LINE.

           MOVE "ADDR-FILE" TO MR-SUM-MASTER.
           MOVE MR-ADDR-ADD-COUNT TO MR-SUM-ADDS.
           MOVE MR-ADDR-UPD-COUNT TO MR-SUM-UPDATES.
           MOVE MR-ADDR-DEL-COUNT TO MR-SUM-DELETES.
           MOVE MR-SUMMARY-LINE TO MR-REPORT-LINE.
           WRITE MR-REPORT-LINE.

           MOVE "PHR-FILE" TO MR-SUM-MASTER.
           MOVE MR-PHR-ADD-COUNT TO MR-SUM-ADDS.
           MOVE MR-PHR-UPD-COUNT TO MR-SUM-UPDATES.
           MOVE MR-PHR-DEL-COUNT TO MR-SUM-DELETES.
           MOVE MR-SUMMARY-LINE TO MR-REPORT-LINE.
           WRITE MR-REPORT-LINE.

           IF MR-OTHER-COUNT > ZERO
               MOVE SPACES TO MR-REPORT-LINE
               STRING "*** UNRECOGNIZED AUDIT RECORDS ON FILE"
               ADD 1 TO MR-FLAG-COUNT
           END-IF.

           IF MR-DESK-COUNT > ZERO
               MOVE MR-DESK-COUNT TO MR-EDIT-COUNT
               MOVE SPACES TO MR-REPORT-LINE
               STRING "CHANGES MADE AT THE PHONE DESK "
                   DELIMITED BY SIZE
                   MR-EDIT-COUNT DELIMITED BY SIZE
                   INTO MR-REPORT-LINE
               WRITE MR-REPORT-LINE
           END-IF.

           MOVE SPACES TO MR-REPORT-LINE.
           WRITE MR-REPORT-LINE.

