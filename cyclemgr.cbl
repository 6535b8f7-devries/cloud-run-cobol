      *                 COMMAND-LINE ARGUMENT:
      *                   OPEN [YYYYMMDD] - VALIDATES THAT THE NEW
      *                     PROCESSING DATE IS EXACTLY THE NEXT
      *                     BUSINESS DATE (MONDAY TO FRIDAY, LESS THE
      *                     ACTIVE HOLIDAYS ON THE HOL-FILE CALENDAR)
      *                     AFTER THE LAST CLOSED CYCLE: NO SKIPS, NO
      *                     REPEATS.  OMITTING THE DATE TAKES THE
      *                     COMPUTED NEXT BUSINESS DATE.  GENERATES
      *                     THE RC-RUN-ID AND WRITES RUNCTL.  OPEN
      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  -----------------------------------------
      *  2026-09-02 DEV   ORIGINAL PROGRAM.
      *  2026-10-15 DEV   STEP THE NEXT BUSINESS DATE OVER THE ACTIVE
      *                   HOLIDAYS ON THE HOL-FILE HOLIDAY-CALENDAR
      *                   MASTER (SEE COPYBOOK HOLREC, MAINTAINED BY
      *                   HOLMAINT) AS WELL AS OVER WEEKENDS, SO
      *                   OPERATIONS NO LONGER HAND-KEY RUNCTL AROUND
      *                   A PUBLIC HOLIDAY.  A REFUSED OPEN DATE THAT
      *                   IS ITSELF A HOLIDAY SAYS SO.  NO HOL-FILE
      *                   ON HAND IS WARNED AND MEANS WEEKENDS ONLY,
      *                   AS BEFORE; A HOL-FILE THAT WILL NOT OPEN IS
      *                   AN ABORT RATHER THAN A GUESSED DATE.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CYCLEMGR.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CY-RUNSTATS-STATUS.

           SELECT HOL-FILE ASSIGN TO "HOL-FILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HD-HOL-DATE
               FILE STATUS IS CY-HOL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUNCTL
           RECORDING MODE IS F.
       COPY RUNSTAT.

       FD  HOL-FILE.
       COPY HOLREC.

       WORKING-STORAGE SECTION.
       77  CY-RUNCTL-STATUS            PIC X(02) VALUE SPACES.
           88  CY-RUNCTL-OK            VALUE "00".
       77  CY-RUNSTATS-STATUS          PIC X(02) VALUE SPACES.
           88  CY-RUNSTATS-OK          VALUE "00".

       77  CY-HOL-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  CY-HOL-FILE-OK          VALUE "00".
           88  CY-HOL-FILE-MISSING     VALUE "35".

       01  CY-MODE-ARG                 PIC X(80) VALUE SPACES.
       01  CY-DATE-ARG                 PIC X(80) VALUE SPACES.

       77  CY-WEEKDAY-SW               PIC X(01) VALUE "N".
           88  CY-WEEKDAY              VALUE "Y".

       77  CY-HOL-AVAILABLE-SW         PIC X(01) VALUE "N".
           88  CY-HOL-FILE-AVAILABLE   VALUE "Y".

       77  CY-HOLIDAY-SW               PIC X(01) VALUE "N".
           88  CY-HOLIDAY              VALUE "Y".

       77  CY-BUSINESS-DAY-SW          PIC X(01) VALUE "N".
           88  CY-BUSINESS-DAY         VALUE "Y".

       77  CY-LAST-CLOSED-DATE         PIC 9(08) VALUE ZERO.
       77  CY-CURR-PROC-DATE           PIC 9(08) VALUE ZERO.
       77  CY-CURR-RUN-ID              PIC X(08) VALUE SPACES.
                   MOVE 8 TO RETURN-CODE
                   GO TO 9999-EXIT
               END-IF
               PERFORM 2050-OPEN-HOLIDAYS
                   THRU 2050-OPEN-HOLIDAYS-EXIT
               MOVE CY-LAST-CLOSED-DATE TO CY-NEXT-DATE
               PERFORM 7200-NEXT-BUSINESS-DAY
                   THRU 7200-NEXT-BUSINESS-DAY-EXIT
               IF CY-REQUEST-DATE = ZERO
                   MOVE CY-NEXT-DATE TO CY-REQUEST-DATE
               END-IF
               IF CY-REQUEST-DATE NOT = CY-NEXT-DATE
                   PERFORM 2300-CHECK-REQUEST-HOLIDAY
                       THRU 2300-CHECK-REQUEST-HOLIDAY-EXIT
               END-IF
               IF CY-HOL-FILE-AVAILABLE
                   CLOSE HOL-FILE
               END-IF
               IF CY-REQUEST-DATE NOT = CY-NEXT-DATE
                   DISPLAY "CYCLEMGR: OPEN REFUSED - " CY-REQUEST-DATE
                       " IS NOT THE NEXT BUSINESS DATE "
       2000-OPEN-CYCLE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  2050-OPEN-HOLIDAYS  --  OPEN THE HOLIDAY CALENDAR FOR THE
      *                   NEXT-BUSINESS-DATE STEP.  NO HOL-FILE ON
      *                   HAND (NO HOLMAINT RUN YET) MEANS WEEKENDS
      *                   ONLY, WITH A WARNING; A CALENDAR THAT IS
      *                   THERE BUT WILL NOT OPEN IS AN ABORT - A
      *                   GUESSED BUSINESS DATE IS WORSE THAN NONE.
      *----------------------------------------------------------------
       2050-OPEN-HOLIDAYS.
           MOVE "N" TO CY-HOL-AVAILABLE-SW.

           OPEN INPUT HOL-FILE.
           IF CY-HOL-FILE-MISSING
               DISPLAY "CYCLEMGR: NO HOL-FILE ON HAND - ONLY "
                   "WEEKENDS WILL BE SKIPPED"
               GO TO 2050-OPEN-HOLIDAYS-EXIT
           END-IF.
           IF NOT CY-HOL-FILE-OK
               DISPLAY "CYCLEMGR: UNABLE TO OPEN HOL-FILE, STATUS = "
                   CY-HOL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.

           SET CY-HOL-FILE-AVAILABLE TO TRUE.

       2050-OPEN-HOLIDAYS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  2100-CHECK-PRIOR-CLOSED  --  REFUSE TO OPEN WHILE A RUNCTL
      *                   CYCLE NEWER THAN THE LAST CLOSED ONE IS ON
       2250-SCAN-STAT-REC-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  2300-CHECK-REQUEST-HOLIDAY  --  A REQUESTED OPEN DATE THAT
      *                   IS NOT THE NEXT BUSINESS DATE IS ABOUT TO
      *                   BE REFUSED; WHEN IT IS ITSELF A HOLIDAY,
      *                   SAY WHICH ONE SO THE OPERATOR KNOWS WHY.
      *----------------------------------------------------------------
       2300-CHECK-REQUEST-HOLIDAY.
           IF NOT CY-HOL-FILE-AVAILABLE
               GO TO 2300-CHECK-REQUEST-HOLIDAY-EXIT
           END-IF.

           MOVE CY-REQUEST-DATE TO HD-HOL-DATE.
           READ HOL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF HD-ACTIVE
                       DISPLAY "CYCLEMGR: " CY-REQUEST-DATE " IS A "
                           "HOLIDAY ON HOL-FILE - " HD-HOL-DESC
                   END-IF
           END-READ.

       2300-CHECK-REQUEST-HOLIDAY-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  3000-CLOSE-CYCLE  --  STAMP THE CURRENT RUNCTL CYCLE
      *                   COMPLETE ON THE CYCHIST HISTORY FILE.

      *----------------------------------------------------------------
      *  7200-NEXT-BUSINESS-DAY  --  STEP CY-NEXT-DATE FORWARD TO THE
      *                   NEXT MONDAY-TO-FRIDAY DATE THAT IS NOT AN
      *                   ACTIVE HOLIDAY.
      *----------------------------------------------------------------
       7200-NEXT-BUSINESS-DAY.
           PERFORM 7100-ADD-ONE-DAY
               THRU 7100-ADD-ONE-DAY-EXIT.
           PERFORM 7400-CHECK-BUSINESS-DAY
               THRU 7400-CHECK-BUSINESS-DAY-EXIT.

           PERFORM 7250-SKIP-CLOSED-DAY
               THRU 7250-SKIP-CLOSED-DAY-EXIT
               UNTIL CY-BUSINESS-DAY.

       7200-NEXT-BUSINESS-DAY-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  7250-SKIP-CLOSED-DAY  --  ADVANCE ONE MORE DAY AND RETEST.
      *----------------------------------------------------------------
       7250-SKIP-CLOSED-DAY.
           PERFORM 7100-ADD-ONE-DAY
               THRU 7100-ADD-ONE-DAY-EXIT.
           PERFORM 7400-CHECK-BUSINESS-DAY
               THRU 7400-CHECK-BUSINESS-DAY-EXIT.

       7250-SKIP-CLOSED-DAY-EXIT.
           EXIT.

      *----------------------------------------------------------------
       7300-CHECK-WEEKDAY-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  7400-CHECK-BUSINESS-DAY  --  CY-BUSINESS-DAY IS SET WHEN
      *                   CY-NEXT-DATE IS A WEEKDAY AND NOT AN ACTIVE
      *                   HOLIDAY ON THE CALENDAR.  A WEEKEND DATE
      *                   NEVER NEEDS THE CALENDAR READ.
      *----------------------------------------------------------------
       7400-CHECK-BUSINESS-DAY.
           MOVE "N" TO CY-BUSINESS-DAY-SW.

           PERFORM 7300-CHECK-WEEKDAY
               THRU 7300-CHECK-WEEKDAY-EXIT.
           IF NOT CY-WEEKDAY
               GO TO 7400-CHECK-BUSINESS-DAY-EXIT
           END-IF.

           PERFORM 7450-CHECK-HOLIDAY
               THRU 7450-CHECK-HOLIDAY-EXIT.
           IF NOT CY-HOLIDAY
               SET CY-BUSINESS-DAY TO TRUE
           END-IF.

       7400-CHECK-BUSINESS-DAY-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  7450-CHECK-HOLIDAY  --  LOOK CY-NEXT-DATE UP ON THE HOLIDAY
      *                   CALENDAR.  ONLY AN ACTIVE ENTRY CLOSES THE
      *                   SHOP; NO CALENDAR ON HAND CLOSES NOTHING.
      *----------------------------------------------------------------
       7450-CHECK-HOLIDAY.
           MOVE "N" TO CY-HOLIDAY-SW.

           IF NOT CY-HOL-FILE-AVAILABLE
               GO TO 7450-CHECK-HOLIDAY-EXIT
           END-IF.

           MOVE CY-NEXT-DATE TO HD-HOL-DATE.
           READ HOL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF HD-ACTIVE
                       SET CY-HOLIDAY TO TRUE
                       DISPLAY "CYCLEMGR: SKIPPING HOLIDAY "
                           CY-NEXT-DATE " - " HD-HOL-DESC
                   END-IF
           END-READ.

       7450-CHECK-HOLIDAY-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  8900-WRITE-RUN-STATS  --  APPEND ONE START OR END RECORD TO
      *                   THE COMMON RUNSTATS FILE.  A RUNSTATS
