      *================================================================
      *
      *  PROGRAM-ID.    HOLLIST
      *
      *  AUTHOR.        D. VRIES
      *  INSTALLATION.  CLOUD-RUN-COBOL
      *  DATE-WRITTEN.  2026-10-15
      *
      *  REMARKS.       YEAR-AHEAD LISTING OF THE HOL-FILE HOLIDAY-
      *                 CALENDAR MASTER (SEE COPYBOOK HOLREC,
      *                 MAINTAINED BY HOLMAINT).  LISTS EVERY ACTIVE
      *                 HOLIDAY FROM THE OFFICIAL PROCESSING DATE UP
      *                 TO THE SAME DATE A YEAR LATER, WITH ITS DAY
      *                 OF THE WEEK, SO OPERATIONS CAN CHECK THE
      *                 CALENDAR CYCLEMGR WILL STEP OVER BEFORE THE
      *                 DAYS ARRIVE.  A HOLIDAY FALLING ON A SATURDAY
      *                 OR SUNDAY IS MARKED - IT CLOSES NOTHING THE
      *                 WEEKEND DID NOT ALREADY CLOSE, AND USUALLY
      *                 MEANS THE OBSERVED WEEKDAY WAS MEANT.  ENDS
      *                 WITH RETURN-CODE 4 WHEN THERE IS NO HOL-FILE
      *                 OR NO ACTIVE HOLIDAY IN THE YEAR AHEAD, SO AN
      *                 EMPTY CALENDAR IS NOTICED BEFORE THE FIRST
      *                 HOLIDAY IS RUN AS A BUSINESS DAY.
      *
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  -----------------------------------------
      *  2026-10-15 DEV   ORIGINAL PROGRAM.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLLIST.
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
           SELECT HOL-FILE ASSIGN TO "HOL-FILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HD-HOL-DATE
               FILE STATUS IS HL-HOL-FILE-STATUS.

           SELECT HOLRPT ASSIGN TO "HOLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HL-HOLRPT-STATUS.

           SELECT RUNCTL ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HL-RUNCTL-STATUS.

           SELECT RUNSTATS ASSIGN TO "RUNSTATS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HL-RUNSTATS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOL-FILE.
       COPY HOLREC.

       FD  HOLRPT
           RECORDING MODE IS F.
       01  HL-REPORT-LINE              PIC X(80).

       FD  RUNCTL
           RECORDING MODE IS F.
       COPY RUNCTL.

       FD  RUNSTATS
           RECORDING MODE IS F.
       COPY RUNSTAT.

       WORKING-STORAGE SECTION.
       77  HL-HOL-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  HL-HOL-FILE-OK          VALUE "00".
           88  HL-HOL-FILE-MISSING     VALUE "35".

       77  HL-HOLRPT-STATUS            PIC X(02) VALUE SPACES.
           88  HL-HOLRPT-OK            VALUE "00".

       77  HL-RUNCTL-STATUS            PIC X(02) VALUE SPACES.
           88  HL-RUNCTL-OK            VALUE "00".

       77  HL-RUNSTATS-STATUS          PIC X(02) VALUE SPACES.
           88  HL-RUNSTATS-OK          VALUE "00".

       77  HL-EOF-SW                   PIC X(01) VALUE "N".
           88  HL-EOF-REACHED          VALUE "Y".

       77  HL-NO-MASTER-SW             PIC X(01) VALUE "N".
           88  HL-NO-MASTER            VALUE "Y".

       77  HL-PROC-DATE                PIC 9(08) VALUE ZERO.
       77  HL-RUN-ID                   PIC X(08) VALUE SPACES.

       77  HL-STAT-TYPE                PIC X(01) VALUE "S".

       77  HL-READ-COUNT               PIC 9(08) COMP VALUE ZERO.
       77  HL-LIST-COUNT               PIC 9(08) COMP VALUE ZERO.
       77  HL-WEEKEND-COUNT            PIC 9(08) COMP VALUE ZERO.

       01  HL-END-DATE                 PIC 9(08) VALUE ZERO.

      *    ZELLER WORK FIELDS, AS IN CYCLEMGR: MONTHS JANUARY AND
      *    FEBRUARY COUNT AS 13 AND 14 OF THE PRIOR YEAR, AND THE
      *    RESULT IS 0 FOR SATURDAY, 1 FOR SUNDAY, 2 FOR MONDAY, AND
      *    SO ON.
       77  HL-ZEL-YEAR                 PIC 9(04) COMP VALUE ZERO.
       77  HL-ZEL-MONTH                PIC 9(02) COMP VALUE ZERO.
       77  HL-ZEL-CENTURY              PIC 9(04) COMP VALUE ZERO.
       77  HL-ZEL-YEAR-PART            PIC 9(04) COMP VALUE ZERO.
       77  HL-ZEL-MONTH-TERM           PIC 9(04) COMP VALUE ZERO.
       77  HL-ZEL-YEAR-TERM            PIC 9(04) COMP VALUE ZERO.
       77  HL-ZEL-CENT-TERM            PIC 9(04) COMP VALUE ZERO.
       77  HL-ZEL-WORK                 PIC 9(08) COMP VALUE ZERO.
       77  HL-ZEL-QUOTIENT             PIC 9(08) COMP VALUE ZERO.
       77  HL-ZEL-DOW                  PIC 9(01) VALUE ZERO.

       01  HL-DAY-NAME-VALUES.
           05  FILLER                  PIC X(09) VALUE "SATURDAY ".
           05  FILLER                  PIC X(09) VALUE "SUNDAY   ".
           05  FILLER                  PIC X(09) VALUE "MONDAY   ".
           05  FILLER                  PIC X(09) VALUE "TUESDAY  ".
           05  FILLER                  PIC X(09) VALUE "WEDNESDAY".
           05  FILLER                  PIC X(09) VALUE "THURSDAY ".
           05  FILLER                  PIC X(09) VALUE "FRIDAY   ".

       01  HL-DAY-NAME-TABLE REDEFINES HL-DAY-NAME-VALUES.
           05  HL-DAY-NAME OCCURS 7 TIMES
                                       PIC X(09).

       01  HL-HEADING-LINE.
           05  FILLER                  PIC X(10) VALUE "DATE".
           05  FILLER                  PIC X(11) VALUE "DAY".
           05  FILLER                  PIC X(31) VALUE "HOLIDAY".
           05  FILLER                  PIC X(28) VALUE "NOTE".

       01  HL-DETAIL-LINE.
           05  HL-DET-DATE             PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  HL-DET-DAY              PIC X(09).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  HL-DET-DESC             PIC X(30).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  HL-DET-NOTE             PIC X(28).

       01  HL-TOTAL-LINE.
           05  HL-TOT-LABEL            PIC X(40).
           05  HL-TOT-COUNT            PIC ZZZZZZZ9.
           05  FILLER                  PIC X(32) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           PERFORM 2000-LIST-HOLIDAY
               THRU 2000-LIST-HOLIDAY-EXIT
               UNTIL HL-EOF-REACHED.

           PERFORM 8000-WRITE-TOTALS
               THRU 8000-WRITE-TOTALS-EXIT.

           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.

           GO TO 9999-EXIT.

      *----------------------------------------------------------------
      *  1000-INITIALIZE  --  PICK UP THE PROCESSING DATE, SET THE
      *                   YEAR-AHEAD WINDOW, OPEN THE MASTER AND THE
      *                   REPORT, AND POSITION ON THE FIRST HOLIDAY
      *                   IN THE WINDOW.  NO HOL-FILE ON HAND IS SAID
      *                   ON THE REPORT, NOT AN ABORT.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           PERFORM 1050-READ-RUN-CONTROL
               THRU 1050-READ-RUN-CONTROL-EXIT.

           MOVE "S" TO HL-STAT-TYPE.
           PERFORM 8900-WRITE-RUN-STATS
               THRU 8900-WRITE-RUN-STATS-EXIT.

      *    A YEAR AHEAD IS THE SAME MONTH AND DAY NEXT YEAR, LESS
      *    ONE DAY - THE COMPARE NEVER NEEDS A REAL CALENDAR DATE.
           COMPUTE HL-END-DATE = HL-PROC-DATE + 10000.

           OPEN OUTPUT HOLRPT.
           IF NOT HL-HOLRPT-OK
               DISPLAY "HOLLIST: UNABLE TO OPEN HOLRPT, STATUS = "
                   HL-HOLRPT-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.

           MOVE "HOLIDAY CALENDAR - YEAR AHEAD" TO HL-REPORT-LINE.
           WRITE HL-REPORT-LINE.
           MOVE "-----------------------------" TO HL-REPORT-LINE.
           WRITE HL-REPORT-LINE.

           MOVE SPACES TO HL-REPORT-LINE.
           STRING "PROCESSING DATE ............ " DELIMITED BY SIZE
               HL-PROC-DATE DELIMITED BY SIZE
               "  RUN " DELIMITED BY SIZE
               HL-RUN-ID DELIMITED BY SIZE
               INTO HL-REPORT-LINE.
           WRITE HL-REPORT-LINE.

           MOVE SPACES TO HL-REPORT-LINE.
           STRING "LISTING FROM ............... " DELIMITED BY SIZE
               HL-PROC-DATE DELIMITED BY SIZE
               " UNTIL BEFORE " DELIMITED BY SIZE
               HL-END-DATE DELIMITED BY SIZE
               INTO HL-REPORT-LINE.
           WRITE HL-REPORT-LINE.

           MOVE SPACES TO HL-REPORT-LINE.
           WRITE HL-REPORT-LINE.

           OPEN INPUT HOL-FILE.
           IF HL-HOL-FILE-MISSING
               SET HL-NO-MASTER TO TRUE
               SET HL-EOF-REACHED TO TRUE
               MOVE SPACES TO HL-REPORT-LINE
               STRING "*** NO HOL-FILE ON HAND - EVERY WEEKDAY IS "
                   DELIMITED BY SIZE
                   "A BUSINESS DAY" DELIMITED BY SIZE
                   INTO HL-REPORT-LINE
               WRITE HL-REPORT-LINE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.
           IF NOT HL-HOL-FILE-OK
               DISPLAY "HOLLIST: UNABLE TO OPEN HOL-FILE, STATUS = "
                   HL-HOL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE HOLRPT
               GO TO 9999-EXIT
           END-IF.

           MOVE HL-HEADING-LINE TO HL-REPORT-LINE.
           WRITE HL-REPORT-LINE.

           MOVE HL-PROC-DATE TO HD-HOL-DATE.
           START HOL-FILE KEY NOT < HD-HOL-DATE
               INVALID KEY
                   SET HL-EOF-REACHED TO TRUE
           END-START.

           IF NOT HL-EOF-REACHED
               PERFORM 8500-READ-HOL-FILE
                   THRU 8500-READ-HOL-FILE-EXIT
           END-IF.

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
           IF HL-RUNCTL-OK
               READ RUNCTL
                   AT END
                       ACCEPT HL-PROC-DATE FROM DATE YYYYMMDD
                       MOVE "ADHOC" TO HL-RUN-ID
                   NOT AT END
                       IF RC-PROC-DATE IS NUMERIC
                           MOVE RC-PROC-DATE TO HL-PROC-DATE
                           MOVE RC-RUN-ID TO HL-RUN-ID
                       ELSE
                           DISPLAY "HOLLIST: RUNCTL PROCESSING "
                               "DATE IS NOT NUMERIC"
                           MOVE 16 TO RETURN-CODE
                           CLOSE RUNCTL
                           GO TO 9999-EXIT
                       END-IF
               END-READ
               CLOSE RUNCTL
           ELSE
               IF HL-RUNCTL-STATUS = "35"
                   ACCEPT HL-PROC-DATE FROM DATE YYYYMMDD
                   MOVE "ADHOC" TO HL-RUN-ID
               ELSE
                   DISPLAY "HOLLIST: UNABLE TO OPEN RUNCTL, "
                       "STATUS = " HL-RUNCTL-STATUS
                   MOVE 16 TO RETURN-CODE
                   GO TO 9999-EXIT
               END-IF
           END-IF.

       1050-READ-RUN-CONTROL-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  2000-LIST-HOLIDAY  --  LIST ONE ACTIVE HOLIDAY WITH ITS DAY
      *                   OF THE WEEK.  DELETED ENTRIES ARE SKIPPED.
      *----------------------------------------------------------------
       2000-LIST-HOLIDAY.
           IF HD-ACTIVE
               PERFORM 7300-FIND-WEEKDAY
                   THRU 7300-FIND-WEEKDAY-EXIT
               MOVE SPACES TO HL-DETAIL-LINE
               MOVE HD-HOL-DATE TO HL-DET-DATE
               MOVE HL-DAY-NAME(HL-ZEL-DOW + 1) TO HL-DET-DAY
               MOVE HD-HOL-DESC TO HL-DET-DESC
               IF HL-ZEL-DOW < 2
                   MOVE "FALLS ON WEEKEND - NO EFFECT"
                       TO HL-DET-NOTE
                   ADD 1 TO HL-WEEKEND-COUNT
               END-IF
               MOVE HL-DETAIL-LINE TO HL-REPORT-LINE
               WRITE HL-REPORT-LINE
               ADD 1 TO HL-LIST-COUNT
           END-IF.

           PERFORM 8500-READ-HOL-FILE
               THRU 8500-READ-HOL-FILE-EXIT.

       2000-LIST-HOLIDAY-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  7300-FIND-WEEKDAY  --  ZELLER'S CONGRUENCE ON HD-HOL-DATE,
      *                   LEAVING THE DAY NUMBER IN HL-ZEL-DOW.
      *----------------------------------------------------------------
       7300-FIND-WEEKDAY.
           MOVE HD-HOL-YEAR TO HL-ZEL-YEAR.
           MOVE HD-HOL-MONTH TO HL-ZEL-MONTH.
           IF HL-ZEL-MONTH < 3
               ADD 12 TO HL-ZEL-MONTH
               SUBTRACT 1 FROM HL-ZEL-YEAR
           END-IF.

           DIVIDE HL-ZEL-YEAR BY 100 GIVING HL-ZEL-CENTURY
               REMAINDER HL-ZEL-YEAR-PART.

      *    EACH DIVISION MUST TRUNCATE ON ITS OWN, SO THE TERMS ARE
      *    BUILT WITH DIVIDE RATHER THAN ONE COMPUTE EXPRESSION.
           COMPUTE HL-ZEL-MONTH-TERM = 13 * (HL-ZEL-MONTH + 1).
           DIVIDE HL-ZEL-MONTH-TERM BY 5 GIVING HL-ZEL-MONTH-TERM.
           DIVIDE HL-ZEL-YEAR-PART BY 4 GIVING HL-ZEL-YEAR-TERM.
           DIVIDE HL-ZEL-CENTURY BY 4 GIVING HL-ZEL-CENT-TERM.

           COMPUTE HL-ZEL-WORK = HD-HOL-DAY
               + HL-ZEL-MONTH-TERM
               + HL-ZEL-YEAR-PART
               + HL-ZEL-YEAR-TERM
               + HL-ZEL-CENT-TERM
               + (5 * HL-ZEL-CENTURY).

           DIVIDE HL-ZEL-WORK BY 7 GIVING HL-ZEL-QUOTIENT
               REMAINDER HL-ZEL-DOW.

       7300-FIND-WEEKDAY-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  8000-WRITE-TOTALS  --  HOLIDAY COUNTS FOR THE YEAR AHEAD.
      *----------------------------------------------------------------
       8000-WRITE-TOTALS.
           IF HL-NO-MASTER
               GO TO 8000-WRITE-TOTALS-EXIT
           END-IF.

           MOVE SPACES TO HL-REPORT-LINE.
           WRITE HL-REPORT-LINE.

           MOVE "HOLIDAYS IN THE YEAR AHEAD ............"
               TO HL-TOT-LABEL.
           MOVE HL-LIST-COUNT TO HL-TOT-COUNT.
           MOVE HL-TOTAL-LINE TO HL-REPORT-LINE.
           WRITE HL-REPORT-LINE.

           MOVE "  OF WHICH FALL ON A WEEKEND .........."
               TO HL-TOT-LABEL.
           MOVE HL-WEEKEND-COUNT TO HL-TOT-COUNT.
           MOVE HL-TOTAL-LINE TO HL-REPORT-LINE.
           WRITE HL-REPORT-LINE.

           IF HL-LIST-COUNT = ZERO
               MOVE SPACES TO HL-REPORT-LINE
               STRING "*** NO ACTIVE HOLIDAY IN THE YEAR AHEAD - "
                   DELIMITED BY SIZE
                   "RUN HOLMAINT" DELIMITED BY SIZE
                   INTO HL-REPORT-LINE
               WRITE HL-REPORT-LINE
           END-IF.

       8000-WRITE-TOTALS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  8500-READ-HOL-FILE  --  READ THE NEXT HOLIDAY IN DATE
      *                   ORDER.  THE FIRST DATE PAST THE WINDOW, OR
      *                   ANY READ STATUS OTHER THAN CLEAN, ENDS THE
      *                   LISTING.
      *----------------------------------------------------------------
       8500-READ-HOL-FILE.
           READ HOL-FILE NEXT RECORD
               AT END
                   SET HL-EOF-REACHED TO TRUE
           END-READ.

           IF NOT HL-HOL-FILE-OK
               SET HL-EOF-REACHED TO TRUE
               GO TO 8500-READ-HOL-FILE-EXIT
           END-IF.

           ADD 1 TO HL-READ-COUNT.
           IF HD-HOL-DATE NOT < HL-END-DATE
               SET HL-EOF-REACHED TO TRUE
           END-IF.

       8500-READ-HOL-FILE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  8900-WRITE-RUN-STATS  --  APPEND ONE START OR END RECORD TO
      *                   THE COMMON RUNSTATS FILE.  A RUNSTATS
      *                   PROBLEM IS WARNED, NEVER FATAL.
      *----------------------------------------------------------------
       8900-WRITE-RUN-STATS.
           OPEN EXTEND RUNSTATS.
           IF HL-RUNSTATS-STATUS = "35"
               OPEN OUTPUT RUNSTATS
               CLOSE RUNSTATS
               OPEN EXTEND RUNSTATS
           END-IF.
           IF NOT HL-RUNSTATS-OK
               DISPLAY "HOLLIST: UNABLE TO OPEN RUNSTATS, STATUS = "
                   HL-RUNSTATS-STATUS
               GO TO 8900-WRITE-RUN-STATS-EXIT
           END-IF.

           MOVE SPACES TO RS-RUN-STAT-REC.
           MOVE HL-STAT-TYPE TO RS-REC-TYPE.
           MOVE "HOLLIST" TO RS-PROGRAM-ID.
           MOVE HL-RUN-ID TO RS-RUN-ID.
           MOVE HL-PROC-DATE TO RS-PROC-DATE.
           ACCEPT RS-LOG-DATE FROM DATE YYYYMMDD.
           ACCEPT RS-LOG-TIME FROM TIME.
           MOVE HL-READ-COUNT TO RS-READ-COUNT.
           MOVE HL-LIST-COUNT TO RS-WRITE-COUNT.
           MOVE ZERO TO RS-REJECT-COUNT.
           MOVE RETURN-CODE TO RS-RETURN-CODE.
           WRITE RS-RUN-STAT-REC.
           IF NOT HL-RUNSTATS-OK
               DISPLAY "HOLLIST: UNABLE TO WRITE RUNSTATS, STATUS = "
                   HL-RUNSTATS-STATUS
           END-IF.
           CLOSE RUNSTATS.

       8900-WRITE-RUN-STATS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  9000-TERMINATE  --  CLOSE FILES AND SET THE RETURN CODE:
      *                     0 - HOLIDAYS LISTED
      *                     4 - NO HOL-FILE, OR NO ACTIVE HOLIDAY IN
      *                         THE YEAR AHEAD
      *----------------------------------------------------------------
       9000-TERMINATE.
           IF NOT HL-NO-MASTER
               CLOSE HOL-FILE
           END-IF.
           CLOSE HOLRPT.

           DISPLAY "HOLLIST: HOLIDAYS LISTED=" HL-LIST-COUNT
               " ON A WEEKEND=" HL-WEEKEND-COUNT.

           IF HL-NO-MASTER
              OR HL-LIST-COUNT = ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

           MOVE "E" TO HL-STAT-TYPE.
           PERFORM 8900-WRITE-RUN-STATS
               THRU 8900-WRITE-RUN-STATS-EXIT.

       9000-TERMINATE-EXIT.
           EXIT.

       9999-EXIT.
           STOP RUN.
