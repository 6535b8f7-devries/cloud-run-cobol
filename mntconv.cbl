      *================================================================
      *
      *  PROGRAM-ID.    MNTCONV
      *
      *  AUTHOR.        D. VRIES
      *  INSTALLATION.  CLOUD-RUN-COBOL
      *  DATE-WRITTEN.  2026-10-15
      *
      *  REMARKS.       ONE-OFF MNTAUDIT CONVERSION.  THE AUDIT
      *                 RECORD (SEE COPYBOOK MNTAUDIT) HAS GROWN FROM
      *                 192 TO 288 BYTES: BOTH IMAGES WIDEN FROM 80 TO
      *                 120 BYTES AND AU-USER-ID AND AU-CHANGE-TIME
      *                 FOLLOW THEM.  MNTAUDIT IS POSITIONAL, SO A
      *                 TRAIL WRITTEN IN THE OLD LAYOUT READS BACK
      *                 WRONG IN THE NEW ONE - THE OLD AFTER-IMAGE
      *                 LANDS INSIDE THE NEW BEFORE-IMAGE, AND
      *                 MNTAUDRP AND THE MSTRELD ROLL-FORWARD WOULD
      *                 BOTH DECODE IT WRONGLY.  THIS PROGRAM MUST RUN
      *                 ONCE, BETWEEN CYCLES, BEFORE THE FIRST RUN OF
      *                 ANY PROGRAM THAT READS OR WRITES MNTAUDIT:
      *                   1  RENAME THE EXISTING MNTAUDIT TO
      *                      MNTAUD-OLD
      *                   2  RUN MNTCONV
      *                   3  KEEP MNTAUD-OLD UNTIL THE FIRST CYCLE ON
      *                      THE NEW MNTAUDIT HAS RUN CLEANLY
      *                 MNTAUD-OLD IS FIRST READ THROUGH TO PROVE IT
      *                 IS IN THE OLD LAYOUT - NOTHING BEYOND BYTE 187
      *                 OF ANY RECORD.  A FILE THAT FAILS IS ALREADY
      *                 CONVERTED AND THE RUN IS REFUSED.  EACH RECORD
      *                 IS THEN RE-LAID INTO A NEW MNTAUDIT IN THE
      *                 SAME ORDER: KEY FIELDS UNCHANGED, EACH 80-BYTE
      *                 IMAGE LEFT-ALIGNED IN ITS 120-BYTE FIELD AND
      *                 SPACE-FILLED, USER ID AND CHANGE TIME BLANK AS
      *                 FOR ANY BATCH CHANGE.  THE RECORDS READ MUST
      *                 EQUAL THE RECORDS WRITTEN, SO EVERY MNTAUDIT
      *                 POSITION HELD ON A MSTBKUP GENERATION STILL
      *                 POINTS AT THE SAME CHANGE.  A MNTAUDIT ALREADY
      *                 ON HAND IS NEVER OVERWRITTEN - THE RUN IS
      *                 REFUSED.
      *                 RETURN CODES: 0 CONVERTED AND IN BALANCE, 8
      *                 REFUSED (MNTAUDIT ALREADY ON HAND, NO
      *                 MNTAUD-OLD, OR MNTAUD-OLD NOT IN THE OLD
      *                 LAYOUT), 16 A FILE COULD NOT BE OPENED, READ,
      *                 OR WRITTEN, OR THE COUNTS DISAGREE.
      *
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  -----------------------------------------
      *  2026-10-15 DEV   ORIGINAL PROGRAM.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MNTCONV.
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
           SELECT MNTAUD-OLD ASSIGN TO "MNTAUD-OLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MC-OLD-STATUS.

           SELECT MNTAUDIT ASSIGN TO "MNTAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MC-MNTAUDIT-STATUS.

           SELECT RUNCTL ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MC-RUNCTL-STATUS.

           SELECT RUNSTATS ASSIGN TO "RUNSTATS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MC-RUNSTATS-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------
      *  THE AUDIT RECORD AS IT STOOD WITH 80-BYTE IMAGES.  THE AREA
      *  IS AS LONG AS THE NEW RECORD SO A FILE ALREADY CONVERTED
      *  SHOWS UP AS DATA IN MC-OLD-TAIL RATHER THAN BEING CUT SHORT.
      *----------------------------------------------------------------
       FD  MNTAUD-OLD
           RECORDING MODE IS F.
       01  MC-OLD-REC.
           05  MC-OLD-KEY-DATA.
               10  MC-OLD-PROC-DATE    PIC 9(08).
               10  MC-OLD-RUN-ID       PIC X(08).
               10  MC-OLD-MASTER-ID    PIC X(10).
               10  MC-OLD-ACTION-CODE  PIC X(01).
           05  MC-OLD-BEFORE-IMAGE     PIC X(80).
           05  MC-OLD-AFTER-IMAGE      PIC X(80).
           05  MC-OLD-TAIL             PIC X(101).

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
       77  MC-OLD-STATUS               PIC X(02) VALUE SPACES.
           88  MC-OLD-OK               VALUE "00".
           88  MC-OLD-MISSING          VALUE "35".

       77  MC-MNTAUDIT-STATUS          PIC X(02) VALUE SPACES.
           88  MC-MNTAUDIT-OK          VALUE "00".
           88  MC-MNTAUDIT-MISSING     VALUE "35".

       77  MC-RUNCTL-STATUS            PIC X(02) VALUE SPACES.
           88  MC-RUNCTL-OK            VALUE "00".

       77  MC-RUNSTATS-STATUS          PIC X(02) VALUE SPACES.
           88  MC-RUNSTATS-OK          VALUE "00".

       77  MC-OLD-EOF-SW               PIC X(01) VALUE "N".
           88  MC-OLD-EOF              VALUE "Y".

       77  MC-OLD-OPEN-SW              PIC X(01) VALUE "N".
           88  MC-OLD-OPEN             VALUE "Y".

       77  MC-NEW-OPEN-SW              PIC X(01) VALUE "N".
           88  MC-NEW-OPEN             VALUE "Y".

       77  MC-PROC-DATE                PIC 9(08) VALUE ZERO.
       77  MC-RUN-ID                   PIC X(08) VALUE SPACES.

       77  MC-STAT-TYPE                PIC X(01) VALUE "S".

       77  MC-CHECK-COUNT              PIC 9(08) COMP VALUE ZERO.
       77  MC-READ-COUNT               PIC 9(08) COMP VALUE ZERO.
       77  MC-WRITE-COUNT              PIC 9(08) COMP VALUE ZERO.

       77  MC-COUNT-DISP               PIC 9(08) VALUE ZERO.
       77  MC-COUNT-DISP-2             PIC 9(08) VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           PERFORM 2000-CONVERT-RECORD
               THRU 2000-CONVERT-RECORD-EXIT
               UNTIL MC-OLD-EOF.

           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.

           GO TO 9999-EXIT.

      *----------------------------------------------------------------
      *  1000-INITIALIZE  --  PROVE THERE IS NO MNTAUDIT TO
      *                   OVERWRITE AND AN OLD-LAYOUT ONE TO
      *                   CONVERT, THEN CREATE THE NEW MNTAUDIT.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           PERFORM 1050-READ-RUN-CONTROL
               THRU 1050-READ-RUN-CONTROL-EXIT.

           MOVE "S" TO MC-STAT-TYPE.
           PERFORM 8900-WRITE-RUN-STATS
               THRU 8900-WRITE-RUN-STATS-EXIT.

           OPEN INPUT MNTAUDIT.
           IF NOT MC-MNTAUDIT-MISSING
               IF MC-MNTAUDIT-OK
                   CLOSE MNTAUDIT
               END-IF
               DISPLAY "MNTCONV: MNTAUDIT IS ALREADY ON HAND "
                   "(STATUS = " MC-MNTAUDIT-STATUS
                   ") - NOT OVERWRITTEN, CONVERSION REFUSED"
               MOVE 8 TO RETURN-CODE
               PERFORM 9500-ABORT-WRAPUP
                   THRU 9500-ABORT-WRAPUP-EXIT
               GO TO 9999-EXIT
           END-IF.

           PERFORM 1100-CHECK-OLD-LAYOUT
               THRU 1100-CHECK-OLD-LAYOUT-EXIT.

           OPEN INPUT MNTAUD-OLD.
           IF NOT MC-OLD-OK
               DISPLAY "MNTCONV: UNABLE TO OPEN MNTAUD-OLD, "
                   "STATUS = " MC-OLD-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9500-ABORT-WRAPUP
                   THRU 9500-ABORT-WRAPUP-EXIT
               GO TO 9999-EXIT
           END-IF.
           SET MC-OLD-OPEN TO TRUE.

           OPEN OUTPUT MNTAUDIT.
           IF NOT MC-MNTAUDIT-OK
               DISPLAY "MNTCONV: UNABLE TO CREATE MNTAUDIT, "
                   "STATUS = " MC-MNTAUDIT-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9100-CLOSE-ALL
                   THRU 9100-CLOSE-ALL-EXIT
               PERFORM 9500-ABORT-WRAPUP
                   THRU 9500-ABORT-WRAPUP-EXIT
               GO TO 9999-EXIT
           END-IF.
           SET MC-NEW-OPEN TO TRUE.

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
           IF MC-RUNCTL-OK
               READ RUNCTL
                   AT END
                       ACCEPT MC-PROC-DATE FROM DATE YYYYMMDD
                       MOVE "ADHOC" TO MC-RUN-ID
                   NOT AT END
                       IF RC-PROC-DATE IS NUMERIC
                           MOVE RC-PROC-DATE TO MC-PROC-DATE
                           MOVE RC-RUN-ID TO MC-RUN-ID
                       ELSE
                           DISPLAY "MNTCONV: RUNCTL PROCESSING "
                               "DATE IS NOT NUMERIC"
                           MOVE 16 TO RETURN-CODE
                           CLOSE RUNCTL
                           GO TO 9999-EXIT
                       END-IF
               END-READ
               CLOSE RUNCTL
           ELSE
               IF MC-RUNCTL-STATUS = "35"
                   ACCEPT MC-PROC-DATE FROM DATE YYYYMMDD
                   MOVE "ADHOC" TO MC-RUN-ID
               ELSE
                   DISPLAY "MNTCONV: UNABLE TO OPEN RUNCTL, "
                       "STATUS = " MC-RUNCTL-STATUS
                   MOVE 16 TO RETURN-CODE
                   GO TO 9999-EXIT
               END-IF
           END-IF.

       1050-READ-RUN-CONTROL-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  1100-CHECK-OLD-LAYOUT  --  READ MNTAUD-OLD THROUGH ONCE
      *                   BEFORE ANYTHING IS WRITTEN.  AN OLD-LAYOUT
      *                   RECORD ENDS AT BYTE 192 AND ITS LAST FIVE
      *                   BYTES ARE FILLER, SO ANY DATA FROM BYTE 188
      *                   ON MEANS THE FILE IS ALREADY IN THE NEW
      *                   LAYOUT AND CONVERTING IT AGAIN WOULD SPLIT
      *                   EVERY IMAGE.  THE FILE IS CLOSED AGAIN FOR
      *                   THE CONVERSION PASS.
      *----------------------------------------------------------------
       1100-CHECK-OLD-LAYOUT.
           OPEN INPUT MNTAUD-OLD.
           IF MC-OLD-MISSING
               DISPLAY "MNTCONV: MNTAUD-OLD IS NOT ON HAND - RENAME "
                   "THE OLD MNTAUDIT TO MNTAUD-OLD FIRST"
               MOVE 8 TO RETURN-CODE
               PERFORM 9500-ABORT-WRAPUP
                   THRU 9500-ABORT-WRAPUP-EXIT
               GO TO 9999-EXIT
           END-IF.
           IF NOT MC-OLD-OK
               DISPLAY "MNTCONV: UNABLE TO OPEN MNTAUD-OLD, "
                   "STATUS = " MC-OLD-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9500-ABORT-WRAPUP
                   THRU 9500-ABORT-WRAPUP-EXIT
               GO TO 9999-EXIT
           END-IF.
           SET MC-OLD-OPEN TO TRUE.

           PERFORM 1150-CHECK-ONE-RECORD
               THRU 1150-CHECK-ONE-RECORD-EXIT
               UNTIL MC-OLD-EOF.

           CLOSE MNTAUD-OLD.
           MOVE "N" TO MC-OLD-OPEN-SW.
           MOVE "N" TO MC-OLD-EOF-SW.

       1100-CHECK-OLD-LAYOUT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  1150-CHECK-ONE-RECORD  --  NEXT MNTAUD-OLD RECORD MUST BE
      *                   BLANK BEYOND THE OLD RECORD.
      *----------------------------------------------------------------
       1150-CHECK-ONE-RECORD.
           MOVE SPACES TO MC-OLD-REC.
           READ MNTAUD-OLD
               AT END
                   SET MC-OLD-EOF TO TRUE
                   GO TO 1150-CHECK-ONE-RECORD-EXIT
           END-READ.
           IF NOT MC-OLD-OK
               DISPLAY "MNTCONV: UNABLE TO READ MNTAUD-OLD, "
                   "STATUS = " MC-OLD-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9100-CLOSE-ALL
                   THRU 9100-CLOSE-ALL-EXIT
               PERFORM 9500-ABORT-WRAPUP
                   THRU 9500-ABORT-WRAPUP-EXIT
               GO TO 9999-EXIT
           END-IF.
           ADD 1 TO MC-CHECK-COUNT.

           IF MC-OLD-TAIL NOT = SPACES
               MOVE MC-CHECK-COUNT TO MC-COUNT-DISP
               DISPLAY "MNTCONV: MNTAUD-OLD RECORD " MC-COUNT-DISP
                   " IS NOT IN THE 80-BYTE IMAGE LAYOUT - FILE "
                   "ALREADY CONVERTED, CONVERSION REFUSED"
               MOVE 8 TO RETURN-CODE
               PERFORM 9100-CLOSE-ALL
                   THRU 9100-CLOSE-ALL-EXIT
               PERFORM 9500-ABORT-WRAPUP
                   THRU 9500-ABORT-WRAPUP-EXIT
               GO TO 9999-EXIT
           END-IF.

       1150-CHECK-ONE-RECORD-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  2000-CONVERT-RECORD  --  NEXT OLD RECORD, IN FILE ORDER, TO
      *                   THE NEW MNTAUDIT WITH BOTH IMAGES WIDENED.
      *                   A RECORD THAT WILL NOT READ OR WRITE ENDS
      *                   THE RUN - A PART-CONVERTED TRAIL IS NOT
      *                   USABLE, AND MNTAUD-OLD IS STILL INTACT FOR A
      *                   RERUN ONCE THE NEW MNTAUDIT IS REMOVED.
      *----------------------------------------------------------------
       2000-CONVERT-RECORD.
           MOVE SPACES TO MC-OLD-REC.
           READ MNTAUD-OLD
               AT END
                   SET MC-OLD-EOF TO TRUE
                   GO TO 2000-CONVERT-RECORD-EXIT
           END-READ.
           IF NOT MC-OLD-OK
               DISPLAY "MNTCONV: UNABLE TO READ MNTAUD-OLD, "
                   "STATUS = " MC-OLD-STATUS
               GO TO 2000-CONVERT-RECORD-ABORT
           END-IF.
           ADD 1 TO MC-READ-COUNT.

           MOVE SPACES TO AU-AUDIT-REC.
           MOVE MC-OLD-PROC-DATE TO AU-PROC-DATE.
           MOVE MC-OLD-RUN-ID TO AU-RUN-ID.
           MOVE MC-OLD-MASTER-ID TO AU-MASTER-ID.
           MOVE MC-OLD-ACTION-CODE TO AU-ACTION-CODE.
           MOVE MC-OLD-BEFORE-IMAGE TO AU-BEFORE-IMAGE.
           MOVE MC-OLD-AFTER-IMAGE TO AU-AFTER-IMAGE.
           MOVE SPACES TO AU-USER-ID.

           WRITE AU-AUDIT-REC.
           IF NOT MC-MNTAUDIT-OK
               MOVE MC-READ-COUNT TO MC-COUNT-DISP
               DISPLAY "MNTCONV: UNABLE TO WRITE MNTAUDIT RECORD "
                   MC-COUNT-DISP ", STATUS = " MC-MNTAUDIT-STATUS
               GO TO 2000-CONVERT-RECORD-ABORT
           END-IF.
           ADD 1 TO MC-WRITE-COUNT.

           GO TO 2000-CONVERT-RECORD-EXIT.

       2000-CONVERT-RECORD-ABORT.
           MOVE 16 TO RETURN-CODE.
           PERFORM 9100-CLOSE-ALL
               THRU 9100-CLOSE-ALL-EXIT.
           PERFORM 9500-ABORT-WRAPUP
               THRU 9500-ABORT-WRAPUP-EXIT.
           GO TO 9999-EXIT.

       2000-CONVERT-RECORD-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  8900-WRITE-RUN-STATS  --  APPEND ONE START OR END RECORD TO
      *                   THE COMMON RUNSTATS FILE.  A RUNSTATS
      *                   PROBLEM IS WARNED, NEVER FATAL.
      *----------------------------------------------------------------
       8900-WRITE-RUN-STATS.
           OPEN EXTEND RUNSTATS.
           IF MC-RUNSTATS-STATUS = "35"
               OPEN OUTPUT RUNSTATS
               CLOSE RUNSTATS
               OPEN EXTEND RUNSTATS
           END-IF.
           IF NOT MC-RUNSTATS-OK
               DISPLAY "MNTCONV: UNABLE TO OPEN RUNSTATS, STATUS = "
                   MC-RUNSTATS-STATUS
               GO TO 8900-WRITE-RUN-STATS-EXIT
           END-IF.

           MOVE SPACES TO RS-RUN-STAT-REC.
           MOVE MC-STAT-TYPE TO RS-REC-TYPE.
           MOVE "MNTCONV" TO RS-PROGRAM-ID.
           MOVE MC-RUN-ID TO RS-RUN-ID.
           MOVE MC-PROC-DATE TO RS-PROC-DATE.
           ACCEPT RS-LOG-DATE FROM DATE YYYYMMDD.
           ACCEPT RS-LOG-TIME FROM TIME.
           MOVE MC-READ-COUNT TO RS-READ-COUNT.
           MOVE MC-WRITE-COUNT TO RS-WRITE-COUNT.
           MOVE ZERO TO RS-REJECT-COUNT.
           MOVE RETURN-CODE TO RS-RETURN-CODE.
           WRITE RS-RUN-STAT-REC.
           IF NOT MC-RUNSTATS-OK
               DISPLAY "MNTCONV: UNABLE TO WRITE RUNSTATS, STATUS = "
                   MC-RUNSTATS-STATUS
           END-IF.
           CLOSE RUNSTATS.

       8900-WRITE-RUN-STATS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  9000-TERMINATE  --  PROVE RECORDS READ = RECORDS WRITTEN,
      *                   REPORT THE CONTROL COUNTS, AND SET THE
      *                   RETURN CODE.
      *----------------------------------------------------------------
       9000-TERMINATE.
           PERFORM 9100-CLOSE-ALL
               THRU 9100-CLOSE-ALL-EXIT.

           MOVE MC-READ-COUNT TO MC-COUNT-DISP.
           MOVE MC-WRITE-COUNT TO MC-COUNT-DISP-2.
           DISPLAY "MNTCONV: MNTAUD-OLD RECORDS READ ..... "
               MC-COUNT-DISP.
           DISPLAY "MNTCONV: MNTAUDIT RECORDS WRITTEN .... "
               MC-COUNT-DISP-2.

           IF MC-READ-COUNT = MC-WRITE-COUNT
               AND MC-READ-COUNT = MC-CHECK-COUNT
               DISPLAY "MNTCONV: CONVERSION IN BALANCE"
               MOVE 0 TO RETURN-CODE
           ELSE
               DISPLAY "MNTCONV: CONVERSION OUT OF BALANCE - DO NOT "
                   "USE THE NEW MNTAUDIT"
               MOVE 16 TO RETURN-CODE
           END-IF.

           MOVE "E" TO MC-STAT-TYPE.
           PERFORM 8900-WRITE-RUN-STATS
               THRU 8900-WRITE-RUN-STATS-EXIT.

       9000-TERMINATE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  9100-CLOSE-ALL  --  CLOSE WHATEVER IS OPEN.  SAFE TO CALL
      *                   FROM ANY ABORT PATH.
      *----------------------------------------------------------------
       9100-CLOSE-ALL.
           IF MC-OLD-OPEN
               CLOSE MNTAUD-OLD
               MOVE "N" TO MC-OLD-OPEN-SW
           END-IF.
           IF MC-NEW-OPEN
               CLOSE MNTAUDIT
               MOVE "N" TO MC-NEW-OPEN-SW
           END-IF.

       9100-CLOSE-ALL-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  9500-ABORT-WRAPUP  --  LEAVE THE END STATISTICS RECORD.  THE
      *                   CALLER HAS ALREADY SET RETURN-CODE.
      *----------------------------------------------------------------
       9500-ABORT-WRAPUP.
           MOVE "E" TO MC-STAT-TYPE.
           PERFORM 8900-WRITE-RUN-STATS
               THRU 8900-WRITE-RUN-STATS-EXIT.

       9500-ABORT-WRAPUP-EXIT.
           EXIT.

       9999-EXIT.
           STOP RUN.
