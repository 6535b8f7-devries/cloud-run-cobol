      *================================================================
      *
      *  PROGRAM-ID.    CUSTCONV
      *
      *  AUTHOR.        D. VRIES
      *  INSTALLATION.  CLOUD-RUN-COBOL
      *  DATE-WRITTEN.  2026-10-15
      *
      *  REMARKS.       ONE-OFF CUST-FILE CONVERSION.  CM-LANG-CODE
      *                 WIDENS THE CUSTOMER MASTER RECORD FROM 36 TO
      *                 38 BYTES (SEE COPYBOOK CUSTREC), AND EVERY
      *                 PROGRAM COMPILED WITH THE NEW LAYOUT FAILS TO
      *                 OPEN A CUST-FILE STILL IN THE OLD ONE.  THIS
      *                 PROGRAM MUST RUN ONCE, BETWEEN CYCLES, BEFORE
      *                 THE FIRST RUN OF ANY OF THEM:
      *                   1  RENAME THE EXISTING CUST-FILE TO CUST-OLD
      *                   2  RUN CUSTCONV
      *                   3  KEEP CUST-OLD UNTIL THE FIRST CYCLE ON
      *                      THE NEW CUST-FILE HAS RUN CLEANLY
      *                 CUST-OLD IS READ IN KEY ORDER IN THE OLD
      *                 LAYOUT AND EVERY RECORD IS WRITTEN TO A NEW
      *                 CUST-FILE UNCHANGED, WITH CM-LANG-CODE SPACES
      *                 (ENGLISH).  THE RECORDS READ MUST EQUAL THE
      *                 RECORDS WRITTEN.  A CUST-FILE ALREADY ON HAND
      *                 HAS BEEN CONVERTED (OR IS LIVE) AND IS NEVER
      *                 OVERWRITTEN - THE RUN IS REFUSED.
      *                 RETURN CODES: 0 CONVERTED AND IN BALANCE, 8
      *                 REFUSED (CUST-FILE ALREADY ON HAND OR NO
      *                 CUST-OLD), 16 A FILE COULD NOT BE OPENED,
      *                 READ, OR WRITTEN, OR THE COUNTS DISAGREE.
      *
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  -----------------------------------------
      *  2026-10-15 DEV   ORIGINAL PROGRAM.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTCONV.
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
           SELECT CUST-OLD ASSIGN TO "CUST-OLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CV-OLD-CUST-ID
               FILE STATUS IS CV-CUST-OLD-STATUS.

           SELECT CUST-FILE ASSIGN TO "CUST-FILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-CUST-ID
               FILE STATUS IS CV-CUST-FILE-STATUS.

           SELECT RUNCTL ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CV-RUNCTL-STATUS.

           SELECT RUNSTATS ASSIGN TO "RUNSTATS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CV-RUNSTATS-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------
      *  THE CUSTOMER MASTER RECORD AS IT STOOD BEFORE CM-LANG-CODE.
      *----------------------------------------------------------------
       FD  CUST-OLD.
       01  CV-OLD-REC.
           05  CV-OLD-CUST-ID          PIC X(10).
           05  CV-OLD-CUST-NAME        PIC X(25).
           05  CV-OLD-STATUS-SW        PIC X(01).

       FD  CUST-FILE.
       COPY CUSTREC.

       FD  RUNCTL
           RECORDING MODE IS F.
       COPY RUNCTL.

       FD  RUNSTATS
           RECORDING MODE IS F.
       COPY RUNSTAT.

       WORKING-STORAGE SECTION.
       77  CV-CUST-OLD-STATUS          PIC X(02) VALUE SPACES.
           88  CV-CUST-OLD-OK          VALUE "00".
           88  CV-CUST-OLD-MISSING     VALUE "35".

       77  CV-CUST-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  CV-CUST-FILE-OK         VALUE "00".
           88  CV-CUST-FILE-MISSING    VALUE "35".

       77  CV-RUNCTL-STATUS            PIC X(02) VALUE SPACES.
           88  CV-RUNCTL-OK            VALUE "00".

       77  CV-RUNSTATS-STATUS          PIC X(02) VALUE SPACES.
           88  CV-RUNSTATS-OK          VALUE "00".

       77  CV-OLD-EOF-SW               PIC X(01) VALUE "N".
           88  CV-OLD-EOF              VALUE "Y".

       77  CV-OLD-OPEN-SW              PIC X(01) VALUE "N".
           88  CV-OLD-OPEN             VALUE "Y".

       77  CV-NEW-OPEN-SW              PIC X(01) VALUE "N".
           88  CV-NEW-OPEN             VALUE "Y".

       77  CV-PROC-DATE                PIC 9(08) VALUE ZERO.
       77  CV-RUN-ID                   PIC X(08) VALUE SPACES.

       77  CV-STAT-TYPE                PIC X(01) VALUE "S".

       77  CV-READ-COUNT               PIC 9(08) COMP VALUE ZERO.
       77  CV-WRITE-COUNT              PIC 9(08) COMP VALUE ZERO.

       77  CV-COUNT-DISP               PIC 9(08) VALUE ZERO.
       77  CV-COUNT-DISP-2             PIC 9(08) VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           PERFORM 2000-CONVERT-RECORD
               THRU 2000-CONVERT-RECORD-EXIT
               UNTIL CV-OLD-EOF.

           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.

           GO TO 9999-EXIT.

      *----------------------------------------------------------------
      *  1000-INITIALIZE  --  PROVE THERE IS NO CUST-FILE TO
      *                   OVERWRITE AND AN OLD ONE TO CONVERT, THEN
      *                   CREATE THE NEW CUST-FILE.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           PERFORM 1050-READ-RUN-CONTROL
               THRU 1050-READ-RUN-CONTROL-EXIT.

           MOVE "S" TO CV-STAT-TYPE.
           PERFORM 8900-WRITE-RUN-STATS
               THRU 8900-WRITE-RUN-STATS-EXIT.

           OPEN INPUT CUST-FILE.
           IF NOT CV-CUST-FILE-MISSING
               IF CV-CUST-FILE-OK
                   CLOSE CUST-FILE
               END-IF
               DISPLAY "CUSTCONV: CUST-FILE IS ALREADY ON HAND "
                   "(STATUS = " CV-CUST-FILE-STATUS
                   ") - NOT OVERWRITTEN, CONVERSION REFUSED"
               MOVE 8 TO RETURN-CODE
               PERFORM 9500-ABORT-WRAPUP
                   THRU 9500-ABORT-WRAPUP-EXIT
               GO TO 9999-EXIT
           END-IF.

           OPEN INPUT CUST-OLD.
           IF CV-CUST-OLD-MISSING
               DISPLAY "CUSTCONV: CUST-OLD IS NOT ON HAND - RENAME "
                   "THE OLD CUST-FILE TO CUST-OLD FIRST"
               MOVE 8 TO RETURN-CODE
               PERFORM 9500-ABORT-WRAPUP
                   THRU 9500-ABORT-WRAPUP-EXIT
               GO TO 9999-EXIT
           END-IF.
           IF NOT CV-CUST-OLD-OK
               DISPLAY "CUSTCONV: UNABLE TO OPEN CUST-OLD, STATUS = "
                   CV-CUST-OLD-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9500-ABORT-WRAPUP
                   THRU 9500-ABORT-WRAPUP-EXIT
               GO TO 9999-EXIT
           END-IF.
           SET CV-OLD-OPEN TO TRUE.

           OPEN OUTPUT CUST-FILE.
           IF NOT CV-CUST-FILE-OK
               DISPLAY "CUSTCONV: UNABLE TO CREATE CUST-FILE, "
                   "STATUS = " CV-CUST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9100-CLOSE-ALL
                   THRU 9100-CLOSE-ALL-EXIT
               PERFORM 9500-ABORT-WRAPUP
                   THRU 9500-ABORT-WRAPUP-EXIT
               GO TO 9999-EXIT
           END-IF.
           SET CV-NEW-OPEN TO TRUE.

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
           IF CV-RUNCTL-OK
               READ RUNCTL
                   AT END
                       ACCEPT CV-PROC-DATE FROM DATE YYYYMMDD
                       MOVE "ADHOC" TO CV-RUN-ID
                   NOT AT END
                       IF RC-PROC-DATE IS NUMERIC
                           MOVE RC-PROC-DATE TO CV-PROC-DATE
                           MOVE RC-RUN-ID TO CV-RUN-ID
                       ELSE
                           DISPLAY "CUSTCONV: RUNCTL PROCESSING "
                               "DATE IS NOT NUMERIC"
                           MOVE 16 TO RETURN-CODE
                           CLOSE RUNCTL
                           GO TO 9999-EXIT
                       END-IF
               END-READ
               CLOSE RUNCTL
           ELSE
               IF CV-RUNCTL-STATUS = "35"
                   ACCEPT CV-PROC-DATE FROM DATE YYYYMMDD
                   MOVE "ADHOC" TO CV-RUN-ID
               ELSE
                   DISPLAY "CUSTCONV: UNABLE TO OPEN RUNCTL, "
                       "STATUS = " CV-RUNCTL-STATUS
                   MOVE 16 TO RETURN-CODE
                   GO TO 9999-EXIT
               END-IF
           END-IF.

       1050-READ-RUN-CONTROL-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  2000-CONVERT-RECORD  --  NEXT OLD RECORD, IN KEY ORDER, TO
      *                   THE NEW CUST-FILE WITH CM-LANG-CODE SPACES.
      *                   A RECORD THAT WILL NOT READ OR WRITE ENDS
      *                   THE RUN - A PART-CONVERTED MASTER IS NOT
      *                   USABLE, AND CUST-OLD IS STILL INTACT FOR A
      *                   RERUN ONCE THE NEW CUST-FILE IS REMOVED.
      *----------------------------------------------------------------
       2000-CONVERT-RECORD.
           READ CUST-OLD NEXT RECORD
               AT END
                   SET CV-OLD-EOF TO TRUE
                   GO TO 2000-CONVERT-RECORD-EXIT
           END-READ.
           IF NOT CV-CUST-OLD-OK
               DISPLAY "CUSTCONV: UNABLE TO READ CUST-OLD, STATUS = "
                   CV-CUST-OLD-STATUS
               GO TO 2000-CONVERT-RECORD-ABORT
           END-IF.
           ADD 1 TO CV-READ-COUNT.

           MOVE SPACES TO CM-CUST-REC.
           MOVE CV-OLD-CUST-ID TO CM-CUST-ID.
           MOVE CV-OLD-CUST-NAME TO CM-CUST-NAME.
           MOVE CV-OLD-STATUS-SW TO CM-STATUS-SW.
           MOVE SPACES TO CM-LANG-CODE.

           WRITE CM-CUST-REC
               INVALID KEY
                   DISPLAY "CUSTCONV: UNABLE TO WRITE CUST-FILE KEY "
                       CM-CUST-ID ", STATUS = " CV-CUST-FILE-STATUS
                   GO TO 2000-CONVERT-RECORD-ABORT
           END-WRITE.
           IF NOT CV-CUST-FILE-OK
               DISPLAY "CUSTCONV: UNABLE TO WRITE CUST-FILE KEY "
                   CM-CUST-ID ", STATUS = " CV-CUST-FILE-STATUS
               GO TO 2000-CONVERT-RECORD-ABORT
           END-IF.
           ADD 1 TO CV-WRITE-COUNT.

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
           IF CV-RUNSTATS-STATUS = "35"
               OPEN OUTPUT RUNSTATS
               CLOSE RUNSTATS
               OPEN EXTEND RUNSTATS
           END-IF.
           IF NOT CV-RUNSTATS-OK
               DISPLAY "CUSTCONV: UNABLE TO OPEN RUNSTATS, STATUS = "
                   CV-RUNSTATS-STATUS
               GO TO 8900-WRITE-RUN-STATS-EXIT
           END-IF.

           MOVE SPACES TO RS-RUN-STAT-REC.
           MOVE CV-STAT-TYPE TO RS-REC-TYPE.
           MOVE "CUSTCONV" TO RS-PROGRAM-ID.
           MOVE CV-RUN-ID TO RS-RUN-ID.
           MOVE CV-PROC-DATE TO RS-PROC-DATE.
           ACCEPT RS-LOG-DATE FROM DATE YYYYMMDD.
           ACCEPT RS-LOG-TIME FROM TIME.
           MOVE CV-READ-COUNT TO RS-READ-COUNT.
           MOVE CV-WRITE-COUNT TO RS-WRITE-COUNT.
           MOVE ZERO TO RS-REJECT-COUNT.
           MOVE RETURN-CODE TO RS-RETURN-CODE.
           WRITE RS-RUN-STAT-REC.
           IF NOT CV-RUNSTATS-OK
               DISPLAY "CUSTCONV: UNABLE TO WRITE RUNSTATS, STATUS = "
                   CV-RUNSTATS-STATUS
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

           MOVE CV-READ-COUNT TO CV-COUNT-DISP.
           MOVE CV-WRITE-COUNT TO CV-COUNT-DISP-2.
           DISPLAY "CUSTCONV: CUST-OLD RECORDS READ ...... "
               CV-COUNT-DISP.
           DISPLAY "CUSTCONV: CUST-FILE RECORDS WRITTEN .. "
               CV-COUNT-DISP-2.

           IF CV-READ-COUNT = CV-WRITE-COUNT
               DISPLAY "CUSTCONV: CONVERSION IN BALANCE"
               MOVE 0 TO RETURN-CODE
           ELSE
               DISPLAY "CUSTCONV: CONVERSION OUT OF BALANCE - DO NOT "
                   "USE THE NEW CUST-FILE"
               MOVE 16 TO RETURN-CODE
           END-IF.

           MOVE "E" TO CV-STAT-TYPE.
           PERFORM 8900-WRITE-RUN-STATS
               THRU 8900-WRITE-RUN-STATS-EXIT.

       9000-TERMINATE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  9100-CLOSE-ALL  --  CLOSE WHATEVER IS OPEN.  SAFE TO CALL
      *                   FROM ANY ABORT PATH.
      *----------------------------------------------------------------
       9100-CLOSE-ALL.
           IF CV-OLD-OPEN
               CLOSE CUST-OLD
               MOVE "N" TO CV-OLD-OPEN-SW
           END-IF.
           IF CV-NEW-OPEN
               CLOSE CUST-FILE
               MOVE "N" TO CV-NEW-OPEN-SW
           END-IF.

       9100-CLOSE-ALL-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  9500-ABORT-WRAPUP  --  LEAVE THE END STATISTICS RECORD.  THE
      *                   CALLER HAS ALREADY SET RETURN-CODE.
      *----------------------------------------------------------------
       9500-ABORT-WRAPUP.
           MOVE "E" TO CV-STAT-TYPE.
           PERFORM 8900-WRITE-RUN-STATS
               THRU 8900-WRITE-RUN-STATS-EXIT.

       9500-ABORT-WRAPUP-EXIT.
           EXIT.

       9999-EXIT.
           STOP RUN.
