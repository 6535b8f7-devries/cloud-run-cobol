      *================================================================
      *
      *  PROGRAM-ID.    HOLMAINT
      *
      *  AUTHOR.        D. VRIES
      *  INSTALLATION.  CLOUD-RUN-COBOL
      *  DATE-WRITTEN.  2026-10-15
      *
      *  REMARKS.       MAINTENANCE UTILITY FOR THE HOL-FILE
      *                 HOLIDAY-CALENDAR MASTER (SEE COPYBOOK HOLREC)
      *                 CONSULTED BY CYCLEMGR WHEN IT VALIDATES OR
      *                 COMPUTES THE NEXT BUSINESS DATE.  READS ONE
      *                 HOL-TRANS TRANSACTION RECORD (SEE COPYBOOK
      *                 HOLTRAN) PER MAINTENANCE ACTION AND APPLIES
      *                 IT AGAINST HOL-FILE, WHICH IS KEYED ON THE
      *                 HOLIDAY DATE.  A TRANSACTION WHOSE DATE IS
      *                 NOT A REAL CALENDAR DATE, OR AN ADD OR
      *                 UPDATE WITH NO DESCRIPTION, IS REJECTED.
      *                 DELETES ARE LOGICAL - A DELETED HOLIDAY IS A
      *                 BUSINESS DAY AGAIN BUT STAYS ON FILE SO ITS
      *                 HISTORY IS PRESERVED.  BUILT ON THE VIPMAINT
      *                 PATTERN, INCLUDING THE RUNCTL PROCESSING
      *                 DATE, THE RUNSTATS START/END RECORDS, AND THE
      *                 MNTAUDIT BEFORE/AFTER AUDIT TRAIL.
      *
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  -----------------------------------------
      *  2026-10-15 DEV   ORIGINAL PROGRAM.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLMAINT.
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
           SELECT HOL-TRANS ASSIGN TO "HOL-TRANS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HM-HOL-TRANS-STATUS.

           SELECT HOL-FILE ASSIGN TO "HOL-FILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HD-HOL-DATE
               FILE STATUS IS HM-HOL-FILE-STATUS.

           SELECT RUNCTL ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HM-RUNCTL-STATUS.

           SELECT RUNSTATS ASSIGN TO "RUNSTATS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HM-RUNSTATS-STATUS.

           SELECT MNTAUDIT ASSIGN TO "MNTAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HM-MNTAUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOL-TRANS
           RECORDING MODE IS F.
       COPY HOLTRAN.

       FD  HOL-FILE.
       COPY HOLREC.

       FD  RUNCTL
           RECORDING MODE IS F.
       COPY RUNCTL.

       FD  RUNSTATS
           RECORDING MODE IS F.
       COPY RUNSTAT.

       FD  MNTAUDIT
           RECORDING MODE IS F.
       COPY MNTAUDIT.

       WORKING-STORAGE SECTION.
       77  HM-HOL-TRANS-STATUS         PIC X(02) VALUE SPACES.
           88  HM-HOL-TRANS-OK         VALUE "00".
           88  HM-HOL-TRANS-EOF        VALUE "10".

       77  HM-HOL-FILE-STATUS          PIC X(02) VALUE SPACES.
           88  HM-HOL-FILE-OK          VALUE "00".
           88  HM-HOL-FILE-NOTFOUND    VALUE "23".
           88  HM-HOL-FILE-DUP-KEY     VALUE "22".

       77  HM-EOF-SW                   PIC X(01) VALUE "N".
           88  HM-EOF-REACHED          VALUE "Y".

       77  HM-TRANS-VALID-SW           PIC X(01) VALUE "Y".
           88  HM-TRANS-VALID          VALUE "Y".
           88  HM-TRANS-INVALID        VALUE "N".

       77  HM-ADD-COUNT                PIC 9(08) COMP VALUE ZERO.
       77  HM-UPDATE-COUNT             PIC 9(08) COMP VALUE ZERO.
       77  HM-DELETE-COUNT             PIC 9(08) COMP VALUE ZERO.
       77  HM-REJECT-COUNT             PIC 9(08) COMP VALUE ZERO.

       77  HM-RUNCTL-STATUS            PIC X(02) VALUE SPACES.
           88  HM-RUNCTL-OK            VALUE "00".

       77  HM-PROC-DATE                PIC 9(08) VALUE ZERO.
       77  HM-RUN-ID                   PIC X(08) VALUE SPACES.

       77  HM-RUNSTATS-STATUS          PIC X(02) VALUE SPACES.
           88  HM-RUNSTATS-OK          VALUE "00".

       77  HM-STAT-TYPE                PIC X(01) VALUE "S".

       77  HM-MNTAUDIT-STATUS          PIC X(02) VALUE SPACES.
           88  HM-MNTAUDIT-OK          VALUE "00".

       77  HM-AUDIT-ACTION             PIC X(01) VALUE SPACE.

       01  HM-BEFORE-IMAGE             PIC X(80) VALUE SPACES.

       01  HM-TRANS-DATE               PIC 9(08) VALUE ZERO.

       01  HM-TRANS-PARTS REDEFINES HM-TRANS-DATE.
           05  HM-TRANS-YEAR           PIC 9(04).
           05  HM-TRANS-MONTH          PIC 9(02).
           05  HM-TRANS-DAY            PIC 9(02).

       01  HM-MONTH-DAYS-VALUES.
           05  FILLER                  PIC X(12) VALUE "312831303130".
           05  FILLER                  PIC X(12) VALUE "313130313031".

       01  HM-MONTH-DAYS-TABLE REDEFINES HM-MONTH-DAYS-VALUES.
           05  HM-MONTH-DAYS OCCURS 12 TIMES
                                       PIC 9(02).

       77  HM-MONTH-LIMIT              PIC 9(02) VALUE ZERO.

       77  HM-LEAP-REMAINDER           PIC 9(04) COMP VALUE ZERO.
       77  HM-LEAP-QUOTIENT            PIC 9(04) COMP VALUE ZERO.

       77  HM-LEAP-SW                  PIC X(01) VALUE "N".
           88  HM-LEAP-YEAR            VALUE "Y".

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           PERFORM 2000-APPLY-TRANSACTION
               THRU 2000-APPLY-TRANSACTION-EXIT
               UNTIL HM-EOF-REACHED.

           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.

           GO TO 9999-EXIT.

      *----------------------------------------------------------------
      *  1000-INITIALIZE  --  OPEN THE TRANSACTION FILE, THE
      *                   HOL-FILE (CREATING IT IF THIS IS THE
      *                   FIRST MAINTENANCE RUN), AND THE AUDIT
      *                   TRAIL.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           PERFORM 1050-READ-RUN-CONTROL
               THRU 1050-READ-RUN-CONTROL-EXIT.

           MOVE "S" TO HM-STAT-TYPE.
           PERFORM 8900-WRITE-RUN-STATS
               THRU 8900-WRITE-RUN-STATS-EXIT.

           OPEN INPUT HOL-TRANS.
           IF NOT HM-HOL-TRANS-OK
               DISPLAY "HOLMAINT: UNABLE TO OPEN HOL-TRANS, STATUS = "
                   HM-HOL-TRANS-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.

           OPEN I-O HOL-FILE.
           IF HM-HOL-FILE-STATUS = "35"
               OPEN OUTPUT HOL-FILE
               CLOSE HOL-FILE
               OPEN I-O HOL-FILE
           END-IF.
           IF NOT HM-HOL-FILE-OK
               DISPLAY "HOLMAINT: UNABLE TO OPEN HOL-FILE, STATUS = "
                   HM-HOL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE HOL-TRANS
               GO TO 9999-EXIT
           END-IF.

           OPEN EXTEND MNTAUDIT.
           IF HM-MNTAUDIT-STATUS = "35"
               OPEN OUTPUT MNTAUDIT
               CLOSE MNTAUDIT
               OPEN EXTEND MNTAUDIT
           END-IF.
           IF NOT HM-MNTAUDIT-OK
               DISPLAY "HOLMAINT: UNABLE TO OPEN MNTAUDIT, STATUS = "
                   HM-MNTAUDIT-STATUS " - NO UNAUDITED CHANGES"
               MOVE 16 TO RETURN-CODE
               CLOSE HOL-TRANS
               CLOSE HOL-FILE
               GO TO 9999-EXIT
           END-IF.

           PERFORM 8000-READ-HOL-TRANS
               THRU 8000-READ-HOL-TRANS-EXIT.

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
           IF HM-RUNCTL-OK
               READ RUNCTL
                   AT END
                       ACCEPT HM-PROC-DATE FROM DATE YYYYMMDD
                       MOVE "ADHOC" TO HM-RUN-ID
                   NOT AT END
                       IF RC-PROC-DATE IS NUMERIC
                           MOVE RC-PROC-DATE TO HM-PROC-DATE
                           MOVE RC-RUN-ID TO HM-RUN-ID
                       ELSE
                           DISPLAY "HOLMAINT: RUNCTL PROCESSING "
                               "DATE IS NOT NUMERIC"
                           MOVE 16 TO RETURN-CODE
                           CLOSE RUNCTL
                           GO TO 9999-EXIT
                       END-IF
               END-READ
               CLOSE RUNCTL
           ELSE
               IF HM-RUNCTL-STATUS = "35"
                   ACCEPT HM-PROC-DATE FROM DATE YYYYMMDD
                   MOVE "ADHOC" TO HM-RUN-ID
               ELSE
                   DISPLAY "HOLMAINT: UNABLE TO OPEN RUNCTL, "
                       "STATUS = " HM-RUNCTL-STATUS
                   MOVE 16 TO RETURN-CODE
                   GO TO 9999-EXIT
               END-IF
           END-IF.

       1050-READ-RUN-CONTROL-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  2000-APPLY-TRANSACTION  --  VALIDATE AND DISPATCH ONE
      *                   TRANSACTION TO ITS ADD, UPDATE, OR DELETE
      *                   HANDLER.
      *----------------------------------------------------------------
       2000-APPLY-TRANSACTION.
           PERFORM 2050-VALIDATE-TRANSACTION
               THRU 2050-VALIDATE-TRANSACTION-EXIT.

           IF HM-TRANS-VALID
               EVALUATE TRUE
                   WHEN HT-ADD
                       PERFORM 2100-ADD-HOLIDAY
                           THRU 2100-ADD-HOLIDAY-EXIT
                   WHEN HT-UPDATE
                       PERFORM 2200-UPDATE-HOLIDAY
                           THRU 2200-UPDATE-HOLIDAY-EXIT
                   WHEN HT-DELETE
                       PERFORM 2300-DELETE-HOLIDAY
                           THRU 2300-DELETE-HOLIDAY-EXIT
                   WHEN OTHER
                       DISPLAY "HOLMAINT: UNKNOWN ACTION CODE '"
                           HT-ACTION-CODE "' FOR DATE " HT-HOL-DATE
                       ADD 1 TO HM-REJECT-COUNT
               END-EVALUATE
           END-IF.

           PERFORM 8000-READ-HOL-TRANS
               THRU 8000-READ-HOL-TRANS-EXIT.

       2000-APPLY-TRANSACTION-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  2050-VALIDATE-TRANSACTION  --  REJECT A TRANSACTION WHOSE
      *                   DATE IS NOT A REAL CALENDAR DATE, AND AN
      *                   ADD OR UPDATE WITH NO DESCRIPTION.
      *----------------------------------------------------------------
       2050-VALIDATE-TRANSACTION.
           SET HM-TRANS-VALID TO TRUE.

           IF HT-HOL-DATE NOT NUMERIC
               DISPLAY "HOLMAINT: REJECTED, DATE '" HT-HOL-DATE
                   "' IS NOT A NUMERIC YYYYMMDD VALUE"
               ADD 1 TO HM-REJECT-COUNT
               SET HM-TRANS-INVALID TO TRUE
               GO TO 2050-VALIDATE-TRANSACTION-EXIT
           END-IF.

           MOVE HT-HOL-DATE TO HM-TRANS-DATE.
           IF HM-TRANS-MONTH < 1
              OR HM-TRANS-MONTH > 12
              OR HM-TRANS-DAY < 1
               DISPLAY "HOLMAINT: REJECTED, DATE " HT-HOL-DATE
                   " IS NOT A CALENDAR DATE"
               ADD 1 TO HM-REJECT-COUNT
               SET HM-TRANS-INVALID TO TRUE
               GO TO 2050-VALIDATE-TRANSACTION-EXIT
           END-IF.

           MOVE HM-MONTH-DAYS(HM-TRANS-MONTH) TO HM-MONTH-LIMIT.
           IF HM-TRANS-MONTH = 2
               PERFORM 7180-CHECK-LEAP-YEAR
                   THRU 7180-CHECK-LEAP-YEAR-EXIT
               IF HM-LEAP-YEAR
                   MOVE 29 TO HM-MONTH-LIMIT
               END-IF
           END-IF.
           IF HM-TRANS-DAY > HM-MONTH-LIMIT
               DISPLAY "HOLMAINT: REJECTED, DATE " HT-HOL-DATE
                   " IS NOT A CALENDAR DATE"
               ADD 1 TO HM-REJECT-COUNT
               SET HM-TRANS-INVALID TO TRUE
               GO TO 2050-VALIDATE-TRANSACTION-EXIT
           END-IF.

           IF (HT-ADD OR HT-UPDATE)
              AND HT-HOL-DESC = SPACES
               DISPLAY "HOLMAINT: REJECTED, NO DESCRIPTION FOR "
                   "DATE " HT-HOL-DATE
               ADD 1 TO HM-REJECT-COUNT
               SET HM-TRANS-INVALID TO TRUE
           END-IF.

       2050-VALIDATE-TRANSACTION-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  2100-ADD-HOLIDAY  --  WRITE A NEW ACTIVE HOLIDAY RECORD.
      *----------------------------------------------------------------
       2100-ADD-HOLIDAY.
           MOVE SPACES TO HD-HOL-REC.
           MOVE HM-TRANS-DATE TO HD-HOL-DATE.
           MOVE HT-HOL-DESC TO HD-HOL-DESC.
           SET HD-ACTIVE TO TRUE.

           WRITE HD-HOL-REC
               INVALID KEY
                   DISPLAY "HOLMAINT: ADD REJECTED, DATE "
                       HT-HOL-DATE " ALREADY ON FILE"
                   ADD 1 TO HM-REJECT-COUNT
               NOT INVALID KEY
                   ADD 1 TO HM-ADD-COUNT
                   MOVE SPACES TO HM-BEFORE-IMAGE
                   MOVE "A" TO HM-AUDIT-ACTION
                   PERFORM 8800-WRITE-AUDIT
                       THRU 8800-WRITE-AUDIT-EXIT
           END-WRITE.

       2100-ADD-HOLIDAY-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  2200-UPDATE-HOLIDAY  --  REPLACE THE DESCRIPTION ON AN
      *                   EXISTING HOLIDAY AND REACTIVATE IT IF IT
      *                   HAD BEEN DELETED.
      *----------------------------------------------------------------
       2200-UPDATE-HOLIDAY.
           MOVE HM-TRANS-DATE TO HD-HOL-DATE.

           READ HOL-FILE
               INVALID KEY
                   DISPLAY "HOLMAINT: UPDATE REJECTED, DATE "
                       HT-HOL-DATE " NOT ON FILE"
                   ADD 1 TO HM-REJECT-COUNT
               NOT INVALID KEY
                   MOVE SPACES TO HM-BEFORE-IMAGE
                   MOVE HD-HOL-REC TO HM-BEFORE-IMAGE
                   MOVE HT-HOL-DESC TO HD-HOL-DESC
                   SET HD-ACTIVE TO TRUE
                   REWRITE HD-HOL-REC
                   ADD 1 TO HM-UPDATE-COUNT
                   MOVE "U" TO HM-AUDIT-ACTION
                   PERFORM 8800-WRITE-AUDIT
                       THRU 8800-WRITE-AUDIT-EXIT
           END-READ.

       2200-UPDATE-HOLIDAY-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  2300-DELETE-HOLIDAY  --  MARK AN EXISTING HOLIDAY INACTIVE -
      *                   THE DATE IS A BUSINESS DAY AGAIN.  THE
      *                   RECORD STAYS ON FILE SO A LATER UPDATE CAN
      *                   REACTIVATE IT.
      *----------------------------------------------------------------
       2300-DELETE-HOLIDAY.
           MOVE HM-TRANS-DATE TO HD-HOL-DATE.

           READ HOL-FILE
               INVALID KEY
                   DISPLAY "HOLMAINT: DELETE REJECTED, DATE "
                       HT-HOL-DATE " NOT ON FILE"
                   ADD 1 TO HM-REJECT-COUNT
               NOT INVALID KEY
                   MOVE SPACES TO HM-BEFORE-IMAGE
                   MOVE HD-HOL-REC TO HM-BEFORE-IMAGE
                   SET HD-DELETED TO TRUE
                   REWRITE HD-HOL-REC
                   ADD 1 TO HM-DELETE-COUNT
                   MOVE "D" TO HM-AUDIT-ACTION
                   PERFORM 8800-WRITE-AUDIT
                       THRU 8800-WRITE-AUDIT-EXIT
           END-READ.

       2300-DELETE-HOLIDAY-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  7180-CHECK-LEAP-YEAR  --  SET HM-LEAP-YEAR FOR THE
      *                   TRANSACTION YEAR: DIVISIBLE BY 4, EXCEPT
      *                   CENTURIES NOT DIVISIBLE BY 400.
      *----------------------------------------------------------------
       7180-CHECK-LEAP-YEAR.
           MOVE "N" TO HM-LEAP-SW.

           DIVIDE HM-TRANS-YEAR BY 4 GIVING HM-LEAP-QUOTIENT
               REMAINDER HM-LEAP-REMAINDER.
           IF HM-LEAP-REMAINDER = ZERO
               SET HM-LEAP-YEAR TO TRUE
               DIVIDE HM-TRANS-YEAR BY 100 GIVING HM-LEAP-QUOTIENT
                   REMAINDER HM-LEAP-REMAINDER
               IF HM-LEAP-REMAINDER = ZERO
                   MOVE "N" TO HM-LEAP-SW
                   DIVIDE HM-TRANS-YEAR BY 400 GIVING HM-LEAP-QUOTIENT
                       REMAINDER HM-LEAP-REMAINDER
                   IF HM-LEAP-REMAINDER = ZERO
                       SET HM-LEAP-YEAR TO TRUE
                   END-IF
               END-IF
           END-IF.

       7180-CHECK-LEAP-YEAR-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  8000-READ-HOL-TRANS  --  READ THE NEXT TRANSACTION RECORD.
      *----------------------------------------------------------------
       8000-READ-HOL-TRANS.
           READ HOL-TRANS
               AT END
                   SET HM-EOF-REACHED TO TRUE
           END-READ.

       8000-READ-HOL-TRANS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  8800-WRITE-AUDIT  --  APPEND ONE MAINTENANCE-AUDIT RECORD
      *                   FOR THE CHANGE JUST APPLIED: THE BEFORE
      *                   IMAGE CAPTURED BY THE CALLER AND THE AFTER
      *                   IMAGE AS THE RECORD NOW STANDS.  AN AUDIT
      *                   WRITE FAILURE ABORTS THE RUN - THE MASTER
      *                   MUST NOT DRIFT AHEAD OF ITS TRAIL.
      *----------------------------------------------------------------
       8800-WRITE-AUDIT.
           MOVE SPACES TO AU-AUDIT-REC.
           MOVE HM-PROC-DATE TO AU-PROC-DATE.
           MOVE HM-RUN-ID TO AU-RUN-ID.
           MOVE "HOL-FILE" TO AU-MASTER-ID.
           MOVE HM-AUDIT-ACTION TO AU-ACTION-CODE.
           MOVE HM-BEFORE-IMAGE TO AU-BEFORE-IMAGE.
           MOVE HD-HOL-REC TO AU-AFTER-IMAGE.

           WRITE AU-AUDIT-REC.
           IF NOT HM-MNTAUDIT-OK
               DISPLAY "HOLMAINT: UNABLE TO WRITE MNTAUDIT, STATUS = "
                   HM-MNTAUDIT-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE HOL-TRANS
               CLOSE HOL-FILE
               CLOSE MNTAUDIT
               GO TO 9999-EXIT
           END-IF.

       8800-WRITE-AUDIT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  8900-WRITE-RUN-STATS  --  APPEND ONE START OR END RECORD TO
      *                   THE COMMON RUNSTATS FILE.  A RUNSTATS
      *                   PROBLEM IS WARNED, NEVER FATAL.
      *----------------------------------------------------------------
       8900-WRITE-RUN-STATS.
           OPEN EXTEND RUNSTATS.
           IF HM-RUNSTATS-STATUS = "35"
               OPEN OUTPUT RUNSTATS
               CLOSE RUNSTATS
               OPEN EXTEND RUNSTATS
           END-IF.
           IF NOT HM-RUNSTATS-OK
               DISPLAY "HOLMAINT: UNABLE TO OPEN RUNSTATS, STATUS = "
                   HM-RUNSTATS-STATUS
               GO TO 8900-WRITE-RUN-STATS-EXIT
           END-IF.

           MOVE SPACES TO RS-RUN-STAT-REC.
           MOVE HM-STAT-TYPE TO RS-REC-TYPE.
           MOVE "HOLMAINT" TO RS-PROGRAM-ID.
           MOVE HM-RUN-ID TO RS-RUN-ID.
           MOVE HM-PROC-DATE TO RS-PROC-DATE.
           ACCEPT RS-LOG-DATE FROM DATE YYYYMMDD.
           ACCEPT RS-LOG-TIME FROM TIME.
           COMPUTE RS-READ-COUNT = HM-ADD-COUNT + HM-UPDATE-COUNT
               + HM-DELETE-COUNT + HM-REJECT-COUNT.
           COMPUTE RS-WRITE-COUNT = HM-ADD-COUNT + HM-UPDATE-COUNT
               + HM-DELETE-COUNT.
           MOVE HM-REJECT-COUNT TO RS-REJECT-COUNT.
           MOVE RETURN-CODE TO RS-RETURN-CODE.
           WRITE RS-RUN-STAT-REC.
           IF NOT HM-RUNSTATS-OK
               DISPLAY "HOLMAINT: UNABLE TO WRITE RUNSTATS, STATUS = "
                   HM-RUNSTATS-STATUS
           END-IF.
           CLOSE RUNSTATS.

       8900-WRITE-RUN-STATS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  9000-TERMINATE  --  REPORT COUNTS AND CLOSE FILES.
      *----------------------------------------------------------------
       9000-TERMINATE.
           DISPLAY "HOLMAINT: ADDS=" HM-ADD-COUNT
               " UPDATES=" HM-UPDATE-COUNT
               " DELETES=" HM-DELETE-COUNT
               " REJECTS=" HM-REJECT-COUNT.

           CLOSE HOL-TRANS.
           CLOSE HOL-FILE.
           CLOSE MNTAUDIT.

           IF HM-REJECT-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

           MOVE "E" TO HM-STAT-TYPE.
           PERFORM 8900-WRITE-RUN-STATS
               THRU 8900-WRITE-RUN-STATS-EXIT.

       9000-TERMINATE-EXIT.
           EXIT.

       9999-EXIT.
           STOP RUN.
