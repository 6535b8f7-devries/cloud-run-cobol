      *================================================================
      *
      *  PROGRAM-ID.    ADDMAINT
      *
      *  AUTHOR.        D. VRIES
      *  INSTALLATION.  CLOUD-RUN-COBOL
      *  DATE-WRITTEN.  2026-10-15
      *
      *  REMARKS.       MAINTENANCE UTILITY FOR THE ADDR-FILE
      *                 CUSTOMER MAILING-ADDRESS MASTER (SEE COPYBOOK
      *                 ADDRREC) THAT LETTRGEN ADDRESSES ITS LETTERS
      *                 FROM.  READS ONE ADDR-TRANS TRANSACTION
      *                 RECORD (SEE COPYBOOK ADDRTRAN) PER
      *                 MAINTENANCE ACTION AND APPLIES IT AGAINST
      *                 ADDR-FILE, WHICH IS KEYED ON CUSTOMER ID.  AN
      *                 ADD OR UPDATE IS REJECTED WHEN ITS
      *                 DELIVERABLE FLAG IS NOT "Y" OR "N", OR WHEN
      *                 AN ADDRESS MARKED DELIVERABLE LACKS THE FIRST
      *                 STREET LINE, THE CITY, OR THE POSTAL CODE -
      *                 THE PRINT VENDOR CANNOT MAIL TO HALF AN
      *                 ADDRESS.  AN UNDELIVERABLE ADDRESS MAY BE
      *                 INCOMPLETE; IT IS KEPT ONLY AS A RECORD OF
      *                 WHAT CAME BACK.  DELETES ARE LOGICAL.  BUILT
      *                 ON THE VIPMAINT PATTERN, INCLUDING THE RUNCTL
      *                 PROCESSING DATE, THE RUNSTATS START/END
      *                 RECORDS, AND THE MNTAUDIT BEFORE/AFTER AUDIT
      *                 TRAIL.
      *
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  -----------------------------------------
      *  2026-10-15 DEV   ORIGINAL PROGRAM.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDMAINT.
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
           SELECT ADDR-TRANS ASSIGN TO "ADDR-TRANS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AM-ADDR-TRANS-STATUS.

           SELECT ADDR-FILE ASSIGN TO "ADDR-FILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AD-CUST-ID
               FILE STATUS IS AM-ADDR-FILE-STATUS.

           SELECT RUNCTL ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AM-RUNCTL-STATUS.

           SELECT RUNSTATS ASSIGN TO "RUNSTATS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AM-RUNSTATS-STATUS.

           SELECT MNTAUDIT ASSIGN TO "MNTAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AM-MNTAUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ADDR-TRANS
           RECORDING MODE IS F.
       COPY ADDRTRAN.

       FD  ADDR-FILE.
       COPY ADDRREC.

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
       77  AM-ADDR-TRANS-STATUS        PIC X(02) VALUE SPACES.
           88  AM-ADDR-TRANS-OK        VALUE "00".
           88  AM-ADDR-TRANS-EOF       VALUE "10".

       77  AM-ADDR-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  AM-ADDR-FILE-OK         VALUE "00".
           88  AM-ADDR-FILE-NOTFOUND   VALUE "23".
           88  AM-ADDR-FILE-DUP-KEY    VALUE "22".

       77  AM-EOF-SW                   PIC X(01) VALUE "N".
           88  AM-EOF-REACHED          VALUE "Y".

       77  AM-TRANS-VALID-SW           PIC X(01) VALUE "Y".
           88  AM-TRANS-VALID          VALUE "Y".
           88  AM-TRANS-INVALID        VALUE "N".

       77  AM-ADD-COUNT                PIC 9(08) COMP VALUE ZERO.
       77  AM-UPDATE-COUNT             PIC 9(08) COMP VALUE ZERO.
       77  AM-DELETE-COUNT             PIC 9(08) COMP VALUE ZERO.
       77  AM-REJECT-COUNT             PIC 9(08) COMP VALUE ZERO.

       77  AM-RUNCTL-STATUS            PIC X(02) VALUE SPACES.
           88  AM-RUNCTL-OK            VALUE "00".

       77  AM-PROC-DATE                PIC 9(08) VALUE ZERO.
       77  AM-RUN-ID                   PIC X(08) VALUE SPACES.

       77  AM-RUNSTATS-STATUS          PIC X(02) VALUE SPACES.
           88  AM-RUNSTATS-OK          VALUE "00".

       77  AM-STAT-TYPE                PIC X(01) VALUE "S".

       77  AM-MNTAUDIT-STATUS          PIC X(02) VALUE SPACES.
           88  AM-MNTAUDIT-OK          VALUE "00".

       77  AM-AUDIT-ACTION             PIC X(01) VALUE SPACE.

       01  AM-BEFORE-IMAGE             PIC X(120) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           PERFORM 2000-APPLY-TRANSACTION
               THRU 2000-APPLY-TRANSACTION-EXIT
               UNTIL AM-EOF-REACHED.

           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.

           GO TO 9999-EXIT.

      *----------------------------------------------------------------
      *  1000-INITIALIZE  --  OPEN THE TRANSACTION FILE, THE
      *                   ADDR-FILE (CREATING IT IF THIS IS THE
      *                   FIRST MAINTENANCE RUN), AND THE AUDIT
      *                   TRAIL.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           PERFORM 1050-READ-RUN-CONTROL
               THRU 1050-READ-RUN-CONTROL-EXIT.

           MOVE "S" TO AM-STAT-TYPE.
           PERFORM 8900-WRITE-RUN-STATS
               THRU 8900-WRITE-RUN-STATS-EXIT.

           OPEN INPUT ADDR-TRANS.
           IF NOT AM-ADDR-TRANS-OK
               DISPLAY "ADDMAINT: UNABLE TO OPEN ADDR-TRANS, STATUS = "
                   AM-ADDR-TRANS-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.

           OPEN I-O ADDR-FILE.
           IF AM-ADDR-FILE-STATUS = "35"
               OPEN OUTPUT ADDR-FILE
               CLOSE ADDR-FILE
               OPEN I-O ADDR-FILE
           END-IF.
           IF NOT AM-ADDR-FILE-OK
               DISPLAY "ADDMAINT: UNABLE TO OPEN ADDR-FILE, STATUS = "
                   AM-ADDR-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE ADDR-TRANS
               GO TO 9999-EXIT
           END-IF.

           OPEN EXTEND MNTAUDIT.
           IF AM-MNTAUDIT-STATUS = "35"
               OPEN OUTPUT MNTAUDIT
               CLOSE MNTAUDIT
               OPEN EXTEND MNTAUDIT
           END-IF.
           IF NOT AM-MNTAUDIT-OK
               DISPLAY "ADDMAINT: UNABLE TO OPEN MNTAUDIT, STATUS = "
                   AM-MNTAUDIT-STATUS " - NO UNAUDITED CHANGES"
               MOVE 16 TO RETURN-CODE
               CLOSE ADDR-TRANS
               CLOSE ADDR-FILE
               GO TO 9999-EXIT
           END-IF.

           PERFORM 8000-READ-ADDR-TRANS
               THRU 8000-READ-ADDR-TRANS-EXIT.

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
           IF AM-RUNCTL-OK
               READ RUNCTL
                   AT END
                       ACCEPT AM-PROC-DATE FROM DATE YYYYMMDD
                       MOVE "ADHOC" TO AM-RUN-ID
                   NOT AT END
                       IF RC-PROC-DATE IS NUMERIC
                           MOVE RC-PROC-DATE TO AM-PROC-DATE
                           MOVE RC-RUN-ID TO AM-RUN-ID
                       ELSE
                           DISPLAY "ADDMAINT: RUNCTL PROCESSING "
                               "DATE IS NOT NUMERIC"
                           MOVE 16 TO RETURN-CODE
                           CLOSE RUNCTL
                           GO TO 9999-EXIT
                       END-IF
               END-READ
               CLOSE RUNCTL
           ELSE
               IF AM-RUNCTL-STATUS = "35"
                   ACCEPT AM-PROC-DATE FROM DATE YYYYMMDD
                   MOVE "ADHOC" TO AM-RUN-ID
               ELSE
                   DISPLAY "ADDMAINT: UNABLE TO OPEN RUNCTL, "
                       "STATUS = " AM-RUNCTL-STATUS
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

           IF AM-TRANS-VALID
               EVALUATE TRUE
                   WHEN AT-ADD
                       PERFORM 2100-ADD-ADDRESS
                           THRU 2100-ADD-ADDRESS-EXIT
                   WHEN AT-UPDATE
                       PERFORM 2200-UPDATE-ADDRESS
                           THRU 2200-UPDATE-ADDRESS-EXIT
                   WHEN AT-DELETE
                       PERFORM 2300-DELETE-ADDRESS
                           THRU 2300-DELETE-ADDRESS-EXIT
                   WHEN OTHER
                       DISPLAY "ADDMAINT: UNKNOWN ACTION CODE '"
                           AT-ACTION-CODE "' FOR CUST-ID " AT-CUST-ID
                       ADD 1 TO AM-REJECT-COUNT
               END-EVALUATE
           END-IF.

           PERFORM 8000-READ-ADDR-TRANS
               THRU 8000-READ-ADDR-TRANS-EXIT.

       2000-APPLY-TRANSACTION-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  2050-VALIDATE-TRANSACTION  --  REJECT AN ADD OR UPDATE
      *                   WHOSE DELIVERABLE FLAG IS NOT "Y" OR "N",
      *                   OR A DELIVERABLE ADDRESS MISSING ITS FIRST
      *                   STREET LINE, CITY, OR POSTAL CODE.
      *----------------------------------------------------------------
       2050-VALIDATE-TRANSACTION.
           SET AM-TRANS-VALID TO TRUE.

           IF NOT (AT-ADD OR AT-UPDATE)
               GO TO 2050-VALIDATE-TRANSACTION-EXIT
           END-IF.

           IF NOT (AT-DELIVERABLE OR AT-UNDELIVERABLE)
               DISPLAY "ADDMAINT: REJECTED, DELIVERABLE FLAG MUST BE "
                   "Y OR N FOR CUST-ID " AT-CUST-ID
               ADD 1 TO AM-REJECT-COUNT
               SET AM-TRANS-INVALID TO TRUE
               GO TO 2050-VALIDATE-TRANSACTION-EXIT
           END-IF.

           IF AT-DELIVERABLE
              AND (AT-STREET-1 = SPACES
                OR AT-CITY = SPACES
                OR AT-POSTAL-CODE = SPACES)
               DISPLAY "ADDMAINT: REJECTED, DELIVERABLE ADDRESS NEEDS "
                   "STREET, CITY, AND POSTAL CODE FOR CUST-ID "
                   AT-CUST-ID
               ADD 1 TO AM-REJECT-COUNT
               SET AM-TRANS-INVALID TO TRUE
           END-IF.

       2050-VALIDATE-TRANSACTION-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  2100-ADD-ADDRESS  --  WRITE A NEW ACTIVE ADDRESS RECORD.
      *----------------------------------------------------------------
       2100-ADD-ADDRESS.
           MOVE SPACES TO AD-ADDR-REC.
           MOVE AT-CUST-ID TO AD-CUST-ID.
           PERFORM 2150-MOVE-ADDRESS-LINES
               THRU 2150-MOVE-ADDRESS-LINES-EXIT.
           SET AD-ACTIVE TO TRUE.

           WRITE AD-ADDR-REC
               INVALID KEY
                   DISPLAY "ADDMAINT: ADD REJECTED, CUST-ID "
                       AT-CUST-ID " ALREADY ON FILE"
                   ADD 1 TO AM-REJECT-COUNT
               NOT INVALID KEY
                   ADD 1 TO AM-ADD-COUNT
                   MOVE SPACES TO AM-BEFORE-IMAGE
                   MOVE "A" TO AM-AUDIT-ACTION
                   PERFORM 8800-WRITE-AUDIT
                       THRU 8800-WRITE-AUDIT-EXIT
           END-WRITE.

       2100-ADD-ADDRESS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  2150-MOVE-ADDRESS-LINES  --  CARRY EVERY ADDRESS FIELD AND
      *                   THE DELIVERABLE FLAG FROM THE TRANSACTION
      *                   ONTO THE MASTER RECORD.
      *----------------------------------------------------------------
       2150-MOVE-ADDRESS-LINES.
           MOVE AT-STREET-1 TO AD-STREET-1.
           MOVE AT-STREET-2 TO AD-STREET-2.
           MOVE AT-CITY TO AD-CITY.
           MOVE AT-STATE TO AD-STATE.
           MOVE AT-POSTAL-CODE TO AD-POSTAL-CODE.
           MOVE AT-DELIVER-SW TO AD-DELIVER-SW.

       2150-MOVE-ADDRESS-LINES-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  2200-UPDATE-ADDRESS  --  REPLACE THE WHOLE ADDRESS ON AN
      *                   EXISTING RECORD AND REACTIVATE IT IF IT
      *                   HAD BEEN DELETED.
      *----------------------------------------------------------------
       2200-UPDATE-ADDRESS.
           MOVE AT-CUST-ID TO AD-CUST-ID.

           READ ADDR-FILE
               INVALID KEY
                   DISPLAY "ADDMAINT: UPDATE REJECTED, CUST-ID "
                       AT-CUST-ID " NOT ON FILE"
                   ADD 1 TO AM-REJECT-COUNT
               NOT INVALID KEY
                   MOVE SPACES TO AM-BEFORE-IMAGE
                   MOVE AD-ADDR-REC TO AM-BEFORE-IMAGE
                   PERFORM 2150-MOVE-ADDRESS-LINES
                       THRU 2150-MOVE-ADDRESS-LINES-EXIT
                   SET AD-ACTIVE TO TRUE
                   REWRITE AD-ADDR-REC
                   ADD 1 TO AM-UPDATE-COUNT
                   MOVE "U" TO AM-AUDIT-ACTION
                   PERFORM 8800-WRITE-AUDIT
                       THRU 8800-WRITE-AUDIT-EXIT
           END-READ.

       2200-UPDATE-ADDRESS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  2300-DELETE-ADDRESS  --  MARK AN EXISTING ADDRESS RECORD
      *                   INACTIVE - THE CUSTOMER HAS NO ADDRESS AND
      *                   GETS NO LETTER.  THE RECORD STAYS ON FILE
      *                   SO A LATER UPDATE CAN REACTIVATE IT.
      *----------------------------------------------------------------
       2300-DELETE-ADDRESS.
           MOVE AT-CUST-ID TO AD-CUST-ID.

           READ ADDR-FILE
               INVALID KEY
                   DISPLAY "ADDMAINT: DELETE REJECTED, CUST-ID "
                       AT-CUST-ID " NOT ON FILE"
                   ADD 1 TO AM-REJECT-COUNT
               NOT INVALID KEY
                   MOVE SPACES TO AM-BEFORE-IMAGE
                   MOVE AD-ADDR-REC TO AM-BEFORE-IMAGE
                   SET AD-DELETED TO TRUE
                   REWRITE AD-ADDR-REC
                   ADD 1 TO AM-DELETE-COUNT
                   MOVE "D" TO AM-AUDIT-ACTION
                   PERFORM 8800-WRITE-AUDIT
                       THRU 8800-WRITE-AUDIT-EXIT
           END-READ.

       2300-DELETE-ADDRESS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  8000-READ-ADDR-TRANS  --  READ THE NEXT TRANSACTION RECORD.
      *----------------------------------------------------------------
       8000-READ-ADDR-TRANS.
           READ ADDR-TRANS
               AT END
                   SET AM-EOF-REACHED TO TRUE
           END-READ.

       8000-READ-ADDR-TRANS-EXIT.
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
           MOVE AM-PROC-DATE TO AU-PROC-DATE.
           MOVE AM-RUN-ID TO AU-RUN-ID.
           MOVE "ADDR-FILE" TO AU-MASTER-ID.
           MOVE AM-AUDIT-ACTION TO AU-ACTION-CODE.
           MOVE AM-BEFORE-IMAGE TO AU-BEFORE-IMAGE.
           MOVE AD-ADDR-REC TO AU-AFTER-IMAGE.

           WRITE AU-AUDIT-REC.
           IF NOT AM-MNTAUDIT-OK
               DISPLAY "ADDMAINT: UNABLE TO WRITE MNTAUDIT, STATUS = "
                   AM-MNTAUDIT-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE ADDR-TRANS
               CLOSE ADDR-FILE
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
           IF AM-RUNSTATS-STATUS = "35"
               OPEN OUTPUT RUNSTATS
               CLOSE RUNSTATS
               OPEN EXTEND RUNSTATS
           END-IF.
           IF NOT AM-RUNSTATS-OK
               DISPLAY "ADDMAINT: UNABLE TO OPEN RUNSTATS, STATUS = "
                   AM-RUNSTATS-STATUS
               GO TO 8900-WRITE-RUN-STATS-EXIT
           END-IF.

           MOVE SPACES TO RS-RUN-STAT-REC.
           MOVE AM-STAT-TYPE TO RS-REC-TYPE.
           MOVE "ADDMAINT" TO RS-PROGRAM-ID.
           MOVE AM-RUN-ID TO RS-RUN-ID.
           MOVE AM-PROC-DATE TO RS-PROC-DATE.
           ACCEPT RS-LOG-DATE FROM DATE YYYYMMDD.
           ACCEPT RS-LOG-TIME FROM TIME.
           COMPUTE RS-READ-COUNT = AM-ADD-COUNT + AM-UPDATE-COUNT
               + AM-DELETE-COUNT + AM-REJECT-COUNT.
           COMPUTE RS-WRITE-COUNT = AM-ADD-COUNT + AM-UPDATE-COUNT
               + AM-DELETE-COUNT.
           MOVE AM-REJECT-COUNT TO RS-REJECT-COUNT.
           MOVE RETURN-CODE TO RS-RETURN-CODE.
           WRITE RS-RUN-STAT-REC.
           IF NOT AM-RUNSTATS-OK
               DISPLAY "ADDMAINT: UNABLE TO WRITE RUNSTATS, STATUS = "
                   AM-RUNSTATS-STATUS
           END-IF.
           CLOSE RUNSTATS.

       8900-WRITE-RUN-STATS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  9000-TERMINATE  --  REPORT COUNTS AND CLOSE FILES.
      *----------------------------------------------------------------
       9000-TERMINATE.
           DISPLAY "ADDMAINT: ADDS=" AM-ADD-COUNT
               " UPDATES=" AM-UPDATE-COUNT
               " DELETES=" AM-DELETE-COUNT
               " REJECTS=" AM-REJECT-COUNT.

           CLOSE ADDR-TRANS.
           CLOSE ADDR-FILE.
           CLOSE MNTAUDIT.

           IF AM-REJECT-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

           MOVE "E" TO AM-STAT-TYPE.
           PERFORM 8900-WRITE-RUN-STATS
               THRU 8900-WRITE-RUN-STATS-EXIT.

       9000-TERMINATE-EXIT.
           EXIT.

       9999-EXIT.
           STOP RUN.
