      *================================================================
      *
      *  PROGRAM-ID.    PHRMAINT
      *
      *  AUTHOR.        D. VRIES
      *  INSTALLATION.  CLOUD-RUN-COBOL
      *  DATE-WRITTEN.  2026-10-15
      *
      *  REMARKS.       MAINTENANCE UTILITY FOR THE PHR-FILE
      *                 GREETING-PHRASE MASTER (SEE COPYBOOK
      *                 PHRASREC) THAT HELLOBAT, OCCGREET, LETTRGEN,
      *                 AND HELLOWRD TAKE THEIR GREETING WORDING
      *                 FROM.  READS ONE PHR-TRANS TRANSACTION
      *                 RECORD (SEE COPYBOOK PHRSTRAN) PER
      *                 MAINTENANCE ACTION AND APPLIES IT AGAINST
      *                 PHR-FILE, WHICH IS KEYED ON LANGUAGE CODE AND
      *                 GREETING KIND.  A TRANSACTION IS REJECTED
      *                 WHEN ITS LANGUAGE CODE IS BLANK OR ITS KIND
      *                 IS NOT R, B, A, OR S, AND AN ADD OR UPDATE IS
      *                 REJECTED WITHOUT PHRASE TEXT.  DELETES ARE
      *                 LOGICAL - A DELETED PHRASE SENDS ITS
      *                 LANGUAGE BACK TO THE ENGLISH FALLBACK.  BUILT
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
       PROGRAM-ID. PHRMAINT.
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
           SELECT PHR-TRANS ASSIGN TO "PHR-TRANS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PR-PHR-TRANS-STATUS.

           SELECT PHR-FILE ASSIGN TO "PHR-FILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-PHRASE-KEY
               FILE STATUS IS PR-PHR-FILE-STATUS.

           SELECT RUNCTL ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PR-RUNCTL-STATUS.

           SELECT RUNSTATS ASSIGN TO "RUNSTATS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PR-RUNSTATS-STATUS.

           SELECT MNTAUDIT ASSIGN TO "MNTAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PR-MNTAUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PHR-TRANS
           RECORDING MODE IS F.
       COPY PHRSTRAN.

       FD  PHR-FILE.
       COPY PHRASREC.

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
       77  PR-PHR-TRANS-STATUS        PIC X(02) VALUE SPACES.
           88  PR-PHR-TRANS-OK        VALUE "00".
           88  PR-PHR-TRANS-EOF       VALUE "10".

       77  PR-PHR-FILE-STATUS         PIC X(02) VALUE SPACES.
           88  PR-PHR-FILE-OK         VALUE "00".
           88  PR-PHR-FILE-NOTFOUND   VALUE "23".
           88  PR-PHR-FILE-DUP-KEY    VALUE "22".

       77  PR-EOF-SW                   PIC X(01) VALUE "N".
           88  PR-EOF-REACHED          VALUE "Y".

       77  PR-TRANS-VALID-SW           PIC X(01) VALUE "Y".
           88  PR-TRANS-VALID          VALUE "Y".
           88  PR-TRANS-INVALID        VALUE "N".

       77  PR-ADD-COUNT                PIC 9(08) COMP VALUE ZERO.
       77  PR-UPDATE-COUNT             PIC 9(08) COMP VALUE ZERO.
       77  PR-DELETE-COUNT             PIC 9(08) COMP VALUE ZERO.
       77  PR-REJECT-COUNT             PIC 9(08) COMP VALUE ZERO.

       77  PR-RUNCTL-STATUS            PIC X(02) VALUE SPACES.
           88  PR-RUNCTL-OK            VALUE "00".

       77  PR-PROC-DATE                PIC 9(08) VALUE ZERO.
       77  PR-RUN-ID                   PIC X(08) VALUE SPACES.

       77  PR-RUNSTATS-STATUS          PIC X(02) VALUE SPACES.
           88  PR-RUNSTATS-OK          VALUE "00".

       77  PR-STAT-TYPE                PIC X(01) VALUE "S".

       77  PR-MNTAUDIT-STATUS          PIC X(02) VALUE SPACES.
           88  PR-MNTAUDIT-OK          VALUE "00".

       77  PR-AUDIT-ACTION             PIC X(01) VALUE SPACE.

       01  PR-BEFORE-IMAGE             PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           PERFORM 2000-APPLY-TRANSACTION
               THRU 2000-APPLY-TRANSACTION-EXIT
               UNTIL PR-EOF-REACHED.

           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.

           GO TO 9999-EXIT.

      *----------------------------------------------------------------
      *  1000-INITIALIZE  --  OPEN THE TRANSACTION FILE, THE
      *                   PHR-FILE (CREATING IT IF THIS IS THE
      *                   FIRST MAINTENANCE RUN), AND THE AUDIT
      *                   TRAIL.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           PERFORM 1050-READ-RUN-CONTROL
               THRU 1050-READ-RUN-CONTROL-EXIT.

           MOVE "S" TO PR-STAT-TYPE.
           PERFORM 8900-WRITE-RUN-STATS
               THRU 8900-WRITE-RUN-STATS-EXIT.

           OPEN INPUT PHR-TRANS.
           IF NOT PR-PHR-TRANS-OK
               DISPLAY "PHRMAINT: UNABLE TO OPEN PHR-TRANS, STATUS = "
                   PR-PHR-TRANS-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.

           OPEN I-O PHR-FILE.
           IF PR-PHR-FILE-STATUS = "35"
               OPEN OUTPUT PHR-FILE
               CLOSE PHR-FILE
               OPEN I-O PHR-FILE
           END-IF.
           IF NOT PR-PHR-FILE-OK
               DISPLAY "PHRMAINT: UNABLE TO OPEN PHR-FILE, STATUS = "
                   PR-PHR-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE PHR-TRANS
               GO TO 9999-EXIT
           END-IF.

           OPEN EXTEND MNTAUDIT.
           IF PR-MNTAUDIT-STATUS = "35"
               OPEN OUTPUT MNTAUDIT
               CLOSE MNTAUDIT
               OPEN EXTEND MNTAUDIT
           END-IF.
           IF NOT PR-MNTAUDIT-OK
               DISPLAY "PHRMAINT: UNABLE TO OPEN MNTAUDIT, STATUS = "
                   PR-MNTAUDIT-STATUS " - NO UNAUDITED CHANGES"
               MOVE 16 TO RETURN-CODE
               CLOSE PHR-TRANS
               CLOSE PHR-FILE
               GO TO 9999-EXIT
           END-IF.

           PERFORM 8000-READ-PHR-TRANS
               THRU 8000-READ-PHR-TRANS-EXIT.

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
           IF PR-RUNCTL-OK
               READ RUNCTL
                   AT END
                       ACCEPT PR-PROC-DATE FROM DATE YYYYMMDD
                       MOVE "ADHOC" TO PR-RUN-ID
                   NOT AT END
                       IF RC-PROC-DATE IS NUMERIC
                           MOVE RC-PROC-DATE TO PR-PROC-DATE
                           MOVE RC-RUN-ID TO PR-RUN-ID
                       ELSE
                           DISPLAY "PHRMAINT: RUNCTL PROCESSING "
                               "DATE IS NOT NUMERIC"
                           MOVE 16 TO RETURN-CODE
                           CLOSE RUNCTL
                           GO TO 9999-EXIT
                       END-IF
               END-READ
               CLOSE RUNCTL
           ELSE
               IF PR-RUNCTL-STATUS = "35"
                   ACCEPT PR-PROC-DATE FROM DATE YYYYMMDD
                   MOVE "ADHOC" TO PR-RUN-ID
               ELSE
                   DISPLAY "PHRMAINT: UNABLE TO OPEN RUNCTL, "
                       "STATUS = " PR-RUNCTL-STATUS
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

           IF PR-TRANS-VALID
               EVALUATE TRUE
                   WHEN PT-ADD
                       PERFORM 2100-ADD-PHRASE
                           THRU 2100-ADD-PHRASE-EXIT
                   WHEN PT-UPDATE
                       PERFORM 2200-UPDATE-PHRASE
                           THRU 2200-UPDATE-PHRASE-EXIT
                   WHEN PT-DELETE
                       PERFORM 2300-DELETE-PHRASE
                           THRU 2300-DELETE-PHRASE-EXIT
                   WHEN OTHER
                       DISPLAY "PHRMAINT: UNKNOWN ACTION CODE '"
                           PT-ACTION-CODE "' FOR PHRASE "
                           PT-PHRASE-KEY
                       ADD 1 TO PR-REJECT-COUNT
               END-EVALUATE
           END-IF.

           PERFORM 8000-READ-PHR-TRANS
               THRU 8000-READ-PHR-TRANS-EXIT.

       2000-APPLY-TRANSACTION-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  2050-VALIDATE-TRANSACTION  --  REJECT A TRANSACTION WITH A
      *                   BLANK LANGUAGE CODE OR AN UNKNOWN GREETING
      *                   KIND, AND AN ADD OR UPDATE WITH NO PHRASE
      *                   TEXT.
      *----------------------------------------------------------------
       2050-VALIDATE-TRANSACTION.
           SET PR-TRANS-VALID TO TRUE.

           IF PT-LANG-CODE = SPACES
              OR NOT PT-KIND-VALID
               DISPLAY "PHRMAINT: REJECTED, LANGUAGE CODE REQUIRED "
                   "AND KIND MUST BE R, B, A, OR S FOR PHRASE "
                   PT-PHRASE-KEY
               ADD 1 TO PR-REJECT-COUNT
               SET PR-TRANS-INVALID TO TRUE
               GO TO 2050-VALIDATE-TRANSACTION-EXIT
           END-IF.

           IF (PT-ADD OR PT-UPDATE)
              AND PT-PHRASE-TEXT = SPACES
               DISPLAY "PHRMAINT: REJECTED, NO PHRASE TEXT FOR "
                   "PHRASE " PT-PHRASE-KEY
               ADD 1 TO PR-REJECT-COUNT
               SET PR-TRANS-INVALID TO TRUE
           END-IF.

       2050-VALIDATE-TRANSACTION-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  2100-ADD-PHRASE  --  WRITE A NEW ACTIVE PHRASE RECORD.
      *----------------------------------------------------------------
       2100-ADD-PHRASE.
           MOVE SPACES TO PH-PHRASE-REC.
           MOVE PT-PHRASE-KEY TO PH-PHRASE-KEY.
           MOVE PT-PHRASE-TEXT TO PH-PHRASE-TEXT.
           SET PH-ACTIVE TO TRUE.

           WRITE PH-PHRASE-REC
               INVALID KEY
                   DISPLAY "PHRMAINT: ADD REJECTED, PHRASE "
                       PT-PHRASE-KEY " ALREADY ON FILE"
                   ADD 1 TO PR-REJECT-COUNT
               NOT INVALID KEY
                   ADD 1 TO PR-ADD-COUNT
                   MOVE SPACES TO PR-BEFORE-IMAGE
                   MOVE "A" TO PR-AUDIT-ACTION
                   PERFORM 8800-WRITE-AUDIT
                       THRU 8800-WRITE-AUDIT-EXIT
           END-WRITE.

       2100-ADD-PHRASE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  2200-UPDATE-PHRASE  --  REPLACE THE TEXT OF AN EXISTING
      *                   PHRASE AND REACTIVATE IT IF IT HAD BEEN
      *                   DELETED.
      *----------------------------------------------------------------
       2200-UPDATE-PHRASE.
           MOVE PT-PHRASE-KEY TO PH-PHRASE-KEY.

           READ PHR-FILE
               INVALID KEY
                   DISPLAY "PHRMAINT: UPDATE REJECTED, PHRASE "
                       PT-PHRASE-KEY " NOT ON FILE"
                   ADD 1 TO PR-REJECT-COUNT
               NOT INVALID KEY
                   MOVE SPACES TO PR-BEFORE-IMAGE
                   MOVE PH-PHRASE-REC TO PR-BEFORE-IMAGE
                   MOVE PT-PHRASE-TEXT TO PH-PHRASE-TEXT
                   SET PH-ACTIVE TO TRUE
                   REWRITE PH-PHRASE-REC
                   ADD 1 TO PR-UPDATE-COUNT
                   MOVE "U" TO PR-AUDIT-ACTION
                   PERFORM 8800-WRITE-AUDIT
                       THRU 8800-WRITE-AUDIT-EXIT
           END-READ.

       2200-UPDATE-PHRASE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  2300-DELETE-PHRASE  --  MARK AN EXISTING PHRASE INACTIVE -
      *                   CUSTOMERS IN THAT LANGUAGE FALL BACK TO THE
      *                   ENGLISH WORDING FOR THAT KIND.  THE RECORD
      *                   STAYS ON FILE SO A LATER UPDATE CAN
      *                   REACTIVATE IT.
      *----------------------------------------------------------------
       2300-DELETE-PHRASE.
           MOVE PT-PHRASE-KEY TO PH-PHRASE-KEY.

           READ PHR-FILE
               INVALID KEY
                   DISPLAY "PHRMAINT: DELETE REJECTED, PHRASE "
                       PT-PHRASE-KEY " NOT ON FILE"
                   ADD 1 TO PR-REJECT-COUNT
               NOT INVALID KEY
                   MOVE SPACES TO PR-BEFORE-IMAGE
                   MOVE PH-PHRASE-REC TO PR-BEFORE-IMAGE
                   SET PH-DELETED TO TRUE
                   REWRITE PH-PHRASE-REC
                   ADD 1 TO PR-DELETE-COUNT
                   MOVE "D" TO PR-AUDIT-ACTION
                   PERFORM 8800-WRITE-AUDIT
                       THRU 8800-WRITE-AUDIT-EXIT
           END-READ.

       2300-DELETE-PHRASE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  8000-READ-PHR-TRANS  --  READ THE NEXT TRANSACTION RECORD.
      *----------------------------------------------------------------
       8000-READ-PHR-TRANS.
           READ PHR-TRANS
               AT END
                   SET PR-EOF-REACHED TO TRUE
           END-READ.

       8000-READ-PHR-TRANS-EXIT.
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
           MOVE PR-PROC-DATE TO AU-PROC-DATE.
           MOVE PR-RUN-ID TO AU-RUN-ID.
           MOVE "PHR-FILE" TO AU-MASTER-ID.
           MOVE PR-AUDIT-ACTION TO AU-ACTION-CODE.
           MOVE PR-BEFORE-IMAGE TO AU-BEFORE-IMAGE.
           MOVE PH-PHRASE-REC TO AU-AFTER-IMAGE.

           WRITE AU-AUDIT-REC.
           IF NOT PR-MNTAUDIT-OK
               DISPLAY "PHRMAINT: UNABLE TO WRITE MNTAUDIT, STATUS = "
                   PR-MNTAUDIT-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE PHR-TRANS
               CLOSE PHR-FILE
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
           IF PR-RUNSTATS-STATUS = "35"
               OPEN OUTPUT RUNSTATS
               CLOSE RUNSTATS
               OPEN EXTEND RUNSTATS
           END-IF.
           IF NOT PR-RUNSTATS-OK
               DISPLAY "PHRMAINT: UNABLE TO OPEN RUNSTATS, STATUS = "
                   PR-RUNSTATS-STATUS
               GO TO 8900-WRITE-RUN-STATS-EXIT
           END-IF.

           MOVE SPACES TO RS-RUN-STAT-REC.
           MOVE PR-STAT-TYPE TO RS-REC-TYPE.
           MOVE "PHRMAINT" TO RS-PROGRAM-ID.
           MOVE PR-RUN-ID TO RS-RUN-ID.
           MOVE PR-PROC-DATE TO RS-PROC-DATE.
           ACCEPT RS-LOG-DATE FROM DATE YYYYMMDD.
           ACCEPT RS-LOG-TIME FROM TIME.
           COMPUTE RS-READ-COUNT = PR-ADD-COUNT + PR-UPDATE-COUNT
               + PR-DELETE-COUNT + PR-REJECT-COUNT.
           COMPUTE RS-WRITE-COUNT = PR-ADD-COUNT + PR-UPDATE-COUNT
               + PR-DELETE-COUNT.
           MOVE PR-REJECT-COUNT TO RS-REJECT-COUNT.
           MOVE RETURN-CODE TO RS-RETURN-CODE.
           WRITE RS-RUN-STAT-REC.
           IF NOT PR-RUNSTATS-OK
               DISPLAY "PHRMAINT: UNABLE TO WRITE RUNSTATS, STATUS = "
                   PR-RUNSTATS-STATUS
           END-IF.
           CLOSE RUNSTATS.

       8900-WRITE-RUN-STATS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  9000-TERMINATE  --  REPORT COUNTS AND CLOSE FILES.
      *----------------------------------------------------------------
       9000-TERMINATE.
           DISPLAY "PHRMAINT: ADDS=" PR-ADD-COUNT
               " UPDATES=" PR-UPDATE-COUNT
               " DELETES=" PR-DELETE-COUNT
               " REJECTS=" PR-REJECT-COUNT.

           CLOSE PHR-TRANS.
           CLOSE PHR-FILE.
           CLOSE MNTAUDIT.

           IF PR-REJECT-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

           MOVE "E" TO PR-STAT-TYPE.
           PERFORM 8900-WRITE-RUN-STATS
               THRU 8900-WRITE-RUN-STATS-EXIT.

       9000-TERMINATE-EXIT.
           EXIT.

       9999-EXIT.
           STOP RUN.
