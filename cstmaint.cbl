      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  -----------------------------------------
      *  2026-09-02 DEV   ORIGINAL PROGRAM.
      *  2026-10-15 DEV   CARRY THE CUSTOMER'S PREFERRED LANGUAGE CODE
      *                   (CT-LANG-CODE) ONTO THE MASTER.  AN ADD
      *                   WITH NO CODE LEAVES IT BLANK, WHICH THE
      *                   NIGHTLY RUNS READ AS ENGLISH; AN UPDATE
      *                   WITH NO CODE LEAVES THE CURRENT ONE ALONE,
      *                   SO A NAME CORRECTION NEED NOT RESTATE IT.
      *  2026-10-15 DEV   HOLD CUST-FILE UNDER THE GRTLOCK INTERLOCK
      *                   (RESOURCE CUST-FILE) FOR THE WHOLE RUN, SO
      *                   NO MSTBKUP, MSTRELD, OR CUSTERAS RUN CAN
      *                   WORK ON THE MASTER UNDERNEATH IT.  A BUSY
      *                   MASTER ENDS THE RUN WITH RETURN-CODE 12
      *                   BEFORE ANY FILE IS OPENED.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSTMAINT.

       77  CS-STAT-TYPE                PIC X(01) VALUE "S".

       77  CS-LOCKS-HELD-SW            PIC X(01) VALUE "N".
           88  CS-LOCKS-HELD           VALUE "Y".

       COPY GRTLOCKP.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 8900-WRITE-RUN-STATS
               THRU 8900-WRITE-RUN-STATS-EXIT.

           PERFORM 1080-ACQUIRE-LOCKS
               THRU 1080-ACQUIRE-LOCKS-EXIT.

           OPEN INPUT CUST-TRANS.
           IF NOT CS-CUST-TRANS-OK
               DISPLAY "CSTMAINT: UNABLE TO OPEN CUST-TRANS, STATUS = "
                   CS-CUST-TRANS-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9300-RELEASE-LOCKS
                   THRU 9300-RELEASE-LOCKS-EXIT
               GO TO 9999-EXIT
           END-IF.

                   CS-CUST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE CUST-TRANS
               PERFORM 9300-RELEASE-LOCKS
                   THRU 9300-RELEASE-LOCKS-EXIT
               GO TO 9999-EXIT
           END-IF.

       1050-READ-RUN-CONTROL-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  1080-ACQUIRE-LOCKS  --  DECLARE CUST-FILE TO THE GRTLOCK
      *                   INTERLOCK BEFORE ANY FILE IS TOUCHED, SO
      *                   THIS RUN CAN NOT APPLY ITS TRANSACTIONS
      *                   WHILE THE MASTER IS BEING BACKED UP,
      *                   RELOADED, OR ERASED FROM.  A BUSY MASTER
      *                   ENDS THE RUN WITH RETURN-CODE 12 FOR THE
      *                   SCHEDULER TO RETRY.
      *----------------------------------------------------------------
       1080-ACQUIRE-LOCKS.
           MOVE "CSTMAINT" TO LP-CALLER-PGM.
           MOVE CS-RUN-ID TO LP-CALLER-RUN.
           MOVE "CUST-FILE" TO LP-RESOURCE.
           SET LP-ACQUIRE TO TRUE.
           CALL "GRTLOCK" USING LP-LOCK-PARMS.

           IF LP-LOCK-BUSY
               DISPLAY "CSTMAINT: RESOURCE " LP-RESOURCE " BUSY - "
                   "HELD BY " LP-HOLDER-PGM " RUN " LP-HOLDER-RUN
               MOVE 12 TO RETURN-CODE
               MOVE "E" TO CS-STAT-TYPE
               PERFORM 8900-WRITE-RUN-STATS
                   THRU 8900-WRITE-RUN-STATS-EXIT
               GO TO 9999-EXIT
           END-IF.

           IF LP-LOCK-ERROR
               DISPLAY "CSTMAINT: INTERLOCK FAILURE ON " LP-RESOURCE
               MOVE 16 TO RETURN-CODE
               MOVE "E" TO CS-STAT-TYPE
               PERFORM 8900-WRITE-RUN-STATS
                   THRU 8900-WRITE-RUN-STATS-EXIT
               GO TO 9999-EXIT
           END-IF.

           SET CS-LOCKS-HELD TO TRUE.

       1080-ACQUIRE-LOCKS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  2000-APPLY-TRANSACTION  --  DISPATCH ONE TRANSACTION TO ITS
      *                   ADD, UPDATE, OR DELETE HANDLER.
           MOVE SPACES TO CM-CUST-REC.
           MOVE CT-CUST-ID TO CM-CUST-ID.
           MOVE CT-CUST-NAME TO CM-CUST-NAME.
           MOVE CT-LANG-CODE TO CM-LANG-CODE.
           SET CM-ACTIVE TO TRUE.

           WRITE CM-CUST-REC
           EXIT.

      *----------------------------------------------------------------
      *  2200-UPDATE-CUSTOMER  --  REPLACE THE NAME (AND THE
      *                   LANGUAGE CODE, WHEN ONE IS GIVEN) ON AN
      *                   EXISTING CUSTOMER RECORD AND REACTIVATE IT
      *                   IF IT HAD BEEN DELETED.
      *----------------------------------------------------------------
       2200-UPDATE-CUSTOMER.
           MOVE CT-CUST-ID TO CM-CUST-ID.
                   ADD 1 TO CS-REJECT-COUNT
               NOT INVALID KEY
                   MOVE CT-CUST-NAME TO CM-CUST-NAME
                   IF CT-LANG-CODE NOT = SPACES
                       MOVE CT-LANG-CODE TO CM-LANG-CODE
                   END-IF
                   SET CM-ACTIVE TO TRUE
                   REWRITE CM-CUST-REC
                   ADD 1 TO CS-UPDATE-COUNT
           CLOSE CUST-TRANS.
           CLOSE CUST-FILE.

           PERFORM 9300-RELEASE-LOCKS
               THRU 9300-RELEASE-LOCKS-EXIT.

           IF CS-REJECT-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
       9000-TERMINATE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  9300-RELEASE-LOCKS  --  GIVE CUST-FILE BACK TO THE INTERLOCK,
      *                   BUT ONLY IF THIS INVOCATION ACTUALLY TOOK
      *                   IT.
      *----------------------------------------------------------------
       9300-RELEASE-LOCKS.
           IF NOT CS-LOCKS-HELD
               GO TO 9300-RELEASE-LOCKS-EXIT
           END-IF.

           MOVE "CSTMAINT" TO LP-CALLER-PGM.
           MOVE CS-RUN-ID TO LP-CALLER-RUN.
           MOVE "CUST-FILE" TO LP-RESOURCE.
           SET LP-RELEASE TO TRUE.
           CALL "GRTLOCK" USING LP-LOCK-PARMS.
           MOVE "N" TO CS-LOCKS-HELD-SW.

       9300-RELEASE-LOCKS-EXIT.
           EXIT.

       9999-EXIT.
           STOP RUN.
