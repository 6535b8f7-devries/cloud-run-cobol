      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  -----------------------------------------
      *  2026-09-02 DEV   ORIGINAL PROGRAM.
      *  2026-10-15 DEV   HOLD CHP-FILE UNDER THE GRTLOCK INTERLOCK
      *                   (RESOURCE CHP-FILE) FOR THE WHOLE RUN, NOW
      *                   THAT THE PHONE DESK (PHONDESK) UPDATES THE
      *                   MASTER DIRECTLY.  A BUSY MASTER ENDS THE RUN
      *                   WITH RETURN-CODE 12 BEFORE ANY FILE IS
      *                   OPENED.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHPMAINT.

       01  PM-BEFORE-IMAGE             PIC X(80) VALUE SPACES.

       77  PM-LOCKS-HELD-SW            PIC X(01) VALUE "N".
           88  PM-LOCKS-HELD           VALUE "Y".

       COPY GRTLOCKP.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 8900-WRITE-RUN-STATS
               THRU 8900-WRITE-RUN-STATS-EXIT.

           PERFORM 1080-ACQUIRE-LOCKS
               THRU 1080-ACQUIRE-LOCKS-EXIT.

           OPEN INPUT CHP-TRANS.
           IF NOT PM-CHP-TRANS-OK
               DISPLAY "CHPMAINT: UNABLE TO OPEN CHP-TRANS, STATUS = "
                   PM-CHP-TRANS-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9300-RELEASE-LOCKS
                   THRU 9300-RELEASE-LOCKS-EXIT
               GO TO 9999-EXIT
           END-IF.

                   PM-CHP-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE CHP-TRANS
               PERFORM 9300-RELEASE-LOCKS
                   THRU 9300-RELEASE-LOCKS-EXIT
               GO TO 9999-EXIT
           END-IF.

               MOVE 16 TO RETURN-CODE
               CLOSE CHP-TRANS
               CLOSE CHP-FILE
               PERFORM 9300-RELEASE-LOCKS
                   THRU 9300-RELEASE-LOCKS-EXIT
               GO TO 9999-EXIT
           END-IF.

       1050-READ-RUN-CONTROL-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  1080-ACQUIRE-LOCKS  --  DECLARE CHP-FILE TO THE GRTLOCK
      *                   INTERLOCK BEFORE ANY FILE IS TOUCHED, SO
      *                   THIS RUN CAN NOT APPLY ITS TRANSACTIONS
      *                   UNDERNEATH A CHANGE BEING MADE AT THE PHONE
      *                   DESK (PHONDESK) OR ANOTHER BATCH UPDATER.  A
      *                   BUSY MASTER ENDS THE RUN WITH RETURN-CODE 12
      *                   FOR THE SCHEDULER TO RETRY.
      *----------------------------------------------------------------
       1080-ACQUIRE-LOCKS.
           MOVE "CHPMAINT" TO LP-CALLER-PGM.
           MOVE PM-RUN-ID TO LP-CALLER-RUN.
           MOVE "CHP-FILE" TO LP-RESOURCE.
           SET LP-ACQUIRE TO TRUE.
           CALL "GRTLOCK" USING LP-LOCK-PARMS.

           IF LP-LOCK-BUSY
               DISPLAY "CHPMAINT: RESOURCE " LP-RESOURCE " BUSY - "
                   "HELD BY " LP-HOLDER-PGM " RUN " LP-HOLDER-RUN
               MOVE 12 TO RETURN-CODE
               MOVE "E" TO PM-STAT-TYPE
               PERFORM 8900-WRITE-RUN-STATS
                   THRU 8900-WRITE-RUN-STATS-EXIT
               GO TO 9999-EXIT
           END-IF.

           IF LP-LOCK-ERROR
               DISPLAY "CHPMAINT: INTERLOCK FAILURE ON " LP-RESOURCE
               MOVE 16 TO RETURN-CODE
               MOVE "E" TO PM-STAT-TYPE
               PERFORM 8900-WRITE-RUN-STATS
                   THRU 8900-WRITE-RUN-STATS-EXIT
               GO TO 9999-EXIT
           END-IF.

           SET PM-LOCKS-HELD TO TRUE.

       1080-ACQUIRE-LOCKS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  2000-APPLY-TRANSACTION  --  VALIDATE AND DISPATCH ONE
      *                   TRANSACTION TO ITS ADD, UPDATE, OR DELETE
           CLOSE CHP-FILE.
           CLOSE MNTAUDIT.

           PERFORM 9300-RELEASE-LOCKS
               THRU 9300-RELEASE-LOCKS-EXIT.

           IF PM-REJECT-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
       9000-TERMINATE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  9300-RELEASE-LOCKS  --  GIVE CHP-FILE BACK TO THE INTERLOCK,
      *                   BUT ONLY IF THIS INVOCATION ACTUALLY TOOK
      *                   IT.  A FAILURE ONCE THE MASTER IS BEING
      *                   UPDATED NEVER COMES THIS WAY AND LEAVES THE
      *                   LOCK HELD FOR OPSRPT TO REPORT.
      *----------------------------------------------------------------
       9300-RELEASE-LOCKS.
           IF NOT PM-LOCKS-HELD
               GO TO 9300-RELEASE-LOCKS-EXIT
           END-IF.

           MOVE "CHPMAINT" TO LP-CALLER-PGM.
           MOVE PM-RUN-ID TO LP-CALLER-RUN.
           MOVE "CHP-FILE" TO LP-RESOURCE.
           SET LP-RELEASE TO TRUE.
           CALL "GRTLOCK" USING LP-LOCK-PARMS.
           MOVE "N" TO PM-LOCKS-HELD-SW.

       9300-RELEASE-LOCKS-EXIT.
           EXIT.

       9999-EXIT.
           STOP RUN.
