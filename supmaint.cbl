      *                   AND BY WHICH BATCH" IS NOW ANSWERABLE.  AN
      *                   AUDIT FILE THAT CANNOT BE WRITTEN IS AN
      *                   ABORT, NOT A WARNING.
      *  2026-10-15 DEV   HOLD SUPP-FILE UNDER THE GRTLOCK INTERLOCK
      *                   (RESOURCE SUPP-FILE) FOR THE WHOLE RUN, NOW
      *                   THAT THE PHONE DESK (PHONDESK) UPDATES THE
      *                   MASTER DIRECTLY.  A BUSY MASTER ENDS THE RUN
      *                   WITH RETURN-CODE 12 BEFORE ANY FILE IS
      *                   OPENED.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPMAINT.

       01  SM-BEFORE-IMAGE             PIC X(80) VALUE SPACES.

       77  SM-LOCKS-HELD-SW            PIC X(01) VALUE "N".
           88  SM-LOCKS-HELD           VALUE "Y".

       COPY GRTLOCKP.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 8900-WRITE-RUN-STATS
               THRU 8900-WRITE-RUN-STATS-EXIT.

           PERFORM 1080-ACQUIRE-LOCKS
               THRU 1080-ACQUIRE-LOCKS-EXIT.

           OPEN INPUT SUPP-TRANS.
           IF NOT SM-SUPP-TRANS-OK
               DISPLAY "SUPMAINT: UNABLE TO OPEN SUPP-TRANS, STATUS = "
                   SM-SUPP-TRANS-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9300-RELEASE-LOCKS
                   THRU 9300-RELEASE-LOCKS-EXIT
               GO TO 9999-EXIT
           END-IF.

                   SM-SUPP-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE SUPP-TRANS
               PERFORM 9300-RELEASE-LOCKS
                   THRU 9300-RELEASE-LOCKS-EXIT
               GO TO 9999-EXIT
           END-IF.

               MOVE 16 TO RETURN-CODE
               CLOSE SUPP-TRANS
               CLOSE SUPP-FILE
               PERFORM 9300-RELEASE-LOCKS
                   THRU 9300-RELEASE-LOCKS-EXIT
               GO TO 9999-EXIT
           END-IF.

       1050-READ-RUN-CONTROL-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  1080-ACQUIRE-LOCKS  --  DECLARE SUPP-FILE TO THE GRTLOCK
      *                   INTERLOCK BEFORE ANY FILE IS TOUCHED, SO
      *                   THIS RUN CAN NOT APPLY ITS TRANSACTIONS
      *                   UNDERNEATH A CHANGE BEING MADE AT THE PHONE
      *                   DESK (PHONDESK) OR ANOTHER BATCH UPDATER.  A
      *                   BUSY MASTER ENDS THE RUN WITH RETURN-CODE 12
      *                   FOR THE SCHEDULER TO RETRY.
      *----------------------------------------------------------------
       1080-ACQUIRE-LOCKS.
           MOVE "SUPMAINT" TO LP-CALLER-PGM.
           MOVE SM-RUN-ID TO LP-CALLER-RUN.
           MOVE "SUPP-FILE" TO LP-RESOURCE.
           SET LP-ACQUIRE TO TRUE.
           CALL "GRTLOCK" USING LP-LOCK-PARMS.

           IF LP-LOCK-BUSY
               DISPLAY "SUPMAINT: RESOURCE " LP-RESOURCE " BUSY - "
                   "HELD BY " LP-HOLDER-PGM " RUN " LP-HOLDER-RUN
               MOVE 12 TO RETURN-CODE
               MOVE "E" TO SM-STAT-TYPE
               PERFORM 8900-WRITE-RUN-STATS
                   THRU 8900-WRITE-RUN-STATS-EXIT
               GO TO 9999-EXIT
           END-IF.

           IF LP-LOCK-ERROR
               DISPLAY "SUPMAINT: INTERLOCK FAILURE ON " LP-RESOURCE
               MOVE 16 TO RETURN-CODE
               MOVE "E" TO SM-STAT-TYPE
               PERFORM 8900-WRITE-RUN-STATS
                   THRU 8900-WRITE-RUN-STATS-EXIT
               GO TO 9999-EXIT
           END-IF.

           SET SM-LOCKS-HELD TO TRUE.

       1080-ACQUIRE-LOCKS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  2000-APPLY-TRANSACTION  --  DISPATCH ONE TRANSACTION TO ITS
      *                   ADD, UPDATE, OR DELETE HANDLER.
           CLOSE SUPP-FILE.
           CLOSE MNTAUDIT.

           PERFORM 9300-RELEASE-LOCKS
               THRU 9300-RELEASE-LOCKS-EXIT.

           IF SM-REJECT-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
       9000-TERMINATE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  9300-RELEASE-LOCKS  --  GIVE SUPP-FILE BACK TO THE INTERLOCK,
      *                   BUT ONLY IF THIS INVOCATION ACTUALLY TOOK
      *                   IT.  A FAILURE ONCE THE MASTER IS BEING
      *                   UPDATED NEVER COMES THIS WAY AND LEAVES THE
      *                   LOCK HELD FOR OPSRPT TO REPORT.
      *----------------------------------------------------------------
       9300-RELEASE-LOCKS.
           IF NOT SM-LOCKS-HELD
               GO TO 9300-RELEASE-LOCKS-EXIT
           END-IF.

           MOVE "SUPMAINT" TO LP-CALLER-PGM.
           MOVE SM-RUN-ID TO LP-CALLER-RUN.
           MOVE "SUPP-FILE" TO LP-RESOURCE.
           SET LP-RELEASE TO TRUE.
           CALL "GRTLOCK" USING LP-LOCK-PARMS.
           MOVE "N" TO SM-LOCKS-HELD-SW.

       9300-RELEASE-LOCKS-EXIT.
           EXIT.

       9999-EXIT.
           STOP RUN.
