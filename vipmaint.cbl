      *                   THAT CANNOT BE WRITTEN IS AN ABORT - AN
      *                   UNAUDITED MASTER CHANGE IS THE EXACT THING
      *                   THE TRAIL EXISTS TO PREVENT.
      *  2026-10-15 DEV   HOLD VIP-FILE UNDER THE GRTLOCK INTERLOCK
      *                   (RESOURCE VIP-FILE) FOR THE WHOLE RUN, SO
      *                   NO MSTBKUP, MSTRELD, OR CUSTERAS RUN CAN
      *                   WORK ON THE MASTER UNDERNEATH IT.  A BUSY
      *                   MASTER ENDS THE RUN WITH RETURN-CODE 12
      *                   BEFORE ANY FILE IS OPENED.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VIPMAINT.

       01  VM-BEFORE-IMAGE             PIC X(80) VALUE SPACES.

       77  VM-LOCKS-HELD-SW            PIC X(01) VALUE "N".
           88  VM-LOCKS-HELD           VALUE "Y".

       COPY GRTLOCKP.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 8900-WRITE-RUN-STATS
               THRU 8900-WRITE-RUN-STATS-EXIT.

           PERFORM 1080-ACQUIRE-LOCKS
               THRU 1080-ACQUIRE-LOCKS-EXIT.

           OPEN INPUT VIP-TRANS.
           IF NOT VM-VIP-TRANS-OK
               DISPLAY "VIPMAINT: UNABLE TO OPEN VIP-TRANS, STATUS = "
                   VM-VIP-TRANS-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9300-RELEASE-LOCKS
                   THRU 9300-RELEASE-LOCKS-EXIT
               GO TO 9999-EXIT
           END-IF.

                   VM-VIP-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE VIP-TRANS
               PERFORM 9300-RELEASE-LOCKS
                   THRU 9300-RELEASE-LOCKS-EXIT
               GO TO 9999-EXIT
           END-IF.

               MOVE 16 TO RETURN-CODE
               CLOSE VIP-TRANS
               CLOSE VIP-FILE
               PERFORM 9300-RELEASE-LOCKS
                   THRU 9300-RELEASE-LOCKS-EXIT
               GO TO 9999-EXIT
           END-IF.

       1050-READ-RUN-CONTROL-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  1080-ACQUIRE-LOCKS  --  DECLARE VIP-FILE TO THE GRTLOCK
      *                   INTERLOCK BEFORE ANY FILE IS TOUCHED, SO
      *                   THIS RUN CAN NOT APPLY ITS TRANSACTIONS
      *                   WHILE THE MASTER IS BEING BACKED UP,
      *                   RELOADED, OR ERASED FROM.  A BUSY MASTER
      *                   ENDS THE RUN WITH RETURN-CODE 12 FOR THE
      *                   SCHEDULER TO RETRY.
      *----------------------------------------------------------------
       1080-ACQUIRE-LOCKS.
           MOVE "VIPMAINT" TO LP-CALLER-PGM.
           MOVE VM-RUN-ID TO LP-CALLER-RUN.
           MOVE "VIP-FILE" TO LP-RESOURCE.
           SET LP-ACQUIRE TO TRUE.
           CALL "GRTLOCK" USING LP-LOCK-PARMS.

           IF LP-LOCK-BUSY
               DISPLAY "VIPMAINT: RESOURCE " LP-RESOURCE " BUSY - "
                   "HELD BY " LP-HOLDER-PGM " RUN " LP-HOLDER-RUN
               MOVE 12 TO RETURN-CODE
               MOVE "E" TO VM-STAT-TYPE
               PERFORM 8900-WRITE-RUN-STATS
                   THRU 8900-WRITE-RUN-STATS-EXIT
               GO TO 9999-EXIT
           END-IF.

           IF LP-LOCK-ERROR
               DISPLAY "VIPMAINT: INTERLOCK FAILURE ON " LP-RESOURCE
               MOVE 16 TO RETURN-CODE
               MOVE "E" TO VM-STAT-TYPE
               PERFORM 8900-WRITE-RUN-STATS
                   THRU 8900-WRITE-RUN-STATS-EXIT
               GO TO 9999-EXIT
           END-IF.

           SET VM-LOCKS-HELD TO TRUE.

       1080-ACQUIRE-LOCKS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  2000-APPLY-TRANSACTION  --  DISPATCH ONE TRANSACTION TO ITS
      *                   ADD, UPDATE, OR DELETE HANDLER.
           CLOSE VIP-FILE.
           CLOSE MNTAUDIT.

           PERFORM 9300-RELEASE-LOCKS
               THRU 9300-RELEASE-LOCKS-EXIT.

           IF VM-REJECT-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
       9000-TERMINATE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  9300-RELEASE-LOCKS  --  GIVE VIP-FILE BACK TO THE INTERLOCK,
      *                   BUT ONLY IF THIS INVOCATION ACTUALLY TOOK
      *                   IT.  A FAILURE ONCE THE MASTER IS BEING
      *                   UPDATED NEVER COMES THIS WAY AND LEAVES THE
      *                   LOCK HELD FOR OPSRPT TO REPORT.
      *----------------------------------------------------------------
       9300-RELEASE-LOCKS.
           IF NOT VM-LOCKS-HELD
               GO TO 9300-RELEASE-LOCKS-EXIT
           END-IF.

           MOVE "VIPMAINT" TO LP-CALLER-PGM.
           MOVE VM-RUN-ID TO LP-CALLER-RUN.
           MOVE "VIP-FILE" TO LP-RESOURCE.
           SET LP-RELEASE TO TRUE.
           CALL "GRTLOCK" USING LP-LOCK-PARMS.
           MOVE "N" TO VM-LOCKS-HELD-SW.

       9300-RELEASE-LOCKS-EXIT.
           EXIT.

       9999-EXIT.
           STOP RUN.
