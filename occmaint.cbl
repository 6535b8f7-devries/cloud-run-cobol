      *                   TRACES TO ITS TRANSACTION BATCH.  AN AUDIT
      *                   FILE THAT CANNOT BE WRITTEN IS AN ABORT,
      *                   NOT A WARNING.
      *  2026-10-15 DEV   HOLD OCC-FILE UNDER THE GRTLOCK INTERLOCK
      *                   (RESOURCE OCC-FILE) FOR THE WHOLE RUN, SO
      *                   NO MSTBKUP, MSTRELD, OR CUSTERAS RUN CAN
      *                   WORK ON THE MASTER UNDERNEATH IT.  A BUSY
      *                   MASTER ENDS THE RUN WITH RETURN-CODE 12
      *                   BEFORE ANY FILE IS OPENED.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OCCMAINT.

       01  OM-BEFORE-IMAGE             PIC X(80) VALUE SPACES.

       77  OM-LOCKS-HELD-SW            PIC X(01) VALUE "N".
           88  OM-LOCKS-HELD           VALUE "Y".

       COPY GRTLOCKP.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 8900-WRITE-RUN-STATS
               THRU 8900-WRITE-RUN-STATS-EXIT.

           PERFORM 1080-ACQUIRE-LOCKS
               THRU 1080-ACQUIRE-LOCKS-EXIT.

           OPEN INPUT OCC-TRANS.
           IF NOT OM-OCC-TRANS-OK
               DISPLAY "OCCMAINT: UNABLE TO OPEN OCC-TRANS, STATUS = "
                   OM-OCC-TRANS-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9300-RELEASE-LOCKS
                   THRU 9300-RELEASE-LOCKS-EXIT
               GO TO 9999-EXIT
           END-IF.

                   OM-OCC-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE OCC-TRANS
               PERFORM 9300-RELEASE-LOCKS
                   THRU 9300-RELEASE-LOCKS-EXIT
               GO TO 9999-EXIT
           END-IF.

               MOVE 16 TO RETURN-CODE
               CLOSE OCC-TRANS
               CLOSE OCC-FILE
               PERFORM 9300-RELEASE-LOCKS
                   THRU 9300-RELEASE-LOCKS-EXIT
               GO TO 9999-EXIT
           END-IF.

       1050-READ-RUN-CONTROL-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  1080-ACQUIRE-LOCKS  --  DECLARE OCC-FILE TO THE GRTLOCK
      *                   INTERLOCK BEFORE ANY FILE IS TOUCHED, SO
      *                   THIS RUN CAN NOT APPLY ITS TRANSACTIONS
      *                   WHILE THE MASTER IS BEING BACKED UP,
      *                   RELOADED, OR ERASED FROM.  A BUSY MASTER
      *                   ENDS THE RUN WITH RETURN-CODE 12 FOR THE
      *                   SCHEDULER TO RETRY.
      *----------------------------------------------------------------
       1080-ACQUIRE-LOCKS.
           MOVE "OCCMAINT" TO LP-CALLER-PGM.
           MOVE OM-RUN-ID TO LP-CALLER-RUN.
           MOVE "OCC-FILE" TO LP-RESOURCE.
           SET LP-ACQUIRE TO TRUE.
           CALL "GRTLOCK" USING LP-LOCK-PARMS.

           IF LP-LOCK-BUSY
               DISPLAY "OCCMAINT: RESOURCE " LP-RESOURCE " BUSY - "
                   "HELD BY " LP-HOLDER-PGM " RUN " LP-HOLDER-RUN
               MOVE 12 TO RETURN-CODE
               MOVE "E" TO OM-STAT-TYPE
               PERFORM 8900-WRITE-RUN-STATS
                   THRU 8900-WRITE-RUN-STATS-EXIT
               GO TO 9999-EXIT
           END-IF.

           IF LP-LOCK-ERROR
               DISPLAY "OCCMAINT: INTERLOCK FAILURE ON " LP-RESOURCE
               MOVE 16 TO RETURN-CODE
               MOVE "E" TO OM-STAT-TYPE
               PERFORM 8900-WRITE-RUN-STATS
                   THRU 8900-WRITE-RUN-STATS-EXIT
               GO TO 9999-EXIT
           END-IF.

           SET OM-LOCKS-HELD TO TRUE.

       1080-ACQUIRE-LOCKS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  2000-APPLY-TRANSACTION  --  VALIDATE AND DISPATCH ONE
      *                   TRANSACTION TO ITS ADD, UPDATE, OR DELETE
           CLOSE OCC-FILE.
           CLOSE MNTAUDIT.

           PERFORM 9300-RELEASE-LOCKS
               THRU 9300-RELEASE-LOCKS-EXIT.

           IF OM-REJECT-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
       9000-TERMINATE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  9300-RELEASE-LOCKS  --  GIVE OCC-FILE BACK TO THE INTERLOCK,
      *                   BUT ONLY IF THIS INVOCATION ACTUALLY TOOK
      *                   IT.  A FAILURE ONCE THE MASTER IS BEING
      *                   UPDATED NEVER COMES THIS WAY AND LEAVES THE
      *                   LOCK HELD FOR OPSRPT TO REPORT.
      *----------------------------------------------------------------
       9300-RELEASE-LOCKS.
           IF NOT OM-LOCKS-HELD
               GO TO 9300-RELEASE-LOCKS-EXIT
           END-IF.

           MOVE "OCCMAINT" TO LP-CALLER-PGM.
           MOVE OM-RUN-ID TO LP-CALLER-RUN.
           MOVE "OCC-FILE" TO LP-RESOURCE.
           SET LP-RELEASE TO TRUE.
           CALL "GRTLOCK" USING LP-LOCK-PARMS.
           MOVE "N" TO OM-LOCKS-HELD-SW.

       9300-RELEASE-LOCKS-EXIT.
           EXIT.

       9999-EXIT.
           STOP RUN.
