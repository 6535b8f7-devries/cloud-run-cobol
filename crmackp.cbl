      *                   OFF - A MISSING CRMSENT IS A ROUTINE
      *                   CONDITION, NOT A CRASH.  A RUNSTATS
      *                   PROBLEM IS WARNED, NEVER FATAL.
      *  2026-10-15 DEV   STAMP EACH MATCHED ACK'S ACCEPT OR REJECT
      *                   (WITH THE CRM TEAM'S REASON) ONTO THE
      *                   TOUCHPOINT'S CRM-TOUCH ENTRY ON THE CONTHIST
      *                   CONTACT-HISTORY LEDGER THROUGH THE CONTLOG
      *                   SUBPROGRAM (SEE COPYBOOK CONTLOGP), FOUND BY
      *                   CUSTOMER AND THE SENT RECORD'S EVENT DATE
      *                   AND TIME.  A TOUCH WITH NO OPEN LEDGER ENTRY
      *                   (DISPATCHED BEFORE THE LEDGER EXISTED, OR
      *                   ALREADY STAMPED BY A RERUN) IS COUNTED ON
      *                   THE SUMMARY, NOT AN ERROR; A LEDGER THAT
      *                   CANNOT BE UPDATED ABORTS THE RUN.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRMACKP.
       77  CP-REQUEUE-COUNT            PIC 9(08) COMP VALUE ZERO.
       77  CP-UNMATCHED-COUNT          PIC 9(08) COMP VALUE ZERO.
       77  CP-RETRY-DROP-COUNT         PIC 9(08) COMP VALUE ZERO.
       77  CP-NO-LEDGER-COUNT          PIC 9(08) COMP VALUE ZERO.

       COPY CONTLOGP.

       78  CP-SENT-TABLE-MAX           VALUE 5000.

               10  CP-SENT-REC         PIC X(46).
               10  CP-SENT-REC-FIELDS REDEFINES CP-SENT-REC.
                   15  CP-SENT-CUST-ID PIC X(10).
                   15  FILLER          PIC X(10).
                   15  CP-SENT-EVENT-DATE
                                       PIC X(08).
                   15  CP-SENT-EVENT-TIME
                                       PIC X(08).
                   15  CP-SENT-RETRY   PIC X(01).
                   15  FILLER          PIC X(09).
               10  CP-SENT-MATCHED-SW  PIC X(01).
                   ADD 1 TO CP-ACCEPT-COUNT
           END-EVALUATE.

           IF CP-MATCH-FOUND
               PERFORM 3300-RECORD-OUTCOME
                   THRU 3300-RECORD-OUTCOME-EXIT
           END-IF.

           PERFORM 8600-READ-CRMACK
               THRU 8600-READ-CRMACK-EXIT.

       3200-REQUEUE-REJECT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  3300-RECORD-OUTCOME  --  STAMP THE ACK'S OUTCOME ONTO THE
      *                   MATCHED TOUCHPOINT'S CONTACT-HISTORY LEDGER
      *                   ENTRY.
      *----------------------------------------------------------------
       3300-RECORD-OUTCOME.
           IF CP-SENT-EVENT-DATE(CP-MATCH-IDX) IS NOT NUMERIC
              OR CP-SENT-EVENT-TIME(CP-MATCH-IDX) IS NOT NUMERIC
               ADD 1 TO CP-NO-LEDGER-COUNT
               GO TO 3300-RECORD-OUTCOME-EXIT
           END-IF.

           MOVE SPACES TO LC-LEDGER-PARMS.
           SET LC-SET-OUTCOME TO TRUE.
           MOVE CP-SENT-CUST-ID(CP-MATCH-IDX) TO LC-CUST-ID.
           MOVE CP-SENT-EVENT-DATE(CP-MATCH-IDX) TO LC-CONTACT-DATE.
           MOVE CP-SENT-EVENT-TIME(CP-MATCH-IDX) TO LC-CONTACT-TIME.
           SET LC-CRM-TOUCH TO TRUE.
           MOVE "CRMACKP" TO LC-CALLER-PGM.
           MOVE CP-RUN-ID TO LC-CALLER-RUN.
           IF CA-REJECTED
               MOVE "R" TO LC-CRM-OUTCOME
           ELSE
               MOVE "A" TO LC-CRM-OUTCOME
           END-IF.
           MOVE CP-PROC-DATE TO LC-OUTCOME-DATE.
           MOVE CA-REASON TO LC-CRM-REASON.
           CALL "CONTLOG" USING LC-LEDGER-PARMS.

           IF LC-ENTRY-NOT-FOUND
               ADD 1 TO CP-NO-LEDGER-COUNT
               GO TO 3300-RECORD-OUTCOME-EXIT
           END-IF.

           IF NOT LC-LEDGER-OK
               DISPLAY "CRMACKP: UNABLE TO RECORD OUTCOME FOR "
                   CA-CUST-ID " ON CONTHIST"
               MOVE 16 TO RETURN-CODE
               CLOSE CRMSENT CRMACK CRMEXCP
               IF CP-FEED-OPEN
                   CLOSE CRMFEED
               END-IF
               SET LC-CLOSE-LEDGER TO TRUE
               CALL "CONTLOG" USING LC-LEDGER-PARMS
               GO TO 9999-EXIT
           END-IF.

       3300-RECORD-OUTCOME-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  8000-WRITE-SUMMARY  --  SUMMARY COUNTS ON THE EXCEPTION
      *                   REPORT, AND THE TRAILER COVERING THE
           MOVE CP-DETAIL-LINE TO CP-REPORT-LINE.
           WRITE CP-REPORT-LINE.

           MOVE "LEDGER ENTRY NOT FOUND ......" TO CP-DETAIL-LABEL.
           MOVE CP-NO-LEDGER-COUNT TO CP-DETAIL-COUNT.
           MOVE CP-DETAIL-LINE TO CP-REPORT-LINE.
           WRITE CP-REPORT-LINE.

           IF CP-FEED-OPEN
               MOVE CP-REQUEUE-COUNT TO CP-TRL-REC-COUNT
               WRITE CP-CRMFEED-REC FROM CP-TRAILER-REC
               " REJECTED=" CP-REJECT-COUNT
               " REQUEUED=" CP-REQUEUE-COUNT
               " UNMATCHED=" CP-UNMATCHED-COUNT
               " RETRY-DROPPED=" CP-RETRY-DROP-COUNT
               " NO-LEDGER=" CP-NO-LEDGER-COUNT.

           CLOSE CRMSENT.
           CLOSE CRMACK.
           IF CP-FEED-OPEN
               CLOSE CRMFEED
           END-IF.
           SET LC-CLOSE-LEDGER TO TRUE.
           CALL "CONTLOG" USING LC-LEDGER-PARMS.

           PERFORM 9300-RELEASE-LOCKS
               THRU 9300-RELEASE-LOCKS-EXIT.
