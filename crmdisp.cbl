      *                   RETURN-CODE 12 FOR THE SCHEDULER TO RETRY;
      *                   AN ABORTED RUN LEAVES ITS LOCK HELD FOR
      *                   OPSRPT TO REPORT.
      *  2026-10-15 DEV   RECORD EVERY DETAIL DISPATCHED ON THE
      *                   CONTHIST CONTACT-HISTORY LEDGER (CHANNEL
      *                   CRM TOUCHPOINT, SEE COPYBOOK CONTLOGP)
      *                   THROUGH THE CONTLOG SUBPROGRAM, KEYED BY THE
      *                   TOUCHPOINT'S OWN EVENT DATE AND TIME SO
      *                   CRMACKP CAN STAMP THE ACCEPT/REJECT ONTO
      *                   IT.  THE DETAIL NAMES THE EVENT, THE RUN
      *                   THAT RAISED IT, AND ANY REQUEUE COUNT.  A
      *                   RERUN OF THE SAME DISPATCH DOES NOT LEDGER
      *                   A TOUCH TWICE.  A LEDGER THAT CANNOT BE
      *                   WRITTEN ABORTS BEFORE THE LIVE FEED IS
      *                   TRUNCATED.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRMDISP.

       COPY GRTLOCKP.

       COPY CONTLOGP.

       77  CD-DETAIL-COUNT             PIC 9(08) COMP VALUE ZERO.
       77  CD-TRAILER-TOTAL            PIC 9(08) COMP VALUE ZERO.
       77  CD-TRAILER-RECS             PIC 9(08) COMP VALUE ZERO.

           CLOSE CRMFEED.
           CLOSE CRMSENT.
           SET LC-CLOSE-LEDGER TO TRUE.
           CALL "CONTLOG" USING LC-LEDGER-PARMS.

       3000-CUT-SENT-COPY-EXIT.
           EXIT.

           ADD 1 TO CD-COPY-COUNT.

           IF NOT CF-TRL-PRESENT
               PERFORM 3200-RECORD-CONTACT
                   THRU 3200-RECORD-CONTACT-EXIT
           END-IF.

           PERFORM 8100-READ-CRMFEED
               THRU 8100-READ-CRMFEED-EXIT.

       3100-COPY-FEED-REC-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  3200-RECORD-CONTACT  --  ENTER ONE DISPATCHED TOUCHPOINT ON
      *                   THE CONTACT-HISTORY LEDGER, PENDING ITS CRM
      *                   OUTCOME.
      *----------------------------------------------------------------
       3200-RECORD-CONTACT.
           MOVE SPACES TO LC-LEDGER-PARMS.
           SET LC-WRITE-ENTRY TO TRUE.
           MOVE CF-CUST-ID TO LC-CUST-ID.
           IF CF-EVENT-DATE IS NUMERIC
               MOVE CF-EVENT-DATE TO LC-CONTACT-DATE
           ELSE
               MOVE CD-TODAY-DATE TO LC-CONTACT-DATE
           END-IF.
           IF CF-EVENT-TIME IS NUMERIC
               MOVE CF-EVENT-TIME TO LC-CONTACT-TIME
           ELSE
               MOVE ZERO TO LC-CONTACT-TIME
           END-IF.
           MOVE ZERO TO LC-OUTCOME-DATE.
           SET LC-CRM-TOUCH TO TRUE.
           MOVE "CRMDISP" TO LC-CALLER-PGM.
           MOVE CD-RUN-ID TO LC-CALLER-RUN.
           IF CF-REQUEUE-CNT IS NUMERIC
              AND CF-REQUEUE-CNT > ZERO
               STRING CF-EVENT-TYPE DELIMITED BY SPACE
                   " FROM RUN " DELIMITED BY SIZE
                   CF-RUN-ID DELIMITED BY SPACE
                   ", REQUEUE " DELIMITED BY SIZE
                   CF-REQUEUE-CNT DELIMITED BY SIZE
                   INTO LC-DETAIL
           ELSE
               STRING CF-EVENT-TYPE DELIMITED BY SPACE
                   " FROM RUN " DELIMITED BY SIZE
                   CF-RUN-ID DELIMITED BY SPACE
                   INTO LC-DETAIL
           END-IF.
           CALL "CONTLOG" USING LC-LEDGER-PARMS.

           IF NOT LC-LEDGER-OK
               DISPLAY "CRMDISP: UNABLE TO RECORD CONTACT FOR "
                   CF-CUST-ID " ON CONTHIST"
               MOVE 16 TO RETURN-CODE
               CLOSE CRMFEED CRMSENT
               SET LC-CLOSE-LEDGER TO TRUE
               CALL "CONTLOG" USING LC-LEDGER-PARMS
               GO TO 9999-EXIT
           END-IF.

       3200-RECORD-CONTACT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  4000-START-FRESH-FEED  --  TRUNCATE THE LIVE CRMFEED TO AN
      *                   EMPTY FILE NOW THAT THE SENT COPY IS CUT.
